      * priority with control-break subtotals - the report the team
      * leads get each morning instead of someone running the
      * interactive app and eyeballing dates by hand.
      * Answering Y to the team-level prompt on SYSIN adds the
      * assignee's USERS-TEAM-CODE as the top control level, with a
      * team header and a team subtotal. After the escalation list
      * comes the manager copy: one page per manager named in
      * USERS-MANAGER-ID, listing the overdue tasks of each of that
      * manager's direct reports, so the escalation reaches someone
      * who can act on it and not just the assignee who already
      * missed the date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERS-ID
               FILE STATUS IS WS-FS-USER.

           SELECT TEAM-MASTER ASSIGN TO "TEAMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-FS-TEAM.

           SELECT TASK-MASTER ASSIGN TO "TASKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "userrec.cpy".

       FD  TEAM-MASTER.
           COPY "teamrec.cpy".

       FD  TASK-MASTER.
           COPY "taskrec.cpy".


       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-MANAGER-ID      PIC 9(4).
           05 SORT-TEAM-CODE       PIC X(8).
           05 SORT-ASSIGNEE-ID     PIC 9(4).
           05 SORT-PRIORITY        PIC 9(1).
           05 SORT-TASK-ID         PIC 9(8).
           05 SORT-END-DATE        PIC 9(8).
           05 SORT-STATUS          PIC X(10).
           05 SORT-TITLE           PIC X(40).
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-FS-USER            PIC X(2).
       01 WS-FS-TEAM            PIC X(2).
       01 WS-EOF-TASK           PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-PRIORITY-SUBTOTAL  PIC 9(4) VALUE 0.
       01 WS-GRAND-TOTAL        PIC 9(5) VALUE 0.

      *--- Team level and manager copy work fields ---
       01 WS-TEAM-LEVEL         PIC X VALUE 'N'.
       01 WS-TEAM-FILE-OK       PIC X VALUE 'N'.
       01 WS-PREV-TEAM          PIC X(8) VALUE SPACES.
       01 WS-TEAM-SUBTOTAL      PIC 9(5) VALUE 0.
       01 WS-MANAGER-PASS       PIC X VALUE 'N'.
       01 WS-PREV-MANAGER       PIC 9(4) VALUE 0.
       01 WS-MANAGER-SUBTOTAL   PIC 9(5) VALUE 0.
       01 WS-MANAGER-TOTAL      PIC 9(4) VALUE 0.
       01 WS-PERSON-NAME        PIC X(50).

       01 WS-HEADING-1.
           05 FILLER             PIC X(39) VALUE
               "OVERDUE AND PRIORITY ESCALATION REPORT".
           05 FILLER             PIC X(30) VALUE "TITLE".

       01 WS-DETAIL-LINE.
           05 DL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-ASSIGNEE-ID      PIC 9(4).
           05 FILLER              PIC X(8)  VALUE SPACES.
           05 DL-PRIORITY         PIC 9(1).
               "SUBTOTAL FOR ASSIGNEE/PRIORITY:".
           05 SL-COUNT            PIC ZZZ9.

       01 WS-TEAM-HEADER.
           05 FILLER              PIC X(6)  VALUE "TEAM: ".
           05 TH-CODE             PIC X(10).
           05 TH-NAME             PIC X(40).

       01 WS-TEAM-SUBTOTAL-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 FILLER              PIC X(19) VALUE
               "SUBTOTAL FOR TEAM ".
           05 TS-CODE             PIC X(8).
           05 FILLER              PIC X(5)  VALUE ":".
           05 TS-COUNT            PIC ZZZZ9.

       01 WS-MANAGER-HEADER.
           05 FILLER              PIC X(21) VALUE
               "MANAGER COPY FOR    ".
           05 MH-MANAGER-ID       PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 MH-MANAGER-NAME     PIC X(50).

       01 WS-REPORT-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "DIRECT REPORT ".
           05 RL-USER-ID          PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 RL-USER-NAME        PIC X(50).

       01 WS-MANAGER-TOTAL-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 FILLER              PIC X(32) VALUE
               "OVERDUE FOR THIS MANAGER:".
           05 MT-COUNT            PIC ZZZ9.

       01 WS-GRAND-TOTAL-LINE.
           05 FILLER              PIC X(20) VALUE
               "TOTAL OVERDUE TASKS:".
       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TEAM-CODE SORT-ASSIGNEE-ID
                   SORT-PRIORITY
               INPUT PROCEDURE IS SELECT-OVERDUE-TASKS
               OUTPUT PROCEDURE IS PROCESS-SORTED-TASKS
           MOVE 'Y' TO WS-MANAGER-PASS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MANAGER-ID SORT-ASSIGNEE-ID
                   SORT-PRIORITY
               INPUT PROCEDURE IS SELECT-OVERDUE-TASKS
               OUTPUT PROCEDURE IS PROCESS-MANAGER-COPY
           PERFORM FINALIZE-REPORT
           STOP RUN.

       INITIALIZE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Print team subtotals (Y/N):"
           ACCEPT WS-TEAM-LEVEL
           IF WS-TEAM-LEVEL = 'y'
               MOVE 'Y' TO WS-TEAM-LEVEL
           END-IF
           OPEN INPUT USER-MASTER
           OPEN INPUT TEAM-MASTER
           IF WS-FS-TEAM = "00"
               MOVE 'Y' TO WS-TEAM-FILE-OK
           END-IF
           OPEN OUTPUT OVERDUE-REPORT
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           WRITE RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MANAGER-PASS = 'Y'
               WRITE RPT-LINE FROM WS-MANAGER-HEADER
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           WRITE RPT-LINE FROM WS-HEADING-3
           MOVE 0 TO WS-LINE-COUNT
           .
      * cover every not-DONE task without reading the whole file.
      * BLOCKED tasks count as open and print with their own status
      * so a stuck task still escalates when its date slips.
      * The same sweep feeds both sorts; on the manager pass only
      * tasks whose assignee has a manager are released.
       SELECT-OVERDUE-TASKS.
           OPEN INPUT TASK-MASTER
           MOVE "TODO" TO WS-SWEEP-STATUS
           PERFORM UNTIL WS-EOF-TASK = 'Y'
                   OR TASKS-STATUS NOT = WS-SWEEP-STATUS
               IF TASKS-END-DATE < WS-CURRENT-DATE
                   PERFORM RELEASE-OVERDUE-TASK
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
           END-PERFORM
           .

       RELEASE-OVERDUE-TASK.
           MOVE TASKS-ASSIGNEE-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY
                   MOVE SPACES TO USERS-TEAM-CODE
                   MOVE 0 TO USERS-MANAGER-ID
           END-READ
           IF WS-MANAGER-PASS = 'Y' AND USERS-MANAGER-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE USERS-MANAGER-ID TO SORT-MANAGER-ID
           IF WS-TEAM-LEVEL = 'Y'
               MOVE USERS-TEAM-CODE TO SORT-TEAM-CODE
           ELSE
               MOVE SPACES TO SORT-TEAM-CODE
           END-IF
           MOVE TASKS-ASSIGNEE-ID TO SORT-ASSIGNEE-ID
           MOVE TASKS-PRIORITY TO SORT-PRIORITY
           MOVE TASKS-ID TO SORT-TASK-ID
           MOVE TASKS-END-DATE TO SORT-END-DATE
           MOVE TASKS-STATUS TO SORT-STATUS
           MOVE TASKS-TITLE(1:40) TO SORT-TITLE
           RELEASE SORT-RECORD
           .

       PROCESS-SORTED-TASKS.
           MOVE 'N' TO WS-EOF-TASK
           RETURN SORT-WORK-FILE
               PERFORM HANDLE-CONTROL-BREAKS
               PERFORM PRINT-DETAIL-LINE
               ADD 1 TO WS-PRIORITY-SUBTOTAL
               ADD 1 TO WS-TEAM-SUBTOTAL
               ADD 1 TO WS-GRAND-TOTAL
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-TASK
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM PRINT-SUBTOTAL-LINE
               IF WS-TEAM-LEVEL = 'Y'
                   PERFORM PRINT-TEAM-SUBTOTAL
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GRAND-TOTAL TO GL-COUNT
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE
           .

       HANDLE-CONTROL-BREAKS.
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SORT-ASSIGNEE-ID TO WS-PREV-ASSIGNEE
               MOVE SORT-PRIORITY TO WS-PREV-PRIORITY
               MOVE SORT-TEAM-CODE TO WS-PREV-TEAM
               IF WS-TEAM-LEVEL = 'Y'
                   PERFORM PRINT-TEAM-HEADER
               END-IF
           ELSE
               IF SORT-TEAM-CODE NOT = WS-PREV-TEAM
                   PERFORM PRINT-SUBTOTAL-LINE
                   PERFORM PRINT-TEAM-SUBTOTAL
                   MOVE SORT-TEAM-CODE TO WS-PREV-TEAM
                   MOVE SORT-ASSIGNEE-ID TO WS-PREV-ASSIGNEE
                   MOVE SORT-PRIORITY TO WS-PREV-PRIORITY
                   MOVE 0 TO WS-PRIORITY-SUBTOTAL
                   PERFORM PRINT-TEAM-HEADER
               END-IF
               IF SORT-ASSIGNEE-ID NOT = WS-PREV-ASSIGNEE OR
                       SORT-PRIORITY NOT = WS-PREV-PRIORITY
                   PERFORM PRINT-SUBTOTAL-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       PRINT-TEAM-HEADER.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO TH-NAME
           IF SORT-TEAM-CODE = SPACES
               MOVE "(NO TEAM)" TO TH-CODE
           ELSE
               MOVE SORT-TEAM-CODE TO TH-CODE TEAM-CODE
               IF WS-TEAM-FILE-OK = 'Y'
                   READ TEAM-MASTER
                       INVALID KEY
                           MOVE "(NOT ON TEAM-MASTER)" TO TH-NAME
                       NOT INVALID KEY
                           MOVE TEAM-NAME TO TH-NAME
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-TEAM-HEADER
           ADD 2 TO WS-LINE-COUNT
           MOVE 0 TO WS-TEAM-SUBTOTAL
           .

       PRINT-TEAM-SUBTOTAL.
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-PREV-TEAM TO TS-CODE
           IF WS-PREV-TEAM = SPACES
               MOVE "(NONE)" TO TS-CODE
           END-IF
           MOVE WS-TEAM-SUBTOTAL TO TS-COUNT
           WRITE RPT-LINE FROM WS-TEAM-SUBTOTAL-LINE
           ADD 1 TO WS-LINE-COUNT
           .

      * Manager copy: a fresh page per manager, a sub-heading per
      * direct report, then that report's overdue tasks in the
      * same detail layout as the escalation list.
       PROCESS-MANAGER-COPY.
           MOVE 'N' TO WS-EOF-TASK
           MOVE 'Y' TO WS-FIRST-RECORD
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-TASK
           END-RETURN
           PERFORM UNTIL WS-EOF-TASK = 'Y'
               IF WS-FIRST-RECORD = 'Y' OR
                       SORT-MANAGER-ID NOT = WS-PREV-MANAGER
                   IF WS-FIRST-RECORD = 'N'
                       PERFORM PRINT-MANAGER-TOTAL
                   END-IF
                   PERFORM START-MANAGER-PAGE
                   MOVE 'N' TO WS-FIRST-RECORD
                   MOVE SORT-MANAGER-ID TO WS-PREV-MANAGER
                   MOVE 0 TO WS-PREV-ASSIGNEE
               END-IF
               IF SORT-ASSIGNEE-ID NOT = WS-PREV-ASSIGNEE
                   PERFORM PRINT-REPORT-HEADER
                   MOVE SORT-ASSIGNEE-ID TO WS-PREV-ASSIGNEE
               END-IF
               PERFORM PRINT-DETAIL-LINE
               ADD 1 TO WS-MANAGER-SUBTOTAL
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM PRINT-MANAGER-TOTAL
           END-IF
           .

       START-MANAGER-PAGE.
           MOVE SORT-MANAGER-ID TO MH-MANAGER-ID USERS-ID
           PERFORM GET-PERSON-NAME
           MOVE WS-PERSON-NAME TO MH-MANAGER-NAME
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-HEADINGS
           MOVE 0 TO WS-MANAGER-SUBTOTAL
           ADD 1 TO WS-MANAGER-TOTAL
           .

       PRINT-REPORT-HEADER.
           PERFORM CHECK-PAGE-BREAK
           MOVE SORT-ASSIGNEE-ID TO RL-USER-ID USERS-ID
           PERFORM GET-PERSON-NAME
           MOVE WS-PERSON-NAME TO RL-USER-NAME
           WRITE RPT-LINE FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       PRINT-MANAGER-TOTAL.
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-MANAGER-SUBTOTAL TO MT-COUNT
           WRITE RPT-LINE FROM WS-MANAGER-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT
           .

      * Name of the user in USERS-ID for the manager copy headings.
       GET-PERSON-NAME.
           READ USER-MASTER
               INVALID KEY
                   MOVE "(UNKNOWN USER)" TO USERS-FIRST-NAME
                   MOVE SPACES TO USERS-LAST-NAME
           END-READ
           MOVE SPACES TO WS-PERSON-NAME
           STRING FUNCTION TRIM(USERS-FIRST-NAME) " "
               FUNCTION TRIM(USERS-LAST-NAME)
               DELIMITED BY SIZE INTO WS-PERSON-NAME
           END-STRING
           .

       FINALIZE-REPORT.
           PERFORM WRITE-RUN-END
           CLOSE USER-MASTER
           IF WS-TEAM-FILE-OK = 'Y'
               CLOSE TEAM-MASTER
           END-IF
           CLOSE OVERDUE-REPORT
           DISPLAY "Overdue escalation report complete - "
               WS-GRAND-TOTAL " task(s) flagged, "
               WS-MANAGER-TOTAL " manager cop(ies)."
           .

      * --- Run-control log ---
