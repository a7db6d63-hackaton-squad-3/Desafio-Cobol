      * each task's ID, title, end date and priority with high
      * priority first - so people hear about a deadline before it
      * slips instead of after.
      * After the assignee blocks comes one block per manager named
      * in USERS-MANAGER-ID, listing each direct report's open tasks
      * whose TASKS-END-DATE has already passed, so the escalation
      * reaches someone who can act on it and not just the assignee
      * who already missed the date. It is an ordinary DIGEST USER
      * block addressed to the manager - the gateway routes it like
      * any other - with an OVERDUE FOR REPORT line ahead of each
      * report's tasks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-MANAGER-ID      PIC 9(4).
           05 SORT-ASSIGNEE-ID     PIC 9(4).
           05 SORT-PRIORITY        PIC 9(1).
           05 SORT-END-DATE        PIC 9(8).
           05 SORT-TASK-ID         PIC 9(8).
           05 SORT-TITLE           PIC X(40).

       FD  RUN-CONTROL.
       01 WS-TASK-TOTAL         PIC 9(5) VALUE 0.
       01 WS-USER-TOTAL         PIC 9(4) VALUE 0.

      *--- Manager copy work fields ---
       01 WS-PREV-MANAGER       PIC 9(4) VALUE 0.
       01 WS-MANAGER-TOTAL      PIC 9(4) VALUE 0.
       01 WS-OVERDUE-TOTAL      PIC 9(5) VALUE 0.
       01 WS-PERSON-NAME        PIC X(50).

       01 WS-BLOCK-HEADER.
           05 FILLER              PIC X(17) VALUE
               "==== DIGEST USER ".
           05 BH-USER-ID          PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 BH-USER-NAME        PIC X(50).
       01 WS-REPORT-LINE.
           05 FILLER              PIC X(21) VALUE
               "OVERDUE FOR REPORT   ".
           05 RL-USER-ID          PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 RL-USER-NAME        PIC X(50).
       01 WS-BLOCK-TRAILER.
           05 FILLER              PIC X(16) VALUE
               "==== END DIGEST ".

       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(5)  VALUE "TASK ".
           05 DL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(5)  VALUE " PRI ".
           05 DL-PRIORITY         PIC 9(1).
           05 FILLER              PIC X(5)  VALUE " DUE ".
               ASCENDING KEY SORT-END-DATE
               INPUT PROCEDURE IS SELECT-COMING-DUE-TASKS
               OUTPUT PROCEDURE IS WRITE-DIGEST-BLOCKS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MANAGER-ID SORT-ASSIGNEE-ID
               DESCENDING KEY SORT-PRIORITY
               ASCENDING KEY SORT-END-DATE
               INPUT PROCEDURE IS SELECT-MANAGER-OVERDUE
               OUTPUT PROCEDURE IS WRITE-MANAGER-BLOCKS
           PERFORM FINALIZE-DIGEST
           STOP RUN.

                   OR TASKS-STATUS NOT = WS-SWEEP-STATUS
               IF TASKS-END-DATE NOT < WS-CURRENT-DATE AND
                       TASKS-END-DATE NOT > WS-CUTOFF-DATE
                   MOVE 0 TO SORT-MANAGER-ID
                   MOVE TASKS-ASSIGNEE-ID TO SORT-ASSIGNEE-ID
                   MOVE TASKS-PRIORITY TO SORT-PRIORITY
                   MOVE TASKS-END-DATE TO SORT-END-DATE
           WRITE DIG-LINE FROM WS-BLOCK-TRAILER
           .

      * Manager copy: the open tasks already past their end date
      * whose assignee has a manager on USER-MASTER.
       SELECT-MANAGER-OVERDUE.
           OPEN INPUT TASK-MASTER
           MOVE "TODO" TO WS-SWEEP-STATUS
           PERFORM RELEASE-OVERDUE-FOR-STATUS
           MOVE "DOING" TO WS-SWEEP-STATUS
           PERFORM RELEASE-OVERDUE-FOR-STATUS
           MOVE "BLOCKED" TO WS-SWEEP-STATUS
           PERFORM RELEASE-OVERDUE-FOR-STATUS
           CLOSE TASK-MASTER
           .

       RELEASE-OVERDUE-FOR-STATUS.
           MOVE 'N' TO WS-EOF-TASK
           MOVE WS-SWEEP-STATUS TO TASKS-STATUS
           START TASK-MASTER KEY IS EQUAL TO TASKS-STATUS
               INVALID KEY MOVE 'Y' TO WS-EOF-TASK
           END-START
           IF WS-EOF-TASK NOT = 'Y'
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-IF
           PERFORM UNTIL WS-EOF-TASK = 'Y'
                   OR TASKS-STATUS NOT = WS-SWEEP-STATUS
               IF TASKS-END-DATE < WS-CURRENT-DATE
                   MOVE TASKS-ASSIGNEE-ID TO USERS-ID
                   READ USER-MASTER
                       INVALID KEY MOVE 0 TO USERS-MANAGER-ID
                   END-READ
                   IF USERS-MANAGER-ID NOT = 0
                       MOVE USERS-MANAGER-ID TO SORT-MANAGER-ID
                       MOVE TASKS-ASSIGNEE-ID TO SORT-ASSIGNEE-ID
                       MOVE TASKS-PRIORITY TO SORT-PRIORITY
                       MOVE TASKS-END-DATE TO SORT-END-DATE
                       MOVE TASKS-ID TO SORT-TASK-ID
                       MOVE TASKS-TITLE(1:40) TO SORT-TITLE
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-PERFORM
           .

       WRITE-MANAGER-BLOCKS.
           MOVE 'N' TO WS-EOF-SORT
           MOVE 'Y' TO WS-FIRST-RECORD
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SORT
           END-RETURN
           PERFORM UNTIL WS-EOF-SORT = 'Y'
               IF WS-FIRST-RECORD = 'Y' OR
                       SORT-MANAGER-ID NOT = WS-PREV-MANAGER
                   IF WS-FIRST-RECORD = 'N'
                       PERFORM WRITE-BLOCK-TRAILER
                   END-IF
                   PERFORM WRITE-MANAGER-HEADER
                   MOVE 'N' TO WS-FIRST-RECORD
                   MOVE SORT-MANAGER-ID TO WS-PREV-MANAGER
                   MOVE 0 TO WS-PREV-ASSIGNEE
               END-IF
               IF SORT-ASSIGNEE-ID NOT = WS-PREV-ASSIGNEE
                   MOVE SORT-ASSIGNEE-ID TO RL-USER-ID USERS-ID
                   PERFORM GET-PERSON-NAME
                   MOVE WS-PERSON-NAME TO RL-USER-NAME
                   WRITE DIG-LINE FROM WS-REPORT-LINE
                   MOVE SORT-ASSIGNEE-ID TO WS-PREV-ASSIGNEE
               END-IF
               MOVE SORT-TASK-ID TO DL-TASK-ID
               MOVE SORT-PRIORITY TO DL-PRIORITY
               MOVE SORT-END-DATE TO DL-END-DATE
               MOVE SORT-TITLE TO DL-TITLE
               WRITE DIG-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-USER-TASK-COUNT
               ADD 1 TO WS-OVERDUE-TOTAL
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SORT
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM WRITE-BLOCK-TRAILER
           END-IF
           .

       WRITE-MANAGER-HEADER.
           MOVE SORT-MANAGER-ID TO BH-USER-ID USERS-ID
           PERFORM GET-PERSON-NAME
           MOVE WS-PERSON-NAME TO BH-USER-NAME
           WRITE DIG-LINE FROM WS-BLOCK-HEADER
           MOVE 0 TO WS-USER-TASK-COUNT
           ADD 1 TO WS-MANAGER-TOTAL
           .

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

       FINALIZE-DIGEST.
           PERFORM WRITE-RUN-END
           CLOSE USER-MASTER
           CLOSE DIGEST-FILE
           DISPLAY "Coming-due digest complete - " WS-TASK-TOTAL
               " task(s) for " WS-USER-TOTAL " assignee(s) within "
               WS-WINDOW-DAYS " business day(s); "
               WS-OVERDUE-TOTAL " overdue task(s) copied to "
               WS-MANAGER-TOTAL " manager(s)."
           .

      * --- Run-control log ---
