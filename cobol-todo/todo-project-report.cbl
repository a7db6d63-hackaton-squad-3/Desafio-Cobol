      * number of open tasks whose TASKS-END-DATE has slipped past
      * today, and total booked hours from the WORKLOG file - so
      * "how is the billing migration going" is answered from one
      * page instead of tallying free-text tags by hand. Answering
      * Y to the team-level prompt on SYSIN prints, under each
      * project, one subtotal line per team - the USERS-TEAM-CODE
      * of each task's assignee - with the same counts and hours,
      * so a team lead can see their share of every project.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERS-ID
               FILE STATUS IS WS-FS-USER.

           SELECT PROJECT-MASTER ASSIGN TO "PROJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "userrec.cpy".

       FD  PROJECT-MASTER.
           COPY "projrec.cpy".

       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-WLOG            PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-FS-USER            PIC X(2).
       01 WS-EOF-PROJ           PIC X VALUE 'N'.
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-WLOG           PIC X VALUE 'N'.
       01 WS-TASK-PROJ-TABLE.
           05 WS-TASK-PROJ-ENTRY OCCURS 9999 TIMES
                   INDEXED BY TP-IDX.
               10 TP-TASK-ID          PIC 9(8).
               10 TP-PROJ-SUB         PIC 9(4).
               10 TP-TEAM-SUB         PIC 9(4).
       01 WS-TASK-PROJ-COUNT    PIC 9(4) VALUE 0.

      * Team level: one entry per project and assignee team, with
      * the same counts as the project entry it belongs to.
       01 WS-TEAM-LEVEL         PIC X VALUE 'N'.
       01 WS-PROJ-TEAM-TABLE.
           05 WS-PROJ-TEAM-ENTRY OCCURS 2000 TIMES.
               10 PT-PROJ-SUB         PIC 9(4).
               10 PT-TEAM-CODE        PIC X(8).
               10 PT-TODO-COUNT       PIC 9(4).
               10 PT-DOING-COUNT      PIC 9(4).
               10 PT-DONE-COUNT       PIC 9(4).
               10 PT-BLOCKED-COUNT    PIC 9(4).
               10 PT-OVERDUE-COUNT    PIC 9(4).
               10 PT-HOURS            PIC S9(6)V9(2).
       01 WS-PROJ-TEAM-COUNT    PIC 9(4) VALUE 0.
       01 WS-TEAM-SUB           PIC 9(4).
       01 WS-TEAM-IDX           PIC 9(4).
       01 WS-NEXT-TEAM-IDX      PIC 9(4).
       01 WS-LAST-TEAM          PIC X(8).
       01 WS-ASSIGNEE-TEAM      PIC X(8).

       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-PROJ-SUB           PIC 9(4).
       01 WS-FOUND              PIC X.
       INITIALIZE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Print team subtotals (Y/N):"
           ACCEPT WS-TEAM-LEVEL
           IF WS-TEAM-LEVEL = 'y'
               MOVE 'Y' TO WS-TEAM-LEVEL
           END-IF
           IF WS-TEAM-LEVEL = 'Y'
               OPEN INPUT USER-MASTER
           END-IF
           OPEN INPUT PROJECT-MASTER
           OPEN INPUT TASK-MASTER
           OPEN OUTPUT PROJECT-REPORT
                   TASKS-END-DATE < WS-CURRENT-DATE
               ADD 1 TO PJ-OVERDUE-COUNT(WS-PROJ-SUB)
           END-IF
           MOVE 0 TO WS-TEAM-SUB
           IF WS-TEAM-LEVEL = 'Y'
               PERFORM TALLY-TEAM-TASK
           END-IF
           IF WS-TASK-PROJ-COUNT < 9999
               ADD 1 TO WS-TASK-PROJ-COUNT
               MOVE TASKS-ID
                   TO TP-TASK-ID(WS-TASK-PROJ-COUNT)
               MOVE WS-PROJ-SUB
                   TO TP-PROJ-SUB(WS-TASK-PROJ-COUNT)
               MOVE WS-TEAM-SUB
                   TO TP-TEAM-SUB(WS-TASK-PROJ-COUNT)
           END-IF
           ADD 1 TO WS-TASKS-TALLIED
           .

      * Posts the task to its project-and-team entry, adding the
      * entry the first time the pair is seen. WS-TEAM-SUB is left
      * at zero when the table is full.
       TALLY-TEAM-TASK.
           MOVE TASKS-ASSIGNEE-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY MOVE SPACES TO USERS-TEAM-CODE
           END-READ
           MOVE USERS-TEAM-CODE TO WS-ASSIGNEE-TEAM
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-PROJ-TEAM-COUNT
               IF PT-PROJ-SUB(WS-TEAM-IDX) = WS-PROJ-SUB AND
                       PT-TEAM-CODE(WS-TEAM-IDX) = WS-ASSIGNEE-TEAM
                   MOVE WS-TEAM-IDX TO WS-TEAM-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TEAM-SUB = 0
               IF WS-PROJ-TEAM-COUNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PROJ-TEAM-COUNT
               MOVE WS-PROJ-TEAM-COUNT TO WS-TEAM-SUB
               MOVE WS-PROJ-SUB TO PT-PROJ-SUB(WS-TEAM-SUB)
               MOVE WS-ASSIGNEE-TEAM TO PT-TEAM-CODE(WS-TEAM-SUB)
               MOVE 0 TO PT-TODO-COUNT(WS-TEAM-SUB)
               MOVE 0 TO PT-DOING-COUNT(WS-TEAM-SUB)
               MOVE 0 TO PT-DONE-COUNT(WS-TEAM-SUB)
               MOVE 0 TO PT-BLOCKED-COUNT(WS-TEAM-SUB)
               MOVE 0 TO PT-OVERDUE-COUNT(WS-TEAM-SUB)
               MOVE 0 TO PT-HOURS(WS-TEAM-SUB)
           END-IF
           EVALUATE TASKS-STATUS
               WHEN "TODO"
                   ADD 1 TO PT-TODO-COUNT(WS-TEAM-SUB)
               WHEN "DOING"
                   ADD 1 TO PT-DOING-COUNT(WS-TEAM-SUB)
               WHEN "DONE"
                   ADD 1 TO PT-DONE-COUNT(WS-TEAM-SUB)
               WHEN "BLOCKED"
                   ADD 1 TO PT-BLOCKED-COUNT(WS-TEAM-SUB)
           END-EVALUATE
           IF TASKS-STATUS NOT = "DONE" AND
                   TASKS-END-DATE < WS-CURRENT-DATE
               ADD 1 TO PT-OVERDUE-COUNT(WS-TEAM-SUB)
           END-IF
           .

       FIND-PROJECT-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               IF TP-TASK-ID(WS-MATCH-IDX) = WLOG-TASK-ID
                   ADD WLOG-HOURS
                       TO PJ-HOURS(TP-PROJ-SUB(WS-MATCH-IDX))
                   IF TP-TEAM-SUB(WS-MATCH-IDX) > 0
                       ADD WLOG-HOURS
                           TO PT-HOURS(TP-TEAM-SUB(WS-MATCH-IDX))
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
                   MOVE SPACES TO DL-NOTE
               END-IF
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               IF WS-TEAM-LEVEL = 'Y'
                   PERFORM PRINT-PROJECT-TEAMS
               END-IF
           END-PERFORM
           .

      * The project's team lines in ascending team code. Each pass
      * picks the lowest code above the one printed last, so the
      * no-team line (spaces) comes first.
       PRINT-PROJECT-TEAMS.
           MOVE LOW-VALUES TO WS-LAST-TEAM
           MOVE 1 TO WS-NEXT-TEAM-IDX
           PERFORM UNTIL WS-NEXT-TEAM-IDX = 0
               MOVE 0 TO WS-NEXT-TEAM-IDX
               PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                       UNTIL WS-TEAM-IDX > WS-PROJ-TEAM-COUNT
                   IF PT-PROJ-SUB(WS-TEAM-IDX) = WS-MATCH-IDX AND
                           PT-TEAM-CODE(WS-TEAM-IDX) > WS-LAST-TEAM
                       IF WS-NEXT-TEAM-IDX = 0
                           MOVE WS-TEAM-IDX TO WS-NEXT-TEAM-IDX
                       ELSE
                           IF PT-TEAM-CODE(WS-TEAM-IDX) <
                                   PT-TEAM-CODE(WS-NEXT-TEAM-IDX)
                               MOVE WS-TEAM-IDX TO WS-NEXT-TEAM-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NEXT-TEAM-IDX NOT = 0
                   PERFORM PRINT-TEAM-LINE
                   MOVE PT-TEAM-CODE(WS-NEXT-TEAM-IDX) TO WS-LAST-TEAM
               END-IF
           END-PERFORM
           .

       PRINT-TEAM-LINE.
           MOVE SPACES TO DL-CODE
           MOVE SPACES TO DL-NAME
           IF PT-TEAM-CODE(WS-NEXT-TEAM-IDX) = SPACES
               MOVE "  (NO TEAM)" TO DL-NAME
           ELSE
               STRING "  TEAM " PT-TEAM-CODE(WS-NEXT-TEAM-IDX)
                   DELIMITED BY SIZE INTO DL-NAME
               END-STRING
           END-IF
           MOVE PT-TODO-COUNT(WS-NEXT-TEAM-IDX) TO DL-TODO
           MOVE PT-DOING-COUNT(WS-NEXT-TEAM-IDX) TO DL-DOING
           MOVE PT-DONE-COUNT(WS-NEXT-TEAM-IDX) TO DL-DONE
           MOVE PT-BLOCKED-COUNT(WS-NEXT-TEAM-IDX) TO DL-BLOCKED
           MOVE PT-OVERDUE-COUNT(WS-NEXT-TEAM-IDX) TO DL-OVERDUE
           MOVE PT-HOURS(WS-NEXT-TEAM-IDX) TO DL-HOURS
           MOVE SPACES TO DL-NOTE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

       FINALIZE-REPORT.
           PERFORM WRITE-RUN-END
           IF WS-TEAM-LEVEL = 'Y'
               CLOSE USER-MASTER
           END-IF
           CLOSE PROJECT-MASTER
           CLOSE TASK-MASTER
           CLOSE PROJECT-REPORT
