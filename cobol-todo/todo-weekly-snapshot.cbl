       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-weekly-snapshot.

      * Week-end batch: takes a snapshot of every project and adds
      * it to the PROJHIST history file, so the backlog trend can be
      * followed after todo-archive-done has cleared the finished
      * tasks out of TASK-MASTER. Accepts the week-ending date on
      * SYSIN (zero means the Sunday ending the current week); the
      * week is the seven days ending on that date. For each project
      * it records the TODO, DOING, BLOCKED and DONE counts, the
      * open count, the remaining estimate (estimate less booked
      * hours, per open task, never below zero) and the WORKLOG
      * hours booked during the week, with the project's target
      * date as it stood. Inactive projects are only snapshotted
      * while they still have tasks. A rerun for the same week
      * replaces that week's snapshots rather than adding a second
      * set. todo-burndown-report prints the trend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-MASTER ASSIGN TO "PROJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROJ-CODE
               FILE STATUS IS WS-FS-PROJ.

           SELECT TASK-MASTER ASSIGN TO "TASKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASKS-ID
               ALTERNATE RECORD KEY IS TASKS-ASSIGNEE-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TASKS-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TASK.

           SELECT WORKLOG ASSIGN TO "WORKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-WLOG.

           SELECT PROJECT-HISTORY ASSIGN TO "PROJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-FS-SNAP.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJECT-MASTER.
           COPY "projrec.cpy".

       FD  TASK-MASTER.
           COPY "taskrec.cpy".

       FD  WORKLOG.
           COPY "worklogrec.cpy".

       FD  PROJECT-HISTORY.
           COPY "snaprec.cpy".

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-PROJ            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-WLOG            PIC X(2).
       01 WS-FS-SNAP            PIC X(2).
       01 WS-EOF-PROJ           PIC X VALUE 'N'.
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-WLOG           PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-TAKEN-DT           PIC 9(14).

      *--- The week being snapshotted ---
       01 WS-WEEK-END           PIC 9(8) VALUE 0.
       01 WS-WEEK-START         PIC 9(8).
       01 WS-DATE-INT           PIC 9(8).
       01 WS-WEEKDAY            PIC 9(1).

       01 WS-PROJECT-TABLE.
           05 WS-PROJECT-ENTRY OCCURS 200 TIMES
                   INDEXED BY PJ-IDX.
               10 PJ-CODE             PIC X(8).
               10 PJ-TARGET-DATE      PIC 9(8).
               10 PJ-ACTIVE           PIC X(1).
               10 PJ-TODO-COUNT       PIC 9(5).
               10 PJ-DOING-COUNT      PIC 9(5).
               10 PJ-BLOCKED-COUNT    PIC 9(5).
               10 PJ-DONE-COUNT       PIC 9(5).
               10 PJ-REMAINING-EST    PIC 9(6)V9(2).
               10 PJ-WEEK-HOURS       PIC S9(6)V9(2).
       01 WS-PROJECT-COUNT      PIC 9(4) VALUE 0.

      * Task-to-project map built during the task sweep; the WORKLOG
      * pass posts each booking to its task here and, when it falls
      * in the week, to the project's hours for the week.
       01 WS-TASK-PROJ-TABLE.
           05 WS-TASK-PROJ-ENTRY OCCURS 9999 TIMES
                   INDEXED BY TP-IDX.
               10 TP-TASK-ID          PIC 9(8).
               10 TP-PROJ-SUB         PIC 9(4).
               10 TP-OPEN             PIC X(1).
               10 TP-EST-HOURS        PIC 9(3)V9(2).
               10 TP-BOOKED-HOURS     PIC S9(5)V9(2).
       01 WS-TASK-PROJ-COUNT    PIC 9(4) VALUE 0.

       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-PROJ-SUB           PIC 9(4).
       01 WS-FOUND              PIC X.
       01 WS-REMAINING          PIC S9(5)V9(2).
       01 WS-TASKS-TALLIED      PIC 9(5) VALUE 0.
       01 WS-SNAPS-WRITTEN      PIC 9(4) VALUE 0.
       01 WS-SNAPS-REPLACED     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-SNAPSHOT
           PERFORM LOAD-PROJECTS
           PERFORM TALLY-TASKS
           PERFORM TALLY-WORKLOG-HOURS
           PERFORM SUM-REMAINING-ESTIMATE
           PERFORM WRITE-SNAPSHOTS
           PERFORM FINALIZE-SNAPSHOT
           STOP RUN.

       INITIALIZE-SNAPSHOT.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-FUNCTION-DATE(1:14) TO WS-TAKEN-DT
           DISPLAY "Enter week-ending date (YYYYMMDD, 0 = this "
               "week's Sunday):"
           ACCEPT WS-WEEK-END
           IF WS-WEEK-END = 0
               MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   TO WS-DATE-INT
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
               COMPUTE WS-DATE-INT = WS-DATE-INT + 7 - WS-WEEKDAY
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-WEEK-END
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(WS-WEEK-END)
                   TO WS-DATE-INT
           END-IF
           SUBTRACT 6 FROM WS-DATE-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-WEEK-START
           DISPLAY "Snapshot week " WS-WEEK-START " to " WS-WEEK-END
           OPEN INPUT PROJECT-MASTER
           OPEN INPUT TASK-MASTER
           OPEN I-O PROJECT-HISTORY
           IF WS-FS-SNAP = "35"
               OPEN OUTPUT PROJECT-HISTORY
               CLOSE PROJECT-HISTORY
               OPEN I-O PROJECT-HISTORY
           END-IF
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           .

       LOAD-PROJECTS.
           IF WS-FS-PROJ NOT = "00"
               MOVE 'Y' TO WS-EOF-PROJ
           END-IF
           IF WS-EOF-PROJ NOT = 'Y'
               READ PROJECT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PROJ
               END-READ
           END-IF
           PERFORM UNTIL WS-EOF-PROJ = 'Y'
               IF WS-PROJECT-COUNT < 200
                   ADD 1 TO WS-PROJECT-COUNT
                   MOVE PROJ-CODE
                       TO PJ-CODE(WS-PROJECT-COUNT)
                   MOVE PROJ-TARGET-DATE
                       TO PJ-TARGET-DATE(WS-PROJECT-COUNT)
                   MOVE PROJ-ACTIVE
                       TO PJ-ACTIVE(WS-PROJECT-COUNT)
                   MOVE 0 TO PJ-TODO-COUNT(WS-PROJECT-COUNT)
                   MOVE 0 TO PJ-DOING-COUNT(WS-PROJECT-COUNT)
                   MOVE 0 TO PJ-BLOCKED-COUNT(WS-PROJECT-COUNT)
                   MOVE 0 TO PJ-DONE-COUNT(WS-PROJECT-COUNT)
                   MOVE 0 TO PJ-REMAINING-EST(WS-PROJECT-COUNT)
                   MOVE 0 TO PJ-WEEK-HOURS(WS-PROJECT-COUNT)
               END-IF
               READ PROJECT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PROJ
               END-READ
           END-PERFORM
           .

       TALLY-TASKS.
           MOVE 0 TO TASKS-ID
           START TASK-MASTER KEY IS NOT LESS THAN TASKS-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-TASK
           END-START
           IF WS-EOF-TASK NOT = 'Y'
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-IF
           PERFORM UNTIL WS-EOF-TASK = 'Y'
               IF TASKS-PROJECT-CODE NOT = SPACES
                   PERFORM TALLY-ONE-TASK
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-PERFORM
           .

       TALLY-ONE-TASK.
           PERFORM FIND-PROJECT-ENTRY
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATCH-IDX TO WS-PROJ-SUB
           EVALUATE TASKS-STATUS
               WHEN "TODO"
                   ADD 1 TO PJ-TODO-COUNT(WS-PROJ-SUB)
               WHEN "DOING"
                   ADD 1 TO PJ-DOING-COUNT(WS-PROJ-SUB)
               WHEN "DONE"
                   ADD 1 TO PJ-DONE-COUNT(WS-PROJ-SUB)
               WHEN "BLOCKED"
                   ADD 1 TO PJ-BLOCKED-COUNT(WS-PROJ-SUB)
           END-EVALUATE
           IF WS-TASK-PROJ-COUNT < 9999
               ADD 1 TO WS-TASK-PROJ-COUNT
               MOVE TASKS-ID
                   TO TP-TASK-ID(WS-TASK-PROJ-COUNT)
               MOVE WS-PROJ-SUB
                   TO TP-PROJ-SUB(WS-TASK-PROJ-COUNT)
               IF TASKS-STATUS = "DONE"
                   MOVE 'N' TO TP-OPEN(WS-TASK-PROJ-COUNT)
               ELSE
                   MOVE 'Y' TO TP-OPEN(WS-TASK-PROJ-COUNT)
               END-IF
               MOVE TASKS-EST-HOURS
                   TO TP-EST-HOURS(WS-TASK-PROJ-COUNT)
               MOVE 0 TO TP-BOOKED-HOURS(WS-TASK-PROJ-COUNT)
           END-IF
           ADD 1 TO WS-TASKS-TALLIED
           .

       FIND-PROJECT-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-PROJECT-COUNT
               IF PJ-CODE(WS-MATCH-IDX) = TASKS-PROJECT-CODE
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * A missing WORKLOG file leaves every task with nothing booked
      * and every project with no hours for the week.
       TALLY-WORKLOG-HOURS.
           OPEN INPUT WORKLOG
           IF WS-FS-WLOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ WORKLOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-WLOG
           END-READ
           PERFORM UNTIL WS-EOF-WLOG = 'Y'
               PERFORM POST-WORKLOG-HOURS
               READ WORKLOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-WLOG
               END-READ
           END-PERFORM
           CLOSE WORKLOG
           .

      * Bookings dated after the week end are left out of both
      * figures, so a snapshot taken a day or two late is not
      * credited with the following week's work.
       POST-WORKLOG-HOURS.
           IF WLOG-WORK-DATE > WS-WEEK-END
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-TASK-PROJ-COUNT
               IF TP-TASK-ID(WS-MATCH-IDX) = WLOG-TASK-ID
                   ADD WLOG-HOURS TO TP-BOOKED-HOURS(WS-MATCH-IDX)
                   IF WLOG-WORK-DATE NOT < WS-WEEK-START
                       ADD WLOG-HOURS
                           TO PJ-WEEK-HOURS(TP-PROJ-SUB(WS-MATCH-IDX))
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       SUM-REMAINING-ESTIMATE.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-TASK-PROJ-COUNT
               IF TP-OPEN(WS-MATCH-IDX) = 'Y'
                   COMPUTE WS-REMAINING =
                       TP-EST-HOURS(WS-MATCH-IDX)
                       - TP-BOOKED-HOURS(WS-MATCH-IDX)
                   IF WS-REMAINING > 0
                       ADD WS-REMAINING TO
                           PJ-REMAINING-EST(TP-PROJ-SUB(WS-MATCH-IDX))
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-SNAPSHOTS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-PROJECT-COUNT
               IF PJ-ACTIVE(WS-MATCH-IDX) NOT = 'N' OR
                       PJ-TODO-COUNT(WS-MATCH-IDX) > 0 OR
                       PJ-DOING-COUNT(WS-MATCH-IDX) > 0 OR
                       PJ-BLOCKED-COUNT(WS-MATCH-IDX) > 0 OR
                       PJ-DONE-COUNT(WS-MATCH-IDX) > 0
                   PERFORM WRITE-ONE-SNAPSHOT
               END-IF
           END-PERFORM
           .

       WRITE-ONE-SNAPSHOT.
           MOVE PJ-CODE(WS-MATCH-IDX) TO SNAP-PROJ-CODE
           MOVE WS-WEEK-END TO SNAP-WEEK-END
           MOVE WS-TAKEN-DT TO SNAP-TAKEN-DT
           MOVE PJ-TARGET-DATE(WS-MATCH-IDX) TO SNAP-TARGET-DATE
           MOVE PJ-TODO-COUNT(WS-MATCH-IDX) TO SNAP-TODO-COUNT
           MOVE PJ-DOING-COUNT(WS-MATCH-IDX) TO SNAP-DOING-COUNT
           MOVE PJ-BLOCKED-COUNT(WS-MATCH-IDX) TO SNAP-BLOCKED-COUNT
           MOVE PJ-DONE-COUNT(WS-MATCH-IDX) TO SNAP-DONE-COUNT
           COMPUTE SNAP-OPEN-COUNT =
               PJ-TODO-COUNT(WS-MATCH-IDX)
               + PJ-DOING-COUNT(WS-MATCH-IDX)
               + PJ-BLOCKED-COUNT(WS-MATCH-IDX)
           MOVE PJ-REMAINING-EST(WS-MATCH-IDX) TO SNAP-REMAINING-EST
           MOVE PJ-WEEK-HOURS(WS-MATCH-IDX) TO SNAP-WEEK-HOURS
           WRITE PROJECT-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE PROJECT-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAPS-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPS-WRITTEN
           END-WRITE
           .

       FINALIZE-SNAPSHOT.
           PERFORM WRITE-RUN-END
           CLOSE PROJECT-MASTER
           CLOSE TASK-MASTER
           CLOSE PROJECT-HISTORY
           DISPLAY "Weekly snapshot complete - week ending "
               WS-WEEK-END ", " WS-SNAPS-WRITTEN " snapshot(s) "
               "added, " WS-SNAPS-REPLACED " replaced."
           .

      * --- Run-control log ---
       OPEN-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL
           IF WS-FS-RUNC = "35"
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN EXTEND RUN-CONTROL
           END-IF
           .

       WRITE-RUN-START.
           MOVE "todo-weekly-snapshot" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-weekly-snapshot" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-TASKS-TALLIED TO RUNC-RECORDS-READ
           COMPUTE RUNC-RECORDS-APPLIED =
               WS-SNAPS-WRITTEN + WS-SNAPS-REPLACED
           MOVE 0 TO RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
           MOVE 0 TO RUNC-CHECKPOINT-POS
           MOVE 'C' TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL
           .

       STAMP-RUN-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:14) TO RUNC-DATETIME
           .

       END PROGRAM todo-weekly-snapshot.
