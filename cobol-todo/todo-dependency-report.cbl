       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-dependency-report.

      * Dependency conflict and critical-path report. A task names
      * the task it waits on in TASKS-PARENT-ID; the app will show
      * one task's chain, but nothing looks across all of them.
      * This batch loads TASK-MASTER, walks every open (TODO/DOING/
      * BLOCKED) task's chain of prerequisites - a prerequisite no
      * longer on TASK-MASTER is looked up on the TASKARCH archive
      * master and, being finished, ends the chain - and lists:
      *   - dependents due before the prerequisite they wait on,
      *     prerequisites that cannot be found, and chains that
      *     loop back on themselves;
      *   - BLOCKED prerequisites with open work waiting behind
      *     them;
      *   - overdue prerequisites with open work waiting behind
      *     them.
      * It then works out each project's critical path: the open
      * chain with the most remaining work. Remaining work is
      * TASKS-EST-HOURS less the hours booked on WORKLOG, turned
      * into business days at 8 hours a day (at least one day per
      * open task), and the chain's finish date is that many WORKCAL
      * business days from today, compared with the project's
      * target date. A chain belongs to the project of the task at
      * its end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASK-MASTER ASSIGN TO "TASKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASKS-ID
               ALTERNATE RECORD KEY IS TASKS-ASSIGNEE-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TASKS-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TASK.

           SELECT TASK-ARCHIVE ASSIGN TO "TASKARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-TASK-ID
               FILE STATUS IS WS-FS-ARCH.

           SELECT PROJECT-MASTER ASSIGN TO "PROJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROJ-CODE
               FILE STATUS IS WS-FS-PROJ.

           SELECT WORKLOG ASSIGN TO "WORKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-WLOG.

           SELECT WORK-CALENDAR ASSIGN TO "WORKCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-FS-CAL.

           SELECT DEPENDENCY-REPORT ASSIGN TO "DEPNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  TASK-MASTER.
           COPY "taskrec.cpy".

      * Archive record in the taskrec.cpy layout; only the fields
      * the chain walk prints are named here.
       FD  TASK-ARCHIVE.
       01 ARCH-RECORD.
           05 ARCH-TASK-ID         PIC 9(8).
           05 FILLER               PIC X(1100).
           05 ARCH-END-DATE        PIC 9(8).
           05 FILLER               PIC X(108).
           05 FILLER               PIC X(1).
           05 ARCH-STATUS          PIC X(10).
           05 FILLER               PIC X(49).

       FD  PROJECT-MASTER.
           COPY "projrec.cpy".

       FD  WORKLOG.
           COPY "worklogrec.cpy".

       FD  WORK-CALENDAR.
           COPY "calrec.cpy".

       FD  DEPENDENCY-REPORT.
       01 RPT-LINE                PIC X(100).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-ARCH            PIC X(2).
       01 WS-FS-PROJ            PIC X(2).
       01 WS-FS-WLOG            PIC X(2).
       01 WS-FS-CAL             PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-PROJ           PIC X VALUE 'N'.
       01 WS-EOF-WLOG           PIC X VALUE 'N'.
       01 WS-EOF-CAL            PIC X VALUE 'N'.
       01 WS-ARCH-FILE-OK       PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-TODAY-INT          PIC 9(8).

      *--- Business calendar work fields ---
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 400 TIMES
                   INDEXED BY HOL-IDX.
               10 HOL-DATE            PIC 9(8).
       01 WS-HOLIDAY-COUNT      PIC 9(4) VALUE 0.
       01 WS-CAL-IDX            PIC 9(4).
       01 WS-CHK-INT            PIC 9(8).
       01 WS-CHK-DATE           PIC 9(8).
       01 WS-CHK-WEEKDAY        PIC 9(1).
       01 WS-BUSDAY-FLAG        PIC X.

      *--- Projects, with the end task of each one's longest chain ---
       01 WS-PROJECT-TABLE.
           05 WS-PROJECT-ENTRY OCCURS 200 TIMES
                   INDEXED BY PJ-IDX.
               10 PJ-CODE             PIC X(8).
               10 PJ-NAME             PIC X(40).
               10 PJ-TARGET-DATE      PIC 9(8).
               10 PJ-BEST-SUB         PIC 9(4).
       01 WS-PROJECT-COUNT      PIC 9(4) VALUE 0.
       01 WS-PROJ-SUB           PIC 9(4).

      * Every task on TASK-MASTER, loaded in key order so a task can
      * be found by halving the table. DT-PARENT-STATE says where
      * the prerequisite was found: N none, M on TASK-MASTER (at
      * DT-PARENT-SUB), A on the archive, X nowhere.
       01 WS-DEP-TASK-TABLE.
           05 WS-DEP-TASK-ENTRY OCCURS 9999 TIMES
                   INDEXED BY DT-IDX.
               10 DT-TASK-ID          PIC 9(8).
               10 DT-PARENT-ID        PIC 9(8).
               10 DT-PARENT-STATE     PIC X(1).
               10 DT-PARENT-SUB       PIC 9(4).
               10 DT-END-DATE         PIC 9(8).
               10 DT-STATUS           PIC X(10).
               10 DT-OPEN             PIC X(1).
               10 DT-PROJECT-CODE     PIC X(8).
               10 DT-TITLE            PIC X(30).
               10 DT-EST-HOURS        PIC 9(3)V9(2).
               10 DT-BOOKED-HOURS     PIC S9(5)V9(2).
               10 DT-REMAINING        PIC 9(3)V9(2).
               10 DT-DAYS             PIC 9(3).
               10 DT-WAITING          PIC 9(5).
               10 DT-LOOP             PIC X(1).
               10 DT-CHAIN-TASKS      PIC 9(3).
               10 DT-CHAIN-HOURS      PIC 9(6)V9(2).
               10 DT-CHAIN-DAYS       PIC 9(5).
       01 WS-TASK-COUNT         PIC 9(4) VALUE 0.
       01 WS-TASK-SUB           PIC 9(4).
       01 WS-FIND-ID            PIC 9(8).
       01 WS-FIND-SUB           PIC 9(4).
       01 WS-LOW-SUB            PIC 9(4).
       01 WS-HIGH-SUB           PIC 9(4).
       01 WS-MID-SUB            PIC 9(4).
       01 WS-FOUND              PIC X.
       01 WS-REMAINING          PIC S9(5)V9(2).

      *--- Chain walk ---
       01 WS-MAX-DEPTH          PIC 9(3) VALUE 50.
       01 WS-HOURS-PER-DAY      PIC 9(1) VALUE 8.
       01 WS-WALK-SUB           PIC 9(4).
       01 WS-NEXT-SUB           PIC 9(4).
       01 WS-DEPTH              PIC 9(3).
       01 WS-CHAIN-TABLE.
           05 WS-CHAIN-ENTRY OCCURS 51 TIMES.
               10 CH-TASK-SUB         PIC 9(4).
       01 WS-CHAIN-COUNT        PIC 9(3).
       01 WS-CHAIN-IDX          PIC 9(3).
       01 WS-FINISH-INT         PIC 9(8).
       01 WS-FINISH-DATE        PIC 9(8).
       01 WS-DAYS-LEFT          PIC 9(5).
       01 WS-LATE-DAYS          PIC 9(6).
       01 WS-LATE-DISP          PIC ZZZZZ9.
       01 WS-SECTION-COUNT      PIC 9(5).

      *--- Run totals ---
       01 WS-OPEN-TOTAL         PIC 9(5) VALUE 0.
       01 WS-DEPENDENT-TOTAL    PIC 9(5) VALUE 0.
       01 WS-CONFLICT-TOTAL     PIC 9(5) VALUE 0.
       01 WS-MISSING-TOTAL      PIC 9(5) VALUE 0.
       01 WS-LOOP-TOTAL         PIC 9(5) VALUE 0.
       01 WS-BLOCKED-TOTAL      PIC 9(5) VALUE 0.
       01 WS-OVERDUE-TOTAL      PIC 9(5) VALUE 0.
       01 WS-PATH-TOTAL         PIC 9(5) VALUE 0.
       01 WS-LATE-PATH-TOTAL    PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER              PIC X(40) VALUE
               "DEPENDENCY CONFLICT AND CRITICAL PATH".
       01 WS-HEADING-2.
           05 FILLER              PIC X(8)  VALUE "RUN DATE".
           05 FILLER              PIC X(2)  VALUE ": ".
           05 H2-DATE             PIC 9(8).
       01 WS-SECTION-HEADING      PIC X(60).

       01 WS-CONFLICT-LINE.
           05 FILLER              PIC X(7)  VALUE "  TASK ".
           05 CL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(5)  VALUE " DUE ".
           05 CL-END-DATE         PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CL-REASON           PIC X(17).
           05 CL-PARENT-ID        PIC 9(8).
           05 CL-PARENT-DUE-LIT   PIC X(5).
           05 CL-PARENT-DUE       PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CL-TITLE            PIC X(30).

       01 WS-PREREQ-LINE.
           05 FILLER              PIC X(7)  VALUE "  TASK ".
           05 PL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(5)  VALUE " DUE ".
           05 PL-END-DATE         PIC 9(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 PL-STATUS           PIC X(10).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 PL-WAITING          PIC ZZZZ9.
           05 FILLER              PIC X(9)  VALUE " WAITING ".
           05 PL-LATE-LIT         PIC X(5).
           05 PL-LATE-DAYS        PIC X(6).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 PL-TITLE            PIC X(30).

       01 WS-PROJECT-LINE.
           05 FILLER              PIC X(8)  VALUE "PROJECT ".
           05 PR-CODE             PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 PR-NAME             PIC X(40).
           05 FILLER              PIC X(8)  VALUE " TARGET ".
           05 PR-TARGET           PIC X(8).
       01 WS-PATH-LINE.
           05 FILLER              PIC X(16) VALUE
               "  LONGEST CHAIN ".
           05 PA-TASKS            PIC ZZ9.
           05 FILLER              PIC X(9)  VALUE " TASK(S) ".
           05 PA-HOURS            PIC ZZZZZ9.99.
           05 FILLER              PIC X(6)  VALUE " HRS  ".
           05 PA-DAYS             PIC ZZZZ9.
           05 FILLER              PIC X(7)  VALUE " DAYS  ".
           05 FILLER              PIC X(7)  VALUE "FINISH ".
           05 PA-FINISH           PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 PA-VERDICT          PIC X(20).
       01 WS-STEP-LINE.
           05 FILLER              PIC X(9)  VALUE "    TASK ".
           05 SL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(5)  VALUE " DUE ".
           05 SL-END-DATE         PIC 9(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 SL-STATUS           PIC X(10).
           05 FILLER              PIC X(7)  VALUE " LEFT  ".
           05 SL-REMAINING        PIC ZZ9.99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SL-DAYS             PIC ZZ9.
           05 FILLER              PIC X(2)  VALUE "D ".
           05 SL-TITLE            PIC X(30).

       01 WS-NONE-LINE            PIC X(40) VALUE "  (NONE)".

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(40).
           05 TL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-DEPENDENCY
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM LOAD-PROJECTS
           PERFORM LOAD-TASKS
           PERFORM LOAD-BOOKED-HOURS
           PERFORM RESOLVE-PREREQUISITES
           PERFORM WALK-CHAINS
           PERFORM PRINT-DATE-CONFLICTS
           PERFORM PRINT-BLOCKED-PREREQS
           PERFORM PRINT-OVERDUE-PREREQS
           PERFORM PRINT-CRITICAL-PATHS
           PERFORM FINALIZE-DEPENDENCY
           STOP RUN.

       INITIALIZE-DEPENDENCY.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INT
           OPEN INPUT TASK-MASTER
      * Nothing has been archived until the first archive run.
           OPEN INPUT TASK-ARCHIVE
           IF WS-FS-ARCH = "00"
               MOVE 'Y' TO WS-ARCH-FILE-OK
           END-IF
           OPEN OUTPUT DEPENDENCY-REPORT
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           MOVE WS-CURRENT-DATE TO H2-DATE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           .

      * The non-working dates are small enough to hold in storage;
      * a missing WORKCAL file just means weekends are the only
      * non-working days.
       LOAD-HOLIDAY-TABLE.
           OPEN INPUT WORK-CALENDAR
           IF WS-FS-CAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ WORK-CALENDAR NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CAL
           END-READ
           PERFORM UNTIL WS-EOF-CAL = 'Y'
               IF WS-HOLIDAY-COUNT < 400
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE CAL-DATE TO HOL-DATE(WS-HOLIDAY-COUNT)
               END-IF
               READ WORK-CALENDAR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CAL
               END-READ
           END-PERFORM
           CLOSE WORK-CALENDAR
           .

      * A business day is a Monday-Friday (weekday 1-5) that is not
      * on the WORKCAL calendar. WS-CHK-INT carries the date in.
       CHECK-BUSINESS-INT.
           MOVE 'Y' TO WS-BUSDAY-FLAG
           COMPUTE WS-CHK-WEEKDAY =
               FUNCTION MOD(WS-CHK-INT - 1, 7) + 1
           IF WS-CHK-WEEKDAY > 5
               MOVE 'N' TO WS-BUSDAY-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
               TO WS-CHK-DATE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-HOLIDAY-COUNT
               IF HOL-DATE(WS-CAL-IDX) = WS-CHK-DATE
                   MOVE 'N' TO WS-BUSDAY-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * Entry 1 collects the chains of tasks filed under no project.
       LOAD-PROJECTS.
           MOVE 1 TO WS-PROJECT-COUNT
           MOVE SPACES TO PJ-CODE(1)
           MOVE "(NO PROJECT)" TO PJ-NAME(1)
           MOVE 0 TO PJ-TARGET-DATE(1)
           MOVE 0 TO PJ-BEST-SUB(1)
           OPEN INPUT PROJECT-MASTER
           IF WS-FS-PROJ NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PROJECT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PROJ
           END-READ
           PERFORM UNTIL WS-EOF-PROJ = 'Y'
               IF WS-PROJECT-COUNT < 200
                   ADD 1 TO WS-PROJECT-COUNT
                   MOVE PROJ-CODE TO PJ-CODE(WS-PROJECT-COUNT)
                   MOVE PROJ-NAME TO PJ-NAME(WS-PROJECT-COUNT)
                   MOVE PROJ-TARGET-DATE
                       TO PJ-TARGET-DATE(WS-PROJECT-COUNT)
                   MOVE 0 TO PJ-BEST-SUB(WS-PROJECT-COUNT)
               END-IF
               READ PROJECT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PROJ
               END-READ
           END-PERFORM
           CLOSE PROJECT-MASTER
           .

       LOAD-TASKS.
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
               IF WS-TASK-COUNT < 9999
                   ADD 1 TO WS-TASK-COUNT
                   PERFORM LOAD-ONE-TASK
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-PERFORM
           .

       LOAD-ONE-TASK.
           MOVE WS-TASK-COUNT TO WS-TASK-SUB
           MOVE TASKS-ID TO DT-TASK-ID(WS-TASK-SUB)
           MOVE TASKS-PARENT-ID TO DT-PARENT-ID(WS-TASK-SUB)
           MOVE 'N' TO DT-PARENT-STATE(WS-TASK-SUB)
           MOVE 0 TO DT-PARENT-SUB(WS-TASK-SUB)
           MOVE TASKS-END-DATE TO DT-END-DATE(WS-TASK-SUB)
           MOVE TASKS-STATUS TO DT-STATUS(WS-TASK-SUB)
           IF TASKS-STATUS = "TODO" OR "DOING" OR "BLOCKED"
               MOVE 'Y' TO DT-OPEN(WS-TASK-SUB)
               ADD 1 TO WS-OPEN-TOTAL
           ELSE
               MOVE 'N' TO DT-OPEN(WS-TASK-SUB)
           END-IF
           MOVE TASKS-PROJECT-CODE TO DT-PROJECT-CODE(WS-TASK-SUB)
           MOVE TASKS-TITLE(1:30) TO DT-TITLE(WS-TASK-SUB)
           MOVE TASKS-EST-HOURS TO DT-EST-HOURS(WS-TASK-SUB)
           MOVE 0 TO DT-BOOKED-HOURS(WS-TASK-SUB)
           MOVE 0 TO DT-REMAINING(WS-TASK-SUB)
           MOVE 0 TO DT-DAYS(WS-TASK-SUB)
           MOVE 0 TO DT-WAITING(WS-TASK-SUB)
           MOVE 'N' TO DT-LOOP(WS-TASK-SUB)
           MOVE 0 TO DT-CHAIN-TASKS(WS-TASK-SUB)
           MOVE 0 TO DT-CHAIN-HOURS(WS-TASK-SUB)
           MOVE 0 TO DT-CHAIN-DAYS(WS-TASK-SUB)
           .

      * Sums the WORKLOG bookings onto the tasks; adjustments net in
      * through their signed hours. Bookings against archived or
      * removed tasks find no entry and are skipped. A missing
      * WORKLOG file leaves every task with nothing booked.
       LOAD-BOOKED-HOURS.
           OPEN INPUT WORKLOG
           IF WS-FS-WLOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ WORKLOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-WLOG
           END-READ
           PERFORM UNTIL WS-EOF-WLOG = 'Y'
               MOVE WLOG-TASK-ID TO WS-FIND-ID
               PERFORM FIND-TASK-ENTRY
               IF WS-FOUND = 'Y'
                   ADD WLOG-HOURS TO DT-BOOKED-HOURS(WS-FIND-SUB)
               END-IF
               READ WORKLOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-WLOG
               END-READ
           END-PERFORM
           CLOSE WORKLOG
           .

      * The table is in task-ID order, so the entry for WS-FIND-ID
      * is found by halving the range still to search.
       FIND-TASK-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-FIND-SUB
           MOVE 1 TO WS-LOW-SUB
           MOVE WS-TASK-COUNT TO WS-HIGH-SUB
           PERFORM UNTIL WS-LOW-SUB > WS-HIGH-SUB
               COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
               EVALUATE TRUE
                   WHEN DT-TASK-ID(WS-MID-SUB) = WS-FIND-ID
                       MOVE 'Y' TO WS-FOUND
                       MOVE WS-MID-SUB TO WS-FIND-SUB
                       EXIT PERFORM
                   WHEN DT-TASK-ID(WS-MID-SUB) < WS-FIND-ID
                       COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
                   WHEN WS-MID-SUB = 1
                       EXIT PERFORM
                   WHEN OTHER
                       COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
               END-EVALUATE
           END-PERFORM
           .

      * Finds each task's prerequisite and works out the remaining
      * hours and business days of every open task.
       RESOLVE-PREREQUISITES.
           PERFORM VARYING WS-TASK-SUB FROM 1 BY 1
                   UNTIL WS-TASK-SUB > WS-TASK-COUNT
               IF DT-PARENT-ID(WS-TASK-SUB) NOT = 0
                   PERFORM RESOLVE-ONE-PREREQ
               END-IF
               IF DT-OPEN(WS-TASK-SUB) = 'Y'
                   PERFORM SET-REMAINING-WORK
               END-IF
           END-PERFORM
           .

       RESOLVE-ONE-PREREQ.
           MOVE DT-PARENT-ID(WS-TASK-SUB) TO WS-FIND-ID
           PERFORM FIND-TASK-ENTRY
           IF WS-FOUND = 'Y'
               MOVE 'M' TO DT-PARENT-STATE(WS-TASK-SUB)
               MOVE WS-FIND-SUB TO DT-PARENT-SUB(WS-TASK-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO DT-PARENT-STATE(WS-TASK-SUB)
           IF WS-ARCH-FILE-OK = 'Y'
               MOVE WS-FIND-ID TO ARCH-TASK-ID
               READ TASK-ARCHIVE
                   NOT INVALID KEY
                       MOVE 'A' TO DT-PARENT-STATE(WS-TASK-SUB)
               END-READ
           END-IF
           .

      * Hours still to do, rounded up to whole 8-hour days; an open
      * task with no estimate, or booked past it, still takes a day.
       SET-REMAINING-WORK.
           COMPUTE WS-REMAINING = DT-EST-HOURS(WS-TASK-SUB)
               - DT-BOOKED-HOURS(WS-TASK-SUB)
           IF WS-REMAINING < 0
               MOVE 0 TO WS-REMAINING
           END-IF
           MOVE WS-REMAINING TO DT-REMAINING(WS-TASK-SUB)
           COMPUTE DT-DAYS(WS-TASK-SUB) =
               DT-REMAINING(WS-TASK-SUB) / WS-HOURS-PER-DAY
           IF DT-DAYS(WS-TASK-SUB) * WS-HOURS-PER-DAY <
                   DT-REMAINING(WS-TASK-SUB)
               ADD 1 TO DT-DAYS(WS-TASK-SUB)
           END-IF
           IF DT-DAYS(WS-TASK-SUB) = 0
               MOVE 1 TO DT-DAYS(WS-TASK-SUB)
           END-IF
           .

      * Walks up from every open task through its open prerequisites,
      * counting the task as waiting on each of them and totalling
      * the chain's work. A finished, archived or missing
      * prerequisite ends the chain; a chain longer than
      * WS-MAX-DEPTH can only be a loop and is flagged as one.
       WALK-CHAINS.
           PERFORM VARYING WS-TASK-SUB FROM 1 BY 1
                   UNTIL WS-TASK-SUB > WS-TASK-COUNT
               IF DT-OPEN(WS-TASK-SUB) = 'Y'
                   PERFORM WALK-ONE-CHAIN
                   PERFORM POST-PROJECT-CHAIN
               END-IF
           END-PERFORM
           .

       WALK-ONE-CHAIN.
           IF DT-PARENT-STATE(WS-TASK-SUB) NOT = 'N'
               ADD 1 TO WS-DEPENDENT-TOTAL
           END-IF
           MOVE 1 TO DT-CHAIN-TASKS(WS-TASK-SUB)
           MOVE DT-REMAINING(WS-TASK-SUB)
               TO DT-CHAIN-HOURS(WS-TASK-SUB)
           MOVE DT-DAYS(WS-TASK-SUB) TO DT-CHAIN-DAYS(WS-TASK-SUB)
           MOVE WS-TASK-SUB TO WS-WALK-SUB
           MOVE 0 TO WS-DEPTH
           PERFORM UNTIL DT-PARENT-STATE(WS-WALK-SUB) NOT = 'M'
               MOVE DT-PARENT-SUB(WS-WALK-SUB) TO WS-NEXT-SUB
               IF DT-OPEN(WS-NEXT-SUB) NOT = 'Y'
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DEPTH
               IF WS-DEPTH > WS-MAX-DEPTH
                   MOVE 'Y' TO DT-LOOP(WS-TASK-SUB)
                   EXIT PERFORM
               END-IF
               ADD 1 TO DT-WAITING(WS-NEXT-SUB)
               ADD 1 TO DT-CHAIN-TASKS(WS-TASK-SUB)
               ADD DT-REMAINING(WS-NEXT-SUB)
                   TO DT-CHAIN-HOURS(WS-TASK-SUB)
               ADD DT-DAYS(WS-NEXT-SUB) TO DT-CHAIN-DAYS(WS-TASK-SUB)
               MOVE WS-NEXT-SUB TO WS-WALK-SUB
           END-PERFORM
           .

      * Keeps the chain as its project's critical path when it runs
      * more business days than the one held, or as many days but
      * more hours. Looping chains have no real length and are
      * left out.
       POST-PROJECT-CHAIN.
           IF DT-LOOP(WS-TASK-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
                   UNTIL WS-PROJ-SUB > WS-PROJECT-COUNT
               IF PJ-CODE(WS-PROJ-SUB) = DT-PROJECT-CODE(WS-TASK-SUB)
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-BEST-SUB(WS-PROJ-SUB) TO WS-WALK-SUB
           IF WS-WALK-SUB = 0
               MOVE WS-TASK-SUB TO PJ-BEST-SUB(WS-PROJ-SUB)
               EXIT PARAGRAPH
           END-IF
           IF DT-CHAIN-DAYS(WS-TASK-SUB) > DT-CHAIN-DAYS(WS-WALK-SUB)
               OR (DT-CHAIN-DAYS(WS-TASK-SUB) =
                       DT-CHAIN-DAYS(WS-WALK-SUB)
                   AND DT-CHAIN-HOURS(WS-TASK-SUB) >
                       DT-CHAIN-HOURS(WS-WALK-SUB))
               MOVE WS-TASK-SUB TO PJ-BEST-SUB(WS-PROJ-SUB)
           END-IF
           .

      * Open dependents due before the open prerequisite they wait
      * on, prerequisites found on neither master, and loops.
       PRINT-DATE-CONFLICTS.
           MOVE "DEPENDENTS DUE BEFORE THEIR PREREQUISITE:"
               TO WS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-TASK-SUB FROM 1 BY 1
                   UNTIL WS-TASK-SUB > WS-TASK-COUNT
               IF DT-OPEN(WS-TASK-SUB) = 'Y'
                   PERFORM CHECK-ONE-CONFLICT
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       CHECK-ONE-CONFLICT.
           MOVE DT-TASK-ID(WS-TASK-SUB) TO CL-TASK-ID
           MOVE DT-END-DATE(WS-TASK-SUB) TO CL-END-DATE
           MOVE DT-PARENT-ID(WS-TASK-SUB) TO CL-PARENT-ID
           MOVE DT-TITLE(WS-TASK-SUB) TO CL-TITLE
           MOVE SPACES TO CL-PARENT-DUE-LIT
           MOVE SPACES TO CL-PARENT-DUE
           IF DT-LOOP(WS-TASK-SUB) = 'Y'
               MOVE "LOOP VIA TASK" TO CL-REASON
               ADD 1 TO WS-LOOP-TOTAL
               ADD 1 TO WS-SECTION-COUNT
               WRITE RPT-LINE FROM WS-CONFLICT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DT-PARENT-STATE(WS-TASK-SUB) = 'X'
               MOVE "MISSING PREREQ" TO CL-REASON
               ADD 1 TO WS-MISSING-TOTAL
               ADD 1 TO WS-SECTION-COUNT
               WRITE RPT-LINE FROM WS-CONFLICT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DT-PARENT-STATE(WS-TASK-SUB) NOT = 'M'
               EXIT PARAGRAPH
           END-IF
           MOVE DT-PARENT-SUB(WS-TASK-SUB) TO WS-NEXT-SUB
           IF DT-OPEN(WS-NEXT-SUB) = 'Y' AND
                   DT-END-DATE(WS-TASK-SUB) < DT-END-DATE(WS-NEXT-SUB)
               MOVE "BEFORE PREREQ" TO CL-REASON
               MOVE " DUE " TO CL-PARENT-DUE-LIT
               MOVE DT-END-DATE(WS-NEXT-SUB) TO CL-PARENT-DUE
               ADD 1 TO WS-CONFLICT-TOTAL
               ADD 1 TO WS-SECTION-COUNT
               WRITE RPT-LINE FROM WS-CONFLICT-LINE
           END-IF
           .

       PRINT-BLOCKED-PREREQS.
           MOVE "BLOCKED PREREQUISITES WITH WORK WAITING:"
               TO WS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-TASK-SUB FROM 1 BY 1
                   UNTIL WS-TASK-SUB > WS-TASK-COUNT
               IF DT-STATUS(WS-TASK-SUB) = "BLOCKED" AND
                       DT-WAITING(WS-TASK-SUB) > 0
                   MOVE SPACES TO PL-LATE-LIT
                   MOVE SPACES TO PL-LATE-DAYS
                   PERFORM WRITE-PREREQ-LINE
                   ADD 1 TO WS-BLOCKED-TOTAL
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       PRINT-OVERDUE-PREREQS.
           MOVE "OVERDUE PREREQUISITES WITH WORK WAITING:"
               TO WS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-TASK-SUB FROM 1 BY 1
                   UNTIL WS-TASK-SUB > WS-TASK-COUNT
               IF DT-OPEN(WS-TASK-SUB) = 'Y' AND
                       DT-WAITING(WS-TASK-SUB) > 0 AND
                       DT-END-DATE(WS-TASK-SUB) < WS-CURRENT-DATE
                   COMPUTE WS-LATE-DAYS = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(DT-END-DATE
                           (WS-TASK-SUB))
                   MOVE "LATE " TO PL-LATE-LIT
                   MOVE WS-LATE-DAYS TO WS-LATE-DISP
                   MOVE WS-LATE-DISP TO PL-LATE-DAYS
                   PERFORM WRITE-PREREQ-LINE
                   ADD 1 TO WS-OVERDUE-TOTAL
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       WRITE-PREREQ-LINE.
           MOVE DT-TASK-ID(WS-TASK-SUB) TO PL-TASK-ID
           MOVE DT-END-DATE(WS-TASK-SUB) TO PL-END-DATE
           MOVE DT-STATUS(WS-TASK-SUB) TO PL-STATUS
           MOVE DT-WAITING(WS-TASK-SUB) TO PL-WAITING
           MOVE DT-TITLE(WS-TASK-SUB) TO PL-TITLE
           WRITE RPT-LINE FROM WS-PREREQ-LINE
           ADD 1 TO WS-SECTION-COUNT
           .

      * One block per project with open work: the longest chain's
      * totals and finish date, then its tasks from the first
      * prerequisite to the task at the end.
       PRINT-CRITICAL-PATHS.
           MOVE "CRITICAL PATH BY PROJECT:" TO WS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
                   UNTIL WS-PROJ-SUB > WS-PROJECT-COUNT
               IF PJ-BEST-SUB(WS-PROJ-SUB) NOT = 0
                   PERFORM PRINT-ONE-PATH
               END-IF
           END-PERFORM
           IF WS-PATH-TOTAL = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       PRINT-ONE-PATH.
           MOVE PJ-BEST-SUB(WS-PROJ-SUB) TO WS-TASK-SUB
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE PJ-CODE(WS-PROJ-SUB) TO PR-CODE
           MOVE PJ-NAME(WS-PROJ-SUB) TO PR-NAME
           IF PJ-TARGET-DATE(WS-PROJ-SUB) = 0
               MOVE "NONE" TO PR-TARGET
           ELSE
               MOVE PJ-TARGET-DATE(WS-PROJ-SUB) TO PR-TARGET
           END-IF
           WRITE RPT-LINE FROM WS-PROJECT-LINE
           PERFORM SET-CHAIN-FINISH
           MOVE DT-CHAIN-TASKS(WS-TASK-SUB) TO PA-TASKS
           MOVE DT-CHAIN-HOURS(WS-TASK-SUB) TO PA-HOURS
           MOVE DT-CHAIN-DAYS(WS-TASK-SUB) TO PA-DAYS
           MOVE WS-FINISH-DATE TO PA-FINISH
           EVALUATE TRUE
               WHEN PJ-TARGET-DATE(WS-PROJ-SUB) = 0
                   MOVE "NO TARGET DATE" TO PA-VERDICT
               WHEN WS-FINISH-DATE > PJ-TARGET-DATE(WS-PROJ-SUB)
                   MOVE "MISSES TARGET" TO PA-VERDICT
                   ADD 1 TO WS-LATE-PATH-TOTAL
               WHEN OTHER
                   MOVE "WITHIN TARGET" TO PA-VERDICT
           END-EVALUATE
           WRITE RPT-LINE FROM WS-PATH-LINE
           PERFORM COLLECT-CHAIN-STEPS
           PERFORM VARYING WS-CHAIN-IDX FROM WS-CHAIN-COUNT BY -1
                   UNTIL WS-CHAIN-IDX < 1
               MOVE CH-TASK-SUB(WS-CHAIN-IDX) TO WS-WALK-SUB
               MOVE DT-TASK-ID(WS-WALK-SUB) TO SL-TASK-ID
               MOVE DT-END-DATE(WS-WALK-SUB) TO SL-END-DATE
               MOVE DT-STATUS(WS-WALK-SUB) TO SL-STATUS
               MOVE DT-REMAINING(WS-WALK-SUB) TO SL-REMAINING
               MOVE DT-DAYS(WS-WALK-SUB) TO SL-DAYS
               MOVE DT-TITLE(WS-WALK-SUB) TO SL-TITLE
               WRITE RPT-LINE FROM WS-STEP-LINE
           END-PERFORM
           ADD 1 TO WS-PATH-TOTAL
           .

      * The chain's finish date: today counts as its first working
      * day when it is a business day, then one more business day
      * for each of the rest.
       SET-CHAIN-FINISH.
           MOVE DT-CHAIN-DAYS(WS-TASK-SUB) TO WS-DAYS-LEFT
           MOVE WS-TODAY-INT TO WS-FINISH-INT
           PERFORM UNTIL WS-DAYS-LEFT = 0
               MOVE WS-FINISH-INT TO WS-CHK-INT
               PERFORM CHECK-BUSINESS-INT
               IF WS-BUSDAY-FLAG = 'Y'
                   SUBTRACT 1 FROM WS-DAYS-LEFT
               END-IF
               IF WS-DAYS-LEFT > 0
                   ADD 1 TO WS-FINISH-INT
               END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-FINISH-INT)
               TO WS-FINISH-DATE
           .

      * Re-walks the chain from its end task, keeping the open tasks
      * in it so they can be printed prerequisite first.
       COLLECT-CHAIN-STEPS.
           MOVE 1 TO WS-CHAIN-COUNT
           MOVE WS-TASK-SUB TO CH-TASK-SUB(1)
           MOVE WS-TASK-SUB TO WS-WALK-SUB
           PERFORM UNTIL DT-PARENT-STATE(WS-WALK-SUB) NOT = 'M'
                   OR WS-CHAIN-COUNT > WS-MAX-DEPTH
               MOVE DT-PARENT-SUB(WS-WALK-SUB) TO WS-NEXT-SUB
               IF DT-OPEN(WS-NEXT-SUB) NOT = 'Y'
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-NEXT-SUB TO CH-TASK-SUB(WS-CHAIN-COUNT)
               MOVE WS-NEXT-SUB TO WS-WALK-SUB
           END-PERFORM
           .

       WRITE-SECTION-HEADING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-HEADING
           .

       FINALIZE-DEPENDENCY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OPEN TASKS:" TO TL-LABEL
           MOVE WS-OPEN-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "OPEN TASKS WITH A PREREQUISITE:" TO TL-LABEL
           MOVE WS-DEPENDENT-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "DUE BEFORE THEIR PREREQUISITE:" TO TL-LABEL
           MOVE WS-CONFLICT-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "PREREQUISITES NOT FOUND:" TO TL-LABEL
           MOVE WS-MISSING-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "DEPENDENCY LOOPS:" TO TL-LABEL
           MOVE WS-LOOP-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "BLOCKED PREREQUISITES:" TO TL-LABEL
           MOVE WS-BLOCKED-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "OVERDUE PREREQUISITES:" TO TL-LABEL
           MOVE WS-OVERDUE-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "PROJECT CRITICAL PATHS:" TO TL-LABEL
           MOVE WS-PATH-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "CRITICAL PATHS MISSING TARGET:" TO TL-LABEL
           MOVE WS-LATE-PATH-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           PERFORM WRITE-RUN-END
           CLOSE TASK-MASTER
           IF WS-ARCH-FILE-OK = 'Y'
               CLOSE TASK-ARCHIVE
           END-IF
           CLOSE DEPENDENCY-REPORT
           DISPLAY "Dependency report complete - "
               WS-CONFLICT-TOTAL " date conflict(s), "
               WS-BLOCKED-TOTAL " blocked and "
               WS-OVERDUE-TOTAL " overdue prerequisite(s), "
               WS-LATE-PATH-TOTAL " critical path(s) late."
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
           MOVE "todo-dependency-report" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-dependency-report" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-TASK-COUNT TO RUNC-RECORDS-READ
           MOVE WS-OPEN-TOTAL TO RUNC-RECORDS-APPLIED
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

       END PROGRAM todo-dependency-report.
