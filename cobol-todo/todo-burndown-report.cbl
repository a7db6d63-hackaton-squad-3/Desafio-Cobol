       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-burndown-report.

      * Project burn-down trend report. Reads the weekly snapshots
      * todo-weekly-snapshot keeps in PROJHIST and prints, for each
      * project, its week-by-week open counts, remaining estimate,
      * hours booked and hours burned off the remaining estimate,
      * against the project's PROJ-TARGET-DATE. Two values come in
      * on SYSIN: how many recent weeks to print (0 = 13) and how
      * many weeks the burn rate is averaged over (0 = 4). The
      * projected finish is the latest week end plus the remaining
      * estimate divided by that burn rate; a project whose open
      * tasks carry no estimate is projected on its open task count
      * instead. The verdict line says whether the projection makes
      * the target date, and by how many days it misses, so the
      * steering meeting no longer rebuilds the history from old
      * printouts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-HISTORY ASSIGN TO "PROJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-FS-SNAP.

           SELECT PROJECT-MASTER ASSIGN TO "PROJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROJ-CODE
               FILE STATUS IS WS-FS-PROJ.

           SELECT BURNDOWN-REPORT ASSIGN TO "BURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJECT-HISTORY.
           COPY "snaprec.cpy".

       FD  PROJECT-MASTER.
           COPY "projrec.cpy".

       FD  BURNDOWN-REPORT.
       01 RPT-LINE                PIC X(100).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-SNAP            PIC X(2).
       01 WS-FS-PROJ            PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-EOF-SNAP           PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-PRINT-WEEKS        PIC 9(3) VALUE 0.
       01 WS-RATE-WEEKS         PIC 9(2) VALUE 0.

      * One project's snapshots, oldest first. Ten years of weekly
      * history fits; beyond that the oldest weeks drop off.
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 520 TIMES.
               10 WK-WEEK-END         PIC 9(8).
               10 WK-TARGET-DATE      PIC 9(8).
               10 WK-TODO-COUNT       PIC 9(5).
               10 WK-DOING-COUNT      PIC 9(5).
               10 WK-BLOCKED-COUNT    PIC 9(5).
               10 WK-DONE-COUNT       PIC 9(5).
               10 WK-OPEN-COUNT       PIC 9(5).
               10 WK-REMAINING-EST    PIC 9(6)V9(2).
               10 WK-WEEK-HOURS       PIC S9(6)V9(2).
       01 WS-WEEK-COUNT         PIC 9(3) VALUE 0.
       01 WS-WEEK-IDX           PIC 9(3).
       01 WS-FIRST-PRINT-IDX    PIC 9(3).
       01 WS-BASE-IDX           PIC 9(3).

       01 WS-CUR-PROJECT        PIC X(8).
       01 WS-CUR-NAME           PIC X(40).
       01 WS-CUR-TARGET         PIC 9(8).

      *--- Projection work fields ---
       01 WS-SPAN-WEEKS         PIC 9(3).
       01 WS-BASE-INT           PIC 9(8).
       01 WS-LATEST-INT         PIC 9(8).
       01 WS-MEASURE-LEFT       PIC 9(6)V9(2).
       01 WS-BURN-RATE          PIC S9(6)V9(2).
       01 WS-WEEKS-TO-GO        PIC 9(9).
       01 WS-FINISH-INT         PIC 9(8).
       01 WS-FINISH-DATE        PIC 9(8).
       01 WS-TARGET-INT         PIC 9(8).
       01 WS-DAYS-LATE          PIC 9(5).
       01 WS-DAYS-LATE-DISP     PIC ZZZZ9.

       01 WS-PROJECTS-REPORTED  PIC 9(4) VALUE 0.
       01 WS-PROJECTS-LATE      PIC 9(4) VALUE 0.
       01 WS-PROJECTS-STALLED   PIC 9(4) VALUE 0.
       01 WS-SNAPS-READ         PIC 9(8) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER              PIC X(32) VALUE
               "PROJECT BURN-DOWN TREND REPORT".
       01 WS-HEADING-2.
           05 FILLER              PIC X(8)  VALUE "RUN DATE".
           05 FILLER              PIC X(2)  VALUE ": ".
           05 H2-DATE             PIC 9(8).

       01 WS-PROJECT-LINE.
           05 FILLER              PIC X(8)  VALUE "PROJECT ".
           05 PL-CODE             PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 PL-NAME             PIC X(40).
           05 FILLER              PIC X(8)  VALUE " TARGET ".
           05 PL-TARGET           PIC 9(8).
       01 WS-TREND-HEADING.
           05 FILLER              PIC X(10) VALUE "  WEEK END".
           05 FILLER              PIC X(7)  VALUE "   TODO".
           05 FILLER              PIC X(7)  VALUE "  DOING".
           05 FILLER              PIC X(7)  VALUE "BLOCKED".
           05 FILLER              PIC X(7)  VALUE "   DONE".
           05 FILLER              PIC X(7)  VALUE "   OPEN".
           05 FILLER              PIC X(12) VALUE "  REMAIN EST".
           05 FILLER              PIC X(12) VALUE "    WK HOURS".
           05 FILLER              PIC X(12) VALUE "      BURNED".
       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-WEEK-END         PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-TODO             PIC ZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-DOING            PIC ZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-BLOCKED          PIC ZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-DONE             PIC ZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-OPEN             PIC ZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 DL-REMAINING        PIC ZZZZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 DL-WEEK-HOURS       PIC -ZZZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 DL-BURNED           PIC -ZZZZ9.99.
       01 WS-PROJECTION-LINE.
           05 FILLER              PIC X(13) VALUE "  BURN RATE: ".
           05 JL-RATE             PIC -ZZZZ9.99.
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 JL-UNIT             PIC X(10).
           05 FILLER              PIC X(20) VALUE
               "  PROJECTED FINISH: ".
           05 JL-FINISH           PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 JL-VERDICT          PIC X(30).

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(40).
           05 TL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT
           PERFORM REPORT-PROJECT-HISTORY
           PERFORM FINALIZE-REPORT
           STOP RUN.

       INITIALIZE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Enter weeks of history to print (0 = 13):"
           ACCEPT WS-PRINT-WEEKS
           IF WS-PRINT-WEEKS = 0
               MOVE 13 TO WS-PRINT-WEEKS
           END-IF
           DISPLAY "Enter weeks to average the burn rate over "
               "(0 = 4):"
           ACCEPT WS-RATE-WEEKS
           IF WS-RATE-WEEKS = 0
               MOVE 4 TO WS-RATE-WEEKS
           END-IF
           OPEN INPUT PROJECT-HISTORY
           OPEN INPUT PROJECT-MASTER
           OPEN OUTPUT BURNDOWN-REPORT
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           MOVE WS-CURRENT-DATE TO H2-DATE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           .

      * PROJHIST comes back in project then week order, so each
      * project's weeks are gathered and printed on the change of
      * project code.
       REPORT-PROJECT-HISTORY.
           IF WS-FS-SNAP NOT = "00"
               MOVE 'Y' TO WS-EOF-SNAP
           END-IF
           IF WS-EOF-SNAP NOT = 'Y'
               READ PROJECT-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SNAP
               END-READ
           END-IF
           IF WS-EOF-SNAP NOT = 'Y'
               MOVE SNAP-PROJ-CODE TO WS-CUR-PROJECT
           END-IF
           PERFORM UNTIL WS-EOF-SNAP = 'Y'
               IF SNAP-PROJ-CODE NOT = WS-CUR-PROJECT
                   PERFORM PRINT-PROJECT-TREND
                   MOVE SNAP-PROJ-CODE TO WS-CUR-PROJECT
                   MOVE 0 TO WS-WEEK-COUNT
               END-IF
               PERFORM STORE-SNAPSHOT
               READ PROJECT-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SNAP
               END-READ
           END-PERFORM
           IF WS-WEEK-COUNT > 0
               PERFORM PRINT-PROJECT-TREND
           END-IF
           .

       STORE-SNAPSHOT.
           ADD 1 TO WS-SNAPS-READ
           IF WS-WEEK-COUNT = 520
               PERFORM VARYING WS-WEEK-IDX FROM 2 BY 1
                       UNTIL WS-WEEK-IDX > 520
                   MOVE WS-WEEK-ENTRY(WS-WEEK-IDX)
                       TO WS-WEEK-ENTRY(WS-WEEK-IDX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-WEEK-COUNT
           END-IF
           MOVE SNAP-WEEK-END TO WK-WEEK-END(WS-WEEK-COUNT)
           MOVE SNAP-TARGET-DATE TO WK-TARGET-DATE(WS-WEEK-COUNT)
           MOVE SNAP-TODO-COUNT TO WK-TODO-COUNT(WS-WEEK-COUNT)
           MOVE SNAP-DOING-COUNT TO WK-DOING-COUNT(WS-WEEK-COUNT)
           MOVE SNAP-BLOCKED-COUNT TO WK-BLOCKED-COUNT(WS-WEEK-COUNT)
           MOVE SNAP-DONE-COUNT TO WK-DONE-COUNT(WS-WEEK-COUNT)
           MOVE SNAP-OPEN-COUNT TO WK-OPEN-COUNT(WS-WEEK-COUNT)
           MOVE SNAP-REMAINING-EST TO WK-REMAINING-EST(WS-WEEK-COUNT)
           MOVE SNAP-WEEK-HOURS TO WK-WEEK-HOURS(WS-WEEK-COUNT)
           .

      * The project's name and target date come from PROJECT-MASTER
      * as they stand today; a project since removed falls back on
      * the target date held in its latest snapshot.
       PRINT-PROJECT-TREND.
           MOVE WS-CUR-PROJECT TO PROJ-CODE
           READ PROJECT-MASTER
               INVALID KEY
                   MOVE "(NOT ON PROJECT MASTER)" TO WS-CUR-NAME
                   MOVE WK-TARGET-DATE(WS-WEEK-COUNT)
                       TO WS-CUR-TARGET
               NOT INVALID KEY
                   MOVE PROJ-NAME TO WS-CUR-NAME
                   MOVE PROJ-TARGET-DATE TO WS-CUR-TARGET
           END-READ
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUR-PROJECT TO PL-CODE
           MOVE WS-CUR-NAME TO PL-NAME
           MOVE WS-CUR-TARGET TO PL-TARGET
           WRITE RPT-LINE FROM WS-PROJECT-LINE
           WRITE RPT-LINE FROM WS-TREND-HEADING
           IF WS-WEEK-COUNT > WS-PRINT-WEEKS
               COMPUTE WS-FIRST-PRINT-IDX =
                   WS-WEEK-COUNT - WS-PRINT-WEEKS + 1
           ELSE
               MOVE 1 TO WS-FIRST-PRINT-IDX
           END-IF
           PERFORM VARYING WS-WEEK-IDX FROM WS-FIRST-PRINT-IDX BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEK-COUNT
               PERFORM PRINT-TREND-LINE
           END-PERFORM
           PERFORM PROJECT-FINISH-DATE
           WRITE RPT-LINE FROM WS-PROJECTION-LINE
           ADD 1 TO WS-PROJECTS-REPORTED
           .

       PRINT-TREND-LINE.
           MOVE WK-WEEK-END(WS-WEEK-IDX) TO DL-WEEK-END
           MOVE WK-TODO-COUNT(WS-WEEK-IDX) TO DL-TODO
           MOVE WK-DOING-COUNT(WS-WEEK-IDX) TO DL-DOING
           MOVE WK-BLOCKED-COUNT(WS-WEEK-IDX) TO DL-BLOCKED
           MOVE WK-DONE-COUNT(WS-WEEK-IDX) TO DL-DONE
           MOVE WK-OPEN-COUNT(WS-WEEK-IDX) TO DL-OPEN
           MOVE WK-REMAINING-EST(WS-WEEK-IDX) TO DL-REMAINING
           MOVE WK-WEEK-HOURS(WS-WEEK-IDX) TO DL-WEEK-HOURS
           IF WS-WEEK-IDX > 1
               COMPUTE DL-BURNED =
                   WK-REMAINING-EST(WS-WEEK-IDX - 1)
                   - WK-REMAINING-EST(WS-WEEK-IDX)
           ELSE
               MOVE 0 TO DL-BURNED
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      * Burn rate is the fall in the remaining estimate (or, with
      * no estimates, in the open count) from the snapshot
      * WS-RATE-WEEKS back to the latest, per calendar week between
      * them - a missed snapshot week does not inflate the rate.
       PROJECT-FINISH-DATE.
           MOVE 0 TO JL-RATE
           MOVE SPACES TO JL-UNIT
           MOVE SPACES TO JL-FINISH
           MOVE SPACES TO JL-VERDICT
           IF WK-OPEN-COUNT(WS-WEEK-COUNT) = 0
               MOVE "COMPLETE - NO OPEN TASKS" TO JL-VERDICT
               EXIT PARAGRAPH
           END-IF
           IF WS-WEEK-COUNT > WS-RATE-WEEKS
               COMPUTE WS-BASE-IDX = WS-WEEK-COUNT - WS-RATE-WEEKS
           ELSE
               MOVE 1 TO WS-BASE-IDX
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WK-WEEK-END(WS-BASE-IDX))
               TO WS-BASE-INT
           MOVE FUNCTION INTEGER-OF-DATE(WK-WEEK-END(WS-WEEK-COUNT))
               TO WS-LATEST-INT
           COMPUTE WS-SPAN-WEEKS = (WS-LATEST-INT - WS-BASE-INT) / 7
           IF WS-SPAN-WEEKS = 0
               MOVE "TOO LITTLE HISTORY TO PROJECT" TO JL-VERDICT
               EXIT PARAGRAPH
           END-IF
           IF WK-REMAINING-EST(WS-WEEK-COUNT) > 0 OR
                   WK-REMAINING-EST(WS-BASE-IDX) > 0
               MOVE "HRS/WEEK" TO JL-UNIT
               MOVE WK-REMAINING-EST(WS-WEEK-COUNT)
                   TO WS-MEASURE-LEFT
               COMPUTE WS-BURN-RATE ROUNDED =
                   (WK-REMAINING-EST(WS-BASE-IDX)
                    - WK-REMAINING-EST(WS-WEEK-COUNT))
                   / WS-SPAN-WEEKS
           ELSE
               MOVE "TASKS/WEEK" TO JL-UNIT
               MOVE WK-OPEN-COUNT(WS-WEEK-COUNT) TO WS-MEASURE-LEFT
               COMPUTE WS-BURN-RATE ROUNDED =
                   (WK-OPEN-COUNT(WS-BASE-IDX)
                    - WK-OPEN-COUNT(WS-WEEK-COUNT))
                   / WS-SPAN-WEEKS
           END-IF
           MOVE WS-BURN-RATE TO JL-RATE
           IF WS-BURN-RATE NOT > 0
               MOVE "NOT BURNING DOWN" TO JL-VERDICT
               ADD 1 TO WS-PROJECTS-STALLED
               EXIT PARAGRAPH
           END-IF
           IF WS-MEASURE-LEFT = 0
               MOVE WS-LATEST-INT TO WS-FINISH-INT
           ELSE
               COMPUTE WS-WEEKS-TO-GO = WS-MEASURE-LEFT / WS-BURN-RATE
               IF WS-WEEKS-TO-GO * WS-BURN-RATE < WS-MEASURE-LEFT
                   ADD 1 TO WS-WEEKS-TO-GO
               END-IF
               IF WS-WEEKS-TO-GO > 520
                   MOVE "OVER 10 YEARS AT THIS RATE" TO JL-VERDICT
                   ADD 1 TO WS-PROJECTS-LATE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FINISH-INT =
                   WS-LATEST-INT + (WS-WEEKS-TO-GO * 7)
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-FINISH-INT)
               TO WS-FINISH-DATE
           MOVE WS-FINISH-DATE TO JL-FINISH
           IF WS-CUR-TARGET = 0
               MOVE "NO TARGET DATE" TO JL-VERDICT
               EXIT PARAGRAPH
           END-IF
           IF WS-FINISH-DATE > WS-CUR-TARGET
               MOVE FUNCTION INTEGER-OF-DATE(WS-CUR-TARGET)
                   TO WS-TARGET-INT
               COMPUTE WS-DAYS-LATE = WS-FINISH-INT - WS-TARGET-INT
               MOVE WS-DAYS-LATE TO WS-DAYS-LATE-DISP
               STRING "LATE BY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-LATE-DISP) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO JL-VERDICT
               END-STRING
               ADD 1 TO WS-PROJECTS-LATE
           ELSE
               MOVE "ON TRACK FOR TARGET" TO JL-VERDICT
           END-IF
           .

       FINALIZE-REPORT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PROJECTS REPORTED:" TO TL-LABEL
           MOVE WS-PROJECTS-REPORTED TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "PROJECTED TO MISS TARGET DATE:" TO TL-LABEL
           MOVE WS-PROJECTS-LATE TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "NOT BURNING DOWN:" TO TL-LABEL
           MOVE WS-PROJECTS-STALLED TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           PERFORM WRITE-RUN-END
           CLOSE PROJECT-HISTORY
           CLOSE PROJECT-MASTER
           CLOSE BURNDOWN-REPORT
           DISPLAY "Burn-down report complete - "
               WS-PROJECTS-REPORTED " project(s), "
               WS-PROJECTS-LATE " projected late."
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
           MOVE "todo-burndown-report" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-burndown-report" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-SNAPS-READ TO RUNC-RECORDS-READ
           MOVE WS-PROJECTS-REPORTED TO RUNC-RECORDS-APPLIED
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

       END PROGRAM todo-burndown-report.
