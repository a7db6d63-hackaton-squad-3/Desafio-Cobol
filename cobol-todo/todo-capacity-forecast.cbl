       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-capacity-forecast.

      * Forward capacity forecast per assignee. The workload report
      * counts open tasks, so two 80-hour tasks look lighter than
      * five 1-hour ones; this batch works in hours instead.
      * Each open (TODO/DOING/BLOCKED) task's remaining effort -
      * TASKS-EST-HOURS less the hours already booked to it on
      * WORKLOG - is spread evenly over the WORKCAL business days
      * from today to its TASKS-END-DATE (a task already past its
      * end date lands on the next business day). The load is
      * bucketed week by week for the number of weeks given on
      * SYSIN and set against the assignee's capacity for the same
      * week: the weekly hours from USERCAP (40.00 when the user
      * has no record) shared over the five weekdays, less the
      * WORKCAL holidays and the user's own USERLEAV leave days.
      * Weeks booked over capacity are flagged OVER CAPACITY.
      * Taking each person's tasks in end-date order, a task whose
      * cumulative remaining hours exceed the capacity available
      * up to its end date is listed as one that cannot finish in
      * time, so work is rebalanced before the dates slip.
      * Tasks with no estimate, or already booked up to their
      * estimate, carry no remaining effort and are only counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERS-ID
               FILE STATUS IS WS-FS-USER.

           SELECT TASK-MASTER ASSIGN TO "TASKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASKS-ID
               ALTERNATE RECORD KEY IS TASKS-ASSIGNEE-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TASKS-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TASK.

           SELECT USER-CAPACITY ASSIGN TO "USERCAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UCAP-USER-ID
               FILE STATUS IS WS-FS-UCAP.

           SELECT USER-LEAVE ASSIGN TO "USERLEAV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-KEY
               FILE STATUS IS WS-FS-LEAVE.

           SELECT WORKLOG ASSIGN TO "WORKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-WLOG.

           SELECT WORK-CALENDAR ASSIGN TO "WORKCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-FS-CAL.

           SELECT FORECAST-REPORT ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "userrec.cpy".

       FD  TASK-MASTER.
           COPY "taskrec.cpy".

       FD  USER-CAPACITY.
           COPY "ucaprec.cpy".

       FD  USER-LEAVE.
           COPY "leaverec.cpy".

       FD  WORKLOG.
           COPY "worklogrec.cpy".

       FD  WORK-CALENDAR.
           COPY "calrec.cpy".

       FD  FORECAST-REPORT.
       01 RPT-LINE                PIC X(100).

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-ASSIGNEE-ID     PIC 9(4).
           05 SORT-END-DATE        PIC 9(8).
           05 SORT-PRIORITY        PIC 9(1).
           05 SORT-TASK-ID         PIC 9(8).
           05 SORT-REMAINING       PIC 9(3)V9(2).
           05 SORT-TITLE           PIC X(24).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-USER            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-UCAP            PIC X(2).
       01 WS-FS-LEAVE           PIC X(2).
       01 WS-FS-WLOG            PIC X(2).
       01 WS-FS-CAL             PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-WLOG           PIC X VALUE 'N'.
       01 WS-EOF-CAL            PIC X VALUE 'N'.
       01 WS-EOF-SORT           PIC X VALUE 'N'.
       01 WS-EOF-LEAVE          PIC X VALUE 'N'.
       01 WS-UCAP-FILE-OK       PIC X VALUE 'N'.
       01 WS-LEAVE-FILE-OK      PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-SWEEP-STATUS       PIC X(10).

      *--- Forecast horizon: whole weeks from this week's Monday ---
       01 WS-WEEKS              PIC 9(2) VALUE 0.
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-HORIZON-START-INT  PIC 9(8).
       01 WS-HORIZON-END-INT    PIC 9(8).
       01 WS-HORIZON-END-DATE   PIC 9(8).
       01 WS-DAY-INT            PIC 9(8).
       01 WS-WEEK-IDX           PIC 9(2).
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 13 TIMES.
               10 WK-START-DATE       PIC 9(8).
               10 WK-CAPACITY         PIC 9(3)V9(4).
               10 WK-LOAD             PIC 9(5)V9(4).

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

      *--- Booked hours per task, as the variance report builds it ---
       01 WS-TASK-HOURS-TABLE.
           05 WS-TASK-HOURS-ENTRY OCCURS 9999 TIMES
                   INDEXED BY TH-IDX.
               10 TH-TASK-ID          PIC 9(8).
               10 TH-HOURS            PIC S9(5)V9(2).
       01 WS-TASK-HOURS-COUNT   PIC 9(4) VALUE 0.
       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-FOUND              PIC X.
       01 WS-BOOKED-HOURS       PIC S9(5)V9(2).
       01 WS-REMAINING          PIC S9(5)V9(2).

      *--- Current assignee ---
       01 WS-FIRST-RECORD       PIC X VALUE 'Y'.
       01 WS-CUR-ASSIGNEE       PIC 9(4) VALUE 0.
       01 WS-CUR-NAME           PIC X(40).
       01 WS-CUR-WEEKLY         PIC 9(2)V9(2).
       01 WS-DAILY-CAPACITY     PIC 9(2)V9(4).
       01 WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 400 TIMES.
               10 LV-DATE             PIC 9(8).
       01 WS-LEAVE-COUNT        PIC 9(3) VALUE 0.
       01 WS-LEAVE-IDX          PIC 9(3).
       01 WS-LEAVE-FLAG         PIC X.
       01 WS-CAP-CURSOR-INT     PIC 9(8).
       01 WS-CUM-CAPACITY       PIC 9(5)V9(4).
       01 WS-CUM-LOAD           PIC 9(6)V9(2).

      *--- Current task ---
       01 WS-END-INT            PIC 9(8).
       01 WS-SPREAD-END-INT     PIC 9(8).
       01 WS-SPREAD-DAYS        PIC 9(4).
       01 WS-DAILY-SHARE        PIC 9(3)V9(4).

      *--- Tasks of the current assignee that cannot finish ---
       01 WS-AT-RISK-TABLE.
           05 WS-AT-RISK-ENTRY OCCURS 200 TIMES.
               10 AR-TASK-ID          PIC 9(8).
               10 AR-END-DATE         PIC 9(8).
               10 AR-REMAINING        PIC 9(3)V9(2).
               10 AR-NEED             PIC 9(6)V9(2).
               10 AR-HAVE             PIC 9(5)V9(2).
               10 AR-TITLE            PIC X(24).
       01 WS-AR-COUNT           PIC 9(3) VALUE 0.
       01 WS-AR-IDX             PIC 9(3).

      *--- Run totals ---
       01 WS-ASSIGNEE-TOTAL     PIC 9(4) VALUE 0.
       01 WS-TASKS-FORECAST     PIC 9(5) VALUE 0.
       01 WS-OVER-WEEK-TOTAL    PIC 9(5) VALUE 0.
       01 WS-AT-RISK-TOTAL      PIC 9(5) VALUE 0.
       01 WS-NO-ESTIMATE-TOTAL  PIC 9(5) VALUE 0.
       01 WS-SPENT-TOTAL        PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER              PIC X(32) VALUE
               "CAPACITY FORECAST REPORT".
       01 WS-HEADING-2.
           05 FILLER              PIC X(8)  VALUE "RUN DATE".
           05 FILLER              PIC X(2)  VALUE ": ".
           05 H2-DATE             PIC 9(8).
       01 WS-HEADING-3.
           05 FILLER              PIC X(9)  VALUE "HORIZON: ".
           05 H3-START-DATE       PIC 9(8).
           05 FILLER              PIC X(4)  VALUE " TO ".
           05 H3-END-DATE         PIC 9(8).
           05 FILLER              PIC X(2)  VALUE " (".
           05 H3-WEEKS            PIC Z9.
           05 FILLER              PIC X(7)  VALUE " WEEKS)".

       01 WS-ASSIGNEE-LINE.
           05 FILLER              PIC X(9)  VALUE "ASSIGNEE ".
           05 AL-USER-ID          PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 AL-USER-NAME        PIC X(40).
           05 FILLER              PIC X(17) VALUE
               " WEEKLY CAPACITY ".
           05 AL-WEEKLY           PIC Z9.99.
       01 WS-WEEK-HEADING.
           05 FILLER              PIC X(12) VALUE "  WEEK OF".
           05 FILLER              PIC X(8)  VALUE "CAPACITY".
           05 FILLER              PIC X(12) VALUE "        LOAD".
           05 FILLER              PIC X(12) VALUE "   AVAILABLE".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(4)  VALUE "FLAG".
       01 WS-WEEK-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WL-WEEK-START       PIC 9(8).
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 WL-CAPACITY         PIC ZZ9.99.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 WL-LOAD             PIC ZZZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 WL-AVAILABLE        PIC -ZZZZ9.99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WL-FLAG             PIC X(13).
       01 WS-AT-RISK-HEADING.
           05 FILLER              PIC X(50) VALUE
               "  TASKS THAT CANNOT FINISH BY END DATE:".
       01 WS-AT-RISK-LINE.
           05 FILLER              PIC X(7)  VALUE "  TASK ".
           05 RL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(6)  VALUE "  DUE ".
           05 RL-END-DATE         PIC 9(8).
           05 FILLER              PIC X(9)  VALUE "  REMAIN ".
           05 RL-REMAINING        PIC ZZ9.99.
           05 FILLER              PIC X(7)  VALUE "  NEED ".
           05 RL-NEED             PIC ZZZZ9.99.
           05 FILLER              PIC X(7)  VALUE "  HAVE ".
           05 RL-HAVE             PIC ZZZZ9.99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RL-TITLE            PIC X(24).

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(40).
           05 TL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-FORECAST
           PERFORM LOAD-BOOKED-HOURS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ASSIGNEE-ID SORT-END-DATE
               DESCENDING KEY SORT-PRIORITY
               ASCENDING KEY SORT-TASK-ID
               INPUT PROCEDURE IS SELECT-OPEN-TASKS
               OUTPUT PROCEDURE IS FORECAST-BY-ASSIGNEE
           PERFORM FINALIZE-FORECAST
           STOP RUN.

       INITIALIZE-FORECAST.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Enter number of weeks to forecast (1-13):"
           ACCEPT WS-WEEKS
           IF WS-WEEKS = 0 OR WS-WEEKS > 13
               MOVE 6 TO WS-WEEKS
               DISPLAY "No valid number of weeks supplied - "
                   "defaulting to 6 weeks."
           END-IF
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM SET-FORECAST-HORIZON
           OPEN INPUT USER-MASTER
      * Neither file exists until someone records a capacity or a
      * leave day; without them everyone works the standard week.
           OPEN INPUT USER-CAPACITY
           IF WS-FS-UCAP = "00"
               MOVE 'Y' TO WS-UCAP-FILE-OK
           END-IF
           OPEN INPUT USER-LEAVE
           IF WS-FS-LEAVE = "00"
               MOVE 'Y' TO WS-LEAVE-FILE-OK
           END-IF
           OPEN OUTPUT FORECAST-REPORT
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE WK-START-DATE(1) TO H3-START-DATE
           MOVE WS-HORIZON-END-DATE TO H3-END-DATE
           MOVE WS-WEEKS TO H3-WEEKS
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           WRITE RPT-LINE FROM WS-HEADING-3
           .

      * Week 1 starts on this week's Monday so the buckets line up
      * with the calendar week; load and capacity are only counted
      * from today, so days already gone add nothing to either.
       SET-FORECAST-HORIZON.
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INT
           COMPUTE WS-CHK-WEEKDAY =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
           COMPUTE WS-HORIZON-START-INT =
               WS-TODAY-INT - WS-CHK-WEEKDAY + 1
           COMPUTE WS-HORIZON-END-INT =
               WS-HORIZON-START-INT + (WS-WEEKS * 7) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-HORIZON-END-INT)
               TO WS-HORIZON-END-DATE
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEKS
               COMPUTE WS-DAY-INT =
                   WS-HORIZON-START-INT + ((WS-WEEK-IDX - 1) * 7)
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WK-START-DATE(WS-WEEK-IDX)
           END-PERFORM
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

      * Sums the WORKLOG bookings into a per-task table the same way
      * the variance report does; adjustments net in through their
      * signed hours. A missing WORKLOG file leaves every task with
      * nothing booked.
       LOAD-BOOKED-HOURS.
           OPEN INPUT WORKLOG
           IF WS-FS-WLOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ WORKLOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-WLOG
           END-READ
           PERFORM UNTIL WS-EOF-WLOG = 'Y'
               PERFORM ADD-TASK-HOURS
               READ WORKLOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-WLOG
               END-READ
           END-PERFORM
           CLOSE WORKLOG
           .

       ADD-TASK-HOURS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-TASK-HOURS-COUNT
               IF TH-TASK-ID(WS-MATCH-IDX) = WLOG-TASK-ID
                   ADD WLOG-HOURS TO TH-HOURS(WS-MATCH-IDX)
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-TASK-HOURS-COUNT < 9999
               ADD 1 TO WS-TASK-HOURS-COUNT
               MOVE WLOG-TASK-ID
                   TO TH-TASK-ID(WS-TASK-HOURS-COUNT)
               MOVE WLOG-HOURS TO TH-HOURS(WS-TASK-HOURS-COUNT)
           END-IF
           .

       SELECT-OPEN-TASKS.
           OPEN INPUT TASK-MASTER
           MOVE "TODO" TO WS-SWEEP-STATUS
           PERFORM RELEASE-OPEN-FOR-STATUS
           MOVE "DOING" TO WS-SWEEP-STATUS
           PERFORM RELEASE-OPEN-FOR-STATUS
           MOVE "BLOCKED" TO WS-SWEEP-STATUS
           PERFORM RELEASE-OPEN-FOR-STATUS
           CLOSE TASK-MASTER
           .

       RELEASE-OPEN-FOR-STATUS.
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
               PERFORM RELEASE-ONE-TASK
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-PERFORM
           .

       RELEASE-ONE-TASK.
           IF TASKS-EST-HOURS = 0
               ADD 1 TO WS-NO-ESTIMATE-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BOOKED-HOURS
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-TASK-HOURS-COUNT
               IF TH-TASK-ID(WS-MATCH-IDX) = TASKS-ID
                   MOVE TH-HOURS(WS-MATCH-IDX) TO WS-BOOKED-HOURS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-REMAINING = TASKS-EST-HOURS - WS-BOOKED-HOURS
           IF WS-REMAINING NOT > 0
               ADD 1 TO WS-SPENT-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE TASKS-ASSIGNEE-ID TO SORT-ASSIGNEE-ID
           MOVE TASKS-END-DATE TO SORT-END-DATE
           MOVE TASKS-PRIORITY TO SORT-PRIORITY
           MOVE TASKS-ID TO SORT-TASK-ID
           MOVE WS-REMAINING TO SORT-REMAINING
           MOVE TASKS-TITLE(1:24) TO SORT-TITLE
           RELEASE SORT-RECORD
           .

       FORECAST-BY-ASSIGNEE.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SORT
           END-RETURN
           PERFORM UNTIL WS-EOF-SORT = 'Y'
               IF WS-FIRST-RECORD = 'Y' OR
                       SORT-ASSIGNEE-ID NOT = WS-CUR-ASSIGNEE
                   IF WS-FIRST-RECORD = 'N'
                       PERFORM PRINT-ASSIGNEE-FORECAST
                   END-IF
                   PERFORM START-ASSIGNEE
                   MOVE 'N' TO WS-FIRST-RECORD
               END-IF
               PERFORM SPREAD-TASK-LOAD
               PERFORM CHECK-TASK-FINISH
               ADD 1 TO WS-TASKS-FORECAST
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SORT
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM PRINT-ASSIGNEE-FORECAST
           END-IF
           .

      * Picks up the assignee's name, weekly capacity and leave days
      * and works out the capacity of each week in the horizon.
       START-ASSIGNEE.
           MOVE SORT-ASSIGNEE-ID TO WS-CUR-ASSIGNEE
           MOVE SORT-ASSIGNEE-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY
                   MOVE "(UNKNOWN USER)" TO WS-CUR-NAME
               NOT INVALID KEY
                   MOVE SPACES TO WS-CUR-NAME
                   STRING FUNCTION TRIM(USERS-FIRST-NAME)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       USERS-LAST-NAME DELIMITED BY SIZE
                       INTO WS-CUR-NAME
                   END-STRING
           END-READ
           MOVE 40 TO UCAP-WEEKLY-HOURS
           IF WS-UCAP-FILE-OK = 'Y'
               MOVE SORT-ASSIGNEE-ID TO UCAP-USER-ID
               READ USER-CAPACITY
                   INVALID KEY MOVE 40 TO UCAP-WEEKLY-HOURS
               END-READ
           END-IF
           MOVE UCAP-WEEKLY-HOURS TO WS-CUR-WEEKLY
           COMPUTE WS-DAILY-CAPACITY = WS-CUR-WEEKLY / 5
           PERFORM LOAD-ASSIGNEE-LEAVE
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEKS
               MOVE 0 TO WK-CAPACITY(WS-WEEK-IDX)
               MOVE 0 TO WK-LOAD(WS-WEEK-IDX)
           END-PERFORM
           PERFORM VARYING WS-DAY-INT FROM WS-TODAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-HORIZON-END-INT
               MOVE WS-DAY-INT TO WS-CHK-INT
               PERFORM CHECK-WORKING-DAY
               IF WS-BUSDAY-FLAG = 'Y'
                   COMPUTE WS-WEEK-IDX =
                       (WS-DAY-INT - WS-HORIZON-START-INT) / 7 + 1
                   ADD WS-DAILY-CAPACITY TO WK-CAPACITY(WS-WEEK-IDX)
               END-IF
           END-PERFORM
           MOVE WS-TODAY-INT TO WS-CAP-CURSOR-INT
           MOVE 0 TO WS-CUM-CAPACITY
           MOVE 0 TO WS-CUM-LOAD
           MOVE 0 TO WS-AR-COUNT
           .

      * The assignee's leave days from today on, in date order.
       LOAD-ASSIGNEE-LEAVE.
           MOVE 0 TO WS-LEAVE-COUNT
           IF WS-LEAVE-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-LEAVE
           MOVE WS-CUR-ASSIGNEE TO LEAVE-USER-ID
           MOVE WS-CURRENT-DATE TO LEAVE-DATE
           START USER-LEAVE KEY IS NOT LESS THAN LEAVE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-LEAVE
           END-START
           IF WS-EOF-LEAVE NOT = 'Y'
               READ USER-LEAVE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-LEAVE
               END-READ
           END-IF
           PERFORM UNTIL WS-EOF-LEAVE = 'Y'
                   OR LEAVE-USER-ID NOT = WS-CUR-ASSIGNEE
               IF WS-LEAVE-COUNT < 400
                   ADD 1 TO WS-LEAVE-COUNT
                   MOVE LEAVE-DATE TO LV-DATE(WS-LEAVE-COUNT)
               END-IF
               READ USER-LEAVE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-LEAVE
               END-READ
           END-PERFORM
           .

      * A working day for the assignee: a business day that is not
      * one of their leave days. WS-CHK-INT carries the date in.
       CHECK-WORKING-DAY.
           PERFORM CHECK-BUSINESS-INT
           IF WS-BUSDAY-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
                   UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
               IF LV-DATE(WS-LEAVE-IDX) = WS-CHK-DATE
                   MOVE 'N' TO WS-BUSDAY-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * Shares the task's remaining hours evenly over the business
      * days from today to its end date and posts the shares that
      * fall inside the horizon to their weeks. A task already past
      * its end date (or due on a non-working day with none left
      * before it) puts everything on the next business day.
       SPREAD-TASK-LOAD.
           IF SORT-END-DATE < WS-CURRENT-DATE
               MOVE WS-TODAY-INT TO WS-END-INT
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(SORT-END-DATE)
                   TO WS-END-INT
           END-IF
           MOVE WS-END-INT TO WS-SPREAD-END-INT
           MOVE 0 TO WS-SPREAD-DAYS
           PERFORM VARYING WS-DAY-INT FROM WS-TODAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-SPREAD-END-INT
               MOVE WS-DAY-INT TO WS-CHK-INT
               PERFORM CHECK-BUSINESS-INT
               IF WS-BUSDAY-FLAG = 'Y'
                   ADD 1 TO WS-SPREAD-DAYS
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-SPREAD-DAYS > 0
               ADD 1 TO WS-SPREAD-END-INT
               MOVE WS-SPREAD-END-INT TO WS-CHK-INT
               PERFORM CHECK-BUSINESS-INT
               IF WS-BUSDAY-FLAG = 'Y'
                   MOVE 1 TO WS-SPREAD-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-DAILY-SHARE ROUNDED =
               SORT-REMAINING / WS-SPREAD-DAYS
           PERFORM VARYING WS-DAY-INT FROM WS-TODAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-SPREAD-END-INT
                      OR WS-DAY-INT > WS-HORIZON-END-INT
               MOVE WS-DAY-INT TO WS-CHK-INT
               PERFORM CHECK-BUSINESS-INT
               IF WS-BUSDAY-FLAG = 'Y'
                   COMPUTE WS-WEEK-IDX =
                       (WS-DAY-INT - WS-HORIZON-START-INT) / 7 + 1
                   ADD WS-DAILY-SHARE TO WK-LOAD(WS-WEEK-IDX)
               END-IF
           END-PERFORM
           .

      * The assignee's tasks arrive in end-date order, so the hours
      * needed by this task's end date are its own remaining hours
      * plus those of every task due before it. The capacity
      * available by then is accumulated a day at a time from a
      * cursor that only moves forward. Tasks already past their
      * end date count against the capacity but are not listed -
      * the overdue report already covers them.
       CHECK-TASK-FINISH.
           PERFORM UNTIL WS-CAP-CURSOR-INT > WS-SPREAD-END-INT
               MOVE WS-CAP-CURSOR-INT TO WS-CHK-INT
               PERFORM CHECK-WORKING-DAY
               IF WS-BUSDAY-FLAG = 'Y'
                   ADD WS-DAILY-CAPACITY TO WS-CUM-CAPACITY
               END-IF
               ADD 1 TO WS-CAP-CURSOR-INT
           END-PERFORM
           ADD SORT-REMAINING TO WS-CUM-LOAD
           IF SORT-END-DATE < WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CUM-LOAD > WS-CUM-CAPACITY
               ADD 1 TO WS-AT-RISK-TOTAL
               IF WS-AR-COUNT < 200
                   ADD 1 TO WS-AR-COUNT
                   MOVE SORT-TASK-ID TO AR-TASK-ID(WS-AR-COUNT)
                   MOVE SORT-END-DATE TO AR-END-DATE(WS-AR-COUNT)
                   MOVE SORT-REMAINING TO AR-REMAINING(WS-AR-COUNT)
                   MOVE WS-CUM-LOAD TO AR-NEED(WS-AR-COUNT)
                   COMPUTE AR-HAVE(WS-AR-COUNT) ROUNDED =
                       WS-CUM-CAPACITY
                   MOVE SORT-TITLE TO AR-TITLE(WS-AR-COUNT)
               END-IF
           END-IF
           .

       PRINT-ASSIGNEE-FORECAST.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUR-ASSIGNEE TO AL-USER-ID
           MOVE WS-CUR-NAME TO AL-USER-NAME
           MOVE WS-CUR-WEEKLY TO AL-WEEKLY
           WRITE RPT-LINE FROM WS-ASSIGNEE-LINE
           WRITE RPT-LINE FROM WS-WEEK-HEADING
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEKS
               MOVE WK-START-DATE(WS-WEEK-IDX) TO WL-WEEK-START
               COMPUTE WL-CAPACITY ROUNDED =
                   WK-CAPACITY(WS-WEEK-IDX)
               COMPUTE WL-LOAD ROUNDED = WK-LOAD(WS-WEEK-IDX)
               COMPUTE WL-AVAILABLE ROUNDED =
                   WK-CAPACITY(WS-WEEK-IDX) - WK-LOAD(WS-WEEK-IDX)
               IF WK-LOAD(WS-WEEK-IDX) > WK-CAPACITY(WS-WEEK-IDX)
                   MOVE "OVER CAPACITY" TO WL-FLAG
                   ADD 1 TO WS-OVER-WEEK-TOTAL
               ELSE
                   MOVE SPACES TO WL-FLAG
               END-IF
               WRITE RPT-LINE FROM WS-WEEK-LINE
           END-PERFORM
           IF WS-AR-COUNT > 0
               WRITE RPT-LINE FROM WS-AT-RISK-HEADING
               PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                       UNTIL WS-AR-IDX > WS-AR-COUNT
                   MOVE AR-TASK-ID(WS-AR-IDX) TO RL-TASK-ID
                   MOVE AR-END-DATE(WS-AR-IDX) TO RL-END-DATE
                   MOVE AR-REMAINING(WS-AR-IDX) TO RL-REMAINING
                   MOVE AR-NEED(WS-AR-IDX) TO RL-NEED
                   MOVE AR-HAVE(WS-AR-IDX) TO RL-HAVE
                   MOVE AR-TITLE(WS-AR-IDX) TO RL-TITLE
                   WRITE RPT-LINE FROM WS-AT-RISK-LINE
               END-PERFORM
           END-IF
           ADD 1 TO WS-ASSIGNEE-TOTAL
           .

       FINALIZE-FORECAST.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ASSIGNEES FORECAST:" TO TL-LABEL
           MOVE WS-ASSIGNEE-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "OPEN TASKS WITH REMAINING EFFORT:" TO TL-LABEL
           MOVE WS-TASKS-FORECAST TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "WEEKS OVER CAPACITY:" TO TL-LABEL
           MOVE WS-OVER-WEEK-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "TASKS THAT CANNOT FINISH BY END DATE:" TO TL-LABEL
           MOVE WS-AT-RISK-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "OPEN TASKS WITH NO ESTIMATE:" TO TL-LABEL
           MOVE WS-NO-ESTIMATE-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "OPEN TASKS BOOKED UP TO ESTIMATE:" TO TL-LABEL
           MOVE WS-SPENT-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           PERFORM WRITE-RUN-END
           CLOSE USER-MASTER
           IF WS-UCAP-FILE-OK = 'Y'
               CLOSE USER-CAPACITY
           END-IF
           IF WS-LEAVE-FILE-OK = 'Y'
               CLOSE USER-LEAVE
           END-IF
           CLOSE FORECAST-REPORT
           DISPLAY "Capacity forecast complete - "
               WS-ASSIGNEE-TOTAL " assignee(s), "
               WS-OVER-WEEK-TOTAL " week(s) over capacity, "
               WS-AT-RISK-TOTAL " task(s) cannot finish in time."
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
           MOVE "todo-capacity-forecast" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-capacity-forecast" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-TASKS-FORECAST TO RUNC-RECORDS-READ
           MOVE WS-ASSIGNEE-TOTAL TO RUNC-RECORDS-APPLIED
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

       END PROGRAM todo-capacity-forecast.
