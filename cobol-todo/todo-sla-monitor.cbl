       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-sla-monitor.

      * Nightly service-level run. Targets come from the SLAPOLCY
      * policy file: the record for the task's project and
      * priority when one exists, otherwise the standard record for
      * the priority (blank project). Each task is measured from
      * its TASKAUDT history - the clock starts at the CREATE record
      * (TASKS-CREATION-DT for tasks that arrived without one) and
      * runs in WORKCAL business days, stopping while the task is
      * BLOCKED or DONE and restarting when it moves on. Response
      * is met when the task first reaches DOING, resolution when
      * it is finished.
      * Open tasks past a target are listed as breached, and those
      * that have used 80 per cent or more of a target as at risk.
      * A breached task has its priority raised by one (never past
      * 3) with an ESCALATE record on TASKAUDT, once for the
      * response breach and once for the resolution breach; the
      * ESCALATE records already on the log stop a rerun from
      * escalating the same breach twice. The run writes ESCALATE
      * records under user 0.
      * Attainment is counted for the last 12 months by the month a
      * target was met or missed - the response when the task
      * reached DOING, the resolution when it was finished - so
      * the business can be told what share of work met its SLA.
      * Archived tasks are found on TASKARCH and their history on
      * ARCHAUDT, where the archive run moves it, so they still
      * count; tasks removed to the recycle bin are left out.

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

           SELECT TASK-AUDIT-LOG ASSIGN TO "TASKAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT ARCHIVE-AUDIT ASSIGN TO "ARCHAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AAUDT.

           SELECT SLA-POLICY ASSIGN TO "SLAPOLCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-FS-SLA.

           SELECT WORK-CALENDAR ASSIGN TO "WORKCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-FS-CAL.

           SELECT SLA-REPORT ASSIGN TO "SLARPT"
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
      * the measurement needs are named here.
       FD  TASK-ARCHIVE.
       01 ARCH-RECORD.
           05 ARCH-TASK-ID         PIC 9(8).
           05 ARCH-TITLE           PIC X(100).
           05 FILLER               PIC X(1000).
           05 FILLER               PIC X(8).
           05 FILLER               PIC X(108).
           05 ARCH-PRIORITY        PIC 9(1).
           05 ARCH-STATUS          PIC X(10).
           05 FILLER               PIC X(36).
           05 ARCH-PROJECT-CODE    PIC X(8).
           05 FILLER               PIC X(5).

       FD  TASK-AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  ARCHIVE-AUDIT.
       01 AAUDT-RECORD            PIC X(234).

       FD  SLA-POLICY.
           COPY "slarec.cpy".

       FD  WORK-CALENDAR.
           COPY "calrec.cpy".

       FD  SLA-REPORT.
       01 RPT-LINE                PIC X(100).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-ARCH            PIC X(2).
       01 WS-FS-AUDIT           PIC X(2).
       01 WS-FS-AAUDT           PIC X(2).
       01 WS-FS-SLA             PIC X(2).
       01 WS-FS-CAL             PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-AUDIT          PIC X VALUE 'N'.
       01 WS-EOF-CAL            PIC X VALUE 'N'.
       01 WS-ARCH-FILE-OK       PIC X VALUE 'N'.
       01 WS-SLA-FILE-OK        PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-DATETIME   PIC 9(14).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-WORK-DATE          PIC 9(8).
       01 WS-EVENT-INT          PIC 9(8).

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
       01 WS-FROM-INT           PIC 9(8).
       01 WS-TO-INT             PIC 9(8).
       01 WS-BUSDAYS            PIC 9(5).

      * One entry per task measured. ST-CLOCK holds the business
      * days run up to ST-FROM-INT; ST-STATE is R while the clock
      * runs, P while BLOCKED and D while DONE. ST-RESP-RESULT and
      * ST-RESOLVE-RESULT are M met, B breached, R at risk, O open
      * and on track, or blank when not measured.
       01 WS-SLA-TABLE.
           05 WS-SLA-ENTRY OCCURS 9999 TIMES
                   INDEXED BY ST-IDX.
               10 ST-TASK-ID          PIC 9(8).
               10 ST-START-INT        PIC 9(8).
               10 ST-FROM-INT         PIC 9(8).
               10 ST-CLOCK            PIC 9(5).
               10 ST-STATE            PIC X(1).
               10 ST-RESP-DATE        PIC 9(8).
               10 ST-RESP-CLOCK       PIC 9(5).
               10 ST-DONE-DATE        PIC 9(8).
               10 ST-DONE-CLOCK       PIC 9(5).
               10 ST-ESC-RESP         PIC X(1).
               10 ST-ESC-RESOLVE      PIC X(1).
               10 ST-PRIORITY         PIC 9(1).
               10 ST-PROJECT-CODE     PIC X(8).
               10 ST-STATUS           PIC X(10).
               10 ST-TITLE            PIC X(24).
               10 ST-RESP-TARGET      PIC 9(3).
               10 ST-RESOLVE-TARGET   PIC 9(3).
               10 ST-ELAPSED          PIC 9(5).
               10 ST-RESP-RESULT      PIC X(1).
               10 ST-RESOLVE-RESULT   PIC X(1).
               10 ST-NEW-PRIORITY     PIC 9(1).
       01 WS-SLA-COUNT          PIC 9(4) VALUE 0.
       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-FOUND              PIC X.
       01 WS-AT-RISK-PCT        PIC 9(3) VALUE 80.
       01 WS-OPEN-TASK          PIC X.
       01 WS-MEASURE            PIC X(10).
       01 WS-TARGET             PIC 9(3).
       01 WS-RESULT             PIC X(1).

      *--- Attainment by month, entry 1 = this month ---
       01 WS-CUR-MONTHS         PIC 9(6).
       01 WS-EVENT-MONTHS       PIC 9(6).
       01 WS-MONTH-SUB          PIC S9(6).
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 12 TIMES.
               10 MT-YYYYMM           PIC 9(6).
               10 MT-RESP-COUNT       PIC 9(5).
               10 MT-RESP-BREACH      PIC 9(5).
               10 MT-RESOLVE-COUNT    PIC 9(5).
               10 MT-RESOLVE-BREACH   PIC 9(5).
       01 WS-MONTH-IDX          PIC 9(2).
       01 WS-YEAR               PIC 9(4).
       01 WS-MONTH              PIC 9(2).

      *--- Audit record written for an escalation ---
       01 WS-AUDIT-BEFORE       PIC X(100).
       01 WS-AUDIT-AFTER        PIC X(100).

      *--- Run totals ---
       01 WS-AUDIT-READ         PIC 9(8) VALUE 0.
       01 WS-MEASURED-TOTAL     PIC 9(5) VALUE 0.
       01 WS-NO-POLICY-TOTAL    PIC 9(5) VALUE 0.
       01 WS-BREACHED-TOTAL     PIC 9(5) VALUE 0.
       01 WS-AT-RISK-TOTAL      PIC 9(5) VALUE 0.
       01 WS-ESCALATED-TOTAL    PIC 9(5) VALUE 0.
       01 WS-SECTION-COUNT      PIC 9(5).

       01 WS-HEADING-1.
           05 FILLER              PIC X(32) VALUE
               "SERVICE LEVEL REPORT".
       01 WS-HEADING-2.
           05 FILLER              PIC X(8)  VALUE "RUN DATE".
           05 FILLER              PIC X(2)  VALUE ": ".
           05 H2-DATE             PIC 9(8).
       01 WS-SECTION-HEADING      PIC X(60).
       01 WS-TASK-HEADING.
           05 FILLER              PIC X(16) VALUE "  TASK".
           05 FILLER              PIC X(4)  VALUE "PRI".
           05 FILLER              PIC X(9)  VALUE "PROJECT".
           05 FILLER              PIC X(11) VALUE "STATUS".
           05 FILLER              PIC X(11) VALUE "MEASURE".
           05 FILLER              PIC X(8)  VALUE "ELAPSED".
           05 FILLER              PIC X(7)  VALUE "TARGET".
           05 FILLER              PIC X(8)  VALUE "NEW PRI".
           05 FILLER              PIC X(5)  VALUE "TITLE".
       01 WS-TASK-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 TK-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 TK-PRIORITY         PIC 9(1).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 TK-PROJECT          PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 TK-STATUS           PIC X(10).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 TK-MEASURE          PIC X(10).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 TK-ELAPSED          PIC ZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 TK-TARGET           PIC ZZ9.
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 TK-NEW-PRIORITY     PIC X(1).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 TK-TITLE            PIC X(24).
       01 WS-NONE-LINE            PIC X(40) VALUE "  (NONE)".

       01 WS-MONTH-HEADING-1.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(24) VALUE
               "------- RESPONSE -------".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(24) VALUE
               "------ RESOLUTION ------".
       01 WS-MONTH-HEADING-2.
           05 FILLER              PIC X(10) VALUE "  MONTH".
           05 FILLER              PIC X(8)  VALUE "MEASURED".
           05 FILLER              PIC X(9)  VALUE " BREACHED".
           05 FILLER              PIC X(7)  VALUE "    MET".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(8)  VALUE "MEASURED".
           05 FILLER              PIC X(9)  VALUE " BREACHED".
           05 FILLER              PIC X(7)  VALUE "    MET".
       01 WS-MONTH-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 ML-YYYYMM           PIC 9(6).
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 ML-RESP-COUNT       PIC ZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 ML-RESP-BREACH      PIC ZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 ML-RESP-PCT         PIC X(5).
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 ML-RESOLVE-COUNT    PIC ZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 ML-RESOLVE-BREACH   PIC ZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 ML-RESOLVE-PCT      PIC X(5).
       01 WS-PCT-DISP             PIC ZZ9.
       01 WS-PCT                  PIC 9(3).

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(40).
           05 TL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-SLA
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM LOAD-TASKS
           PERFORM SCAN-ARCHIVE-AUDIT
           PERFORM SCAN-AUDIT-LOG
           PERFORM OPEN-AUDIT-EXTEND
           PERFORM MEASURE-TASKS
           PERFORM PRINT-OPEN-EXCEPTIONS
           PERFORM PRINT-MONTHLY-ATTAINMENT
           PERFORM FINALIZE-SLA
           STOP RUN.

       INITIALIZE-SLA.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-FUNCTION-DATE(1:14) TO WS-CURRENT-DATETIME
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INT
           PERFORM SET-MONTH-TABLE
           OPEN I-O TASK-MASTER
      * Nothing has been archived until the first archive run.
           OPEN INPUT TASK-ARCHIVE
           IF WS-FS-ARCH = "00"
               MOVE 'Y' TO WS-ARCH-FILE-OK
           END-IF
      * Without a policy there is nothing to measure against; the
      * run still prints an empty report so operations can see it.
           OPEN INPUT SLA-POLICY
           IF WS-FS-SLA = "00"
               MOVE 'Y' TO WS-SLA-FILE-OK
           ELSE
               DISPLAY "No SLA policy file - no targets to measure."
           END-IF
           OPEN OUTPUT SLA-REPORT
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           MOVE WS-CURRENT-DATE TO H2-DATE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           .

      * Entry 1 is this month, entry 12 eleven months back.
       SET-MONTH-TABLE.
           MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-MONTH
           COMPUTE WS-CUR-MONTHS = WS-YEAR * 12 + WS-MONTH - 1
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               COMPUTE MT-YYYYMM(WS-MONTH-IDX) = WS-YEAR * 100
                   + WS-MONTH
               MOVE 0 TO MT-RESP-COUNT(WS-MONTH-IDX)
               MOVE 0 TO MT-RESP-BREACH(WS-MONTH-IDX)
               MOVE 0 TO MT-RESOLVE-COUNT(WS-MONTH-IDX)
               MOVE 0 TO MT-RESOLVE-BREACH(WS-MONTH-IDX)
               IF WS-MONTH = 1
                   MOVE 12 TO WS-MONTH
                   SUBTRACT 1 FROM WS-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
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

      * Business days after WS-FROM-INT up to and including
      * WS-TO-INT, so a task picked up the day it was raised has
      * taken no days at all.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BUSDAYS
           COMPUTE WS-CHK-INT = WS-FROM-INT + 1
           PERFORM UNTIL WS-CHK-INT > WS-TO-INT
               PERFORM CHECK-BUSINESS-INT
               IF WS-BUSDAY-FLAG = 'Y'
                   ADD 1 TO WS-BUSDAYS
               END-IF
               ADD 1 TO WS-CHK-INT
           END-PERFORM
           .

      * Seeds the table with every task on TASK-MASTER, its clock
      * starting from TASKS-CREATION-DT; the CREATE record on the
      * audit log, where there is one, takes over below.
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
               IF WS-SLA-COUNT < 9999
                   ADD 1 TO WS-SLA-COUNT
                   MOVE WS-SLA-COUNT TO WS-MATCH-IDX
                   MOVE TASKS-ID TO ST-TASK-ID(WS-MATCH-IDX)
                   PERFORM CLEAR-SLA-ENTRY
                   MOVE TASKS-CREATION-DT(1:8) TO WS-WORK-DATE
                   IF WS-WORK-DATE NOT = 0
                       MOVE FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                           TO ST-START-INT(WS-MATCH-IDX)
                       MOVE ST-START-INT(WS-MATCH-IDX)
                           TO ST-FROM-INT(WS-MATCH-IDX)
                   END-IF
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-PERFORM
           .

       CLEAR-SLA-ENTRY.
           MOVE 0 TO ST-START-INT(WS-MATCH-IDX)
           MOVE 0 TO ST-FROM-INT(WS-MATCH-IDX)
           MOVE 0 TO ST-CLOCK(WS-MATCH-IDX)
           MOVE 'R' TO ST-STATE(WS-MATCH-IDX)
           MOVE 0 TO ST-RESP-DATE(WS-MATCH-IDX)
           MOVE 0 TO ST-RESP-CLOCK(WS-MATCH-IDX)
           MOVE 0 TO ST-DONE-DATE(WS-MATCH-IDX)
           MOVE 0 TO ST-DONE-CLOCK(WS-MATCH-IDX)
           MOVE 'N' TO ST-ESC-RESP(WS-MATCH-IDX)
           MOVE 'N' TO ST-ESC-RESOLVE(WS-MATCH-IDX)
           MOVE SPACE TO ST-RESP-RESULT(WS-MATCH-IDX)
           MOVE SPACE TO ST-RESOLVE-RESULT(WS-MATCH-IDX)
           MOVE 0 TO ST-NEW-PRIORITY(WS-MATCH-IDX)
           .

      * An archived task's whole trail, CREATE record included, has
      * been moved to ARCHAUDT, so it is read first and in the
      * TASKAUDT layout; nothing is there until the first archive
      * run.
       SCAN-ARCHIVE-AUDIT.
           OPEN INPUT ARCHIVE-AUDIT
           IF WS-FS-AAUDT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-AUDIT
           READ ARCHIVE-AUDIT INTO TASK-AUDIT-LOG-RECORD
               AT END MOVE 'Y' TO WS-EOF-AUDIT
           END-READ
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               ADD 1 TO WS-AUDIT-READ
               IF AUDIT-ACTION-CREATE OR AUDIT-ACTION-STATUS
                       OR AUDIT-ACTION-ESCALATE
                   PERFORM POST-AUDIT-RECORD
               END-IF
               READ ARCHIVE-AUDIT INTO TASK-AUDIT-LOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-AUDIT
           .

       SCAN-AUDIT-LOG.
           OPEN INPUT TASK-AUDIT-LOG
           IF WS-FS-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-AUDIT
           READ TASK-AUDIT-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-AUDIT
           END-READ
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               ADD 1 TO WS-AUDIT-READ
               IF AUDIT-ACTION-CREATE OR AUDIT-ACTION-STATUS
                       OR AUDIT-ACTION-ESCALATE
                   PERFORM POST-AUDIT-RECORD
               END-IF
               READ TASK-AUDIT-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
           END-PERFORM
           CLOSE TASK-AUDIT-LOG
           .

       POST-AUDIT-RECORD.
           PERFORM FIND-SLA-ENTRY
           IF WS-FOUND = 'N'
               IF WS-SLA-COUNT < 9999 AND AUDIT-ACTION-CREATE
                   ADD 1 TO WS-SLA-COUNT
                   MOVE WS-SLA-COUNT TO WS-MATCH-IDX
                   MOVE AUDIT-TASK-ID TO ST-TASK-ID(WS-MATCH-IDX)
                   PERFORM CLEAR-SLA-ENTRY
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE AUDIT-DATETIME(1:8) TO WS-WORK-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               TO WS-EVENT-INT
           EVALUATE TRUE
               WHEN AUDIT-ACTION-CREATE
                   MOVE WS-EVENT-INT TO ST-START-INT(WS-MATCH-IDX)
                   MOVE WS-EVENT-INT TO ST-FROM-INT(WS-MATCH-IDX)
                   MOVE 0 TO ST-CLOCK(WS-MATCH-IDX)
                   MOVE 'R' TO ST-STATE(WS-MATCH-IDX)
               WHEN AUDIT-ACTION-STATUS
                   IF ST-START-INT(WS-MATCH-IDX) NOT = 0
                       PERFORM POST-STATUS-CHANGE
                   END-IF
               WHEN AUDIT-ACTION-ESCALATE
                   IF AUDIT-AFTER-VALUE(16:8) = "RESPONSE"
                       MOVE 'Y' TO ST-ESC-RESP(WS-MATCH-IDX)
                   ELSE
                       MOVE 'Y' TO ST-ESC-RESOLVE(WS-MATCH-IDX)
                   END-IF
           END-EVALUATE
           .

      * Banks the days run since the clock last moved, then sets it
      * running, paused or stopped for the new status. Leaving DONE
      * is a reopen: the resolution is no longer met.
       POST-STATUS-CHANGE.
           IF ST-STATE(WS-MATCH-IDX) = 'R'
               MOVE ST-FROM-INT(WS-MATCH-IDX) TO WS-FROM-INT
               MOVE WS-EVENT-INT TO WS-TO-INT
               PERFORM COUNT-BUSINESS-DAYS
               ADD WS-BUSDAYS TO ST-CLOCK(WS-MATCH-IDX)
           END-IF
           MOVE WS-EVENT-INT TO ST-FROM-INT(WS-MATCH-IDX)
           EVALUATE AUDIT-AFTER-VALUE(1:10)
               WHEN "BLOCKED"
                   MOVE 'P' TO ST-STATE(WS-MATCH-IDX)
                   MOVE 0 TO ST-DONE-DATE(WS-MATCH-IDX)
               WHEN "DONE"
                   MOVE 'D' TO ST-STATE(WS-MATCH-IDX)
                   MOVE WS-WORK-DATE TO ST-DONE-DATE(WS-MATCH-IDX)
                   MOVE ST-CLOCK(WS-MATCH-IDX)
                       TO ST-DONE-CLOCK(WS-MATCH-IDX)
                   PERFORM POST-RESPONSE
               WHEN "DOING"
                   MOVE 'R' TO ST-STATE(WS-MATCH-IDX)
                   MOVE 0 TO ST-DONE-DATE(WS-MATCH-IDX)
                   PERFORM POST-RESPONSE
               WHEN OTHER
                   MOVE 'R' TO ST-STATE(WS-MATCH-IDX)
                   MOVE 0 TO ST-DONE-DATE(WS-MATCH-IDX)
           END-EVALUATE
           .

      * The first move to DOING (or straight to DONE) is the
      * response.
       POST-RESPONSE.
           IF ST-RESP-DATE(WS-MATCH-IDX) = 0
               MOVE WS-WORK-DATE TO ST-RESP-DATE(WS-MATCH-IDX)
               MOVE ST-CLOCK(WS-MATCH-IDX)
                   TO ST-RESP-CLOCK(WS-MATCH-IDX)
           END-IF
           .

       FIND-SLA-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-SLA-COUNT
               IF ST-TASK-ID(WS-MATCH-IDX) = AUDIT-TASK-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       OPEN-AUDIT-EXTEND.
           OPEN EXTEND TASK-AUDIT-LOG
           IF WS-FS-AUDIT = "35"
               OPEN OUTPUT TASK-AUDIT-LOG
               CLOSE TASK-AUDIT-LOG
               OPEN EXTEND TASK-AUDIT-LOG
           END-IF
           .

       MEASURE-TASKS.
           IF WS-SLA-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-SLA-COUNT
               IF ST-START-INT(WS-MATCH-IDX) NOT = 0
                   PERFORM MEASURE-ONE-TASK
               END-IF
           END-PERFORM
           .

      * Picks up the task's current priority, project and status
      * (from the archive when it has been archived) and its
      * targets, then judges response and resolution.
       MEASURE-ONE-TASK.
           MOVE 'N' TO WS-OPEN-TASK
           MOVE ST-TASK-ID(WS-MATCH-IDX) TO TASKS-ID
           READ TASK-MASTER
               INVALID KEY
                   PERFORM LOOKUP-ARCHIVED-TASK
                   IF WS-FOUND = 'N'
                       EXIT PARAGRAPH
                   END-IF
               NOT INVALID KEY
                   MOVE TASKS-PRIORITY TO ST-PRIORITY(WS-MATCH-IDX)
                   MOVE TASKS-PROJECT-CODE
                       TO ST-PROJECT-CODE(WS-MATCH-IDX)
                   MOVE TASKS-STATUS TO ST-STATUS(WS-MATCH-IDX)
                   MOVE TASKS-TITLE(1:24) TO ST-TITLE(WS-MATCH-IDX)
                   IF TASKS-STATUS = "TODO" OR "DOING" OR "BLOCKED"
                       MOVE 'Y' TO WS-OPEN-TASK
                   END-IF
           END-READ
           PERFORM FIND-SLA-TARGETS
           IF WS-FOUND = 'N'
               ADD 1 TO WS-NO-POLICY-TOTAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEASURED-TOTAL
           MOVE ST-CLOCK(WS-MATCH-IDX) TO ST-ELAPSED(WS-MATCH-IDX)
           IF ST-STATE(WS-MATCH-IDX) = 'R'
               MOVE ST-FROM-INT(WS-MATCH-IDX) TO WS-FROM-INT
               MOVE WS-TODAY-INT TO WS-TO-INT
               PERFORM COUNT-BUSINESS-DAYS
               ADD WS-BUSDAYS TO ST-ELAPSED(WS-MATCH-IDX)
           END-IF
           PERFORM JUDGE-RESPONSE
           PERFORM JUDGE-RESOLUTION
           IF WS-OPEN-TASK = 'Y'
               PERFORM ESCALATE-BREACH
           END-IF
           .

       LOOKUP-ARCHIVED-TASK.
           MOVE 'N' TO WS-FOUND
           IF WS-ARCH-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ST-TASK-ID(WS-MATCH-IDX) TO ARCH-TASK-ID
           READ TASK-ARCHIVE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-FOUND
           MOVE ARCH-PRIORITY TO ST-PRIORITY(WS-MATCH-IDX)
           MOVE ARCH-PROJECT-CODE TO ST-PROJECT-CODE(WS-MATCH-IDX)
           MOVE ARCH-STATUS TO ST-STATUS(WS-MATCH-IDX)
           MOVE ARCH-TITLE(1:24) TO ST-TITLE(WS-MATCH-IDX)
           .

      * The project's own targets for the priority when it has any,
      * otherwise the standard ones.
       FIND-SLA-TARGETS.
           MOVE 'Y' TO WS-FOUND
           MOVE ST-PROJECT-CODE(WS-MATCH-IDX) TO SLA-PROJ-CODE
           MOVE ST-PRIORITY(WS-MATCH-IDX) TO SLA-PRIORITY
           READ SLA-POLICY
               INVALID KEY
                   MOVE SPACES TO SLA-PROJ-CODE
                   MOVE ST-PRIORITY(WS-MATCH-IDX) TO SLA-PRIORITY
                   READ SLA-POLICY
                       INVALID KEY MOVE 'N' TO WS-FOUND
                   END-READ
           END-READ
           IF WS-FOUND = 'Y'
               MOVE SLA-RESPONSE-DAYS TO ST-RESP-TARGET(WS-MATCH-IDX)
               MOVE SLA-RESOLVE-DAYS
                   TO ST-RESOLVE-TARGET(WS-MATCH-IDX)
           END-IF
           .

      * A response already made is met or missed for good and counts
      * in the month it was made. An open task not yet picked up is
      * judged on the clock so far. A task that reached DOING or
      * DONE with no STATUS record to show when is not measured.
       JUDGE-RESPONSE.
           MOVE ST-RESP-TARGET(WS-MATCH-IDX) TO WS-TARGET
           IF ST-RESP-DATE(WS-MATCH-IDX) NOT = 0
               IF ST-RESP-CLOCK(WS-MATCH-IDX) > WS-TARGET
                   MOVE 'B' TO ST-RESP-RESULT(WS-MATCH-IDX)
               ELSE
                   MOVE 'M' TO ST-RESP-RESULT(WS-MATCH-IDX)
               END-IF
               MOVE ST-RESP-DATE(WS-MATCH-IDX) TO WS-WORK-DATE
               PERFORM FIND-MONTH-ENTRY
               IF WS-MONTH-SUB > 0
                   ADD 1 TO MT-RESP-COUNT(WS-MONTH-SUB)
                   IF ST-RESP-RESULT(WS-MATCH-IDX) = 'B'
                       ADD 1 TO MT-RESP-BREACH(WS-MONTH-SUB)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ST-STATUS(WS-MATCH-IDX) = "TODO" OR "BLOCKED"
               PERFORM JUDGE-OPEN-CLOCK
               MOVE WS-RESULT TO ST-RESP-RESULT(WS-MATCH-IDX)
           END-IF
           .

       JUDGE-RESOLUTION.
           MOVE ST-RESOLVE-TARGET(WS-MATCH-IDX) TO WS-TARGET
           IF ST-STATE(WS-MATCH-IDX) = 'D' AND
                   ST-DONE-DATE(WS-MATCH-IDX) NOT = 0 AND
                   WS-OPEN-TASK = 'N'
               IF ST-DONE-CLOCK(WS-MATCH-IDX) > WS-TARGET
                   MOVE 'B' TO ST-RESOLVE-RESULT(WS-MATCH-IDX)
               ELSE
                   MOVE 'M' TO ST-RESOLVE-RESULT(WS-MATCH-IDX)
               END-IF
               MOVE ST-DONE-DATE(WS-MATCH-IDX) TO WS-WORK-DATE
               PERFORM FIND-MONTH-ENTRY
               IF WS-MONTH-SUB > 0
                   ADD 1 TO MT-RESOLVE-COUNT(WS-MONTH-SUB)
                   IF ST-RESOLVE-RESULT(WS-MATCH-IDX) = 'B'
                       ADD 1 TO MT-RESOLVE-BREACH(WS-MONTH-SUB)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-TASK = 'Y'
               PERFORM JUDGE-OPEN-CLOCK
               MOVE WS-RESULT TO ST-RESOLVE-RESULT(WS-MATCH-IDX)
           END-IF
           .

      * Past the target is a breach; at or past WS-AT-RISK-PCT of
      * it is at risk.
       JUDGE-OPEN-CLOCK.
           EVALUATE TRUE
               WHEN ST-ELAPSED(WS-MATCH-IDX) > WS-TARGET
                   MOVE 'B' TO WS-RESULT
               WHEN ST-ELAPSED(WS-MATCH-IDX) * 100 NOT <
                       WS-TARGET * WS-AT-RISK-PCT
                   MOVE 'R' TO WS-RESULT
               WHEN OTHER
                   MOVE 'O' TO WS-RESULT
           END-EVALUATE
           .

      * WS-MONTH-SUB is the attainment entry for WS-WORK-DATE, or
      * zero when the date is more than 12 months back.
       FIND-MONTH-ENTRY.
           MOVE WS-WORK-DATE(1:4) TO WS-YEAR
           MOVE WS-WORK-DATE(5:2) TO WS-MONTH
           COMPUTE WS-EVENT-MONTHS = WS-YEAR * 12 + WS-MONTH - 1
           COMPUTE WS-MONTH-SUB = WS-CUR-MONTHS - WS-EVENT-MONTHS + 1
           IF WS-MONTH-SUB < 1 OR WS-MONTH-SUB > 12
               MOVE 0 TO WS-MONTH-SUB
           END-IF
           .

      * One escalation a night per task: the resolution breach
      * first, the response breach when that is all there is.
      * TASK-MASTER still holds the task from MEASURE-ONE-TASK.
       ESCALATE-BREACH.
           MOVE SPACES TO WS-MEASURE
           IF ST-RESOLVE-RESULT(WS-MATCH-IDX) = 'B' AND
                   ST-ESC-RESOLVE(WS-MATCH-IDX) = 'N'
               MOVE "RESOLUTION" TO WS-MEASURE
               MOVE 'Y' TO ST-ESC-RESOLVE(WS-MATCH-IDX)
           ELSE
               IF ST-RESP-RESULT(WS-MATCH-IDX) = 'B' AND
                       ST-ESC-RESP(WS-MATCH-IDX) = 'N'
                   MOVE "RESPONSE" TO WS-MEASURE
                   MOVE 'Y' TO ST-ESC-RESP(WS-MATCH-IDX)
               END-IF
           END-IF
           IF WS-MEASURE = SPACES OR TASKS-PRIORITY NOT < 3
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "PRIORITY=" TASKS-PRIORITY
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           END-STRING
           ADD 1 TO TASKS-PRIORITY
           MOVE WS-CURRENT-DATETIME TO TASKS-UPDATE-DT
           REWRITE TASK-MASTER-RECORD
           MOVE TASKS-PRIORITY TO ST-NEW-PRIORITY(WS-MATCH-IDX)
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "PRIORITY=" TASKS-PRIORITY " SLA "
               DELIMITED BY SIZE
               WS-MEASURE DELIMITED BY SPACE
               " BREACH" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           MOVE TASKS-ID TO AUDIT-TASK-ID
           MOVE "ESCALATE" TO AUDIT-ACTION
           MOVE 0 TO AUDIT-USER-ID
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE-VALUE
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER-VALUE
           MOVE WS-CURRENT-DATETIME TO AUDIT-DATETIME
           WRITE TASK-AUDIT-LOG-RECORD
           ADD 1 TO WS-ESCALATED-TOTAL
           .

       PRINT-OPEN-EXCEPTIONS.
           MOVE "BREACHED - OPEN TASKS PAST THEIR TARGET:"
               TO WS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-SLA-COUNT
               MOVE 'B' TO WS-RESULT
               PERFORM PRINT-TASK-EXCEPTIONS
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           ADD WS-SECTION-COUNT TO WS-BREACHED-TOTAL
           MOVE "AT RISK - OPEN TASKS CLOSE TO THEIR TARGET:"
               TO WS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-SLA-COUNT
               MOVE 'R' TO WS-RESULT
               PERFORM PRINT-TASK-EXCEPTIONS
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           ADD WS-SECTION-COUNT TO WS-AT-RISK-TOTAL
           .

      * Prints the task's response and resolution lines whose result
      * matches WS-RESULT.
       PRINT-TASK-EXCEPTIONS.
           MOVE ST-TASK-ID(WS-MATCH-IDX) TO TK-TASK-ID
           MOVE ST-PRIORITY(WS-MATCH-IDX) TO TK-PRIORITY
           MOVE ST-PROJECT-CODE(WS-MATCH-IDX) TO TK-PROJECT
           MOVE ST-STATUS(WS-MATCH-IDX) TO TK-STATUS
           MOVE ST-ELAPSED(WS-MATCH-IDX) TO TK-ELAPSED
           MOVE ST-TITLE(WS-MATCH-IDX) TO TK-TITLE
           IF ST-NEW-PRIORITY(WS-MATCH-IDX) = 0
               MOVE SPACE TO TK-NEW-PRIORITY
           ELSE
               MOVE ST-NEW-PRIORITY(WS-MATCH-IDX) TO TK-NEW-PRIORITY
           END-IF
           IF ST-RESP-RESULT(WS-MATCH-IDX) = WS-RESULT
               MOVE "RESPONSE" TO TK-MEASURE
               MOVE ST-RESP-TARGET(WS-MATCH-IDX) TO TK-TARGET
               WRITE RPT-LINE FROM WS-TASK-LINE
               ADD 1 TO WS-SECTION-COUNT
           END-IF
           IF ST-RESOLVE-RESULT(WS-MATCH-IDX) = WS-RESULT
               MOVE "RESOLUTION" TO TK-MEASURE
               MOVE ST-RESOLVE-TARGET(WS-MATCH-IDX) TO TK-TARGET
               WRITE RPT-LINE FROM WS-TASK-LINE
               ADD 1 TO WS-SECTION-COUNT
           END-IF
           .

       WRITE-SECTION-HEADING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-HEADING
           WRITE RPT-LINE FROM WS-TASK-HEADING
           .

       PRINT-MONTHLY-ATTAINMENT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SLA ATTAINMENT BY MONTH:" TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-MONTH-HEADING-1
           WRITE RPT-LINE FROM WS-MONTH-HEADING-2
           PERFORM VARYING WS-MONTH-IDX FROM 12 BY -1
                   UNTIL WS-MONTH-IDX < 1
               MOVE MT-YYYYMM(WS-MONTH-IDX) TO ML-YYYYMM
               MOVE MT-RESP-COUNT(WS-MONTH-IDX) TO ML-RESP-COUNT
               MOVE MT-RESP-BREACH(WS-MONTH-IDX) TO ML-RESP-BREACH
               MOVE MT-RESOLVE-COUNT(WS-MONTH-IDX)
                   TO ML-RESOLVE-COUNT
               MOVE MT-RESOLVE-BREACH(WS-MONTH-IDX)
                   TO ML-RESOLVE-BREACH
               MOVE SPACES TO ML-RESP-PCT
               IF MT-RESP-COUNT(WS-MONTH-IDX) > 0
                   COMPUTE WS-PCT =
                       (MT-RESP-COUNT(WS-MONTH-IDX)
                        - MT-RESP-BREACH(WS-MONTH-IDX)) * 100
                       / MT-RESP-COUNT(WS-MONTH-IDX)
                   MOVE WS-PCT TO WS-PCT-DISP
                   STRING WS-PCT-DISP "%" DELIMITED BY SIZE
                       INTO ML-RESP-PCT
                   END-STRING
               END-IF
               MOVE SPACES TO ML-RESOLVE-PCT
               IF MT-RESOLVE-COUNT(WS-MONTH-IDX) > 0
                   COMPUTE WS-PCT =
                       (MT-RESOLVE-COUNT(WS-MONTH-IDX)
                        - MT-RESOLVE-BREACH(WS-MONTH-IDX)) * 100
                       / MT-RESOLVE-COUNT(WS-MONTH-IDX)
                   MOVE WS-PCT TO WS-PCT-DISP
                   STRING WS-PCT-DISP "%" DELIMITED BY SIZE
                       INTO ML-RESOLVE-PCT
                   END-STRING
               END-IF
               WRITE RPT-LINE FROM WS-MONTH-LINE
           END-PERFORM
           .

       FINALIZE-SLA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TASKS MEASURED:" TO TL-LABEL
           MOVE WS-MEASURED-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "TASKS WITH NO SLA POLICY:" TO TL-LABEL
           MOVE WS-NO-POLICY-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "OPEN BREACHES:" TO TL-LABEL
           MOVE WS-BREACHED-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "OPEN TARGETS AT RISK:" TO TL-LABEL
           MOVE WS-AT-RISK-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "TASKS ESCALATED THIS RUN:" TO TL-LABEL
           MOVE WS-ESCALATED-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           PERFORM WRITE-RUN-END
           CLOSE TASK-MASTER
           CLOSE TASK-AUDIT-LOG
           IF WS-ARCH-FILE-OK = 'Y'
               CLOSE TASK-ARCHIVE
           END-IF
           IF WS-SLA-FILE-OK = 'Y'
               CLOSE SLA-POLICY
           END-IF
           CLOSE SLA-REPORT
           DISPLAY "SLA monitor complete - " WS-MEASURED-TOTAL
               " task(s) measured, " WS-BREACHED-TOTAL
               " open breach(es), " WS-AT-RISK-TOTAL
               " at risk, " WS-ESCALATED-TOTAL " escalated."
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
           MOVE "todo-sla-monitor" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-sla-monitor" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-AUDIT-READ TO RUNC-RECORDS-READ
           MOVE WS-ESCALATED-TOTAL TO RUNC-RECORDS-APPLIED
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

       END PROGRAM todo-sla-monitor.
