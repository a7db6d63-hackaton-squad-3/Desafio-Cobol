       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-duplicate-report.

      * Batch report: likely duplicate tasks. The bulk loader, the
      * update interface, the template generator and people keying
      * online all create tasks, so the same piece of work turns up
      * two or three times under slightly different titles and its
      * hours, comments and history split across the copies.
      * Compares every pair of open (TODO/DOING/BLOCKED) tasks that
      * share an assignee or a project and counts the signals they
      * have in common:
      *   - TITLE    the titles match once case, spaces and
      *              punctuation are taken out;
      *   - TEMPLATE both were generated from the same recurring
      *              template (the "GENERATED FROM TEMPLATE nnnn"
      *              CREATE record on TASKAUDT);
      *   - END DATE both are due the same day.
      * A pair with at least the minimum number of signals accepted
      * on SYSIN (1-3, default 1) is listed on DUPRPT for review,
      * strongest first. Nothing is changed - an administrator merges
      * a confirmed pair with the merge option in the interactive
      * app.

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

           SELECT TASK-AUDIT-LOG ASSIGN TO "TASKAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT DUPLICATE-REPORT ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  TASK-MASTER.
           COPY "taskrec.cpy".

       FD  TASK-AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  DUPLICATE-REPORT.
       01 RPT-LINE                PIC X(100).

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-SCORE           PIC 9(1).
           05 SORT-TASK-ID-1       PIC 9(8).
           05 SORT-TASK-ID-2       PIC 9(8).
           05 SORT-SUB-1           PIC 9(4).
           05 SORT-SUB-2           PIC 9(4).
           05 SORT-SCOPE           PIC X(8).
           05 SORT-SAME-TITLE      PIC X(1).
           05 SORT-SAME-TEMPLATE   PIC X(1).
           05 SORT-SAME-END-DATE   PIC X(1).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-AUDIT           PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-AUDIT          PIC X VALUE 'N'.
       01 WS-EOF-SORT           PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-MIN-SIGNALS        PIC 9(1) VALUE 0.

      * Every open task, loaded in key order so the template origin
      * from the audit log can be posted by halving the table.
       01 WS-DUP-TASK-TABLE.
           05 WS-DUP-TASK-ENTRY OCCURS 9999 TIMES
                   INDEXED BY DU-IDX.
               10 DU-TASK-ID          PIC 9(8).
               10 DU-ASSIGNEE-ID      PIC 9(4).
               10 DU-PROJECT-CODE     PIC X(8).
               10 DU-END-DATE         PIC 9(8).
               10 DU-STATUS           PIC X(10).
               10 DU-TEMPLATE-ID      PIC 9(4).
               10 DU-NORM-TITLE       PIC X(100).
               10 DU-TITLE            PIC X(30).
       01 WS-TASK-COUNT         PIC 9(4) VALUE 0.
       01 WS-SUB-1              PIC 9(5).
       01 WS-SUB-2              PIC 9(5).
       01 WS-START-SUB          PIC 9(5).
       01 WS-FIND-ID            PIC 9(8).
       01 WS-FIND-SUB           PIC 9(4).
       01 WS-LOW-SUB            PIC 9(4).
       01 WS-HIGH-SUB           PIC 9(4).
       01 WS-MID-SUB            PIC 9(4).

      *--- Title normalization ---
       01 WS-RAW-TITLE          PIC X(100).
       01 WS-NORM-TITLE         PIC X(100).
       01 WS-NORM-LEN           PIC 9(3).
       01 WS-CHAR-IDX           PIC 9(3).
       01 WS-CHAR               PIC X(1).

      *--- Pair being compared ---
       01 WS-SCOPE              PIC X(8).
       01 WS-SCORE              PIC 9(1).
       01 WS-SAME-TITLE         PIC X(1).
       01 WS-SAME-TEMPLATE      PIC X(1).
       01 WS-SAME-END-DATE      PIC X(1).

      *--- Run totals ---
       01 WS-PAIR-TOTAL         PIC 9(5) VALUE 0.
       01 WS-TITLE-TOTAL        PIC 9(5) VALUE 0.
       01 WS-TEMPLATE-TOTAL     PIC 9(5) VALUE 0.
       01 WS-END-DATE-TOTAL     PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER              PIC X(40) VALUE
               "DUPLICATE TASK CANDIDATES".
       01 WS-HEADING-2.
           05 FILLER              PIC X(8)  VALUE "RUN DATE".
           05 FILLER              PIC X(2)  VALUE ": ".
           05 H2-DATE             PIC 9(8).
           05 FILLER              PIC X(18) VALUE
               "  MINIMUM SIGNALS ".
           05 H2-MIN-SIGNALS      PIC 9(1).

       01 WS-PAIR-LINE.
           05 FILLER              PIC X(5)  VALUE "PAIR ".
           05 PL-TASK-ID-1        PIC 9(8).
           05 FILLER              PIC X(3)  VALUE " / ".
           05 PL-TASK-ID-2        PIC 9(8).
           05 FILLER              PIC X(8)  VALUE "  SAME: ".
           05 PL-SCOPE            PIC X(8).
           05 FILLER              PIC X(10) VALUE "  SIGNALS ".
           05 PL-SCORE            PIC 9(1).
           05 FILLER              PIC X(1)  VALUE ":".
           05 PL-TITLE-LIT        PIC X(6).
           05 PL-TEMPLATE-LIT     PIC X(9).
           05 PL-END-DATE-LIT     PIC X(9).
       01 WS-TASK-LINE.
           05 FILLER              PIC X(7)  VALUE "  TASK ".
           05 TL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 TL-STATUS           PIC X(10).
           05 FILLER              PIC X(4)  VALUE "DUE ".
           05 TL-END-DATE         PIC 9(8).
           05 FILLER              PIC X(5)  VALUE " ASG ".
           05 TL-ASSIGNEE-ID      PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 TL-PROJECT-CODE     PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 TL-TITLE            PIC X(30).

       01 WS-NONE-LINE            PIC X(40) VALUE "  (NONE)".

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(40).
           05 TL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-DUPLICATE
           PERFORM LOAD-OPEN-TASKS
           PERFORM LOAD-TEMPLATE-ORIGINS
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-SCORE
               ASCENDING KEY SORT-TASK-ID-1 SORT-TASK-ID-2
               INPUT PROCEDURE IS COMPARE-TASK-PAIRS
               OUTPUT PROCEDURE IS PRINT-CANDIDATE-PAIRS
           PERFORM FINALIZE-DUPLICATE
           STOP RUN.

       INITIALIZE-DUPLICATE.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Enter minimum matching signals (1-3, 0 = 1):"
           ACCEPT WS-MIN-SIGNALS
           IF WS-MIN-SIGNALS = 0 OR WS-MIN-SIGNALS > 3
               MOVE 1 TO WS-MIN-SIGNALS
           END-IF
           OPEN INPUT TASK-MASTER
           OPEN OUTPUT DUPLICATE-REPORT
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE WS-MIN-SIGNALS TO H2-MIN-SIGNALS
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           .

       LOAD-OPEN-TASKS.
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
               IF (TASKS-STATUS = "TODO" OR TASKS-STATUS = "DOING"
                       OR TASKS-STATUS = "BLOCKED") AND
                       WS-TASK-COUNT < 9999
                   ADD 1 TO WS-TASK-COUNT
                   MOVE TASKS-ID TO DU-TASK-ID(WS-TASK-COUNT)
                   MOVE TASKS-ASSIGNEE-ID
                       TO DU-ASSIGNEE-ID(WS-TASK-COUNT)
                   MOVE TASKS-PROJECT-CODE
                       TO DU-PROJECT-CODE(WS-TASK-COUNT)
                   MOVE TASKS-END-DATE TO DU-END-DATE(WS-TASK-COUNT)
                   MOVE TASKS-STATUS TO DU-STATUS(WS-TASK-COUNT)
                   MOVE 0 TO DU-TEMPLATE-ID(WS-TASK-COUNT)
                   MOVE TASKS-TITLE(1:30) TO DU-TITLE(WS-TASK-COUNT)
                   MOVE TASKS-TITLE TO WS-RAW-TITLE
                   PERFORM NORMALIZE-TITLE
                   MOVE WS-NORM-TITLE
                       TO DU-NORM-TITLE(WS-TASK-COUNT)
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-PERFORM
           CLOSE TASK-MASTER
           .

      * Upper case, letters and digits only, so "Renew SSL cert." and
      * "renew ssl-cert" compare equal.
       NORMALIZE-TITLE.
           INSPECT WS-RAW-TITLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-TITLE
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 100
               MOVE WS-RAW-TITLE(WS-CHAR-IDX:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z") OR
                       (WS-CHAR >= "0" AND WS-CHAR <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-CHAR TO WS-NORM-TITLE(WS-NORM-LEN:1)
               END-IF
           END-PERFORM
           .

      * The template generator's CREATE record names the template in
      * the before value; a missing audit log just means no template
      * signal.
       LOAD-TEMPLATE-ORIGINS.
           OPEN INPUT TASK-AUDIT-LOG
           IF WS-FS-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TASK-AUDIT-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-AUDIT
           END-READ
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               IF AUDIT-ACTION-CREATE AND
                       AUDIT-BEFORE-VALUE(1:24) =
                           "GENERATED FROM TEMPLATE " AND
                       AUDIT-BEFORE-VALUE(25:4) IS NUMERIC
                   MOVE AUDIT-TASK-ID TO WS-FIND-ID
                   PERFORM FIND-TASK-ENTRY
                   IF WS-FIND-SUB > 0
                       MOVE AUDIT-BEFORE-VALUE(25:4)
                           TO DU-TEMPLATE-ID(WS-FIND-SUB)
                   END-IF
               END-IF
               READ TASK-AUDIT-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
           END-PERFORM
           CLOSE TASK-AUDIT-LOG
           .

      * Binary search of the key-ordered table: WS-FIND-ID in,
      * WS-FIND-SUB out (zero when the task is not an open one).
       FIND-TASK-ENTRY.
           MOVE 0 TO WS-FIND-SUB
           MOVE 1 TO WS-LOW-SUB
           MOVE WS-TASK-COUNT TO WS-HIGH-SUB
           PERFORM UNTIL WS-LOW-SUB > WS-HIGH-SUB
               COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
               EVALUATE TRUE
                   WHEN DU-TASK-ID(WS-MID-SUB) = WS-FIND-ID
                       MOVE WS-MID-SUB TO WS-FIND-SUB
                       EXIT PERFORM
                   WHEN DU-TASK-ID(WS-MID-SUB) < WS-FIND-ID
                       COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
                   WHEN OTHER
                       IF WS-MID-SUB = 1
                           EXIT PERFORM
                       END-IF
                       COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
               END-EVALUATE
           END-PERFORM
           .

       COMPARE-TASK-PAIRS.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                   UNTIL WS-SUB-1 >= WS-TASK-COUNT
               ADD 1 TO WS-SUB-1 GIVING WS-START-SUB
               PERFORM VARYING WS-SUB-2 FROM WS-START-SUB BY 1
                       UNTIL WS-SUB-2 > WS-TASK-COUNT
                   PERFORM COMPARE-ONE-PAIR
               END-PERFORM
           END-PERFORM
           .

      * WS-SUB-1 is the lower task and WS-SUB-2 the upper. Only tasks
      * that share an assignee or a project are compared - two
      * people's tasks due the same day are not duplicates.
       COMPARE-ONE-PAIR.
           MOVE SPACES TO WS-SCOPE
           IF DU-ASSIGNEE-ID(WS-SUB-1) NOT = 0 AND
                   DU-ASSIGNEE-ID(WS-SUB-1) = DU-ASSIGNEE-ID(WS-SUB-2)
               MOVE "ASSIGNEE" TO WS-SCOPE
           END-IF
           IF DU-PROJECT-CODE(WS-SUB-1) NOT = SPACES AND
                   DU-PROJECT-CODE(WS-SUB-1) =
                       DU-PROJECT-CODE(WS-SUB-2)
               IF WS-SCOPE = SPACES
                   MOVE "PROJECT" TO WS-SCOPE
               ELSE
                   MOVE "BOTH" TO WS-SCOPE
               END-IF
           END-IF
           IF WS-SCOPE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCORE
           MOVE 'N' TO WS-SAME-TITLE WS-SAME-TEMPLATE WS-SAME-END-DATE
           IF DU-NORM-TITLE(WS-SUB-1) NOT = SPACES AND
                   DU-NORM-TITLE(WS-SUB-1) = DU-NORM-TITLE(WS-SUB-2)
               MOVE 'Y' TO WS-SAME-TITLE
               ADD 1 TO WS-SCORE
           END-IF
           IF DU-TEMPLATE-ID(WS-SUB-1) NOT = 0 AND
                   DU-TEMPLATE-ID(WS-SUB-1) =
                       DU-TEMPLATE-ID(WS-SUB-2)
               MOVE 'Y' TO WS-SAME-TEMPLATE
               ADD 1 TO WS-SCORE
           END-IF
           IF DU-END-DATE(WS-SUB-1) NOT = 0 AND
                   DU-END-DATE(WS-SUB-1) = DU-END-DATE(WS-SUB-2)
               MOVE 'Y' TO WS-SAME-END-DATE
               ADD 1 TO WS-SCORE
           END-IF
           IF WS-SCORE < WS-MIN-SIGNALS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCORE TO SORT-SCORE
           MOVE DU-TASK-ID(WS-SUB-1) TO SORT-TASK-ID-1
           MOVE DU-TASK-ID(WS-SUB-2) TO SORT-TASK-ID-2
           MOVE WS-SUB-1 TO SORT-SUB-1
           MOVE WS-SUB-2 TO SORT-SUB-2
           MOVE WS-SCOPE TO SORT-SCOPE
           MOVE WS-SAME-TITLE TO SORT-SAME-TITLE
           MOVE WS-SAME-TEMPLATE TO SORT-SAME-TEMPLATE
           MOVE WS-SAME-END-DATE TO SORT-SAME-END-DATE
           RELEASE SORT-RECORD
           ADD 1 TO WS-PAIR-TOTAL
           IF WS-SAME-TITLE = 'Y'
               ADD 1 TO WS-TITLE-TOTAL
           END-IF
           IF WS-SAME-TEMPLATE = 'Y'
               ADD 1 TO WS-TEMPLATE-TOTAL
           END-IF
           IF WS-SAME-END-DATE = 'Y'
               ADD 1 TO WS-END-DATE-TOTAL
           END-IF
           .

       PRINT-CANDIDATE-PAIRS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SORT
           END-RETURN
           IF WS-EOF-SORT = 'Y'
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM UNTIL WS-EOF-SORT = 'Y'
               PERFORM PRINT-ONE-PAIR
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SORT
               END-RETURN
           END-PERFORM
           .

       PRINT-ONE-PAIR.
           MOVE SORT-TASK-ID-1 TO PL-TASK-ID-1
           MOVE SORT-TASK-ID-2 TO PL-TASK-ID-2
           MOVE SORT-SCOPE TO PL-SCOPE
           MOVE SORT-SCORE TO PL-SCORE
           MOVE SPACES TO PL-TITLE-LIT PL-TEMPLATE-LIT
               PL-END-DATE-LIT
           IF SORT-SAME-TITLE = 'Y'
               MOVE " TITLE" TO PL-TITLE-LIT
           END-IF
           IF SORT-SAME-TEMPLATE = 'Y'
               MOVE " TEMPLATE" TO PL-TEMPLATE-LIT
           END-IF
           IF SORT-SAME-END-DATE = 'Y'
               MOVE " END DATE" TO PL-END-DATE-LIT
           END-IF
           WRITE RPT-LINE FROM WS-PAIR-LINE
           MOVE SORT-SUB-1 TO WS-FIND-SUB
           PERFORM PRINT-PAIR-TASK
           MOVE SORT-SUB-2 TO WS-FIND-SUB
           PERFORM PRINT-PAIR-TASK
           .

       PRINT-PAIR-TASK.
           MOVE DU-TASK-ID(WS-FIND-SUB) TO TL-TASK-ID
           MOVE DU-STATUS(WS-FIND-SUB) TO TL-STATUS
           MOVE DU-END-DATE(WS-FIND-SUB) TO TL-END-DATE
           MOVE DU-ASSIGNEE-ID(WS-FIND-SUB) TO TL-ASSIGNEE-ID
           MOVE DU-PROJECT-CODE(WS-FIND-SUB) TO TL-PROJECT-CODE
           MOVE DU-TITLE(WS-FIND-SUB) TO TL-TITLE
           WRITE RPT-LINE FROM WS-TASK-LINE
           .

       FINALIZE-DUPLICATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OPEN TASKS COMPARED:" TO TL-LABEL
           MOVE WS-TASK-COUNT TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "CANDIDATE PAIRS:" TO TL-LABEL
           MOVE WS-PAIR-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "PAIRS WITH MATCHING TITLES:" TO TL-LABEL
           MOVE WS-TITLE-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "PAIRS FROM THE SAME TEMPLATE:" TO TL-LABEL
           MOVE WS-TEMPLATE-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "PAIRS DUE THE SAME DAY:" TO TL-LABEL
           MOVE WS-END-DATE-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           PERFORM WRITE-RUN-END
           CLOSE DUPLICATE-REPORT
           DISPLAY "Duplicate report complete - " WS-TASK-COUNT
               " open task(s) compared, " WS-PAIR-TOTAL
               " candidate pair(s) listed."
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
           MOVE "todo-duplicate-report" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-duplicate-report" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-TASK-COUNT TO RUNC-RECORDS-READ
           MOVE WS-PAIR-TOTAL TO RUNC-RECORDS-APPLIED
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

       END PROGRAM todo-duplicate-report.
