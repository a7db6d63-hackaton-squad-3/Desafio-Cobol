      * and the records that stay behind are rewritten to HISTKEEP,
      * AUDTKEEP and CMNTKEEP, which the job step renames over
      * TASKHIST, TASKAUDT and TASKCMNT after a clean run.
      * Each archived task also gets an ARCHIVE audit record of its
      * own on ARCHAUDT, so the outbound change-data feed can tell
      * downstream systems the task left TASK-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  TASK-ARCHIVE.
       01 ARCH-RECORD.
           05 ARCH-TASK-ID         PIC 9(8).
           05 FILLER               PIC X(1276).

       FD  TASK-HISTORY.
           COPY "histrec.cpy".

       FD  HISTORY-KEEP.
       01 HKEEP-RECORD            PIC X(246).

       FD  ARCHIVE-HISTORY.
       01 AHIST-RECORD            PIC X(246).

       FD  TASK-AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  AUDIT-KEEP.
       01 AKEEP-RECORD            PIC X(234).

       FD  ARCHIVE-AUDIT.
       01 AAUDT-RECORD            PIC X(234).

       FD  TASK-COMMENTS.
           COPY "cmntrec.cpy".

       FD  COMMENT-KEEP.
       01 CKEEP-RECORD            PIC X(226).

       FD  ARCHIVE-COMMENTS.
       01 ACMNT-RECORD            PIC X(226).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".
       01 WS-OPEN-PARENT-TABLE.
           05 WS-OPEN-PARENT-ENTRY OCCURS 9999 TIMES
                   INDEXED BY OPP-IDX.
               10 OPP-TASK-ID         PIC 9(8).
       01 WS-OPEN-PARENT-COUNT  PIC 9(4) VALUE 0.

       01 WS-ARCHIVED-ID-TABLE.
           05 WS-ARCHIVED-ID-ENTRY OCCURS 9999 TIMES
                   INDEXED BY ARC-IDX.
               10 ARC-TASK-ID         PIC 9(8).
       01 WS-ARCHIVED-ID-COUNT  PIC 9(4) VALUE 0.

       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-FOUND              PIC X.
       01 WS-LOOKUP-ID          PIC 9(8).

       01 WS-TASKS-ARCHIVED     PIC 9(5) VALUE 0.
       01 WS-TASKS-HELD         PIC 9(5) VALUE 0.
       01 WS-AUDIT-ARCHIVED     PIC 9(5) VALUE 0.
       01 WS-CMNT-ARCHIVED      PIC 9(5) VALUE 0.

       01 WS-ARCHIVE-AUDIT-RECORD.
           05 WS-AA-TASK-ID         PIC 9(8).
           05 WS-AA-ACTION          PIC X(8) VALUE "ARCHIVE".
           05 WS-AA-USER-ID         PIC 9(4) VALUE 0.
           05 WS-AA-BEFORE-VALUE    PIC X(100) VALUE "TASKMAST".
           05 WS-AA-AFTER-VALUE     PIC X(100) VALUE "TASKARCH".
           05 WS-AA-DATETIME        PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-ARCHIVE
           PERFORM ARCHIVE-ELIGIBLE-TASKS
           PERFORM SPLIT-HISTORY-LOG
           PERFORM SPLIT-AUDIT-LOG
           PERFORM WRITE-ARCHIVE-AUDIT
           PERFORM SPLIT-COMMENT-LOG
           PERFORM FINALIZE-ARCHIVE
           STOP RUN.
           CLOSE ARCHIVE-AUDIT
           .

      * One ARCHIVE record per task moved, stamped with the run time
      * and user 0 (the batch), appended after the task's own audit
      * trail so ARCHAUDT reads in date order for the task.
       WRITE-ARCHIVE-AUDIT.
           IF WS-ARCHIVED-ID-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVE-AUDIT
           IF WS-FS-AAUDT = "35"
               OPEN OUTPUT ARCHIVE-AUDIT
               CLOSE ARCHIVE-AUDIT
               OPEN EXTEND ARCHIVE-AUDIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:14) TO WS-AA-DATETIME
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-ARCHIVED-ID-COUNT
               MOVE ARC-TASK-ID(WS-MATCH-IDX) TO WS-AA-TASK-ID
               WRITE AAUDT-RECORD FROM WS-ARCHIVE-AUDIT-RECORD
           END-PERFORM
           CLOSE ARCHIVE-AUDIT
           .

       SPLIT-COMMENT-LOG.
           IF WS-ARCHIVED-ID-COUNT = 0
               EXIT PARAGRAPH
