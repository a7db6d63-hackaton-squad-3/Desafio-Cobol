       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-taskid-convert.

      * One-time conversion run for the widening of the task ID from
      * 9(4) to 9(8). Every record that carries a task ID is copied from
      * its old layout to the new one, the number zero-filled on the
      * left, so no task changes its number. Before the run the operator
      * takes a todo-master-unload under the old programs and renames
      * the old copies: TASKMUNL to OLDTMUNL, TASKAUNL to OLDTAUNL,
      * TASKHUNL to OLDTHUNL, TMPLMUNL to OLDMMUNL, and the sequential
      * files TASKAUDT, TASKHIST, TASKCMNT, ARCHAUDT, ARCHHIST,
      * ARCHCMNT, WORKLOG and TASKQUAR to OLDTAUDT, OLDTHIST, OLDTCMNT,
      * OLDAAUDT, OLDAHIST, OLDACMNT, OLDWKLOG and OLDTQUAR. The unloads
      * come out in the new layout under their usual names with a fresh
      * TRLR control record, ready for todo-master-reload to rebuild
      * TASKMAST, TMPLMAST, TASKARCH and TASKHOLD; the sequential files
      * are written straight back under their live names. A file not on
      * disk is skipped. An old unload whose detail count does not match
      * its own trailer is reported and counted as a failure - it is
      * still converted, but it should not be reloaded until the old
      * master has been unloaded again. Last of all the IDCTL control
      * record is set to the highest task number found anywhere - task,
      * parent, archive, holding, quarantine, audit, history, comment
      * and worklog, live and archived - and the highest user number on
      * USERMAST, so nothing already handed out is handed out again. An
      * IDCTL already on disk is never moved back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERS-ID
               FILE STATUS IS WS-FS-USER.

           SELECT OLD-TASK-UNLOAD ASSIGN TO "OLDTMUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-ARCHIVE-UNLOAD ASSIGN TO "OLDTAUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-HOLDING-UNLOAD ASSIGN TO "OLDTHUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-TEMPLATE-UNLOAD ASSIGN TO "OLDMMUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-AUDIT-LOG ASSIGN TO "OLDTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-HISTORY ASSIGN TO "OLDTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-ARCHIVE-AUDIT ASSIGN TO "OLDAAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-ARCHIVE-HISTORY ASSIGN TO "OLDAHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-COMMENTS ASSIGN TO "OLDTCMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-ARCHIVE-COMMENTS ASSIGN TO "OLDACMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-WORKLOG ASSIGN TO "OLDWKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT OLD-QUARANTINE ASSIGN TO "OLDTQUAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT TASK-UNLOAD ASSIGN TO "TASKMUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT ARCHIVE-UNLOAD ASSIGN TO "TASKAUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT HOLDING-UNLOAD ASSIGN TO "TASKHUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT TEMPLATE-UNLOAD ASSIGN TO "TMPLMUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT TASK-AUDIT-LOG ASSIGN TO "TASKAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT TASK-HISTORY ASSIGN TO "TASKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT ARCHIVE-AUDIT ASSIGN TO "ARCHAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT ARCHIVE-HISTORY ASSIGN TO "ARCHHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT TASK-COMMENTS ASSIGN TO "TASKCMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT ARCHIVE-COMMENTS ASSIGN TO "ARCHCMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT WORKLOG ASSIGN TO "WORKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT TASK-QUARANTINE ASSIGN TO "TASKQUAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IDCTL.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "userrec.cpy".

      * Old layouts - the same records with a 9(4) task ID.
       FD  OLD-TASK-UNLOAD.
       01 OLD-TUNL-RECORD         PIC X(1276).

       FD  OLD-ARCHIVE-UNLOAD.
       01 OLD-AUNL-RECORD         PIC X(1276).

       FD  OLD-HOLDING-UNLOAD.
       01 OLD-HUNL-RECORD         PIC X(1294).

       FD  OLD-TEMPLATE-UNLOAD.
       01 OLD-MUNL-RECORD         PIC X(1237).

       FD  OLD-AUDIT-LOG.
       01 OLD-AUDT-RECORD         PIC X(230).

       FD  OLD-HISTORY.
       01 OLD-HIST-RECORD         PIC X(242).

       FD  OLD-ARCHIVE-AUDIT.
       01 OLD-AAUDT-RECORD        PIC X(230).

       FD  OLD-ARCHIVE-HISTORY.
       01 OLD-AHIST-RECORD        PIC X(242).

       FD  OLD-COMMENTS.
       01 OLD-CMNT-RECORD         PIC X(222).

       FD  OLD-ARCHIVE-COMMENTS.
       01 OLD-ACMNT-RECORD        PIC X(222).

       FD  OLD-WORKLOG.
       01 OLD-WLOG-RECORD         PIC X(89).

       FD  OLD-QUARANTINE.
       01 OLD-QUAR-RECORD         PIC X(1276).

      * New layouts.
       FD  TASK-UNLOAD.
       01 TUNL-RECORD             PIC X(1284).

       FD  ARCHIVE-UNLOAD.
       01 AUNL-RECORD             PIC X(1284).

       FD  HOLDING-UNLOAD.
       01 HUNL-RECORD             PIC X(1302).

       FD  TEMPLATE-UNLOAD.
       01 MUNL-RECORD             PIC X(1241).

       FD  TASK-AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  TASK-HISTORY.
           COPY "histrec.cpy".

       FD  ARCHIVE-AUDIT.
       01 AAUDT-RECORD            PIC X(234).

       FD  ARCHIVE-HISTORY.
       01 AHIST-RECORD            PIC X(246).

       FD  TASK-COMMENTS.
           COPY "cmntrec.cpy".

       FD  ARCHIVE-COMMENTS.
       01 ACMNT-RECORD            PIC X(226).

       FD  WORKLOG.
           COPY "worklogrec.cpy".

       FD  TASK-QUARANTINE.
       01 QUAR-RECORD             PIC X(1284).

       FD  ID-CONTROL.
           COPY "idctlrec.cpy".

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-USER            PIC X(2).
       01 WS-FS-OLD             PIC X(2).
       01 WS-FS-NEW             PIC X(2).
       01 WS-FS-IDCTL           PIC X(2).
       01 WS-EOF-FLAG           PIC X.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).

       01 WS-FILE-NAME          PIC X(8).
       01 WS-CONVERT-COUNT      PIC 9(9).
       01 WS-OLD-TRAILER-SEEN   PIC X.
       01 WS-OLD-TRAILER-COUNT  PIC 9(9).
       01 WS-TOTAL-CONVERTED    PIC 9(9) VALUE 0.
       01 WS-BAD-COUNT          PIC 9(2) VALUE 0.

       01 WS-MAX-TASK-ID        PIC 9(8) VALUE 0.
       01 WS-MAX-USER-ID        PIC 9(4) VALUE 0.

      * Old task image: the ID leads and TASKS-PARENT-ID sits
      * between TASKS-UPDATE-DT and TASKS-PROJECT-CODE.
       01 WS-OLD-TASK-IMAGE.
           05 OT-TASK-ID          PIC 9(4).
           05 OT-BODY             PIC X(1255).
           05 OT-PARENT-ID        PIC 9(4).
           05 OT-TAIL             PIC X(13).

       01 WS-NEW-TASK-IMAGE.
           05 NT-TASK-ID          PIC 9(8).
           05 NT-BODY             PIC X(1255).
           05 NT-PARENT-ID        PIC 9(8).
           05 NT-TAIL             PIC X(13).

      * Holding record: the task image followed by who removed it
      * and when, which carry over unchanged.
       01 WS-OLD-HOLD-IMAGE.
           05 OH-TASK-IMAGE       PIC X(1276).
           05 OH-REMOVED          PIC X(18).

       01 WS-NEW-HOLD-IMAGE.
           05 NH-TASK-IMAGE       PIC X(1284).
           05 NH-REMOVED          PIC X(18).

      * Template: TMPL-ID stays 9(4); only TMPL-PARENT-ID widens.
       01 WS-OLD-TMPL-IMAGE.
           05 OM-HEAD             PIC X(1213).
           05 OM-PARENT-ID        PIC 9(4).
           05 OM-TAIL             PIC X(20).

       01 WS-NEW-TMPL-IMAGE.
           05 NM-HEAD             PIC X(1213).
           05 NM-PARENT-ID        PIC 9(8).
           05 NM-TAIL             PIC X(20).

      * Audit, history, comment and worklog records all lead with
      * the task ID; the rest of the record carries over as it is.
       01 WS-OLD-KEYED-IMAGE.
           05 OK-TASK-ID          PIC 9(4).
           05 OK-REST             PIC X(238).

       01 WS-NEW-KEYED-IMAGE.
           05 NK-TASK-ID          PIC 9(8).
           05 NK-REST             PIC X(238).

       01 WS-TRAILER-RECORD.
           05 TRL-TAG             PIC X(4)  VALUE "TRLR".
           05 TRL-RECORD-COUNT    PIC 9(9).
           05 TRL-RUN-DATE        PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           PERFORM CONVERT-TASK-UNLOAD
           PERFORM CONVERT-ARCHIVE-UNLOAD
           PERFORM CONVERT-HOLDING-UNLOAD
           PERFORM CONVERT-TEMPLATE-UNLOAD
           PERFORM CONVERT-AUDIT-LOG
           PERFORM CONVERT-HISTORY
           PERFORM CONVERT-ARCHIVE-AUDIT
           PERFORM CONVERT-ARCHIVE-HISTORY
           PERFORM CONVERT-COMMENTS
           PERFORM CONVERT-ARCHIVE-COMMENTS
           PERFORM CONVERT-WORKLOG
           PERFORM CONVERT-QUARANTINE
           PERFORM FIND-MAX-USER-ID
           PERFORM SEED-ID-CONTROL
           PERFORM WRITE-RUN-END
           IF WS-BAD-COUNT = 0
               DISPLAY "Task ID conversion complete - "
                   WS-TOTAL-CONVERTED " record(s) converted."
           ELSE
               DISPLAY "Task ID conversion complete - "
                   WS-BAD-COUNT " unload(s) FAILED their trailer "
                   "check. Do not reload them."
           END-IF
           STOP RUN.

       CONVERT-TASK-UNLOAD.
           OPEN INPUT OLD-TASK-UNLOAD
           IF WS-FS-OLD = "35"
               DISPLAY "OLDTMUNL not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TASK-UNLOAD
           MOVE "OLDTMUNL" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-TASK-UNLOAD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF OLD-TUNL-RECORD(1:4) = "TRLR"
                   MOVE 'Y' TO WS-OLD-TRAILER-SEEN
                   MOVE OLD-TUNL-RECORD(5:9) TO WS-OLD-TRAILER-COUNT
               ELSE
                   MOVE OLD-TUNL-RECORD TO WS-OLD-TASK-IMAGE
                   PERFORM CONVERT-TASK-IMAGE
                   WRITE TUNL-RECORD FROM WS-NEW-TASK-IMAGE
                   ADD 1 TO WS-CONVERT-COUNT
               END-IF
               READ OLD-TASK-UNLOAD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           PERFORM BUILD-UNLOAD-TRAILER
           WRITE TUNL-RECORD FROM WS-TRAILER-RECORD
           CLOSE TASK-UNLOAD
           CLOSE OLD-TASK-UNLOAD
           PERFORM CHECK-OLD-TRAILER
           .

       CONVERT-ARCHIVE-UNLOAD.
           OPEN INPUT OLD-ARCHIVE-UNLOAD
           IF WS-FS-OLD = "35"
               DISPLAY "OLDTAUNL not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-UNLOAD
           MOVE "OLDTAUNL" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-ARCHIVE-UNLOAD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF OLD-AUNL-RECORD(1:4) = "TRLR"
                   MOVE 'Y' TO WS-OLD-TRAILER-SEEN
                   MOVE OLD-AUNL-RECORD(5:9) TO WS-OLD-TRAILER-COUNT
               ELSE
                   MOVE OLD-AUNL-RECORD TO WS-OLD-TASK-IMAGE
                   PERFORM CONVERT-TASK-IMAGE
                   WRITE AUNL-RECORD FROM WS-NEW-TASK-IMAGE
                   ADD 1 TO WS-CONVERT-COUNT
               END-IF
               READ OLD-ARCHIVE-UNLOAD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           PERFORM BUILD-UNLOAD-TRAILER
           WRITE AUNL-RECORD FROM WS-TRAILER-RECORD
           CLOSE ARCHIVE-UNLOAD
           CLOSE OLD-ARCHIVE-UNLOAD
           PERFORM CHECK-OLD-TRAILER
           .

       CONVERT-HOLDING-UNLOAD.
           OPEN INPUT OLD-HOLDING-UNLOAD
           IF WS-FS-OLD = "35"
               DISPLAY "OLDTHUNL not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLDING-UNLOAD
           MOVE "OLDTHUNL" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-HOLDING-UNLOAD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF OLD-HUNL-RECORD(1:4) = "TRLR"
                   MOVE 'Y' TO WS-OLD-TRAILER-SEEN
                   MOVE OLD-HUNL-RECORD(5:9) TO WS-OLD-TRAILER-COUNT
               ELSE
                   MOVE OLD-HUNL-RECORD TO WS-OLD-HOLD-IMAGE
                   MOVE OH-TASK-IMAGE TO WS-OLD-TASK-IMAGE
                   PERFORM CONVERT-TASK-IMAGE
                   MOVE WS-NEW-TASK-IMAGE TO NH-TASK-IMAGE
                   MOVE OH-REMOVED TO NH-REMOVED
                   WRITE HUNL-RECORD FROM WS-NEW-HOLD-IMAGE
                   ADD 1 TO WS-CONVERT-COUNT
               END-IF
               READ OLD-HOLDING-UNLOAD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           PERFORM BUILD-UNLOAD-TRAILER
           WRITE HUNL-RECORD FROM WS-TRAILER-RECORD
           CLOSE HOLDING-UNLOAD
           CLOSE OLD-HOLDING-UNLOAD
           PERFORM CHECK-OLD-TRAILER
           .

       CONVERT-TEMPLATE-UNLOAD.
           OPEN INPUT OLD-TEMPLATE-UNLOAD
           IF WS-FS-OLD = "35"
               DISPLAY "OLDMMUNL not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMPLATE-UNLOAD
           MOVE "OLDMMUNL" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-TEMPLATE-UNLOAD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF OLD-MUNL-RECORD(1:4) = "TRLR"
                   MOVE 'Y' TO WS-OLD-TRAILER-SEEN
                   MOVE OLD-MUNL-RECORD(5:9) TO WS-OLD-TRAILER-COUNT
               ELSE
                   MOVE OLD-MUNL-RECORD TO WS-OLD-TMPL-IMAGE
                   MOVE OM-HEAD TO NM-HEAD
                   MOVE OM-PARENT-ID TO NM-PARENT-ID
                   MOVE OM-TAIL TO NM-TAIL
                   IF NM-PARENT-ID > WS-MAX-TASK-ID
                       MOVE NM-PARENT-ID TO WS-MAX-TASK-ID
                   END-IF
                   WRITE MUNL-RECORD FROM WS-NEW-TMPL-IMAGE
                   ADD 1 TO WS-CONVERT-COUNT
               END-IF
               READ OLD-TEMPLATE-UNLOAD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           PERFORM BUILD-UNLOAD-TRAILER
           WRITE MUNL-RECORD FROM WS-TRAILER-RECORD
           CLOSE TEMPLATE-UNLOAD
           CLOSE OLD-TEMPLATE-UNLOAD
           PERFORM CHECK-OLD-TRAILER
           .

       CONVERT-AUDIT-LOG.
           OPEN INPUT OLD-AUDIT-LOG
           IF WS-FS-OLD = "35"
               DISPLAY "OLDTAUDT not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TASK-AUDIT-LOG
           MOVE "OLDTAUDT" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-AUDIT-LOG
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE OLD-AUDT-RECORD TO WS-OLD-KEYED-IMAGE
               PERFORM CONVERT-KEYED-IMAGE
               WRITE TASK-AUDIT-LOG-RECORD FROM WS-NEW-KEYED-IMAGE
               ADD 1 TO WS-CONVERT-COUNT
               READ OLD-AUDIT-LOG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE TASK-AUDIT-LOG
           CLOSE OLD-AUDIT-LOG
           PERFORM REPORT-FILE-CONVERTED
           .

       CONVERT-HISTORY.
           OPEN INPUT OLD-HISTORY
           IF WS-FS-OLD = "35"
               DISPLAY "OLDTHIST not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TASK-HISTORY
           MOVE "OLDTHIST" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE OLD-HIST-RECORD TO WS-OLD-KEYED-IMAGE
               PERFORM CONVERT-KEYED-IMAGE
               WRITE TASK-HISTORY-RECORD FROM WS-NEW-KEYED-IMAGE
               ADD 1 TO WS-CONVERT-COUNT
               READ OLD-HISTORY
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE TASK-HISTORY
           CLOSE OLD-HISTORY
           PERFORM REPORT-FILE-CONVERTED
           .

       CONVERT-ARCHIVE-AUDIT.
           OPEN INPUT OLD-ARCHIVE-AUDIT
           IF WS-FS-OLD = "35"
               DISPLAY "OLDAAUDT not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-AUDIT
           MOVE "OLDAAUDT" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-ARCHIVE-AUDIT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE OLD-AAUDT-RECORD TO WS-OLD-KEYED-IMAGE
               PERFORM CONVERT-KEYED-IMAGE
               WRITE AAUDT-RECORD FROM WS-NEW-KEYED-IMAGE
               ADD 1 TO WS-CONVERT-COUNT
               READ OLD-ARCHIVE-AUDIT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-AUDIT
           CLOSE OLD-ARCHIVE-AUDIT
           PERFORM REPORT-FILE-CONVERTED
           .

       CONVERT-ARCHIVE-HISTORY.
           OPEN INPUT OLD-ARCHIVE-HISTORY
           IF WS-FS-OLD = "35"
               DISPLAY "OLDAHIST not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-HISTORY
           MOVE "OLDAHIST" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-ARCHIVE-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE OLD-AHIST-RECORD TO WS-OLD-KEYED-IMAGE
               PERFORM CONVERT-KEYED-IMAGE
               WRITE AHIST-RECORD FROM WS-NEW-KEYED-IMAGE
               ADD 1 TO WS-CONVERT-COUNT
               READ OLD-ARCHIVE-HISTORY
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-HISTORY
           CLOSE OLD-ARCHIVE-HISTORY
           PERFORM REPORT-FILE-CONVERTED
           .

       CONVERT-COMMENTS.
           OPEN INPUT OLD-COMMENTS
           IF WS-FS-OLD = "35"
               DISPLAY "OLDTCMNT not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TASK-COMMENTS
           MOVE "OLDTCMNT" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-COMMENTS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE OLD-CMNT-RECORD TO WS-OLD-KEYED-IMAGE
               PERFORM CONVERT-KEYED-IMAGE
               WRITE TASK-COMMENT-RECORD FROM WS-NEW-KEYED-IMAGE
               ADD 1 TO WS-CONVERT-COUNT
               READ OLD-COMMENTS
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE TASK-COMMENTS
           CLOSE OLD-COMMENTS
           PERFORM REPORT-FILE-CONVERTED
           .

       CONVERT-ARCHIVE-COMMENTS.
           OPEN INPUT OLD-ARCHIVE-COMMENTS
           IF WS-FS-OLD = "35"
               DISPLAY "OLDACMNT not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-COMMENTS
           MOVE "OLDACMNT" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-ARCHIVE-COMMENTS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE OLD-ACMNT-RECORD TO WS-OLD-KEYED-IMAGE
               PERFORM CONVERT-KEYED-IMAGE
               WRITE ACMNT-RECORD FROM WS-NEW-KEYED-IMAGE
               ADD 1 TO WS-CONVERT-COUNT
               READ OLD-ARCHIVE-COMMENTS
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-COMMENTS
           CLOSE OLD-ARCHIVE-COMMENTS
           PERFORM REPORT-FILE-CONVERTED
           .

       CONVERT-WORKLOG.
           OPEN INPUT OLD-WORKLOG
           IF WS-FS-OLD = "35"
               DISPLAY "OLDWKLOG not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORKLOG
           MOVE "OLDWKLOG" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-WORKLOG
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE OLD-WLOG-RECORD TO WS-OLD-KEYED-IMAGE
               PERFORM CONVERT-KEYED-IMAGE
               WRITE WORKLOG-RECORD FROM WS-NEW-KEYED-IMAGE
               ADD 1 TO WS-CONVERT-COUNT
               READ OLD-WORKLOG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE WORKLOG
           CLOSE OLD-WORKLOG
           PERFORM REPORT-FILE-CONVERTED
           .

       CONVERT-QUARANTINE.
           OPEN INPUT OLD-QUARANTINE
           IF WS-FS-OLD = "35"
               DISPLAY "OLDTQUAR not on disk - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TASK-QUARANTINE
           MOVE "OLDTQUAR" TO WS-FILE-NAME
           PERFORM RESET-FILE-COUNTS
           READ OLD-QUARANTINE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE OLD-QUAR-RECORD TO WS-OLD-TASK-IMAGE
               PERFORM CONVERT-TASK-IMAGE
               WRITE QUAR-RECORD FROM WS-NEW-TASK-IMAGE
               ADD 1 TO WS-CONVERT-COUNT
               READ OLD-QUARANTINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE TASK-QUARANTINE
           CLOSE OLD-QUARANTINE
           PERFORM REPORT-FILE-CONVERTED
           .

      * Widens both task numbers in a task image and keeps the
      * highest number seen for IDCTL.
       CONVERT-TASK-IMAGE.
           MOVE OT-TASK-ID TO NT-TASK-ID
           MOVE OT-BODY TO NT-BODY
           MOVE OT-PARENT-ID TO NT-PARENT-ID
           MOVE OT-TAIL TO NT-TAIL
           IF NT-TASK-ID > WS-MAX-TASK-ID
               MOVE NT-TASK-ID TO WS-MAX-TASK-ID
           END-IF
           IF NT-PARENT-ID > WS-MAX-TASK-ID
               MOVE NT-PARENT-ID TO WS-MAX-TASK-ID
           END-IF
           .

       CONVERT-KEYED-IMAGE.
           MOVE OK-TASK-ID TO NK-TASK-ID
           MOVE OK-REST TO NK-REST
           IF NK-TASK-ID > WS-MAX-TASK-ID
               MOVE NK-TASK-ID TO WS-MAX-TASK-ID
           END-IF
           .

       RESET-FILE-COUNTS.
           MOVE 0 TO WS-CONVERT-COUNT
           MOVE 0 TO WS-OLD-TRAILER-COUNT
           MOVE 'N' TO WS-OLD-TRAILER-SEEN
           MOVE 'N' TO WS-EOF-FLAG
           .

       BUILD-UNLOAD-TRAILER.
           MOVE "TRLR" TO TRL-TAG
           MOVE WS-CONVERT-COUNT TO TRL-RECORD-COUNT
           MOVE WS-CURRENT-DATE TO TRL-RUN-DATE
           .

      * The old unload must have carried its own trailer and the
      * same detail count, or the copy it came from was short.
       CHECK-OLD-TRAILER.
           IF WS-OLD-TRAILER-SEEN = 'Y' AND
                   WS-OLD-TRAILER-COUNT = WS-CONVERT-COUNT
               PERFORM REPORT-FILE-CONVERTED
           ELSE
               DISPLAY WS-FILE-NAME " TRAILER CHECK FAILED - "
                   WS-CONVERT-COUNT " detail record(s) converted, "
                   "trailer missing or count does not agree."
               ADD WS-CONVERT-COUNT TO WS-TOTAL-CONVERTED
               ADD 1 TO WS-BAD-COUNT
           END-IF
           .

       REPORT-FILE-CONVERTED.
           DISPLAY WS-FILE-NAME " converted - " WS-CONVERT-COUNT
               " record(s)."
           ADD WS-CONVERT-COUNT TO WS-TOTAL-CONVERTED
           .

       FIND-MAX-USER-ID.
           OPEN INPUT USER-MASTER
           IF WS-FS-USER = "35"
               DISPLAY "USERMAST not on disk - user number not "
                   "seeded."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           READ USER-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF USERS-ID > WS-MAX-USER-ID
                   MOVE USERS-ID TO WS-MAX-USER-ID
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE USER-MASTER
           .

      * The control record only ever moves forward: a number already
      * on an existing IDCTL is kept when it is the higher one.
       SEED-ID-CONTROL.
           OPEN INPUT ID-CONTROL
           IF WS-FS-IDCTL = "00"
               READ ID-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF IDCTL-LAST-TASK-ID > WS-MAX-TASK-ID
                           MOVE IDCTL-LAST-TASK-ID TO WS-MAX-TASK-ID
                       END-IF
                       IF IDCTL-LAST-USER-ID > WS-MAX-USER-ID
                           MOVE IDCTL-LAST-USER-ID TO WS-MAX-USER-ID
                       END-IF
               END-READ
               CLOSE ID-CONTROL
           END-IF
           OPEN OUTPUT ID-CONTROL
           MOVE WS-MAX-TASK-ID TO IDCTL-LAST-TASK-ID
           MOVE WS-MAX-USER-ID TO IDCTL-LAST-USER-ID
           MOVE WS-FUNCTION-DATE(1:14) TO IDCTL-UPDATE-DT
           WRITE ID-CONTROL-RECORD
           CLOSE ID-CONTROL
           DISPLAY "IDCTL set - last task " WS-MAX-TASK-ID
               ", last user " WS-MAX-USER-ID "."
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
           MOVE "todo-taskid-convert" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-taskid-convert" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-TOTAL-CONVERTED TO RUNC-RECORDS-READ
           MOVE WS-TOTAL-CONVERTED TO RUNC-RECORDS-APPLIED
           MOVE WS-BAD-COUNT TO RUNC-RECORDS-REJECTED
           MOVE 0 TO RUNC-RECORDS-QUARANT RUNC-CHECKPOINT-POS
           MOVE 'C' TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL
           .

       STAMP-RUN-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:14) TO RUNC-DATETIME
           .

       END PROGRAM todo-taskid-convert.
