       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-watch-notify.

      * Daily change notification for task watchers: reads the day's
      * TASK-AUDIT-LOG and TASK-COMMENTS entries (the date is accepted
      * as YYYYMMDD on SYSIN, 0 = today) and picks out the changes
      * people with a stake in a task want to hear about - a status
      * change, a reassignment, a reopen and a new comment.
      * Each change goes to every watcher of the task: the users with
      * a 'Y' record on TASKWTCH (see WATCHREC.CPY), plus the task's
      * creator and the PROJ-OWNER-ID of its project unless either
      * has opted out with an 'N' record. The user who made the
      * change is never told about it, and inactive users are
      * skipped.
      * Writes one addressable block per watcher to the WATCHNTF
      * sequential file for the email gateway that takes DIGESTFL -
      * the watcher's name from USER-MASTER on the block header, then
      * each change in task and time order with who made it, the
      * task title and what changed - so nobody has to go into the
      * app and look.

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

           SELECT TASK-HOLDING ASSIGN TO "TASKHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-TASK-ID
               FILE STATUS IS WS-FS-HOLD.

           SELECT PROJECT-MASTER ASSIGN TO "PROJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROJ-CODE
               FILE STATUS IS WS-FS-PROJ.

           SELECT TASK-WATCH ASSIGN TO "TASKWTCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WATCH-KEY
               FILE STATUS IS WS-FS-WATCH.

           SELECT TASK-AUDIT-LOG ASSIGN TO "TASKAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT TASK-COMMENTS ASSIGN TO "TASKCMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CMNT.

           SELECT NOTIFY-FILE ASSIGN TO "WATCHNTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NTF.

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

       FD  TASK-HOLDING.
       01 HOLD-RECORD.
           05 HOLD-TASK-IMAGE.
               10 HOLD-TASK-ID    PIC 9(8).
               10 FILLER          PIC X(1276).
           05 HOLD-REMOVED-BY     PIC 9(4).
           05 HOLD-REMOVED-DT     PIC 9(14).

       FD  PROJECT-MASTER.
           COPY "projrec.cpy".

       FD  TASK-WATCH.
           COPY "watchrec.cpy".

       FD  TASK-AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  TASK-COMMENTS.
           COPY "cmntrec.cpy".

       FD  NOTIFY-FILE.
       01 NTF-LINE                PIC X(100).

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-WATCHER-ID      PIC 9(4).
           05 SORT-TASK-ID         PIC 9(8).
           05 SORT-DATETIME        PIC 9(14).
           05 SORT-SEQUENCE        PIC 9(8).
           05 SORT-EVENT           PIC X(10).
           05 SORT-ACTOR-ID        PIC 9(4).
           05 SORT-TITLE           PIC X(60).
           05 SORT-DETAIL          PIC X(200).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-USER            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-HOLD            PIC X(2).
       01 WS-FS-PROJ            PIC X(2).
       01 WS-FS-WATCH           PIC X(2).
       01 WS-FS-AUDIT           PIC X(2).
       01 WS-FS-CMNT            PIC X(2).
       01 WS-FS-NTF             PIC X(2).
       01 WS-EOF-AUDIT          PIC X VALUE 'N'.
       01 WS-EOF-CMNT           PIC X VALUE 'N'.
       01 WS-EOF-WATCH          PIC X VALUE 'N'.
       01 WS-EOF-SORT           PIC X VALUE 'N'.
       01 WS-HOLD-FILE-OK       PIC X VALUE 'N'.
       01 WS-PROJ-FILE-OK       PIC X VALUE 'N'.
       01 WS-WATCH-FILE-OK      PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-NOTIFY-DATE        PIC 9(8) VALUE 0.

      *--- The change being sent out ---
       01 WS-EV-TASK-ID         PIC 9(8).
       01 WS-EV-ACTOR-ID        PIC 9(4).
       01 WS-EV-DATETIME        PIC 9(14).
       01 WS-EV-EVENT           PIC X(10).
       01 WS-EV-DETAIL          PIC X(200).
       01 WS-EV-SEQUENCE        PIC 9(8) VALUE 0.
       01 WS-EV-USER-ID         PIC 9(4).
       01 WS-EV-FROM-NAME       PIC X(50).
       01 WS-EV-TO-NAME         PIC X(50).
       01 WS-TASK-FOUND         PIC X.

      *--- Watchers of the task, and those who opted out ---
       01 WS-WATCHER-TABLE.
           05 WS-WATCHER-ENTRY OCCURS 200 TIMES
                   INDEXED BY WR-IDX.
               10 WR-USER-ID          PIC 9(4).
       01 WS-WATCHER-COUNT      PIC 9(4) VALUE 0.
       01 WS-OPTOUT-TABLE.
           05 WS-OPTOUT-ENTRY OCCURS 200 TIMES
                   INDEXED BY OO-IDX.
               10 OO-USER-ID          PIC 9(4).
       01 WS-OPTOUT-COUNT       PIC 9(4) VALUE 0.
       01 WS-ADD-USER-ID        PIC 9(4).
       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-FOUND              PIC X.

       01 WS-PREV-WATCHER       PIC 9(4) VALUE 0.
       01 WS-FIRST-RECORD       PIC X VALUE 'Y'.
       01 WS-USER-NOTICE-COUNT  PIC 9(4) VALUE 0.
       01 WS-CHANGE-TOTAL       PIC 9(5) VALUE 0.
       01 WS-NOTICE-TOTAL       PIC 9(5) VALUE 0.
       01 WS-WATCHER-TOTAL      PIC 9(4) VALUE 0.
       01 WS-PERSON-NAME        PIC X(50).

       01 WS-BLOCK-HEADER.
           05 FILLER              PIC X(17) VALUE
               "==== NOTIFY USER ".
           05 BH-USER-ID          PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 BH-USER-NAME        PIC X(50).
       01 WS-BLOCK-TRAILER.
           05 FILLER              PIC X(16) VALUE
               "==== END NOTIFY ".
           05 BT-COUNT            PIC ZZZ9.
           05 FILLER              PIC X(10) VALUE " CHANGE(S)".

       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(5)  VALUE "TASK ".
           05 DL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 DL-EVENT            PIC X(10).
           05 FILLER              PIC X(4)  VALUE " AT ".
           05 DL-HOUR             PIC X(2).
           05 FILLER              PIC X(1)  VALUE ":".
           05 DL-MINUTE           PIC X(2).
           05 FILLER              PIC X(4)  VALUE " BY ".
           05 DL-ACTOR-ID         PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 DL-ACTOR-NAME       PIC X(50).
       01 WS-TEXT-LINE.
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 TXT-TEXT            PIC X(90).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-NOTIFY
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-WATCHER-ID SORT-TASK-ID
                   SORT-DATETIME SORT-SEQUENCE
               INPUT PROCEDURE IS SELECT-DAYS-CHANGES
               OUTPUT PROCEDURE IS WRITE-NOTIFY-BLOCKS
           PERFORM FINALIZE-NOTIFY
           STOP RUN.

       INITIALIZE-NOTIFY.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Enter notification date (YYYYMMDD, 0 = today):"
           ACCEPT WS-NOTIFY-DATE
           IF WS-NOTIFY-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-NOTIFY-DATE
           END-IF
           OPEN INPUT USER-MASTER
           OPEN INPUT TASK-MASTER
           OPEN INPUT TASK-HOLDING
           IF WS-FS-HOLD = "00"
               MOVE 'Y' TO WS-HOLD-FILE-OK
           END-IF
           OPEN INPUT PROJECT-MASTER
           IF WS-FS-PROJ = "00"
               MOVE 'Y' TO WS-PROJ-FILE-OK
           END-IF
           OPEN INPUT TASK-WATCH
           IF WS-FS-WATCH = "00"
               MOVE 'Y' TO WS-WATCH-FILE-OK
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           .

      * Status changes, reassignments and reopens come from the audit
      * log, new comments from the comment file. A reopen from the
      * app logs both its STATUS move out of DONE and a REOPEN record
      * carrying the reason; both are sent.
       SELECT-DAYS-CHANGES.
           OPEN INPUT TASK-AUDIT-LOG
           IF WS-FS-AUDIT = "00"
               READ TASK-AUDIT-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
               PERFORM UNTIL WS-EOF-AUDIT = 'Y'
                   IF AUDIT-DATETIME(1:8) = WS-NOTIFY-DATE
                       PERFORM SELECT-AUDIT-CHANGE
                   END-IF
                   READ TASK-AUDIT-LOG NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-AUDIT
                   END-READ
               END-PERFORM
               CLOSE TASK-AUDIT-LOG
           END-IF
           OPEN INPUT TASK-COMMENTS
           IF WS-FS-CMNT = "00"
               READ TASK-COMMENTS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CMNT
               END-READ
               PERFORM UNTIL WS-EOF-CMNT = 'Y'
                   IF CMNT-DATETIME(1:8) = WS-NOTIFY-DATE
                       PERFORM SELECT-COMMENT-CHANGE
                   END-IF
                   READ TASK-COMMENTS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-CMNT
                   END-READ
               END-PERFORM
               CLOSE TASK-COMMENTS
           END-IF
           .

       SELECT-AUDIT-CHANGE.
           MOVE SPACES TO WS-EV-DETAIL
           EVALUATE TRUE
               WHEN AUDIT-ACTION-STATUS
                   MOVE "STATUS" TO WS-EV-EVENT
                   IF AUDIT-BEFORE-VALUE = SPACES
                       STRING "STATUS CHANGED TO "
                           FUNCTION TRIM(AUDIT-AFTER-VALUE)
                           DELIMITED BY SIZE INTO WS-EV-DETAIL
                       END-STRING
                   ELSE
                       STRING "STATUS CHANGED FROM "
                           FUNCTION TRIM(AUDIT-BEFORE-VALUE) " TO "
                           FUNCTION TRIM(AUDIT-AFTER-VALUE)
                           DELIMITED BY SIZE INTO WS-EV-DETAIL
                       END-STRING
                   END-IF
               WHEN AUDIT-ACTION-ASSIGN
                   MOVE "REASSIGNED" TO WS-EV-EVENT
                   PERFORM FORMAT-REASSIGNMENT
               WHEN AUDIT-ACTION-REOPEN
                   MOVE "REOPENED" TO WS-EV-EVENT
                   STRING "REOPENED FROM DONE - REASON: "
                       FUNCTION TRIM(AUDIT-AFTER-VALUE)
                       DELIMITED BY SIZE INTO WS-EV-DETAIL
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE AUDIT-TASK-ID TO WS-EV-TASK-ID
           MOVE AUDIT-USER-ID TO WS-EV-ACTOR-ID
           MOVE AUDIT-DATETIME TO WS-EV-DATETIME
           PERFORM RELEASE-TO-WATCHERS
           .

      * ASSIGN records carry the old and new assignee IDs in the
      * first four positions of the before and after values.
       FORMAT-REASSIGNMENT.
           MOVE SPACES TO WS-EV-FROM-NAME WS-EV-TO-NAME
           IF AUDIT-BEFORE-VALUE(1:4) IS NUMERIC
               MOVE AUDIT-BEFORE-VALUE(1:4) TO WS-EV-USER-ID
               PERFORM FIND-PERSON-NAME
               STRING AUDIT-BEFORE-VALUE(1:4) " "
                   FUNCTION TRIM(WS-PERSON-NAME)
                   DELIMITED BY SIZE INTO WS-EV-FROM-NAME
               END-STRING
           END-IF
           IF AUDIT-AFTER-VALUE(1:4) IS NUMERIC
               MOVE AUDIT-AFTER-VALUE(1:4) TO WS-EV-USER-ID
               PERFORM FIND-PERSON-NAME
               STRING AUDIT-AFTER-VALUE(1:4) " "
                   FUNCTION TRIM(WS-PERSON-NAME)
                   DELIMITED BY SIZE INTO WS-EV-TO-NAME
               END-STRING
           END-IF
           STRING "REASSIGNED FROM " FUNCTION TRIM(WS-EV-FROM-NAME)
               " TO " FUNCTION TRIM(WS-EV-TO-NAME)
               DELIMITED BY SIZE INTO WS-EV-DETAIL
           END-STRING
           .

       SELECT-COMMENT-CHANGE.
           MOVE "COMMENT" TO WS-EV-EVENT
           MOVE CMNT-TEXT TO WS-EV-DETAIL
           MOVE CMNT-TASK-ID TO WS-EV-TASK-ID
           MOVE CMNT-USER-ID TO WS-EV-ACTOR-ID
           MOVE CMNT-DATETIME TO WS-EV-DATETIME
           PERFORM RELEASE-TO-WATCHERS
           .

      * Finds the task - on TASK-MASTER, or on TASKHOLD if it was
      * removed later the same day - gathers its watchers and
      * releases one sort record per watcher other than the actor.
       RELEASE-TO-WATCHERS.
           MOVE 'N' TO WS-TASK-FOUND
           MOVE WS-EV-TASK-ID TO TASKS-ID
           READ TASK-MASTER KEY IS TASKS-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-TASK-FOUND
           END-READ
           IF WS-TASK-FOUND = 'N' AND WS-HOLD-FILE-OK = 'Y'
               MOVE WS-EV-TASK-ID TO HOLD-TASK-ID
               READ TASK-HOLDING KEY IS HOLD-TASK-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TASK-FOUND
                       MOVE HOLD-TASK-IMAGE TO TASK-MASTER-RECORD
               END-READ
           END-IF
           IF WS-TASK-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANGE-TOTAL
           PERFORM GATHER-WATCHERS
           PERFORM VARYING WR-IDX FROM 1 BY 1
                   UNTIL WR-IDX > WS-WATCHER-COUNT
               IF WR-USER-ID(WR-IDX) NOT = WS-EV-ACTOR-ID
                   MOVE WR-USER-ID(WR-IDX) TO USERS-ID
                   READ USER-MASTER KEY IS USERS-ID
                       INVALID KEY MOVE 'N' TO USERS-ACTIVE-FLAG
                   END-READ
                   IF USERS-IS-ACTIVE
                       ADD 1 TO WS-EV-SEQUENCE
                       MOVE WR-USER-ID(WR-IDX) TO SORT-WATCHER-ID
                       MOVE WS-EV-TASK-ID TO SORT-TASK-ID
                       MOVE WS-EV-DATETIME TO SORT-DATETIME
                       MOVE WS-EV-SEQUENCE TO SORT-SEQUENCE
                       MOVE WS-EV-EVENT TO SORT-EVENT
                       MOVE WS-EV-ACTOR-ID TO SORT-ACTOR-ID
                       MOVE TASKS-TITLE(1:60) TO SORT-TITLE
                       MOVE WS-EV-DETAIL TO SORT-DETAIL
                       RELEASE SORT-RECORD
                       ADD 1 TO WS-NOTICE-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           .

      * Explicit watchers first, then the creator and the project
      * owner unless they have opted out.
       GATHER-WATCHERS.
           MOVE 0 TO WS-WATCHER-COUNT WS-OPTOUT-COUNT
           IF WS-WATCH-FILE-OK = 'Y'
               MOVE 'N' TO WS-EOF-WATCH
               MOVE WS-EV-TASK-ID TO WATCH-TASK-ID
               MOVE 0 TO WATCH-USER-ID
               START TASK-WATCH KEY IS NOT LESS THAN WATCH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-WATCH
               END-START
               IF WS-EOF-WATCH NOT = 'Y'
                   READ TASK-WATCH NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-WATCH
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF-WATCH = 'Y'
                       OR WATCH-TASK-ID NOT = WS-EV-TASK-ID
                   IF WATCH-IS-ON
                       MOVE WATCH-USER-ID TO WS-ADD-USER-ID
                       PERFORM ADD-WATCHER
                   ELSE
                       IF WS-OPTOUT-COUNT < 200
                           ADD 1 TO WS-OPTOUT-COUNT
                           MOVE WATCH-USER-ID
                               TO OO-USER-ID(WS-OPTOUT-COUNT)
                       END-IF
                   END-IF
                   READ TASK-WATCH NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-WATCH
                   END-READ
               END-PERFORM
           END-IF
           MOVE TASKS-CREATOR-ID TO WS-ADD-USER-ID
           PERFORM ADD-AUTO-WATCHER
           IF TASKS-PROJECT-CODE NOT = SPACES AND
                   WS-PROJ-FILE-OK = 'Y'
               MOVE TASKS-PROJECT-CODE TO PROJ-CODE
               READ PROJECT-MASTER KEY IS PROJ-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PROJ-OWNER-ID TO WS-ADD-USER-ID
                       PERFORM ADD-AUTO-WATCHER
               END-READ
           END-IF
           .

       ADD-AUTO-WATCHER.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-OPTOUT-COUNT
               IF OO-USER-ID(WS-MATCH-IDX) = WS-ADD-USER-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM ADD-WATCHER
           .

       ADD-WATCHER.
           IF WS-ADD-USER-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-WATCHER-COUNT
               IF WR-USER-ID(WS-MATCH-IDX) = WS-ADD-USER-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-WATCHER-COUNT < 200
               ADD 1 TO WS-WATCHER-COUNT
               MOVE WS-ADD-USER-ID TO WR-USER-ID(WS-WATCHER-COUNT)
           END-IF
           .

       WRITE-NOTIFY-BLOCKS.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SORT
           END-RETURN
           PERFORM UNTIL WS-EOF-SORT = 'Y'
               IF WS-FIRST-RECORD = 'Y' OR
                       SORT-WATCHER-ID NOT = WS-PREV-WATCHER
                   IF WS-FIRST-RECORD = 'N'
                       PERFORM WRITE-BLOCK-TRAILER
                   END-IF
                   PERFORM WRITE-BLOCK-HEADER
                   MOVE 'N' TO WS-FIRST-RECORD
                   MOVE SORT-WATCHER-ID TO WS-PREV-WATCHER
               END-IF
               PERFORM WRITE-NOTICE-LINES
               ADD 1 TO WS-USER-NOTICE-COUNT
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SORT
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM WRITE-BLOCK-TRAILER
           END-IF
           .

       WRITE-BLOCK-HEADER.
           MOVE SORT-WATCHER-ID TO BH-USER-ID
           MOVE SORT-WATCHER-ID TO WS-EV-USER-ID
           PERFORM FIND-PERSON-NAME
           MOVE WS-PERSON-NAME TO BH-USER-NAME
           WRITE NTF-LINE FROM WS-BLOCK-HEADER
           MOVE 0 TO WS-USER-NOTICE-COUNT
           ADD 1 TO WS-WATCHER-TOTAL
           .

       WRITE-BLOCK-TRAILER.
           MOVE WS-USER-NOTICE-COUNT TO BT-COUNT
           WRITE NTF-LINE FROM WS-BLOCK-TRAILER
           .

      * Three lines per change - who did what and when, the task
      * title, then what changed - with a fourth when a long comment
      * runs past one line.
       WRITE-NOTICE-LINES.
           MOVE SORT-TASK-ID TO DL-TASK-ID
           MOVE SORT-EVENT TO DL-EVENT
           MOVE SORT-DATETIME(9:2) TO DL-HOUR
           MOVE SORT-DATETIME(11:2) TO DL-MINUTE
           MOVE SORT-ACTOR-ID TO DL-ACTOR-ID
           IF SORT-ACTOR-ID = 0
               MOVE "(BATCH)" TO DL-ACTOR-NAME
           ELSE
               MOVE SORT-ACTOR-ID TO WS-EV-USER-ID
               PERFORM FIND-PERSON-NAME
               MOVE WS-PERSON-NAME TO DL-ACTOR-NAME
           END-IF
           WRITE NTF-LINE FROM WS-DETAIL-LINE
           MOVE SORT-TITLE TO TXT-TEXT
           WRITE NTF-LINE FROM WS-TEXT-LINE
           MOVE SORT-DETAIL(1:90) TO TXT-TEXT
           WRITE NTF-LINE FROM WS-TEXT-LINE
           IF SORT-DETAIL(91:90) NOT = SPACES
               MOVE SORT-DETAIL(91:90) TO TXT-TEXT
               WRITE NTF-LINE FROM WS-TEXT-LINE
           END-IF
           IF SORT-DETAIL(181:20) NOT = SPACES
               MOVE SORT-DETAIL(181:20) TO TXT-TEXT
               WRITE NTF-LINE FROM WS-TEXT-LINE
           END-IF
           .

      * WS-EV-USER-ID in, WS-PERSON-NAME out.
       FIND-PERSON-NAME.
           MOVE WS-EV-USER-ID TO USERS-ID
           READ USER-MASTER KEY IS USERS-ID
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

       FINALIZE-NOTIFY.
           PERFORM WRITE-RUN-END
           CLOSE USER-MASTER
           CLOSE TASK-MASTER
           IF WS-HOLD-FILE-OK = 'Y'
               CLOSE TASK-HOLDING
           END-IF
           IF WS-PROJ-FILE-OK = 'Y'
               CLOSE PROJECT-MASTER
           END-IF
           IF WS-WATCH-FILE-OK = 'Y'
               CLOSE TASK-WATCH
           END-IF
           CLOSE NOTIFY-FILE
           DISPLAY "Watch notification complete - " WS-CHANGE-TOTAL
               " change(s) on " WS-NOTIFY-DATE ", " WS-NOTICE-TOTAL
               " notice(s) to " WS-WATCHER-TOTAL " watcher(s)."
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
           MOVE "todo-watch-notify" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-watch-notify" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-CHANGE-TOTAL TO RUNC-RECORDS-READ
           MOVE WS-NOTICE-TOTAL TO RUNC-RECORDS-APPLIED
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

       END PROGRAM todo-watch-notify.
