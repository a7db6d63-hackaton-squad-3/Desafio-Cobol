       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-change-extract.

      * Nightly outbound change-data feed: picks up every task touched
      * since the previous run and writes it to the CHGFEED delimited
      * file for downstream systems, so they no longer have to take
      * a full copy of TASK-MASTER to see what moved.
      * The window runs from just after the high-water mark held on
      * the CHGCTL control record (see CHGCTLREC.CPY) up to the time
      * this run starts. A task is in the window when its
      * TASKS-CREATION-DT or TASKS-UPDATE-DT falls inside it, or
      * when any TASKAUDT record for it does - which also catches
      * removal to TASKHOLD - or when todo-archive-done's ARCHIVE
      * record on ARCHAUDT does. A night that is skipped is covered
      * by the next run's wider window. A second run on the same day,
      * or a run answered R on SYSIN, resends the last window and
      * leaves the high-water mark where it is.
      * Up to 9999 tasks are sent a run. When more than that changed,
      * the tasks whose first change in the window is earliest are
      * kept and the window is closed at the latest of those first
      * changes, so every change up to the new high-water mark has
      * been sent and the rest start the next window. Such a run is
      * not counted as the day's run, so it can be rerun straight
      * away to send the remainder.
      * Each task is sent once, as its current full image with the
      * assignee name from USER-MASTER and the project name from
      * PROJECT-MASTER, under one action code:
      *   A - archived (now on TASKARCH)
      *   H - held (removed to the TASKHOLD recycle bin)
      *   C - created (or released from quarantine) in the window
      *   S - restored from TASKHOLD in the window
      *   R - reassigned in the window
      *   U - any other change
      * A task on TASK-MASTER takes the first of C, S, R, U that
      * applies. Records are pipe-delimited (any pipe in the text is
      * sent as a slash):
      *   H|CHGFEED|window from|window to|run date-time|NEW or RESEND
      *   D|action|task ID|title|description|end date|creator ID|
      *     assignee ID|assignee name|tags|priority|status|
      *     created|updated|prerequisite ID|project code|
      *     project name|estimate hours
      *   T|window from|window to|detail record count

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

           SELECT TASK-HOLDING ASSIGN TO "TASKHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-TASK-ID
               FILE STATUS IS WS-FS-HOLD.

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

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERS-ID
               FILE STATUS IS WS-FS-USER.

           SELECT PROJECT-MASTER ASSIGN TO "PROJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROJ-CODE
               FILE STATUS IS WS-FS-PROJ.

           SELECT CHANGE-CONTROL ASSIGN TO "CHGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHGCTL.

           SELECT CHANGE-FEED ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEED.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  TASK-MASTER.
           COPY "taskrec.cpy".

       FD  TASK-HOLDING.
       01 HOLD-RECORD.
           05 HOLD-TASK-IMAGE.
               10 HOLD-TASK-ID    PIC 9(8).
               10 FILLER          PIC X(1276).
           05 HOLD-REMOVED-BY     PIC 9(4).
           05 HOLD-REMOVED-DT     PIC 9(14).

       FD  TASK-ARCHIVE.
       01 ARCH-RECORD.
           05 ARCH-TASK-ID         PIC 9(8).
           05 FILLER               PIC X(1276).

       FD  TASK-AUDIT-LOG.
       01 AUDT-RECORD             PIC X(234).

       FD  ARCHIVE-AUDIT.
       01 AAUDT-RECORD            PIC X(234).

       FD  USER-MASTER.
           COPY "userrec.cpy".

       FD  PROJECT-MASTER.
           COPY "projrec.cpy".

       FD  CHANGE-CONTROL.
           COPY "chgctlrec.cpy".

       FD  CHANGE-FEED.
       01 FEED-LINE               PIC X(1500).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
      * TASKAUDT and ARCHAUDT are both read into this one layout.
           COPY "auditrec.cpy".

       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-HOLD            PIC X(2).
       01 WS-FS-ARCH            PIC X(2).
       01 WS-FS-AUDIT           PIC X(2).
       01 WS-FS-AAUDT           PIC X(2).
       01 WS-FS-USER            PIC X(2).
       01 WS-FS-PROJ            PIC X(2).
       01 WS-FS-CHGCTL          PIC X(2).
       01 WS-FS-FEED            PIC X(2).
       01 WS-FS-RUNC            PIC X(2).
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-AUDIT          PIC X VALUE 'N'.
       01 WS-HOLD-FILE-OK       PIC X VALUE 'N'.
       01 WS-ARCH-FILE-OK       PIC X VALUE 'N'.
       01 WS-USER-FILE-OK       PIC X VALUE 'N'.
       01 WS-PROJ-FILE-OK       PIC X VALUE 'N'.
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-CURRENT-DATETIME   PIC 9(14).
       01 WS-CURRENT-DATE       PIC 9(8).

       01 WS-RESEND-OPTION      PIC X VALUE SPACE.
       01 WS-RUN-TYPE           PIC X(6).
       01 WS-CHGCTL-FOUND       PIC X VALUE 'N'.
       01 WS-LAST-FROM          PIC 9(14) VALUE 0.
       01 WS-LAST-TO            PIC 9(14) VALUE 0.
       01 WS-LAST-RUN-DATE      PIC 9(8) VALUE 0.
       01 WS-WINDOW-FROM        PIC 9(14) VALUE 0.
       01 WS-WINDOW-TO          PIC 9(14) VALUE 0.
       01 WS-CHK-DT             PIC 9(14).
       01 WS-IN-WINDOW          PIC X.

      * One entry per task touched in the window, with a flag for
      * each kind of change seen.
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 9999 TIMES
                   INDEXED BY CH-IDX.
               10 CH-TASK-ID          PIC 9(8).
               10 CH-FIRST-DT         PIC 9(14).
               10 CH-CREATED          PIC X.
               10 CH-CHANGED          PIC X.
               10 CH-REASSIGNED       PIC X.
               10 CH-HELD             PIC X.
               10 CH-RESTORED         PIC X.
               10 CH-ARCHIVED         PIC X.
       01 WS-CHANGE-COUNT       PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL         PIC X VALUE 'N'.
       01 WS-CUTOFF-DT          PIC 9(14) VALUE 99999999999999.
       01 WS-LATEST-IDX         PIC 9(5).
       01 WS-ROOM-FOUND         PIC X.
       01 WS-NEW-MARK           PIC 9(14).
       01 WS-MATCH-IDX          PIC 9(5).
       01 WS-FOUND              PIC X.
       01 WS-NOTE-TASK-ID       PIC 9(8).
       01 WS-NOTE-KIND          PIC X.

       01 WS-ACTION-CODE        PIC X.
       01 WS-IMAGE-FOUND        PIC X.
       01 WS-ASSIGNEE-NAME      PIC X(131).
       01 WS-PROJECT-NAME       PIC X(40).
       01 WS-EST-DISP           PIC 9(3).9(2).

       01 WS-DETAIL-COUNT       PIC 9(8) VALUE 0.
       01 WS-NOT-FOUND-COUNT    PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-EXTRACT
           PERFORM SET-RUN-WINDOW
           PERFORM SWEEP-TASK-MASTER
           PERFORM SCAN-AUDIT-LOG
           PERFORM SCAN-ARCHIVE-AUDIT
           PERFORM WRITE-CHANGE-FEED
           PERFORM SAVE-CHANGE-CONTROL
           PERFORM FINALIZE-EXTRACT
           STOP RUN.

       INITIALIZE-EXTRACT.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:14) TO WS-CURRENT-DATETIME
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Enter R to resend the last window, or press "
               "Enter for a new window:"
           ACCEPT WS-RESEND-OPTION
           IF WS-RESEND-OPTION = 'r'
               MOVE 'R' TO WS-RESEND-OPTION
           END-IF
           OPEN INPUT TASK-MASTER
           OPEN INPUT TASK-HOLDING
           IF WS-FS-HOLD = "00"
               MOVE 'Y' TO WS-HOLD-FILE-OK
           END-IF
           OPEN INPUT TASK-ARCHIVE
           IF WS-FS-ARCH = "00"
               MOVE 'Y' TO WS-ARCH-FILE-OK
           END-IF
           OPEN INPUT USER-MASTER
           IF WS-FS-USER = "00"
               MOVE 'Y' TO WS-USER-FILE-OK
           END-IF
           OPEN INPUT PROJECT-MASTER
           IF WS-FS-PROJ = "00"
               MOVE 'Y' TO WS-PROJ-FILE-OK
           END-IF
           OPEN OUTPUT CHANGE-FEED
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           .

      * The window always starts at the last high-water mark, so
      * nothing is lost when a night is missed. A resend - asked for,
      * or a second run the same day - repeats the stored window
      * exactly; with no control record yet the first run sends
      * everything up to now.
       SET-RUN-WINDOW.
           OPEN INPUT CHANGE-CONTROL
           IF WS-FS-CHGCTL = "00"
               READ CHANGE-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-CHGCTL-FOUND
                       MOVE CHGCTL-WINDOW-FROM TO WS-LAST-FROM
                       MOVE CHGCTL-WINDOW-TO TO WS-LAST-TO
                       MOVE CHGCTL-RUN-DATE TO WS-LAST-RUN-DATE
               END-READ
               CLOSE CHANGE-CONTROL
           END-IF
           IF WS-CHGCTL-FOUND = 'Y' AND
                   (WS-RESEND-OPTION = 'R' OR
                    WS-LAST-RUN-DATE = WS-CURRENT-DATE)
               MOVE "RESEND" TO WS-RUN-TYPE
               MOVE WS-LAST-FROM TO WS-WINDOW-FROM
               MOVE WS-LAST-TO TO WS-WINDOW-TO
           ELSE
               MOVE "NEW" TO WS-RUN-TYPE
               MOVE WS-LAST-TO TO WS-WINDOW-FROM
               MOVE WS-CURRENT-DATETIME TO WS-WINDOW-TO
           END-IF
           .

      * Window is exclusive of its start and inclusive of its end,
      * so consecutive windows neither overlap nor leave a gap.
       CHECK-IN-WINDOW.
           IF WS-CHK-DT > WS-WINDOW-FROM AND
                   WS-CHK-DT NOT > WS-WINDOW-TO
               MOVE 'Y' TO WS-IN-WINDOW
           ELSE
               MOVE 'N' TO WS-IN-WINDOW
           END-IF
           .

      * Catches changes made by programs that stamp the task but
      * write no audit record (the bulk loaders, for instance).
       SWEEP-TASK-MASTER.
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
               MOVE TASKS-ID TO WS-NOTE-TASK-ID
               MOVE TASKS-CREATION-DT TO WS-CHK-DT
               PERFORM CHECK-IN-WINDOW
               IF WS-IN-WINDOW = 'Y'
                   MOVE 'C' TO WS-NOTE-KIND
                   PERFORM NOTE-CHANGE
               ELSE
                   MOVE TASKS-UPDATE-DT TO WS-CHK-DT
                   PERFORM CHECK-IN-WINDOW
                   IF WS-IN-WINDOW = 'Y'
                       MOVE 'U' TO WS-NOTE-KIND
                       PERFORM NOTE-CHANGE
                   END-IF
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TASK
               END-READ
           END-PERFORM
           .

       SCAN-AUDIT-LOG.
           OPEN INPUT TASK-AUDIT-LOG
           IF WS-FS-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-AUDIT
           READ TASK-AUDIT-LOG INTO TASK-AUDIT-LOG-RECORD
               AT END MOVE 'Y' TO WS-EOF-AUDIT
           END-READ
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               PERFORM POST-AUDIT-ACTION
               READ TASK-AUDIT-LOG INTO TASK-AUDIT-LOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
           END-PERFORM
           CLOSE TASK-AUDIT-LOG
           .

      * A task archived in the window has its whole audit trail on
      * ARCHAUDT by now, ARCHIVE record included.
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
               PERFORM POST-AUDIT-ACTION
               READ ARCHIVE-AUDIT INTO TASK-AUDIT-LOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-AUDIT
           .

      * A discarded quarantine record never reached TASK-MASTER, so
      * there is nothing downstream to tell.
       POST-AUDIT-ACTION.
           MOVE AUDIT-DATETIME TO WS-CHK-DT
           PERFORM CHECK-IN-WINDOW
           IF WS-IN-WINDOW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-TASK-ID TO WS-NOTE-TASK-ID
           EVALUATE TRUE
               WHEN AUDIT-ACTION-CREATE
               WHEN AUDIT-ACTION-RELEASE
                   MOVE 'C' TO WS-NOTE-KIND
               WHEN AUDIT-ACTION-ASSIGN
                   MOVE 'R' TO WS-NOTE-KIND
               WHEN AUDIT-ACTION-REMOVE
                   MOVE 'H' TO WS-NOTE-KIND
               WHEN AUDIT-ACTION-RESTORE
                   MOVE 'S' TO WS-NOTE-KIND
               WHEN AUDIT-ACTION-ARCHIVE
                   MOVE 'A' TO WS-NOTE-KIND
               WHEN AUDIT-ACTION-DISCARD
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'U' TO WS-NOTE-KIND
           END-EVALUATE
           PERFORM NOTE-CHANGE
           .

       NOTE-CHANGE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-CHANGE-COUNT
               IF CH-TASK-ID(WS-MATCH-IDX) = WS-NOTE-TASK-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               IF WS-CHK-DT < CH-FIRST-DT(WS-MATCH-IDX)
                   MOVE WS-CHK-DT TO CH-FIRST-DT(WS-MATCH-IDX)
               END-IF
           ELSE
               IF WS-CHANGE-COUNT = 9999
                   PERFORM MAKE-ROOM-FOR-CHANGE
                   IF WS-ROOM-FOUND = 'N'
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-CHANGE-COUNT TO WS-MATCH-IDX
               END-IF
               MOVE WS-NOTE-TASK-ID TO CH-TASK-ID(WS-MATCH-IDX)
               MOVE WS-CHK-DT TO CH-FIRST-DT(WS-MATCH-IDX)
               MOVE 'N' TO CH-CREATED(WS-MATCH-IDX)
                   CH-CHANGED(WS-MATCH-IDX)
                   CH-REASSIGNED(WS-MATCH-IDX)
                   CH-HELD(WS-MATCH-IDX)
                   CH-RESTORED(WS-MATCH-IDX)
                   CH-ARCHIVED(WS-MATCH-IDX)
           END-IF
           EVALUATE WS-NOTE-KIND
               WHEN 'C' MOVE 'Y' TO CH-CREATED(WS-MATCH-IDX)
               WHEN 'R' MOVE 'Y' TO CH-REASSIGNED(WS-MATCH-IDX)
               WHEN 'H' MOVE 'Y' TO CH-HELD(WS-MATCH-IDX)
               WHEN 'S' MOVE 'Y' TO CH-RESTORED(WS-MATCH-IDX)
               WHEN 'A' MOVE 'Y' TO CH-ARCHIVED(WS-MATCH-IDX)
               WHEN OTHER MOVE 'Y' TO CH-CHANGED(WS-MATCH-IDX)
           END-EVALUATE
           .

      * Table full: the task whose first change is latest gives up
      * its entry to one that changed earlier, otherwise the newcomer
      * is left out. WS-CUTOFF-DT keeps the earliest change of any
      * task left out, and the window is closed short of it.
       MAKE-ROOM-FOR-CHANGE.
           MOVE 'N' TO WS-ROOM-FOUND
           IF WS-TABLE-FULL = 'N'
               DISPLAY "More than 9999 tasks changed in the window - "
                   "the window is closed early and the rest start "
                   "the next one."
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF
           MOVE 1 TO WS-LATEST-IDX
           PERFORM VARYING WS-MATCH-IDX FROM 2 BY 1
                   UNTIL WS-MATCH-IDX > WS-CHANGE-COUNT
               IF CH-FIRST-DT(WS-MATCH-IDX) >
                       CH-FIRST-DT(WS-LATEST-IDX)
                   MOVE WS-MATCH-IDX TO WS-LATEST-IDX
               END-IF
           END-PERFORM
           IF WS-CHK-DT < CH-FIRST-DT(WS-LATEST-IDX)
               IF CH-FIRST-DT(WS-LATEST-IDX) < WS-CUTOFF-DT
                   MOVE CH-FIRST-DT(WS-LATEST-IDX) TO WS-CUTOFF-DT
               END-IF
               MOVE WS-LATEST-IDX TO WS-MATCH-IDX
               MOVE 'Y' TO WS-ROOM-FOUND
           ELSE
               IF WS-CHK-DT < WS-CUTOFF-DT
                   MOVE WS-CHK-DT TO WS-CUTOFF-DT
               END-IF
           END-IF
           .

      * The new window end is the latest first change still ahead of
      * the cutoff; tasks whose first change is after it are held
      * back for the next window. Should every task in the table
      * share the cutoff time the window cannot move at all.
       CLOSE-WINDOW-EARLY.
           MOVE WS-WINDOW-FROM TO WS-NEW-MARK
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-CHANGE-COUNT
               IF CH-FIRST-DT(WS-MATCH-IDX) < WS-CUTOFF-DT AND
                       CH-FIRST-DT(WS-MATCH-IDX) > WS-NEW-MARK
                   MOVE CH-FIRST-DT(WS-MATCH-IDX) TO WS-NEW-MARK
               END-IF
           END-PERFORM
           MOVE WS-NEW-MARK TO WS-WINDOW-TO
           DISPLAY "Window closed at " WS-WINDOW-TO
               " - changes after it go in the next window."
           .

       WRITE-CHANGE-FEED.
           IF WS-TABLE-FULL = 'Y'
               PERFORM CLOSE-WINDOW-EARLY
           END-IF
           MOVE SPACES TO FEED-LINE
           STRING "H|CHGFEED|" WS-WINDOW-FROM "|" WS-WINDOW-TO "|"
               WS-CURRENT-DATETIME "|" FUNCTION TRIM(WS-RUN-TYPE)
               DELIMITED BY SIZE INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > WS-CHANGE-COUNT
               IF CH-FIRST-DT(CH-IDX) NOT > WS-WINDOW-TO
                   PERFORM RESOLVE-TASK-IMAGE
                   IF WS-IMAGE-FOUND = 'Y'
                       PERFORM WRITE-DETAIL-RECORD
                   ELSE
                       ADD 1 TO WS-NOT-FOUND-COUNT
                       DISPLAY "Task " CH-TASK-ID(CH-IDX)
                           " changed in the window but is on no task "
                           "file - not sent."
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO FEED-LINE
           STRING "T|" WS-WINDOW-FROM "|" WS-WINDOW-TO "|"
               WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           .

      * Where the task lives now decides A and H; a task still on
      * TASK-MASTER is reported by the most telling thing that
      * happened to it in the window. The image read is left in the
      * TASK-MASTER record area either way.
       RESOLVE-TASK-IMAGE.
           MOVE 'N' TO WS-IMAGE-FOUND
           MOVE CH-TASK-ID(CH-IDX) TO TASKS-ID
           READ TASK-MASTER KEY IS TASKS-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-IMAGE-FOUND
           END-READ
           IF WS-IMAGE-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN CH-CREATED(CH-IDX) = 'Y'
                       MOVE 'C' TO WS-ACTION-CODE
                   WHEN CH-RESTORED(CH-IDX) = 'Y'
                       MOVE 'S' TO WS-ACTION-CODE
                   WHEN CH-REASSIGNED(CH-IDX) = 'Y'
                       MOVE 'R' TO WS-ACTION-CODE
                   WHEN OTHER
                       MOVE 'U' TO WS-ACTION-CODE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-FILE-OK = 'Y'
               MOVE CH-TASK-ID(CH-IDX) TO HOLD-TASK-ID
               READ TASK-HOLDING KEY IS HOLD-TASK-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-IMAGE-FOUND
                       MOVE HOLD-TASK-IMAGE TO TASK-MASTER-RECORD
                       MOVE 'H' TO WS-ACTION-CODE
               END-READ
           END-IF
           IF WS-IMAGE-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-ARCH-FILE-OK = 'Y'
               MOVE CH-TASK-ID(CH-IDX) TO ARCH-TASK-ID
               READ TASK-ARCHIVE KEY IS ARCH-TASK-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-IMAGE-FOUND
                       MOVE ARCH-RECORD TO TASK-MASTER-RECORD
                       MOVE 'A' TO WS-ACTION-CODE
               END-READ
           END-IF
           .

       WRITE-DETAIL-RECORD.
           PERFORM RESOLVE-ASSIGNEE-NAME
           PERFORM RESOLVE-PROJECT-NAME
           INSPECT TASKS-TITLE REPLACING ALL "|" BY "/"
           INSPECT TASKS-DESCRIPTION REPLACING ALL "|" BY "/"
           INSPECT TASKS-TAGS REPLACING ALL "|" BY "/"
           MOVE TASKS-EST-HOURS TO WS-EST-DISP
           MOVE SPACES TO FEED-LINE
           STRING "D|" WS-ACTION-CODE "|" TASKS-ID "|"
               FUNCTION TRIM(TASKS-TITLE) "|"
               FUNCTION TRIM(TASKS-DESCRIPTION) "|"
               TASKS-END-DATE "|" TASKS-CREATOR-ID "|"
               TASKS-ASSIGNEE-ID "|"
               FUNCTION TRIM(WS-ASSIGNEE-NAME) "|"
               FUNCTION TRIM(TASKS-TAGS) "|"
               TASKS-PRIORITY "|" FUNCTION TRIM(TASKS-STATUS) "|"
               TASKS-CREATION-DT "|" TASKS-UPDATE-DT "|"
               TASKS-PARENT-ID "|"
               FUNCTION TRIM(TASKS-PROJECT-CODE) "|"
               FUNCTION TRIM(WS-PROJECT-NAME) "|"
               WS-EST-DISP
               DELIMITED BY SIZE INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE
           ADD 1 TO WS-DETAIL-COUNT
           .

       RESOLVE-ASSIGNEE-NAME.
           MOVE SPACES TO WS-ASSIGNEE-NAME
           IF TASKS-ASSIGNEE-ID = 0 OR WS-USER-FILE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE TASKS-ASSIGNEE-ID TO USERS-ID
           READ USER-MASTER KEY IS USERS-ID
               INVALID KEY
                   MOVE "(UNKNOWN USER)" TO USERS-FIRST-NAME
                   MOVE SPACES TO USERS-LAST-NAME
           END-READ
           STRING FUNCTION TRIM(USERS-FIRST-NAME) " "
               FUNCTION TRIM(USERS-LAST-NAME)
               DELIMITED BY SIZE INTO WS-ASSIGNEE-NAME
           END-STRING
           INSPECT WS-ASSIGNEE-NAME REPLACING ALL "|" BY "/"
           .

       RESOLVE-PROJECT-NAME.
           MOVE SPACES TO WS-PROJECT-NAME
           IF TASKS-PROJECT-CODE = SPACES OR
                   WS-PROJ-FILE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE TASKS-PROJECT-CODE TO PROJ-CODE
           READ PROJECT-MASTER KEY IS PROJ-CODE
               INVALID KEY MOVE "(UNKNOWN PROJECT)" TO PROJ-NAME
           END-READ
           MOVE PROJ-NAME TO WS-PROJECT-NAME
           INSPECT WS-PROJECT-NAME REPLACING ALL "|" BY "/"
           .

      * Only a new window moves the high-water mark. A window closed
      * early leaves no run date, so the next run - today or not -
      * is a new window that carries on from the mark.
       SAVE-CHANGE-CONTROL.
           IF WS-RUN-TYPE NOT = "NEW"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHANGE-CONTROL
           MOVE WS-WINDOW-FROM TO CHGCTL-WINDOW-FROM
           MOVE WS-WINDOW-TO TO CHGCTL-WINDOW-TO
           IF WS-TABLE-FULL = 'Y'
               MOVE 0 TO CHGCTL-RUN-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO CHGCTL-RUN-DATE
           END-IF
           MOVE WS-DETAIL-COUNT TO CHGCTL-RECORD-COUNT
           MOVE WS-CURRENT-DATETIME TO CHGCTL-UPDATE-DT
           WRITE CHANGE-CONTROL-RECORD
           CLOSE CHANGE-CONTROL
           .

       FINALIZE-EXTRACT.
           PERFORM WRITE-RUN-END
           CLOSE TASK-MASTER
           IF WS-HOLD-FILE-OK = 'Y'
               CLOSE TASK-HOLDING
           END-IF
           IF WS-ARCH-FILE-OK = 'Y'
               CLOSE TASK-ARCHIVE
           END-IF
           IF WS-USER-FILE-OK = 'Y'
               CLOSE USER-MASTER
           END-IF
           IF WS-PROJ-FILE-OK = 'Y'
               CLOSE PROJECT-MASTER
           END-IF
           CLOSE CHANGE-FEED
           DISPLAY "Change-data extract complete - "
               FUNCTION TRIM(WS-RUN-TYPE) " window " WS-WINDOW-FROM
               " to " WS-WINDOW-TO ", " WS-DETAIL-COUNT
               " task record(s) written."
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
           MOVE "todo-change-extract" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-change-extract" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-CHANGE-COUNT TO RUNC-RECORDS-READ
           MOVE WS-DETAIL-COUNT TO RUNC-RECORDS-APPLIED
           MOVE WS-NOT-FOUND-COUNT TO RUNC-RECORDS-REJECTED
           MOVE 0 TO RUNC-RECORDS-QUARANT RUNC-CHECKPOINT-POS
           MOVE 'C' TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL
           .

       STAMP-RUN-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:14) TO RUNC-DATETIME
           .

       END PROGRAM todo-change-extract.
