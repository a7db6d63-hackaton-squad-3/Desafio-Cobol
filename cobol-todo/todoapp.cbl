               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT ARCHIVE-AUDIT ASSIGN TO "ARCHAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AAUDT.

           SELECT TASK-HISTORY ASSIGN TO "TASKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
               RECORD KEY IS HOLD-TASK-ID
               FILE STATUS IS WS-FS-HOLD.

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IDCTL.

           SELECT SECURITY-LOG ASSIGN TO "SECAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEC.

           SELECT TEAM-MASTER ASSIGN TO "TEAMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-FS-TEAM.

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

           SELECT SLA-POLICY ASSIGN TO "SLAPOLCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-FS-SLA.

           SELECT TASK-WATCH ASSIGN TO "TASKWTCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WATCH-KEY
               FILE STATUS IS WS-FS-WATCH.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.

       FD  TASK-ARCHIVE.
       01 ARCH-RECORD.
           05 ARCH-TASK-ID        PIC 9(8).
           05 FILLER              PIC X(1276).

       FD  TASK-AUDIT-LOG.
           COPY "auditrec.cpy".

      * Audit records carried to the archive by todo-archive-done
      * keep the auditrec.cpy layout; only the task number is read
      * here, when IDCTL is seeded.
       FD  ARCHIVE-AUDIT.
       01 AAUDT-RECORD.
           05 AAUDT-TASK-ID       PIC 9(8).
           05 FILLER              PIC X(226).

       FD  TASK-HISTORY.
           COPY "histrec.cpy".

      * thread after the task itself has left TASK-MASTER.
       FD  ARCHIVE-COMMENTS.
       01 ACMNT-RECORD.
           05 ACMNT-TASK-ID       PIC 9(8).
           05 ACMNT-USER-ID       PIC 9(4).
           05 ACMNT-DATETIME      PIC 9(14).
           05 ACMNT-TEXT          PIC X(200).
      * the full taskrec.cpy image, same layout the sweep writes.
       FD  TASK-QUARANTINE.
       01 QUAR-RECORD.
           05 QUAR-TASK-ID        PIC 9(8).
           05 FILLER              PIC X(1276).

      * Removed tasks held for restore: the full taskrec.cpy image
      * followed by who removed the task and when.
       FD  TASK-HOLDING.
       01 HOLD-RECORD.
           05 HOLD-TASK-IMAGE.
               10 HOLD-TASK-ID    PIC 9(8).
               10 FILLER          PIC X(1276).
           05 HOLD-REMOVED-BY     PIC 9(4).
           05 HOLD-REMOVED-DT     PIC 9(14).

      * Last task and user numbers handed out - shared with the bulk
      * loader and the template generator.
       FD  ID-CONTROL.
           COPY "idctlrec.cpy".

       FD  SECURITY-LOG.
           COPY "secrec.cpy".

       FD  TEAM-MASTER.
           COPY "teamrec.cpy".

       FD  USER-CAPACITY.
           COPY "ucaprec.cpy".

       FD  USER-LEAVE.
           COPY "leaverec.cpy".

       FD  SLA-POLICY.
           COPY "slarec.cpy".

       FD  TASK-WATCH.
           COPY "watchrec.cpy".

       WORKING-STORAGE SECTION.
      *--- General ---
       01 MENU-OPTION         PIC 99.
       01 WS-INPUT            PIC X(100).
       01 WS-FOUND            PIC X VALUE 'N'.
       01 WS-USER-ID          PIC 9(4).
       01 WS-TASK-ID          PIC 9(8).

      *--- File status / record counts ---
       01 WS-FS-USER          PIC X(2).
       01 WS-FS-TASK          PIC X(2).
       01 WS-FS-ARCH          PIC X(2).
       01 WS-FS-AUDIT         PIC X(2).
       01 WS-FS-AAUDT         PIC X(2).
       01 WS-FS-HIST          PIC X(2).
       01 WS-FS-WLOG          PIC X(2).
       01 WS-FS-WCTL          PIC X(2).
       01 WS-FS-CAL           PIC X(2).
       01 WS-FS-TMPL          PIC X(2).
       01 WS-FS-HOLD          PIC X(2).
       01 WS-FS-IDCTL         PIC X(2).
       01 WS-FS-SEC           PIC X(2).
       01 WS-FS-TEAM          PIC X(2).
       01 WS-FS-UCAP          PIC X(2).
       01 WS-FS-LEAVE         PIC X(2).
       01 WS-FS-SLA           PIC X(2).
       01 WS-FS-WATCH         PIC X(2).
       01 USER-COUNT          PIC 9(4) VALUE 0.
       01 TASK-COUNT          PIC 9(4) VALUE 0.
       01 WS-NEXT-USER-ID     PIC 9(4) VALUE 0.
       01 WS-NEXT-TASK-ID     PIC 9(8) VALUE 0.
       01 WS-IDCTL-FOUND      PIC X VALUE 'N'.
       01 WS-IDCTL-TASK-ID    PIC 9(8) VALUE 0.
       01 WS-IDCTL-USER-ID    PIC 9(4) VALUE 0.

      *--- Login / authorization ---
       01 WS-LOGGED-USER-ID   PIC 9(4) VALUE 0.
       01 USER-ROLE             PIC X(6).
       01 USER-AGE              PIC 99.
       01 USER-PASSWORD         PIC X(20).
       01 USER-TEAM-CODE        PIC X(8).
       01 USER-MANAGER-ID       PIC 9(4).
       01 WS-LOGIN-PASSWORD     PIC X(20).

      *--- Password hashing / sign-on hardening ---
       01 WS-PWD-CHANGED-FLAG   PIC X VALUE 'N'.

      * --- Task Entity (input staging fields) ---
       01 TASK-ID                  PIC 9(8).
       01 TASK-TITLE               PIC X(100).
       01 TASK-DESCRIPTION         PIC X(1000).
       01 TASK-END-DATE            PIC 9(8).
       01 TASK-STATUS              PIC X(10).
       01 TASK-CREATION-DT         PIC 9(14).
       01 TASK-UPDATE-DT           PIC 9(14).
       01 TASK-PARENT-ID           PIC 9(8).
       01 TASK-PROJECT-CODE        PIC X(8).
       01 TASK-EST-HOURS           PIC 9(3)V9(2).
       01 WS-EST-DISPLAY           PIC ZZ9.99.

      *--- Audit trail work fields ---
       01 WS-AUDIT-ACTION      PIC X(8).
       01 WS-AUDIT-TASK-ID     PIC 9(8).
       01 WS-AUDIT-BEFORE      PIC X(100).
       01 WS-AUDIT-AFTER       PIC X(100).

      *--- Security event work fields ---
       01 WS-SEC-EVENT         PIC X(8).
       01 WS-SEC-TARGET-TYPE   PIC X(4).
       01 WS-SEC-TARGET-KEY    PIC X(8).
       01 WS-SEC-BEFORE        PIC X(100).
       01 WS-SEC-AFTER         PIC X(100).
       01 WS-SEC-IMAGE         PIC X(100).
       01 WS-SEC-OLD-PWD-DT    PIC 9(8).

      *--- Field-level history work fields ---
       01 WS-HIST-FIELD        PIC X(20).
       01 WS-HIST-OLD          PIC X(100).
       01 WS-PROJ-CODE         PIC X(8).
       01 WS-PROJ-OPTION       PIC 9.

      *--- Team and manager maintenance work fields ---
       01 WS-TEAM-CODE         PIC X(8).
       01 WS-TEAM-OPTION       PIC 9.
       01 WS-TEAM-MGR-OK       PIC X.
       01 WS-MGR-CHAIN-ID      PIC 9(4).
       01 WS-MGR-DEPTH         PIC 99.

      *--- Capacity and leave work fields ---
       01 WS-CAP-OPTION        PIC 9.
       01 WS-CAP-USER-ID       PIC 9(4).
       01 WS-CAP-HOURS         PIC 9(2)V9(2).
       01 WS-CAP-HOURS-DISP    PIC Z9.99.

      *--- SLA policy work fields ---
       01 WS-SLA-OPTION        PIC 9.
       01 WS-SLA-PROJ-CODE     PIC X(8).
       01 WS-SLA-PRIORITY      PIC 9(1).
       01 WS-SLA-RESPONSE      PIC 9(3).
       01 WS-SLA-RESOLVE       PIC 9(3).

      *--- Task watch work fields ---
       01 WS-WATCH-OPTION      PIC 9.
       01 WS-WATCH-AUTO        PIC X.
       01 WS-WATCH-COUNT       PIC 9(4).

      *--- Duplicate merge work fields ---
       01 WS-MERGE-SURVIVOR-ID PIC 9(8).
       01 WS-MERGE-LOSER-ID    PIC 9(8).
       01 WS-MERGE-LOSER-PARENT PIC 9(8).
       01 WS-MERGE-OK          PIC X.
       01 WS-MERGE-WLOG-COUNT  PIC 9(6).
       01 WS-MERGE-CMNT-COUNT  PIC 9(6).
       01 WS-MERGE-HIST-COUNT  PIC 9(6).
       01 WS-MERGE-DEP-COUNT   PIC 9(6).

      *--- Quarantine workstation work fields ---
       01 WS-QUAR-TABLE.
           05 WS-QUAR-ENTRY OCCURS 200 TIMES
                   PIC X(1284).
       01 WS-QUAR-COUNT        PIC 9(4) VALUE 0.
       01 WS-QUAR-IDX          PIC 9(4).
       01 WS-QUAR-OPTION       PIC 9.
       01 WS-REOPEN-REASON     PIC X(100).

      *--- Task dependency work fields ---
       01 WS-PARENT-TASK-ID    PIC 9(8).
       01 WS-DEPTH             PIC 99 VALUE 0.

      *--- Tag tokenizing work fields ---
       MAIN-LOOP.
           PERFORM OPEN-APPLICATION-FILES
           PERFORM FIND-NEXT-IDS
           EVALUATE TRUE
               WHEN USER-COUNT = 0 AND WS-IDCTL-FOUND = 'E'
                   DISPLAY "No users on file and no user number can "
      -                "be allocated - session ended."
                   MOVE 'Y' TO EXIT-FLAG
               WHEN USER-COUNT = 0
                   DISPLAY "No users on file yet - create the first "
      -                "administrator account."
                   PERFORM CREATE-FIRST-ADMIN
               WHEN OTHER
                   PERFORM LOGIN
           END-EVALUATE
           PERFORM UNTIL EXIT-FLAG = 'Y'
               DISPLAY "\nTODO Application Menu"
               DISPLAY "1. Create user"
               DISPLAY "25. Enter worklog adjustment"
               DISPLAY "26. Deactivate a user"
               DISPLAY "27. Maintain business calendar"
               DISPLAY "28. Maintain teams"
               DISPLAY "29. Set a user's team and manager"
               DISPLAY "30. Maintain capacity and leave"
               DISPLAY "31. Maintain SLA policy"
               DISPLAY "32. Watch or unwatch a task"
               DISPLAY "33. Merge duplicate tasks"
               DISPLAY "0. Exit"
               ACCEPT MENU-OPTION
               EVALUATE MENU-OPTION
                   WHEN 25 PERFORM ENTER-WORKLOG-ADJUSTMENT
                   WHEN 26 PERFORM DEACTIVATE-USER-GUARDED
                   WHEN 27 PERFORM MAINTAIN-CALENDAR-GUARDED
                   WHEN 28 PERFORM MAINTAIN-TEAMS-GUARDED
                   WHEN 29 PERFORM SET-USER-TEAM-GUARDED
                   WHEN 30 PERFORM MAINTAIN-CAPACITY-LEAVE
                   WHEN 31 PERFORM MAINTAIN-SLA-POLICY-GUARDED
                   WHEN 32 PERFORM MAINTAIN-TASK-WATCH
                   WHEN 33 PERFORM MERGE-TASKS-GUARDED
                   WHEN 0 MOVE 'Y' TO EXIT-FLAG
                   WHEN OTHER DISPLAY "Invalid option. Try again."
               END-EVALUATE
               CLOSE WORK-CALENDAR
               OPEN I-O WORK-CALENDAR
           END-IF
           OPEN EXTEND SECURITY-LOG
           IF WS-FS-SEC = "35"
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF
           OPEN I-O TEAM-MASTER
           IF WS-FS-TEAM = "35"
               OPEN OUTPUT TEAM-MASTER
               CLOSE TEAM-MASTER
               OPEN I-O TEAM-MASTER
           END-IF
           OPEN I-O USER-CAPACITY
           IF WS-FS-UCAP = "35"
               OPEN OUTPUT USER-CAPACITY
               CLOSE USER-CAPACITY
               OPEN I-O USER-CAPACITY
           END-IF
           OPEN I-O USER-LEAVE
           IF WS-FS-LEAVE = "35"
               OPEN OUTPUT USER-LEAVE
               CLOSE USER-LEAVE
               OPEN I-O USER-LEAVE
           END-IF
           OPEN I-O SLA-POLICY
           IF WS-FS-SLA = "35"
               OPEN OUTPUT SLA-POLICY
               CLOSE SLA-POLICY
               OPEN I-O SLA-POLICY
           END-IF
           OPEN I-O TASK-WATCH
           IF WS-FS-WATCH = "35"
               OPEN OUTPUT TASK-WATCH
               CLOSE TASK-WATCH
               OPEN I-O TASK-WATCH
           END-IF
           .

       CLOSE-APPLICATION-FILES.
           CLOSE TASK-HOLDING
           CLOSE PROJECT-MASTER
           CLOSE WORK-CALENDAR
           CLOSE SECURITY-LOG
           CLOSE TEAM-MASTER
           CLOSE USER-CAPACITY
           CLOSE USER-LEAVE
           CLOSE SLA-POLICY
           CLOSE TASK-WATCH
           .

       FIND-NEXT-IDS.
                   AT END MOVE "10" TO WS-FS-TASK
               END-READ
           END-PERFORM
           PERFORM READ-ID-CONTROL
           IF WS-IDCTL-FOUND = 'N'
               PERFORM SEED-ID-CONTROL
           END-IF
           IF WS-IDCTL-FOUND = 'E'
               DISPLAY "New tasks and users cannot be created until "
      -            "IDCTL is repaired."
           END-IF
           .

      * --- Number Allocation ---
      * Task and user numbers come from the IDCTL control record the
      * bulk loader and the template generator also allocate from.
      * The record is re-read for every number, so work a batch job
      * loads while a session is open is never handed the same
      * number, and the highest number seen on the masters is kept
      * as a floor so the record can never fall behind the files.
      * WS-IDCTL-FOUND is 'Y' when the record was read or written,
      * 'N' when IDCTL is not on disk, 'X' when the numbers are
      * exhausted and 'E' for any other status -
      * a record that cannot be read is never guessed at, because a
      * guess from TASK-MASTER alone would hand out numbers already
      * carried by archived and held tasks.
       ALLOCATE-TASK-ID.
           PERFORM READ-ID-CONTROL
           IF WS-IDCTL-FOUND = 'N'
               PERFORM SEED-ID-CONTROL
           END-IF
           IF WS-IDCTL-FOUND NOT = 'Y'
               DISPLAY "No task number available - no task created."
               MOVE 0 TO WS-NEXT-TASK-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-IDCTL-TASK-ID < WS-NEXT-TASK-ID
               MOVE WS-NEXT-TASK-ID TO WS-IDCTL-TASK-ID
           END-IF
           IF WS-IDCTL-TASK-ID = 99999999
               DISPLAY "Task numbers are exhausted - no task "
      -            "created."
               MOVE 'X' TO WS-IDCTL-FOUND
               MOVE 0 TO WS-NEXT-TASK-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IDCTL-TASK-ID
           MOVE WS-IDCTL-TASK-ID TO WS-NEXT-TASK-ID
           PERFORM WRITE-ID-CONTROL
           IF WS-IDCTL-FOUND NOT = 'Y'
               DISPLAY "No task number available - no task created."
               MOVE 0 TO WS-NEXT-TASK-ID
           END-IF
           .

       ALLOCATE-USER-ID.
           PERFORM READ-ID-CONTROL
           IF WS-IDCTL-FOUND = 'N'
               PERFORM SEED-ID-CONTROL
           END-IF
           IF WS-IDCTL-FOUND NOT = 'Y'
               DISPLAY "No user number available - no user created."
               MOVE 0 TO WS-NEXT-USER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-IDCTL-USER-ID < WS-NEXT-USER-ID
               MOVE WS-NEXT-USER-ID TO WS-IDCTL-USER-ID
           END-IF
           IF WS-IDCTL-USER-ID = 9999
               DISPLAY "User numbers are exhausted - no user "
      -            "created."
               MOVE 'X' TO WS-IDCTL-FOUND
               MOVE 0 TO WS-NEXT-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IDCTL-USER-ID
           MOVE WS-IDCTL-USER-ID TO WS-NEXT-USER-ID
           PERFORM WRITE-ID-CONTROL
           IF WS-IDCTL-FOUND NOT = 'Y'
               DISPLAY "No user number available - no user created."
               MOVE 0 TO WS-NEXT-USER-ID
           END-IF
           .

       READ-ID-CONTROL.
           MOVE 'N' TO WS-IDCTL-FOUND
           MOVE 0 TO WS-IDCTL-TASK-ID WS-IDCTL-USER-ID
           OPEN INPUT ID-CONTROL
           IF WS-FS-IDCTL = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-IDCTL NOT = "00"
               DISPLAY "IDCTL could not be opened - status "
      -            WS-FS-IDCTL "."
               MOVE 'E' TO WS-IDCTL-FOUND
               EXIT PARAGRAPH
           END-IF
           READ ID-CONTROL
               AT END CONTINUE
           END-READ
           IF WS-FS-IDCTL = "00"
               MOVE 'Y' TO WS-IDCTL-FOUND
               MOVE IDCTL-LAST-TASK-ID TO WS-IDCTL-TASK-ID
               MOVE IDCTL-LAST-USER-ID TO WS-IDCTL-USER-ID
           ELSE
               DISPLAY "IDCTL could not be read - status "
      -            WS-FS-IDCTL "."
               MOVE 'E' TO WS-IDCTL-FOUND
           END-IF
           CLOSE ID-CONTROL
           .

       WRITE-ID-CONTROL.
           OPEN OUTPUT ID-CONTROL
           IF WS-FS-IDCTL NOT = "00"
               DISPLAY "IDCTL could not be opened for update - "
      -            "status " WS-FS-IDCTL "."
               MOVE 'E' TO WS-IDCTL-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IDCTL-TASK-ID TO IDCTL-LAST-TASK-ID
           MOVE WS-IDCTL-USER-ID TO IDCTL-LAST-USER-ID
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME TO IDCTL-UPDATE-DT
           WRITE ID-CONTROL-RECORD
           IF WS-FS-IDCTL = "00"
               MOVE 'Y' TO WS-IDCTL-FOUND
           ELSE
               DISPLAY "IDCTL could not be written - status "
      -            WS-FS-IDCTL "."
               MOVE 'E' TO WS-IDCTL-FOUND
           END-IF
           CLOSE ID-CONTROL
           .

      * No control record on disk: the floor is the highest number
      * anywhere it can still be referenced - the masters, the held
      * and archived tasks, and the live and archived audit trails,
      * which keep the number of every task ever created or
      * discarded - so a number that has left TASK-MASTER is not
      * handed out again. An archive file that is on disk but cannot
      * be read leaves the record unseeded ('E') rather than
      * seeding it short.
       SEED-ID-CONTROL.
           MOVE WS-NEXT-TASK-ID TO WS-IDCTL-TASK-ID
           MOVE WS-NEXT-USER-ID TO WS-IDCTL-USER-ID
           PERFORM START-USER-SCAN
           READ USER-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-FS-USER
           END-READ
           PERFORM UNTIL WS-FS-USER = "10"
               IF USERS-ID > WS-IDCTL-USER-ID
                   MOVE USERS-ID TO WS-IDCTL-USER-ID
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-FS-USER
               END-READ
           END-PERFORM
           PERFORM START-TASK-SCAN
           READ TASK-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-FS-TASK
           END-READ
           PERFORM UNTIL WS-FS-TASK = "10"
               IF TASKS-ID > WS-IDCTL-TASK-ID
                   MOVE TASKS-ID TO WS-IDCTL-TASK-ID
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-FS-TASK
               END-READ
           END-PERFORM
           MOVE 0 TO HOLD-TASK-ID
           START TASK-HOLDING KEY IS NOT LESS THAN HOLD-TASK-ID
               INVALID KEY MOVE "10" TO WS-FS-HOLD
           END-START
           IF WS-FS-HOLD NOT = "10"
               READ TASK-HOLDING NEXT RECORD
                   AT END MOVE "10" TO WS-FS-HOLD
               END-READ
           END-IF
           PERFORM UNTIL WS-FS-HOLD = "10"
               IF HOLD-TASK-ID > WS-IDCTL-TASK-ID
                   MOVE HOLD-TASK-ID TO WS-IDCTL-TASK-ID
               END-IF
               READ TASK-HOLDING NEXT RECORD
                   AT END MOVE "10" TO WS-FS-HOLD
               END-READ
           END-PERFORM
           OPEN INPUT TASK-ARCHIVE
           IF WS-FS-ARCH NOT = "00" AND WS-FS-ARCH NOT = "35"
               DISPLAY "TASKARCH could not be opened - status "
      -            WS-FS-ARCH ". IDCTL not seeded."
               MOVE 'E' TO WS-IDCTL-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-ARCH = "00"
               MOVE 0 TO ARCH-TASK-ID
               START TASK-ARCHIVE KEY IS NOT LESS THAN ARCH-TASK-ID
                   INVALID KEY MOVE "10" TO WS-FS-ARCH
               END-START
               IF WS-FS-ARCH NOT = "10"
                   READ TASK-ARCHIVE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ARCH
                   END-READ
               END-IF
               PERFORM UNTIL WS-FS-ARCH = "10"
                   IF ARCH-TASK-ID > WS-IDCTL-TASK-ID
                       MOVE ARCH-TASK-ID TO WS-IDCTL-TASK-ID
                   END-IF
                   READ TASK-ARCHIVE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ARCH
                   END-READ
               END-PERFORM
               CLOSE TASK-ARCHIVE
           END-IF
           OPEN INPUT ARCHIVE-AUDIT
           IF WS-FS-AAUDT NOT = "00" AND WS-FS-AAUDT NOT = "35"
               DISPLAY "ARCHAUDT could not be opened - status "
      -            WS-FS-AAUDT ". IDCTL not seeded."
               MOVE 'E' TO WS-IDCTL-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-AAUDT = "00"
               READ ARCHIVE-AUDIT NEXT RECORD
                   AT END MOVE "10" TO WS-FS-AAUDT
               END-READ
               PERFORM UNTIL WS-FS-AAUDT = "10"
                   IF AAUDT-TASK-ID > WS-IDCTL-TASK-ID
                       MOVE AAUDT-TASK-ID TO WS-IDCTL-TASK-ID
                   END-IF
                   READ ARCHIVE-AUDIT NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AAUDT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-AUDIT
           END-IF
           CLOSE TASK-AUDIT-LOG
           OPEN INPUT TASK-AUDIT-LOG
           READ TASK-AUDIT-LOG NEXT RECORD
               AT END MOVE "10" TO WS-FS-AUDIT
           END-READ
           PERFORM UNTIL WS-FS-AUDIT = "10"
               IF AUDIT-TASK-ID > WS-IDCTL-TASK-ID
                   MOVE AUDIT-TASK-ID TO WS-IDCTL-TASK-ID
               END-IF
               READ TASK-AUDIT-LOG NEXT RECORD
                   AT END MOVE "10" TO WS-FS-AUDIT
               END-READ
           END-PERFORM
           CLOSE TASK-AUDIT-LOG
           OPEN EXTEND TASK-AUDIT-LOG
           PERFORM WRITE-ID-CONTROL
           .

       START-USER-SCAN.
           DISPLAY "Enter your user ID:"
           ACCEPT WS-LOGGED-USER-ID
           MOVE WS-LOGGED-USER-ID TO USERS-ID
           MOVE "USER" TO WS-SEC-TARGET-TYPE
           MOVE WS-LOGGED-USER-ID TO WS-SEC-TARGET-KEY
           MOVE SPACES TO WS-SEC-BEFORE
           READ USER-MASTER
               INVALID KEY
                   DISPLAY "Unknown user ID. Exiting."
                   MOVE 'Y' TO EXIT-FLAG
                   MOVE "SIGNFAIL" TO WS-SEC-EVENT
                   MOVE "UNKNOWN USER ID" TO WS-SEC-AFTER
                   PERFORM WRITE-SECURITY-EVENT
           END-READ
           IF EXIT-FLAG NOT = 'Y' AND USERS-IS-INACTIVE
               DISPLAY "Account has been deactivated. Exiting."
               MOVE 'Y' TO EXIT-FLAG
               MOVE "SIGNFAIL" TO WS-SEC-EVENT
               MOVE "ACCOUNT DEACTIVATED" TO WS-SEC-AFTER
               PERFORM WRITE-SECURITY-EVENT
           END-IF
           IF EXIT-FLAG NOT = 'Y' AND USERS-IS-LOCKED
               DISPLAY "Account is locked - ask an administrator "
      -            "to reset it. Exiting."
               MOVE 'Y' TO EXIT-FLAG
               MOVE "SIGNFAIL" TO WS-SEC-EVENT
               MOVE "ACCOUNT LOCKED" TO WS-SEC-AFTER
               PERFORM WRITE-SECURITY-EVENT
           END-IF
           IF EXIT-FLAG NOT = 'Y'
               MOVE 'N' TO WS-LOGIN-OK
               MOVE USERS-ROLE TO WS-LOGGED-ROLE
               DISPLAY "Welcome, " USERS-FIRST-NAME " (role "
      -            WS-LOGGED-ROLE ")"
               MOVE "SIGNON" TO WS-SEC-EVENT
               MOVE "USER" TO WS-SEC-TARGET-TYPE
               MOVE WS-LOGGED-USER-ID TO WS-SEC-TARGET-KEY
               MOVE SPACES TO WS-SEC-BEFORE
               PERFORM FORMAT-USER-IMAGE
               MOVE WS-SEC-IMAGE TO WS-SEC-AFTER
               PERFORM WRITE-SECURITY-EVENT
               PERFORM CHECK-PASSWORD-EXPIRY
           END-IF
           .
           IF WS-HASH-VALUE = USERS-PASSWORD-HASH
               MOVE 'Y' TO WS-LOGIN-OK
           ELSE
               PERFORM FORMAT-USER-IMAGE
               MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
               ADD 1 TO USERS-FAIL-COUNT
               IF USERS-FAIL-COUNT >= 3
                   MOVE 'Y' TO USERS-LOCKED-FLAG
                       DISPLAY "Incorrect password. Try again."
                   END-IF
               END-IF
               PERFORM WRITE-SIGNON-FAILURE
           END-IF
           .

      * A wrong password is a SIGNFAIL; the attempt that trips the
      * lock also writes a LOCKOUT, so the access review can list
      * lockouts without re-deriving them from the fail counts.
       WRITE-SIGNON-FAILURE.
           MOVE "USER" TO WS-SEC-TARGET-TYPE
           MOVE WS-LOGGED-USER-ID TO WS-SEC-TARGET-KEY
           PERFORM FORMAT-USER-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-AFTER
           MOVE "SIGNFAIL" TO WS-SEC-EVENT
           PERFORM WRITE-SECURITY-EVENT
           IF USERS-IS-LOCKED
               MOVE "LOCKOUT" TO WS-SEC-EVENT
               PERFORM WRITE-SECURITY-EVENT
           END-IF
           .

           IF USERS-PWD-CHANGED-DT = 0
               DISPLAY "Your password must be changed before "
      -            "continuing."
               MOVE "NEVER CHANGED" TO WS-SEC-AFTER
               PERFORM WRITE-PASSWORD-EXPIRED
               MOVE 'N' TO WS-PWD-CHANGED-FLAG
               PERFORM SET-NEW-PASSWORD
                   UNTIL WS-PWD-CHANGED-FLAG = 'Y'
                   WS-PWD-EXPIRY-INT
               DISPLAY "Your password is more than 90 days old "
      -            "and must be changed before continuing."
               MOVE SPACES TO WS-SEC-AFTER
               STRING "EXPIRED - LAST CHANGED " USERS-PWD-CHANGED-DT
                   DELIMITED BY SIZE INTO WS-SEC-AFTER
               END-STRING
               PERFORM WRITE-PASSWORD-EXPIRED
               MOVE 'N' TO WS-PWD-CHANGED-FLAG
               PERFORM SET-NEW-PASSWORD
                   UNTIL WS-PWD-CHANGED-FLAG = 'Y'
           END-IF
           .

      * A sign-on on an expired password is an access-review item in
      * its own right, whether or not the forced change succeeds.
       WRITE-PASSWORD-EXPIRED.
           MOVE "PWDEXPRD" TO WS-SEC-EVENT
           MOVE "USER" TO WS-SEC-TARGET-TYPE
           MOVE USERS-ID TO WS-SEC-TARGET-KEY
           MOVE SPACES TO WS-SEC-BEFORE
           PERFORM WRITE-SECURITY-EVENT
           .

      * Keeps asking until the first account is written, unless no
      * user number can be had - then the session ends rather than
      * prompting for ever.
       CREATE-FIRST-ADMIN.
           PERFORM UNTIL USER-COUNT > 0 OR WS-IDCTL-FOUND NOT = 'Y'
               MOVE "ADMIN" TO USER-ROLE
               PERFORM CREATE-USER
           END-PERFORM
           IF USER-COUNT = 0
               DISPLAY "No user number available - session ended."
               MOVE 'Y' TO EXIT-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE USER-ID TO WS-LOGGED-USER-ID
           MOVE "ADMIN" TO WS-LOGGED-ROLE
           .
           IF USER-ROLE NOT = "ADMIN" AND USER-ROLE NOT = "MEMBER"
               MOVE "MEMBER" TO USER-ROLE
           END-IF
           MOVE 0 TO USER-ID
           PERFORM ACCEPT-USER-TEAM-MANAGER
           IF WS-TEAM-MGR-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ALLOCATE-USER-ID
           IF WS-NEXT-USER-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-USER-ID TO USER-ID
           MOVE USER-ID TO USERS-ID
           MOVE USER-FIRST-NAME TO USERS-FIRST-NAME
           MOVE 0 TO USERS-FAIL-COUNT
           MOVE 'N' TO USERS-LOCKED-FLAG
           MOVE 'Y' TO USERS-ACTIVE-FLAG
           MOVE USER-TEAM-CODE TO USERS-TEAM-CODE
           MOVE USER-MANAGER-ID TO USERS-MANAGER-ID
           PERFORM GET-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO USERS-PWD-CHANGED-DT
           WRITE USER-MASTER-RECORD
           ADD 1 TO USER-COUNT
           MOVE "USERADD" TO WS-SEC-EVENT
           MOVE "USER" TO WS-SEC-TARGET-TYPE
           MOVE USER-ID TO WS-SEC-TARGET-KEY
           MOVE SPACES TO WS-SEC-BEFORE
           PERFORM FORMAT-USER-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-AFTER
           PERFORM WRITE-SECURITY-EVENT
           DISPLAY "User created successfully! ID: " USER-ID
           .

      -            USERS-LAST-NAME
      -            " Birth: " USERS-BIRTH-DATE
      -            " Role: " USERS-ROLE
      -            " Team: " USERS-TEAM-CODE
      -            " Manager: " USERS-MANAGER-ID
                   IF USERS-IS-INACTIVE
                       DISPLAY "    (deactivated)"
                   END-IF
           END-IF
           .

      * Team and manager for the user in USER-ID (zero for a user not
      * yet created). The team must be on TEAM-MASTER and active;
      * the manager must be an active user and must not already
      * report, directly or further up, to this user, so the
      * manager copies can never chase round a loop. Reads
      * USER-MASTER, so the caller builds or re-reads its record
      * afterwards. WS-TEAM-MGR-OK comes back 'N' when either is
      * refused.
       ACCEPT-USER-TEAM-MANAGER.
           MOVE 'Y' TO WS-TEAM-MGR-OK
           DISPLAY "Enter team code (blank for none):"
           ACCEPT USER-TEAM-CODE
           IF USER-TEAM-CODE NOT = SPACES
               MOVE USER-TEAM-CODE TO TEAM-CODE
               READ TEAM-MASTER
                   INVALID KEY
                       DISPLAY "Team not on TEAM-MASTER."
                       MOVE 'N' TO WS-TEAM-MGR-OK
                       EXIT PARAGRAPH
               END-READ
               IF TEAM-IS-INACTIVE
                   DISPLAY "Team " USER-TEAM-CODE " has been "
      -                "deactivated."
                   MOVE 'N' TO WS-TEAM-MGR-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Enter manager's user ID (0 for none):"
           ACCEPT USER-MANAGER-ID
           IF USER-MANAGER-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF USER-MANAGER-ID = USER-ID
               DISPLAY "A user cannot be their own manager."
               MOVE 'N' TO WS-TEAM-MGR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE USER-MANAGER-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY
                   DISPLAY "Manager not on USER-MASTER."
                   MOVE 'N' TO WS-TEAM-MGR-OK
                   EXIT PARAGRAPH
           END-READ
           IF USERS-IS-INACTIVE
               DISPLAY "Manager " USER-MANAGER-ID " has been "
      -            "deactivated."
               MOVE 'N' TO WS-TEAM-MGR-OK
               EXIT PARAGRAPH
           END-IF
           IF USER-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE USERS-MANAGER-ID TO WS-MGR-CHAIN-ID
           MOVE 0 TO WS-MGR-DEPTH
           PERFORM UNTIL WS-MGR-CHAIN-ID = 0 OR WS-MGR-DEPTH > 50
               IF WS-MGR-CHAIN-ID = USER-ID
                   DISPLAY "Manager " USER-MANAGER-ID " already "
      -                "reports to user " USER-ID "."
                   MOVE 'N' TO WS-TEAM-MGR-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MGR-CHAIN-ID TO USERS-ID
               READ USER-MASTER
                   INVALID KEY MOVE 0 TO USERS-MANAGER-ID
               END-READ
               MOVE USERS-MANAGER-ID TO WS-MGR-CHAIN-ID
               ADD 1 TO WS-MGR-DEPTH
           END-PERFORM
           .

       SET-USER-TEAM-GUARDED.
           IF WS-LOGGED-ROLE NOT = "ADMIN"
               DISPLAY "Only an administrator can change a user's "
      -            "team or manager."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter user ID:"
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY
                   DISPLAY "User not found."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "User " USERS-ID ": " USERS-FIRST-NAME
      -        " Team: " USERS-TEAM-CODE
      -        " Manager: " USERS-MANAGER-ID
           MOVE WS-USER-ID TO USER-ID
           PERFORM ACCEPT-USER-TEAM-MANAGER
           IF WS-TEAM-MGR-OK = 'N'
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USER-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY
                   DISPLAY "User not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-USER-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           MOVE USER-TEAM-CODE TO USERS-TEAM-CODE
           MOVE USER-MANAGER-ID TO USERS-MANAGER-ID
           REWRITE USER-MASTER-RECORD
           MOVE "USERCHG" TO WS-SEC-EVENT
           PERFORM WRITE-USER-ADMIN-EVENT
           DISPLAY "User " WS-USER-ID " updated."
           .

      * --- Task Management ---
       CREATE-TASK.
           DISPLAY "[Create Task]"
           ACCEPT WS-INPUT
           MOVE FUNCTION NUMVAL(WS-INPUT) TO TASK-EST-HOURS
           PERFORM SET-TASK-DATES
           PERFORM ALLOCATE-TASK-ID
           IF WS-NEXT-TASK-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-TASK-ID TO TASK-ID
           MOVE TASK-ID TO TASKS-ID
           MOVE TASK-TITLE TO TASKS-TITLE
               DISPLAY "Passwords do not match - not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE USERS-PWD-CHANGED-DT TO WS-SEC-OLD-PWD-DT
           MOVE WS-NEW-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           MOVE WS-HASH-VALUE TO USERS-PASSWORD-HASH
           MOVE WS-CURRENT-DATE TO USERS-PWD-CHANGED-DT
           REWRITE USER-MASTER-RECORD
           MOVE 'Y' TO WS-PWD-CHANGED-FLAG
           MOVE "PWDCHG" TO WS-SEC-EVENT
           MOVE "USER" TO WS-SEC-TARGET-TYPE
           MOVE USERS-ID TO WS-SEC-TARGET-KEY
           MOVE SPACES TO WS-SEC-BEFORE WS-SEC-AFTER
           STRING "PWD=" WS-SEC-OLD-PWD-DT
               DELIMITED BY SIZE INTO WS-SEC-BEFORE
           END-STRING
           STRING "PWD=" USERS-PWD-CHANGED-DT
               DELIMITED BY SIZE INTO WS-SEC-AFTER
           END-STRING
           PERFORM WRITE-SECURITY-EVENT
           DISPLAY "Password changed."
           .

      -            "deactivated."
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-USER-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           MOVE 'N' TO USERS-ACTIVE-FLAG
           REWRITE USER-MASTER-RECORD
           MOVE "USERDEAC" TO WS-SEC-EVENT
           PERFORM WRITE-USER-ADMIN-EVENT
           DISPLAY "User " WS-USER-ID " deactivated. Run the "
      -        "offboarding job to hand over their open tasks "
      -        "and templates."
                   DISPLAY "User not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-USER-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           MOVE 0 TO USERS-FAIL-COUNT
           MOVE 'N' TO USERS-LOCKED-FLAG
           REWRITE USER-MASTER-RECORD
           MOVE "UNLOCK" TO WS-SEC-EVENT
           PERFORM WRITE-USER-ADMIN-EVENT
           DISPLAY "Account " WS-USER-ID " unlocked and failed "
      -        "attempts cleared."
           .

      * Before image already in WS-SEC-BEFORE, event in WS-SEC-EVENT;
      * the after image is taken from the rewritten record.
       WRITE-USER-ADMIN-EVENT.
           MOVE "USER" TO WS-SEC-TARGET-TYPE
           MOVE USERS-ID TO WS-SEC-TARGET-KEY
           PERFORM FORMAT-USER-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-AFTER
           PERFORM WRITE-SECURITY-EVENT
           .

      * --- Recurring Template Maintenance (admin only) ---
       MAINTAIN-TEMPLATES-GUARDED.
           IF WS-LOGGED-ROLE NOT = "ADMIN"
           MOVE 'Y' TO TMPL-ACTIVE
           MOVE 0 TO TMPL-LAST-GEN-DATE
           WRITE TEMPLATE-MASTER-RECORD
           MOVE "TMPLADD" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-BEFORE
           PERFORM WRITE-TEMPLATE-EVENT
           DISPLAY "Template created. ID: " TMPL-ID
           .

                   DISPLAY "Template not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-TEMPLATE-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           DISPLAY "Changing template: " TMPL-TITLE(1:40)
           DISPLAY "Enter new title (leave blank to keep):"
           ACCEPT WS-INPUT
               END-IF
           END-IF
           REWRITE TEMPLATE-MASTER-RECORD
           MOVE "TMPLCHG" TO WS-SEC-EVENT
           PERFORM WRITE-TEMPLATE-EVENT
           DISPLAY "Template updated."
           .

                   DISPLAY "Template not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-TEMPLATE-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           MOVE 'N' TO TMPL-ACTIVE
           REWRITE TEMPLATE-MASTER-RECORD
           MOVE "TMPLDEAC" TO WS-SEC-EVENT
           PERFORM WRITE-TEMPLATE-EVENT
           DISPLAY "Template " WS-TMPL-ID " deactivated."
           .

       WRITE-TEMPLATE-EVENT.
           MOVE "TMPL" TO WS-SEC-TARGET-TYPE
           MOVE TMPL-ID TO WS-SEC-TARGET-KEY
           PERFORM FORMAT-TEMPLATE-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-AFTER
           PERFORM WRITE-SECURITY-EVENT
           .

       LIST-TEMPLATES.
           DISPLAY "\n--- Recurring Templates ---"
           MOVE 'N' TO WS-FOUND
           ACCEPT PROJ-TARGET-DATE
           MOVE 'Y' TO PROJ-ACTIVE
           WRITE PROJECT-MASTER-RECORD
           MOVE "PROJADD" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-BEFORE
           PERFORM WRITE-PROJECT-EVENT
           DISPLAY "Project " WS-PROJ-CODE " created."
           .

                   DISPLAY "Project not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-PROJECT-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           DISPLAY "Changing project: " PROJ-NAME
           DISPLAY "Enter new name (leave blank to keep):"
           ACCEPT WS-INPUT
               END-IF
           END-IF
           REWRITE PROJECT-MASTER-RECORD
           MOVE "PROJCHG" TO WS-SEC-EVENT
           PERFORM WRITE-PROJECT-EVENT
           DISPLAY "Project updated."
           .

                   DISPLAY "Project not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-PROJECT-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           MOVE 'N' TO PROJ-ACTIVE
           REWRITE PROJECT-MASTER-RECORD
           MOVE "PROJDEAC" TO WS-SEC-EVENT
           PERFORM WRITE-PROJECT-EVENT
           DISPLAY "Project " WS-PROJ-CODE " deactivated."
           .

       WRITE-PROJECT-EVENT.
           MOVE "PROJ" TO WS-SEC-TARGET-TYPE
           MOVE PROJ-CODE TO WS-SEC-TARGET-KEY
           PERFORM FORMAT-PROJECT-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-AFTER
           PERFORM WRITE-SECURITY-EVENT
           .

       LIST-PROJECTS.
           DISPLAY "\n--- Projects ---"
           MOVE 'N' TO WS-FOUND
           END-IF
           .

      * --- Team Maintenance (admin only) ---
       MAINTAIN-TEAMS-GUARDED.
           IF WS-LOGGED-ROLE NOT = "ADMIN"
               DISPLAY "Only an administrator can maintain "
      -            "teams."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "\n[Team Maintenance]"
           DISPLAY "1. Add team"
           DISPLAY "2. Change team"
           DISPLAY "3. Deactivate team"
           DISPLAY "4. List teams"
           DISPLAY "5. List team members"
           ACCEPT WS-TEAM-OPTION
           EVALUATE WS-TEAM-OPTION
               WHEN 1 PERFORM ADD-TEAM
               WHEN 2 PERFORM CHANGE-TEAM
               WHEN 3 PERFORM DEACTIVATE-TEAM
               WHEN 4 PERFORM LIST-TEAMS
               WHEN 5 PERFORM LIST-TEAM-MEMBERS
               WHEN OTHER DISPLAY "Invalid option."
           END-EVALUATE
           .

       ADD-TEAM.
           DISPLAY "Enter team code (max 8 chars):"
           ACCEPT WS-TEAM-CODE
           IF FUNCTION TRIM(WS-TEAM-CODE) = SPACES
               DISPLAY "Team code cannot be blank."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEAM-CODE TO TEAM-CODE
           READ TEAM-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Team " WS-TEAM-CODE
      -                " already exists."
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-TEAM-CODE TO TEAM-CODE
           DISPLAY "Enter team name (max 40 chars):"
           ACCEPT TEAM-NAME
           IF FUNCTION TRIM(TEAM-NAME) = SPACES
               DISPLAY "Team name cannot be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter team lead's user ID (0 if none):"
           ACCEPT WS-USER-ID
           IF WS-USER-ID NOT = 0
               MOVE WS-USER-ID TO USERS-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "Team lead not on USER-MASTER."
                       EXIT PARAGRAPH
               END-READ
               IF USERS-IS-INACTIVE
                   DISPLAY "Team lead is deactivated."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-USER-ID TO TEAM-LEAD-ID
           MOVE 'Y' TO TEAM-ACTIVE
           WRITE TEAM-MASTER-RECORD
           MOVE "TEAMADD" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-BEFORE
           PERFORM WRITE-TEAM-EVENT
           DISPLAY "Team " WS-TEAM-CODE " created."
           .

       CHANGE-TEAM.
           DISPLAY "Enter team code to change:"
           ACCEPT WS-TEAM-CODE
           MOVE WS-TEAM-CODE TO TEAM-CODE
           READ TEAM-MASTER
               INVALID KEY
                   DISPLAY "Team not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-TEAM-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           DISPLAY "Changing team: " TEAM-NAME
           DISPLAY "Enter new name (leave blank to keep):"
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO TEAM-NAME
           END-IF
           DISPLAY "Enter new team lead ID (0 to keep):"
           ACCEPT WS-USER-ID
           IF WS-USER-ID NOT = 0
               MOVE WS-USER-ID TO USERS-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "Team lead not on USER-MASTER - "
      -                    "kept."
                   NOT INVALID KEY
                       IF USERS-IS-INACTIVE
                           DISPLAY "Team lead is deactivated - kept."
                       ELSE
                           MOVE WS-USER-ID TO TEAM-LEAD-ID
                       END-IF
               END-READ
           END-IF
           IF TEAM-IS-INACTIVE
               DISPLAY "Team is deactivated. Reactivate it "
      -            "(Y/N)?"
               ACCEPT WS-INPUT
               IF WS-INPUT = 'Y' OR WS-INPUT = 'y'
                   MOVE 'Y' TO TEAM-ACTIVE
                   DISPLAY "Team reactivated."
               END-IF
           END-IF
           REWRITE TEAM-MASTER-RECORD
           MOVE "TEAMCHG" TO WS-SEC-EVENT
           PERFORM WRITE-TEAM-EVENT
           DISPLAY "Team updated."
           .

      * A deactivated team takes no new members; existing members
      * keep the code until they are moved, so the reports still
      * group them.
       DEACTIVATE-TEAM.
           DISPLAY "Enter team code to deactivate:"
           ACCEPT WS-TEAM-CODE
           MOVE WS-TEAM-CODE TO TEAM-CODE
           READ TEAM-MASTER
               INVALID KEY
                   DISPLAY "Team not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-TEAM-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           MOVE 'N' TO TEAM-ACTIVE
           REWRITE TEAM-MASTER-RECORD
           MOVE "TEAMDEAC" TO WS-SEC-EVENT
           PERFORM WRITE-TEAM-EVENT
           DISPLAY "Team " WS-TEAM-CODE " deactivated."
           .

       WRITE-TEAM-EVENT.
           MOVE "TEAM" TO WS-SEC-TARGET-TYPE
           MOVE TEAM-CODE TO WS-SEC-TARGET-KEY
           PERFORM FORMAT-TEAM-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-AFTER
           PERFORM WRITE-SECURITY-EVENT
           .

       LIST-TEAMS.
           DISPLAY "\n--- Teams ---"
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO TEAM-CODE
           START TEAM-MASTER KEY IS NOT LESS THAN TEAM-CODE
               INVALID KEY MOVE "10" TO WS-FS-TEAM
           END-START
           IF WS-FS-TEAM NOT = "10"
               READ TEAM-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-FS-TEAM
               END-READ
           END-IF
           PERFORM UNTIL WS-FS-TEAM = "10"
               DISPLAY "Code: " TEAM-CODE ",
      -            " Name: " TEAM-NAME ",
      -            " Lead: " TEAM-LEAD-ID ",
      -            " Active: " TEAM-ACTIVE
               MOVE 'Y' TO WS-FOUND
               READ TEAM-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-FS-TEAM
               END-READ
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "No teams on file."
           END-IF
           .

       LIST-TEAM-MEMBERS.
           DISPLAY "Enter team code:"
           ACCEPT WS-TEAM-CODE
           DISPLAY "\n--- Members of team " WS-TEAM-CODE " ---"
           MOVE 'N' TO WS-FOUND
           PERFORM START-USER-SCAN
           READ USER-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-FS-USER
           END-READ
           PERFORM UNTIL WS-FS-USER = "10"
               IF USERS-TEAM-CODE = WS-TEAM-CODE
                   DISPLAY "ID: " USERS-ID ",
      -                " Name: " USERS-FIRST-NAME " "
      -                USERS-LAST-NAME
      -                " Manager: " USERS-MANAGER-ID
                   IF USERS-IS-INACTIVE
                       DISPLAY "    (deactivated)"
                   END-IF
                   MOVE 'Y' TO WS-FOUND
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-FS-USER
               END-READ
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "No users in that team."
           END-IF
           .

      * --- Business Calendar Maintenance (admin only) ---
       MAINTAIN-CALENDAR-GUARDED.
           IF WS-LOGGED-ROLE NOT = "ADMIN"
               DISPLAY "Only an administrator can maintain the "
      -            "business calendar."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "\n[Business Calendar Maintenance]"
           DISPLAY "1. Add a non-working date"
           DISPLAY "2. Remove a non-working date"
           DISPLAY "3. List non-working dates"
           ACCEPT WS-CAL-OPTION
           EVALUATE WS-CAL-OPTION
               WHEN 1 PERFORM ADD-CALENDAR-DATE
               WHEN 2 PERFORM REMOVE-CALENDAR-DATE
               WHEN 3 PERFORM LIST-CALENDAR-DATES
               WHEN OTHER DISPLAY "Invalid option."
           END-EVALUATE
           .

       ADD-CALENDAR-DATE.
           DISPLAY "Enter non-working date (YYYYMMDD):"
           ACCEPT WS-CHECK-DATE
           IF WS-CHECK-DATE = 0
               DISPLAY "No date entered." EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-DATE TO CAL-DATE
           READ WORK-CALENDAR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Date " WS-CHECK-DATE " is already on "
      -                "the calendar: " CAL-DESCRIPTION
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CHECK-DATE TO CAL-DATE
           DISPLAY "Enter description (max 40 chars):"
           ACCEPT CAL-DESCRIPTION
           WRITE CALENDAR-RECORD
           MOVE "CALADD" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-BEFORE
           MOVE CAL-DESCRIPTION TO WS-SEC-AFTER
           PERFORM WRITE-CALENDAR-EVENT
           DISPLAY "Non-working date " WS-CHECK-DATE " added."
           .

       REMOVE-CALENDAR-DATE.
           DISPLAY "Enter non-working date to remove (YYYYMMDD):"
           ACCEPT WS-CHECK-DATE
           MOVE WS-CHECK-DATE TO CAL-DATE
           READ WORK-CALENDAR
               INVALID KEY
                   DISPLAY "Date is not on the calendar."
                   EXIT PARAGRAPH
           END-READ
           MOVE CAL-DESCRIPTION TO WS-SEC-BEFORE
           DELETE WORK-CALENDAR RECORD
           MOVE "CALDEL" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-AFTER
           PERFORM WRITE-CALENDAR-EVENT
           DISPLAY "Non-working date " WS-CHECK-DATE " removed."
           .

       WRITE-CALENDAR-EVENT.
           MOVE "CAL" TO WS-SEC-TARGET-TYPE
           MOVE WS-CHECK-DATE TO WS-SEC-TARGET-KEY
           PERFORM WRITE-SECURITY-EVENT
           .

       LIST-CALENDAR-DATES.
           DISPLAY "\n--- Non-Working Dates ---"
           MOVE 'N' TO WS-FOUND
           END-IF
           .

      * --- Capacity and Leave Maintenance ---
      * Anyone may book and cancel their own leave days; an
      * administrator may do so for any user and is the only one who
      * can change a user's weekly capacity.
       MAINTAIN-CAPACITY-LEAVE.
           MOVE WS-LOGGED-USER-ID TO WS-CAP-USER-ID
           IF WS-LOGGED-ROLE = "ADMIN"
               DISPLAY "Enter user ID (0 = yourself):"
               ACCEPT WS-CAP-USER-ID
               IF WS-CAP-USER-ID = 0
                   MOVE WS-LOGGED-USER-ID TO WS-CAP-USER-ID
               END-IF
           END-IF
           MOVE WS-CAP-USER-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY
                   DISPLAY "User not found."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "\n[Capacity and Leave - User " WS-CAP-USER-ID
      -        " " FUNCTION TRIM(USERS-FIRST-NAME) "]"
           DISPLAY "1. Set weekly capacity hours"
           DISPLAY "2. Add a leave day"
           DISPLAY "3. Remove a leave day"
           DISPLAY "4. Show capacity and leave days"
           ACCEPT WS-CAP-OPTION
           EVALUATE WS-CAP-OPTION
               WHEN 1 PERFORM SET-WEEKLY-CAPACITY
               WHEN 2 PERFORM ADD-LEAVE-DAY
               WHEN 3 PERFORM REMOVE-LEAVE-DAY
               WHEN 4 PERFORM LIST-CAPACITY-LEAVE
               WHEN OTHER DISPLAY "Invalid option."
           END-EVALUATE
           .

       SET-WEEKLY-CAPACITY.
           IF WS-LOGGED-ROLE NOT = "ADMIN"
               DISPLAY "Only an administrator can change weekly "
      -            "capacity."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAP-USER-ID TO UCAP-USER-ID
           READ USER-CAPACITY
               INVALID KEY
                   MOVE WS-CAP-USER-ID TO UCAP-USER-ID
                   MOVE 40 TO UCAP-WEEKLY-HOURS
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           MOVE UCAP-WEEKLY-HOURS TO WS-CAP-HOURS-DISP
           DISPLAY "Current weekly capacity: " WS-CAP-HOURS-DISP
      -        " hours"
           MOVE SPACES TO WS-SEC-BEFORE
           STRING "WEEKLY=" WS-CAP-HOURS-DISP DELIMITED BY SIZE
               INTO WS-SEC-BEFORE
           END-STRING
           DISPLAY "Enter new weekly capacity hours (0-80, e.g. "
      -        "30.00):"
           ACCEPT WS-INPUT
           IF FUNCTION NUMVAL(WS-INPUT) < 0 OR
                   FUNCTION NUMVAL(WS-INPUT) > 80
               DISPLAY "Weekly capacity must be 0 to 80 hours."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-CAP-HOURS
           MOVE WS-CAP-HOURS TO UCAP-WEEKLY-HOURS
           IF WS-FOUND = 'Y'
               REWRITE USER-CAPACITY-RECORD
           ELSE
               WRITE USER-CAPACITY-RECORD
           END-IF
           MOVE UCAP-WEEKLY-HOURS TO WS-CAP-HOURS-DISP
           MOVE SPACES TO WS-SEC-AFTER
           STRING "WEEKLY=" WS-CAP-HOURS-DISP DELIMITED BY SIZE
               INTO WS-SEC-AFTER
           END-STRING
           MOVE "CAPCHG" TO WS-SEC-EVENT
           MOVE "USER" TO WS-SEC-TARGET-TYPE
           MOVE WS-CAP-USER-ID TO WS-SEC-TARGET-KEY
           PERFORM WRITE-SECURITY-EVENT
           DISPLAY "Weekly capacity set to " WS-CAP-HOURS-DISP
      -        " hours."
           .

       ADD-LEAVE-DAY.
           DISPLAY "Enter leave date (YYYYMMDD):"
           ACCEPT WS-CHECK-DATE
           IF WS-CHECK-DATE = 0
               DISPLAY "No date entered." EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BUSINESS-DAY
           IF WS-BUSDAY-FLAG = 'N'
               DISPLAY "Date " WS-CHECK-DATE " is not a business "
      -            "day - no leave needed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAP-USER-ID TO LEAVE-USER-ID
           MOVE WS-CHECK-DATE TO LEAVE-DATE
           READ USER-LEAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Leave is already booked on "
      -                WS-CHECK-DATE ": " LEAVE-DESCRIPTION
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CAP-USER-ID TO LEAVE-USER-ID
           MOVE WS-CHECK-DATE TO LEAVE-DATE
           DISPLAY "Enter description (max 40 chars):"
           ACCEPT LEAVE-DESCRIPTION
           WRITE USER-LEAVE-RECORD
           DISPLAY "Leave day " WS-CHECK-DATE " added."
           .

       REMOVE-LEAVE-DAY.
           DISPLAY "Enter leave date to remove (YYYYMMDD):"
           ACCEPT WS-CHECK-DATE
           MOVE WS-CAP-USER-ID TO LEAVE-USER-ID
           MOVE WS-CHECK-DATE TO LEAVE-DATE
           READ USER-LEAVE
               INVALID KEY
                   DISPLAY "No leave booked on that date."
                   EXIT PARAGRAPH
           END-READ
           DELETE USER-LEAVE RECORD
           DISPLAY "Leave day " WS-CHECK-DATE " removed."
           .

       LIST-CAPACITY-LEAVE.
           MOVE WS-CAP-USER-ID TO UCAP-USER-ID
           READ USER-CAPACITY
               INVALID KEY MOVE 40 TO UCAP-WEEKLY-HOURS
           END-READ
           MOVE UCAP-WEEKLY-HOURS TO WS-CAP-HOURS-DISP
           DISPLAY "\n--- Weekly capacity: " WS-CAP-HOURS-DISP
      -        " hours ---"
           MOVE 'N' TO WS-FOUND
           MOVE WS-CAP-USER-ID TO LEAVE-USER-ID
           MOVE 0 TO LEAVE-DATE
           START USER-LEAVE KEY IS NOT LESS THAN LEAVE-KEY
               INVALID KEY MOVE "10" TO WS-FS-LEAVE
           END-START
           IF WS-FS-LEAVE NOT = "10"
               READ USER-LEAVE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-LEAVE
               END-READ
           END-IF
           PERFORM UNTIL WS-FS-LEAVE = "10"
                   OR LEAVE-USER-ID NOT = WS-CAP-USER-ID
               DISPLAY "Leave: " LEAVE-DATE ",
      -            " Description: " LEAVE-DESCRIPTION
               MOVE 'Y' TO WS-FOUND
               READ USER-LEAVE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-LEAVE
               END-READ
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "No leave days booked."
           END-IF
           .

      * --- SLA Policy Maintenance (admin only) ---
      * One policy per priority with a blank project code gives the
      * standard targets; a project code overrides them for that
      * project's tasks only.
       MAINTAIN-SLA-POLICY-GUARDED.
           IF WS-LOGGED-ROLE NOT = "ADMIN"
               DISPLAY "Only an administrator can maintain the "
      -            "SLA policy."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "\n[SLA Policy Maintenance]"
           DISPLAY "1. Set SLA targets"
           DISPLAY "2. Remove SLA targets"
           DISPLAY "3. List SLA targets"
           ACCEPT WS-SLA-OPTION
           EVALUATE WS-SLA-OPTION
               WHEN 1 PERFORM SET-SLA-POLICY
               WHEN 2 PERFORM REMOVE-SLA-POLICY
               WHEN 3 PERFORM LIST-SLA-POLICY
               WHEN OTHER DISPLAY "Invalid option."
           END-EVALUATE
           .

       ACCEPT-SLA-KEY.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Enter project code (blank for the standard "
      -        "targets):"
           MOVE SPACES TO WS-SLA-PROJ-CODE
           ACCEPT WS-SLA-PROJ-CODE
           IF WS-SLA-PROJ-CODE NOT = SPACES
               MOVE WS-SLA-PROJ-CODE TO PROJ-CODE
               READ PROJECT-MASTER
                   INVALID KEY
                       DISPLAY "Project not on PROJECT-MASTER."
                       EXIT PARAGRAPH
               END-READ
           END-IF
           DISPLAY "Enter priority (1-3):"
           ACCEPT WS-SLA-PRIORITY
           IF WS-SLA-PRIORITY < 1 OR WS-SLA-PRIORITY > 3
               DISPLAY "Priority must be 1, 2 or 3."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND
           .

       SET-SLA-POLICY.
           PERFORM ACCEPT-SLA-KEY
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SLA-PROJ-CODE TO SLA-PROJ-CODE
           MOVE WS-SLA-PRIORITY TO SLA-PRIORITY
           READ SLA-POLICY
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   MOVE SPACES TO WS-SEC-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   PERFORM FORMAT-SLA-IMAGE
                   MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
                   DISPLAY "Current targets: response "
      -                SLA-RESPONSE-DAYS " day(s), resolution "
      -                SLA-RESOLVE-DAYS " day(s)"
           END-READ
           DISPLAY "Enter response target in business days:"
           ACCEPT WS-SLA-RESPONSE
           DISPLAY "Enter resolution target in business days:"
           ACCEPT WS-SLA-RESOLVE
           IF WS-SLA-RESPONSE = 0 OR WS-SLA-RESOLVE = 0
               DISPLAY "Targets must be at least one business day."
               EXIT PARAGRAPH
           END-IF
           IF WS-SLA-RESPONSE > WS-SLA-RESOLVE
               DISPLAY "Response target cannot be longer than the "
      -            "resolution target."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SLA-PROJ-CODE TO SLA-PROJ-CODE
           MOVE WS-SLA-PRIORITY TO SLA-PRIORITY
           MOVE WS-SLA-RESPONSE TO SLA-RESPONSE-DAYS
           MOVE WS-SLA-RESOLVE TO SLA-RESOLVE-DAYS
           IF WS-FOUND = 'Y'
               REWRITE SLA-POLICY-RECORD
               MOVE "SLACHG" TO WS-SEC-EVENT
           ELSE
               WRITE SLA-POLICY-RECORD
               MOVE "SLAADD" TO WS-SEC-EVENT
           END-IF
           PERFORM FORMAT-SLA-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-AFTER
           PERFORM WRITE-SLA-EVENT
           DISPLAY "SLA targets set."
           .

       REMOVE-SLA-POLICY.
           PERFORM ACCEPT-SLA-KEY
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SLA-PROJ-CODE TO SLA-PROJ-CODE
           MOVE WS-SLA-PRIORITY TO SLA-PRIORITY
           READ SLA-POLICY
               INVALID KEY
                   DISPLAY "No SLA targets held for that key."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-SLA-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           DELETE SLA-POLICY RECORD
           MOVE "SLADEL" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-AFTER
           PERFORM WRITE-SLA-EVENT
           DISPLAY "SLA targets removed."
           .

      * The standard targets are keyed under the word STANDARD so the
      * access review shows which policy changed.
       WRITE-SLA-EVENT.
           MOVE "SLA" TO WS-SEC-TARGET-TYPE
           IF WS-SLA-PROJ-CODE = SPACES
               MOVE "STANDARD" TO WS-SEC-TARGET-KEY
           ELSE
               MOVE WS-SLA-PROJ-CODE TO WS-SEC-TARGET-KEY
           END-IF
           PERFORM WRITE-SECURITY-EVENT
           .

       FORMAT-SLA-IMAGE.
           MOVE SPACES TO WS-SEC-IMAGE
           STRING "PRI=" SLA-PRIORITY
               " RESPONSE=" SLA-RESPONSE-DAYS
               " RESOLVE=" SLA-RESOLVE-DAYS
               DELIMITED BY SIZE INTO WS-SEC-IMAGE
           END-STRING
           .

       LIST-SLA-POLICY.
           DISPLAY "\n--- SLA Targets (business days) ---"
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO SLA-PROJ-CODE
           MOVE 0 TO SLA-PRIORITY
           START SLA-POLICY KEY IS NOT LESS THAN SLA-KEY
               INVALID KEY MOVE "10" TO WS-FS-SLA
           END-START
           IF WS-FS-SLA NOT = "10"
               READ SLA-POLICY NEXT RECORD
                   AT END MOVE "10" TO WS-FS-SLA
               END-READ
           END-IF
           PERFORM UNTIL WS-FS-SLA = "10"
               IF SLA-PROJ-CODE = SPACES
                   DISPLAY "Project: (standard) Priority: "
      -                SLA-PRIORITY ", Response: " SLA-RESPONSE-DAYS
      -                ", Resolution: " SLA-RESOLVE-DAYS
               ELSE
                   DISPLAY "Project: " SLA-PROJ-CODE " Priority: "
      -                SLA-PRIORITY ", Response: " SLA-RESPONSE-DAYS
      -                ", Resolution: " SLA-RESOLVE-DAYS
               END-IF
               MOVE 'Y' TO WS-FOUND
               READ SLA-POLICY NEXT RECORD
                   AT END MOVE "10" TO WS-FS-SLA
               END-READ
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "No SLA targets have been set."
           END-IF
           .

      * --- Task Watch ---
      * Anyone may watch or stop watching any task for themselves.
      * The creator and the project owner watch without asking, so
      * for them stopping is recorded as an explicit 'N'.
       MAINTAIN-TASK-WATCH.
           DISPLAY "\n[Task Watch]"
           DISPLAY "1. Watch a task"
           DISPLAY "2. Stop watching a task"
           DISPLAY "3. List tasks I watch"
           ACCEPT WS-WATCH-OPTION
           EVALUATE WS-WATCH-OPTION
               WHEN 1 PERFORM WATCH-TASK
               WHEN 2 PERFORM UNWATCH-TASK
               WHEN 3 PERFORM LIST-WATCHED-TASKS
               WHEN OTHER DISPLAY "Invalid option."
           END-EVALUATE
           .

       WATCH-TASK.
           DISPLAY "Enter task ID to watch:"
           ACCEPT WS-TASK-ID
           MOVE WS-TASK-ID TO TASKS-ID
           READ TASK-MASTER
               INVALID KEY
                   DISPLAY "Task not found."
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-TASK-ID TO WATCH-TASK-ID
           MOVE WS-LOGGED-USER-ID TO WATCH-USER-ID
           READ TASK-WATCH
               INVALID KEY MOVE 'N' TO WS-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y' AND WATCH-IS-ON
               DISPLAY "You are already watching task " WS-TASK-ID
      -            "."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WATCH-FLAG
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME TO WATCH-UPDATE-DT
           IF WS-FOUND = 'Y'
               REWRITE TASK-WATCH-RECORD
           ELSE
               WRITE TASK-WATCH-RECORD
           END-IF
           DISPLAY "You are now watching task " WS-TASK-ID "."
           .

       UNWATCH-TASK.
           DISPLAY "Enter task ID to stop watching:"
           ACCEPT WS-TASK-ID
           MOVE WS-TASK-ID TO TASKS-ID
           READ TASK-MASTER
               INVALID KEY
                   DISPLAY "Task not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHECK-AUTO-WATCHER
           MOVE WS-TASK-ID TO WATCH-TASK-ID
           MOVE WS-LOGGED-USER-ID TO WATCH-USER-ID
           READ TASK-WATCH
               INVALID KEY MOVE 'N' TO WS-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ
           IF (WS-FOUND = 'Y' AND WATCH-IS-OFF) OR
                   (WS-FOUND = 'N' AND WS-WATCH-AUTO = 'N')
               DISPLAY "You are not watching task " WS-TASK-ID "."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WATCH-FLAG
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME TO WATCH-UPDATE-DT
           IF WS-FOUND = 'Y'
               REWRITE TASK-WATCH-RECORD
           ELSE
               WRITE TASK-WATCH-RECORD
           END-IF
           DISPLAY "You have stopped watching task " WS-TASK-ID "."
           .

      * Sets WS-WATCH-AUTO for the task in TASK-MASTER-RECORD: the
      * signed-on user created it or owns its project.
       CHECK-AUTO-WATCHER.
           MOVE 'N' TO WS-WATCH-AUTO
           IF TASKS-CREATOR-ID = WS-LOGGED-USER-ID
               MOVE 'Y' TO WS-WATCH-AUTO
               EXIT PARAGRAPH
           END-IF
           IF TASKS-PROJECT-CODE NOT = SPACES
               MOVE TASKS-PROJECT-CODE TO PROJ-CODE
               READ PROJECT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PROJ-OWNER-ID = WS-LOGGED-USER-ID
                           MOVE 'Y' TO WS-WATCH-AUTO
                       END-IF
               END-READ
           END-IF
           .

       LIST-WATCHED-TASKS.
           DISPLAY "\n--- Tasks You Watch ---"
           MOVE 0 TO WS-WATCH-COUNT
           MOVE 0 TO WATCH-TASK-ID
           MOVE 0 TO WATCH-USER-ID
           START TASK-WATCH KEY IS NOT LESS THAN WATCH-KEY
               INVALID KEY MOVE "10" TO WS-FS-WATCH
           END-START
           IF WS-FS-WATCH NOT = "10"
               READ TASK-WATCH NEXT RECORD
                   AT END MOVE "10" TO WS-FS-WATCH
               END-READ
           END-IF
           PERFORM UNTIL WS-FS-WATCH = "10"
               IF WATCH-USER-ID = WS-LOGGED-USER-ID AND WATCH-IS-ON
                   MOVE WATCH-TASK-ID TO TASKS-ID
                   READ TASK-MASTER
                       INVALID KEY
                           MOVE "(NO LONGER ON FILE)" TO TASKS-TITLE
                   END-READ
                   DISPLAY "Task: " WATCH-TASK-ID ", Title: "
      -                FUNCTION TRIM(TASKS-TITLE)
                   ADD 1 TO WS-WATCH-COUNT
               END-IF
               READ TASK-WATCH NEXT RECORD
                   AT END MOVE "10" TO WS-FS-WATCH
               END-READ
           END-PERFORM
           IF WS-WATCH-COUNT = 0
               DISPLAY "You have not chosen to watch any tasks."
           END-IF
           DISPLAY "Tasks you created or whose project you own are "
      -        "watched automatically unless you stop watching them."
           .

      * --- Duplicate Merge (admin only) ---
      * Folds a duplicate task into the one being kept, so booked
      * hours, comments and history are counted against one task.
      * The duplicate's WORKLOG, TASKCMNT and TASKHIST records are
      * repointed in place, tasks that depend on it are moved onto
      * the survivor, and the duplicate itself goes to TASKHOLD the
      * way REMOVE-TASK sends it, with a MERGE audit record naming
      * the survivor instead of a REMOVE. todo-duplicate-report
      * lists the candidate pairs.
       MERGE-TASKS-GUARDED.
           IF WS-LOGGED-ROLE NOT = "ADMIN"
               DISPLAY "Only an administrator can merge tasks."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "\n[Merge Duplicate Tasks]"
           DISPLAY "Enter ID of the task to keep:"
           ACCEPT WS-MERGE-SURVIVOR-ID
           DISPLAY "Enter ID of the duplicate to merge into it:"
           ACCEPT WS-MERGE-LOSER-ID
           IF WS-MERGE-SURVIVOR-ID = WS-MERGE-LOSER-ID
               DISPLAY "A task cannot be merged into itself."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MERGE-LOSER-ID TO TASKS-ID
           READ TASK-MASTER
               INVALID KEY
                   DISPLAY "Duplicate task " WS-MERGE-LOSER-ID
      -                " not found."
                   EXIT PARAGRAPH
           END-READ
           MOVE TASKS-TITLE TO WS-AUDIT-BEFORE
           MOVE TASKS-PARENT-ID TO WS-MERGE-LOSER-PARENT
           MOVE WS-MERGE-SURVIVOR-ID TO TASKS-ID
           READ TASK-MASTER
               INVALID KEY
                   DISPLAY "Task to keep " WS-MERGE-SURVIVOR-ID
      -                " not found."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Keep:      " WS-MERGE-SURVIVOR-ID " "
               TASKS-TITLE(1:40) " " TASKS-STATUS
           DISPLAY "Duplicate: " WS-MERGE-LOSER-ID " "
               WS-AUDIT-BEFORE(1:40)
           PERFORM MERGE-CHECK-SURVIVOR-CHAIN
           IF WS-MERGE-OK = 'N'
               DISPLAY "Cannot merge - task " WS-MERGE-SURVIVOR-ID
      -            " depends on task " WS-MERGE-LOSER-ID
      -            " through another task. Clear that prerequisite "
      -            "first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Merge the duplicate into the task to keep (Y/N)?"
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = 'Y' AND WS-INPUT NOT = 'y'
               DISPLAY "Not merged."
               EXIT PARAGRAPH
           END-IF
      *    A repoint that cannot open its file stops the merge with
      *    the duplicate still on TASK-MASTER; running the merge
      *    again picks up whatever was not moved the first time.
           MOVE 'Y' TO WS-MERGE-OK
           PERFORM MERGE-REPOINT-WORKLOG
           IF WS-MERGE-OK = 'Y'
               PERFORM MERGE-REPOINT-COMMENTS
           END-IF
           IF WS-MERGE-OK = 'Y'
               PERFORM MERGE-REPOINT-HISTORY
           END-IF
           IF WS-MERGE-OK = 'N'
               DISPLAY "Merge stopped - task " WS-MERGE-LOSER-ID
      -            " is still on file. Run the merge again once "
      -            "the file can be opened."
               EXIT PARAGRAPH
           END-IF
           PERFORM MERGE-REPOINT-DEPENDENTS
      *    The duplicate is held exactly as REMOVE-TASK holds a
      *    task, so it can still be looked at (or restored) from the
      *    recycle bin, but it is off TASK-MASTER and out of every
      *    report that reads it.
           MOVE WS-MERGE-LOSER-ID TO TASKS-ID
           READ TASK-MASTER
               INVALID KEY
                   DISPLAY "Duplicate task " WS-MERGE-LOSER-ID
      -                " not found."
                   EXIT PARAGRAPH
           END-READ
           MOVE TASK-MASTER-RECORD TO HOLD-TASK-IMAGE
           MOVE WS-LOGGED-USER-ID TO HOLD-REMOVED-BY
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME TO HOLD-REMOVED-DT
           WRITE HOLD-RECORD
               INVALID KEY REWRITE HOLD-RECORD
           END-WRITE
           DELETE TASK-MASTER RECORD
           SUBTRACT 1 FROM TASK-COUNT
           MOVE "MERGE" TO WS-AUDIT-ACTION
           MOVE WS-MERGE-LOSER-ID TO WS-AUDIT-TASK-ID
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "MERGED INTO " WS-MERGE-SURVIVOR-ID
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-MERGE-SURVIVOR-ID TO TASKS-ID
           READ TASK-MASTER
               INVALID KEY
                   DISPLAY "Task to keep " WS-MERGE-SURVIVOR-ID
      -                " not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME TO TASKS-UPDATE-DT
           REWRITE TASK-MASTER-RECORD
           MOVE "MERGE" TO WS-AUDIT-ACTION
           MOVE WS-MERGE-SURVIVOR-ID TO WS-AUDIT-TASK-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "MERGED FROM " WS-MERGE-LOSER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE TASKS-TITLE TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Task " WS-MERGE-LOSER-ID " merged into task "
               WS-MERGE-SURVIVOR-ID " and held for restore."
           DISPLAY "Worklog entries moved: " WS-MERGE-WLOG-COUNT
           DISPLAY "Comments moved:        " WS-MERGE-CMNT-COUNT
           DISPLAY "History entries moved: " WS-MERGE-HIST-COUNT
           DISPLAY "Dependent tasks moved: " WS-MERGE-DEP-COUNT
           .

      * WORKLOG, TASKCMNT and TASKHIST are sequential and normally
      * held open EXTEND, so each is reopened I-O, rewritten in
      * place where it carries the duplicate's ID, and put back.
       MERGE-REPOINT-WORKLOG.
           MOVE 0 TO WS-MERGE-WLOG-COUNT
           CLOSE WORKLOG
           OPEN I-O WORKLOG
           IF WS-FS-WLOG = "00"
               READ WORKLOG NEXT RECORD
                   AT END MOVE "10" TO WS-FS-WLOG
               END-READ
               PERFORM UNTIL WS-FS-WLOG = "10"
                   IF WLOG-TASK-ID = WS-MERGE-LOSER-ID
                       MOVE WS-MERGE-SURVIVOR-ID TO WLOG-TASK-ID
                       REWRITE WORKLOG-RECORD
                       ADD 1 TO WS-MERGE-WLOG-COUNT
                   END-IF
                   READ WORKLOG NEXT RECORD
                       AT END MOVE "10" TO WS-FS-WLOG
                   END-READ
               END-PERFORM
               CLOSE WORKLOG
           ELSE
               DISPLAY "WORKLOG could not be opened for update - "
      -            "status " WS-FS-WLOG "."
               MOVE 'N' TO WS-MERGE-OK
           END-IF
           OPEN EXTEND WORKLOG
           IF WS-FS-WLOG NOT = "00"
               DISPLAY "WORKLOG could not be reopened - status "
      -            WS-FS-WLOG "."
               MOVE 'N' TO WS-MERGE-OK
           END-IF
           .

       MERGE-REPOINT-COMMENTS.
           MOVE 0 TO WS-MERGE-CMNT-COUNT
           CLOSE TASK-COMMENTS
           OPEN I-O TASK-COMMENTS
           IF WS-FS-CMNT = "00"
               READ TASK-COMMENTS NEXT RECORD
                   AT END MOVE "10" TO WS-FS-CMNT
               END-READ
               PERFORM UNTIL WS-FS-CMNT = "10"
                   IF CMNT-TASK-ID = WS-MERGE-LOSER-ID
                       MOVE WS-MERGE-SURVIVOR-ID TO CMNT-TASK-ID
                       REWRITE TASK-COMMENT-RECORD
                       ADD 1 TO WS-MERGE-CMNT-COUNT
                   END-IF
                   READ TASK-COMMENTS NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CMNT
                   END-READ
               END-PERFORM
               CLOSE TASK-COMMENTS
           ELSE
               DISPLAY "TASKCMNT could not be opened for update - "
      -            "status " WS-FS-CMNT "."
               MOVE 'N' TO WS-MERGE-OK
           END-IF
           OPEN EXTEND TASK-COMMENTS
           IF WS-FS-CMNT NOT = "00"
               DISPLAY "TASKCMNT could not be reopened - status "
      -            WS-FS-CMNT "."
               MOVE 'N' TO WS-MERGE-OK
           END-IF
           .

       MERGE-REPOINT-HISTORY.
           MOVE 0 TO WS-MERGE-HIST-COUNT
           CLOSE TASK-HISTORY
           OPEN I-O TASK-HISTORY
           IF WS-FS-HIST = "00"
               READ TASK-HISTORY NEXT RECORD
                   AT END MOVE "10" TO WS-FS-HIST
               END-READ
               PERFORM UNTIL WS-FS-HIST = "10"
                   IF HIST-TASK-ID = WS-MERGE-LOSER-ID
                       MOVE WS-MERGE-SURVIVOR-ID TO HIST-TASK-ID
                       REWRITE TASK-HISTORY-RECORD
                       ADD 1 TO WS-MERGE-HIST-COUNT
                   END-IF
                   READ TASK-HISTORY NEXT RECORD
                       AT END MOVE "10" TO WS-FS-HIST
                   END-READ
               END-PERFORM
               CLOSE TASK-HISTORY
           ELSE
               DISPLAY "TASKHIST could not be opened for update - "
      -            "status " WS-FS-HIST "."
               MOVE 'N' TO WS-MERGE-OK
           END-IF
           OPEN EXTEND TASK-HISTORY
           IF WS-FS-HIST NOT = "00"
               DISPLAY "TASKHIST could not be reopened - status "
      -            WS-FS-HIST "."
               MOVE 'N' TO WS-MERGE-OK
           END-IF
           .

      * Refuses a merge that would close a dependency loop: when the
      * survivor waits on the duplicate through other tasks, moving
      * those tasks onto the survivor would have them wait on
      * themselves. Walks up to 50 prerequisite levels, as the
      * dependency report does. A survivor that waits on the
      * duplicate directly is handled by MERGE-REPOINT-DEPENDENTS.
      * Reads TASK-MASTER, so the caller re-reads what it needs.
       MERGE-CHECK-SURVIVOR-CHAIN.
           MOVE 'Y' TO WS-MERGE-OK
           IF TASKS-PARENT-ID = WS-MERGE-LOSER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE TASKS-PARENT-ID TO WS-PARENT-TASK-ID
           MOVE 0 TO WS-DEPTH
           PERFORM UNTIL WS-PARENT-TASK-ID = 0 OR WS-DEPTH > 50
               IF WS-PARENT-TASK-ID = WS-MERGE-LOSER-ID
                   MOVE 'N' TO WS-MERGE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARENT-TASK-ID TO TASKS-ID
               READ TASK-MASTER
                   INVALID KEY MOVE 0 TO TASKS-PARENT-ID
               END-READ
               MOVE TASKS-PARENT-ID TO WS-PARENT-TASK-ID
               ADD 1 TO WS-DEPTH
           END-PERFORM
           .

      * Tasks that waited on the duplicate now wait on the survivor.
      * If the survivor itself waited on the duplicate it takes over
      * the duplicate's prerequisite instead (none, when that was
      * the survivor). Each move is a PARENT-ID history entry on the
      * task that moved.
       MERGE-REPOINT-DEPENDENTS.
           MOVE 0 TO WS-MERGE-DEP-COUNT
           PERFORM START-TASK-SCAN
           READ TASK-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-FS-TASK
           END-READ
           PERFORM UNTIL WS-FS-TASK = "10"
               IF TASKS-PARENT-ID = WS-MERGE-LOSER-ID AND
                       TASKS-ID NOT = WS-MERGE-LOSER-ID
                   MOVE TASKS-ID TO WS-TASK-ID
                   MOVE TASKS-PARENT-ID TO WS-HIST-OLD
                   IF TASKS-ID NOT = WS-MERGE-SURVIVOR-ID
                       MOVE WS-MERGE-SURVIVOR-ID TO TASKS-PARENT-ID
                   ELSE
                       IF WS-MERGE-LOSER-PARENT = WS-MERGE-SURVIVOR-ID
                           MOVE 0 TO TASKS-PARENT-ID
                       ELSE
                           MOVE WS-MERGE-LOSER-PARENT
                               TO TASKS-PARENT-ID
                       END-IF
                   END-IF
                   MOVE TASKS-PARENT-ID TO WS-HIST-NEW
                   MOVE "PARENT-ID" TO WS-HIST-FIELD
                   PERFORM GET-CURRENT-DATETIME
                   MOVE WS-CURRENT-DATETIME TO TASKS-UPDATE-DT
                   REWRITE TASK-MASTER-RECORD
                   PERFORM WRITE-HISTORY-RECORD
                   ADD 1 TO WS-MERGE-DEP-COUNT
               END-IF
               READ TASK-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-FS-TASK
               END-READ
           END-PERFORM
           .

      * A business day is a Monday-Friday that is not on the
      * WORKCAL calendar. Weekday 1=Monday..7=Sunday, computed the
      * same way the template generator computes it.
           WRITE TASK-AUDIT-LOG-RECORD
           .

      * One SECAUDT record per sign-on, account or master-data
      * event; the acting user is whoever is signed on (during
      * sign-on itself, the ID that was keyed).
       WRITE-SECURITY-EVENT.
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME TO SEC-DATETIME
           MOVE WS-SEC-EVENT TO SEC-EVENT
           MOVE WS-LOGGED-USER-ID TO SEC-ACTOR-ID
           MOVE WS-SEC-TARGET-TYPE TO SEC-TARGET-TYPE
           MOVE WS-SEC-TARGET-KEY TO SEC-TARGET-KEY
           MOVE WS-SEC-BEFORE TO SEC-BEFORE-VALUE
           MOVE WS-SEC-AFTER TO SEC-AFTER-VALUE
           WRITE SECURITY-EVENT-RECORD
           .

      * Readable images of the record in the buffer for the before
      * and after values - never the password hash.
       FORMAT-USER-IMAGE.
           MOVE SPACES TO WS-SEC-IMAGE
           STRING "ROLE=" DELIMITED BY SIZE
               USERS-ROLE DELIMITED BY SPACE
               " ACTIVE=" USERS-ACTIVE-FLAG
               " LOCKED=" USERS-LOCKED-FLAG
               " FAILS=" USERS-FAIL-COUNT
               " PWD=" USERS-PWD-CHANGED-DT
               " TEAM=" DELIMITED BY SIZE
               USERS-TEAM-CODE DELIMITED BY SPACE
               " MGR=" USERS-MANAGER-ID
               " NAME=" DELIMITED BY SIZE
               FUNCTION TRIM(USERS-FIRST-NAME) " "
               FUNCTION TRIM(USERS-LAST-NAME) DELIMITED BY SIZE
               INTO WS-SEC-IMAGE
           END-STRING
           .

       FORMAT-PROJECT-IMAGE.
           MOVE SPACES TO WS-SEC-IMAGE
           STRING "OWNER=" PROJ-OWNER-ID
               " TARGET=" PROJ-TARGET-DATE
               " ACTIVE=" PROJ-ACTIVE
               " NAME=" DELIMITED BY SIZE
               FUNCTION TRIM(PROJ-NAME) DELIMITED BY SIZE
               INTO WS-SEC-IMAGE
           END-STRING
           .

       FORMAT-TEAM-IMAGE.
           MOVE SPACES TO WS-SEC-IMAGE
           STRING "LEAD=" TEAM-LEAD-ID
               " ACTIVE=" TEAM-ACTIVE
               " NAME=" DELIMITED BY SIZE
               FUNCTION TRIM(TEAM-NAME) DELIMITED BY SIZE
               INTO WS-SEC-IMAGE
           END-STRING
           .

       FORMAT-TEMPLATE-IMAGE.
           MOVE SPACES TO WS-SEC-IMAGE
           STRING "ASSIGNEE=" TMPL-ASSIGNEE-ID
               " PRI=" TMPL-PRIORITY
               " UNIT=" TMPL-RECUR-UNIT
               " DAY=" TMPL-RECUR-DAY
               " DUE=" TMPL-DUE-DAYS
               " ACTIVE=" TMPL-ACTIVE
               " TITLE=" DELIMITED BY SIZE
               FUNCTION TRIM(TMPL-TITLE) DELIMITED BY SIZE
               INTO WS-SEC-IMAGE
           END-STRING
           .

       WRITE-WORKLOG-RECORD.
           MOVE WS-TASK-ID TO WLOG-TASK-ID
           IF WS-WLOG-TYPE = 'A'
