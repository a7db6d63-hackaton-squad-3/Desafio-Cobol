      * successor with one ASSIGN record on TASK-AUDIT-LOG exactly
      * as the online path writes, retargets the leaver's active
      * TEMPLATE-MASTER entries so todo-template-gen stops
      * generating work for a ghost, moves the leaver's direct
      * reports to the successor as their manager so the manager
      * escalation copies keep reaching someone, and deactivates
      * the leaver's USER-MASTER account. Task IDs are collected
      * first and then updated by primary key, so the alternate-key
      * position is never disturbed by the rewrites; direct reports
      * are collected the same way, because each move walks the new
      * manager's chain with keyed reads. A successor who was
      * themselves a direct report takes the leaver's own manager.
      * A move that would make a user manage their own manager is
      * refused and listed for the administrator to settle by hand.
      * Every manager change and the deactivation are written to
      * SECAUDT as the online app writes them, with the acting
      * administrator as the actor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT SECURITY-LOG ASSIGN TO "SECAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEC.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.
       FD  TASK-AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  SECURITY-LOG.
           COPY "secrec.cpy".

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-TMPL            PIC X(2).
       01 WS-FS-AUDIT           PIC X(2).
       01 WS-FS-SEC             PIC X(2).
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-TMPL           PIC X VALUE 'N'.
       01 WS-EOF-USER           PIC X VALUE 'N'.

       01 WS-CURRENT-DATETIME   PIC 9(14).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-LEAVER-ID          PIC 9(4) VALUE 0.
       01 WS-SUCCESSOR-ID       PIC 9(4) VALUE 0.
       01 WS-ADMIN-ID           PIC 9(4) VALUE 0.
       01 WS-LEAVER-MANAGER-ID  PIC 9(4) VALUE 0.

       01 WS-TRANSFER-TABLE.
           05 WS-TRANSFER-ENTRY OCCURS 9999 TIMES
                   INDEXED BY TR-IDX.
               10 TR-TASK-ID          PIC 9(8).
       01 WS-TRANSFER-COUNT     PIC 9(4) VALUE 0.
       01 WS-MATCH-IDX          PIC 9(5).

       01 WS-REPORT-TABLE.
           05 WS-REPORT-ENTRY OCCURS 9999 TIMES.
               10 RP-USER-ID          PIC 9(4).
       01 WS-REPORT-COUNT       PIC 9(4) VALUE 0.
       01 WS-REPORT-IDX         PIC 9(5).
       01 WS-MOVE-USER-ID       PIC 9(4).
       01 WS-NEW-MANAGER-ID     PIC 9(4).
       01 WS-MGR-CHAIN-ID       PIC 9(4).
       01 WS-MGR-DEPTH          PIC 99.
       01 WS-MGR-OK             PIC X.

       01 WS-SEC-BEFORE         PIC X(100).
       01 WS-SEC-IMAGE          PIC X(100).

       01 WS-TASKS-MOVED        PIC 9(4) VALUE 0.
       01 WS-TMPLS-MOVED        PIC 9(4) VALUE 0.
       01 WS-REPORTS-MOVED      PIC 9(4) VALUE 0.
       01 WS-REPORTS-REFUSED    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM COLLECT-LEAVER-TASKS
           PERFORM REASSIGN-LEAVER-TASKS
           PERFORM RETARGET-LEAVER-TEMPLATES
           PERFORM RETARGET-LEAVER-REPORTS
           PERFORM DEACTIVATE-LEAVER
           PERFORM FINALIZE-OFFBOARD
           STOP RUN.
                   CLOSE USER-MASTER
                   STOP RUN
           END-READ
           MOVE USERS-MANAGER-ID TO WS-LEAVER-MANAGER-ID
           MOVE WS-SUCCESSOR-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY
               CLOSE TASK-AUDIT-LOG
               OPEN EXTEND TASK-AUDIT-LOG
           END-IF
           OPEN EXTEND SECURITY-LOG
           IF WS-FS-SEC = "35"
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           .
           END-PERFORM
           .

      * The successor goes first: if they reported to the leaver
      * they take the leaver's own manager, so the chain walks for
      * the other reports see where the successor now sits.
       RETARGET-LEAVER-REPORTS.
           MOVE WS-SUCCESSOR-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY MOVE 0 TO USERS-MANAGER-ID
           END-READ
           IF USERS-MANAGER-ID = WS-LEAVER-ID
               MOVE WS-SUCCESSOR-ID TO WS-MOVE-USER-ID
               MOVE WS-LEAVER-MANAGER-ID TO WS-NEW-MANAGER-ID
               PERFORM MOVE-ONE-REPORT
           END-IF
           PERFORM COLLECT-LEAVER-REPORTS
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
                   UNTIL WS-REPORT-IDX > WS-REPORT-COUNT
               MOVE RP-USER-ID(WS-REPORT-IDX) TO WS-MOVE-USER-ID
               MOVE WS-SUCCESSOR-ID TO WS-NEW-MANAGER-ID
               PERFORM MOVE-ONE-REPORT
           END-PERFORM
           .

       COLLECT-LEAVER-REPORTS.
           MOVE 0 TO USERS-ID
           START USER-MASTER KEY IS NOT LESS THAN USERS-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-USER
           END-START
           IF WS-EOF-USER NOT = 'Y'
               READ USER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-USER
               END-READ
           END-IF
           PERFORM UNTIL WS-EOF-USER = 'Y'
               IF USERS-MANAGER-ID = WS-LEAVER-ID AND
                       USERS-ID NOT = WS-SUCCESSOR-ID AND
                       WS-REPORT-COUNT < 9999
                   ADD 1 TO WS-REPORT-COUNT
                   MOVE USERS-ID TO RP-USER-ID(WS-REPORT-COUNT)
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-USER
               END-READ
           END-PERFORM
           .

      * Moves WS-MOVE-USER-ID under WS-NEW-MANAGER-ID unless that
      * manager already reports to them somewhere up the chain.
       MOVE-ONE-REPORT.
           IF WS-NEW-MANAGER-ID = WS-MOVE-USER-ID
               MOVE 0 TO WS-NEW-MANAGER-ID
           END-IF
           PERFORM CHECK-MANAGER-CHAIN
           IF WS-MGR-OK = 'N'
               DISPLAY "User " WS-MOVE-USER-ID " not moved - "
                   "manager " WS-NEW-MANAGER-ID " already reports "
                   "to them. Set their manager by hand."
               ADD 1 TO WS-REPORTS-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MOVE-USER-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-USER-IMAGE
           MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
           MOVE WS-NEW-MANAGER-ID TO USERS-MANAGER-ID
           REWRITE USER-MASTER-RECORD
           MOVE "USERCHG" TO SEC-EVENT
           PERFORM WRITE-USER-ADMIN-EVENT
           ADD 1 TO WS-REPORTS-MOVED
           .

      * Same walk as the online team and manager maintenance: up
      * to 50 levels from the new manager, refusing the move when
      * the user being moved turns up in the chain.
       CHECK-MANAGER-CHAIN.
           MOVE 'Y' TO WS-MGR-OK
           MOVE WS-NEW-MANAGER-ID TO WS-MGR-CHAIN-ID
           MOVE 0 TO WS-MGR-DEPTH
           PERFORM UNTIL WS-MGR-CHAIN-ID = 0 OR WS-MGR-DEPTH > 50
               IF WS-MGR-CHAIN-ID = WS-MOVE-USER-ID
                   MOVE 'N' TO WS-MGR-OK
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

       DEACTIVATE-LEAVER.
           MOVE WS-LEAVER-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NOT USERS-IS-INACTIVE
               PERFORM FORMAT-USER-IMAGE
               MOVE WS-SEC-IMAGE TO WS-SEC-BEFORE
               MOVE 'N' TO USERS-ACTIVE-FLAG
               REWRITE USER-MASTER-RECORD
               MOVE "USERDEAC" TO SEC-EVENT
               PERFORM WRITE-USER-ADMIN-EVENT
           END-IF
           .

      * One SECAUDT record per user rewritten: before image from
      * WS-SEC-BEFORE, after image from the record in the buffer,
      * in the same readable form the online app writes.
       WRITE-USER-ADMIN-EVENT.
           MOVE WS-CURRENT-DATETIME TO SEC-DATETIME
           MOVE WS-ADMIN-ID TO SEC-ACTOR-ID
           MOVE "USER" TO SEC-TARGET-TYPE
           MOVE USERS-ID TO SEC-TARGET-KEY
           MOVE WS-SEC-BEFORE TO SEC-BEFORE-VALUE
           PERFORM FORMAT-USER-IMAGE
           MOVE WS-SEC-IMAGE TO SEC-AFTER-VALUE
           WRITE SECURITY-EVENT-RECORD
           .

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

       FINALIZE-OFFBOARD.
           PERFORM WRITE-RUN-END
           CLOSE USER-MASTER
           CLOSE TASK-MASTER
           CLOSE TEMPLATE-MASTER
           CLOSE TASK-AUDIT-LOG
           CLOSE SECURITY-LOG
           DISPLAY "Offboarding complete - " WS-TASKS-MOVED
               " open task(s), " WS-TMPLS-MOVED
               " active template(s) and " WS-REPORTS-MOVED
               " direct report(s) moved from user " WS-LEAVER-ID
               " to user " WS-SUCCESSOR-ID
               "; leaver deactivated."
           IF WS-REPORTS-REFUSED > 0
               DISPLAY WS-REPORTS-REFUSED " direct report(s) left "
                   "unmoved - see the messages above."
           END-IF
           .

      * --- Run-control log ---
           MOVE WS-TRANSFER-COUNT TO RUNC-RECORDS-READ
           COMPUTE RUNC-RECORDS-APPLIED =
               WS-TASKS-MOVED + WS-TMPLS-MOVED
           MOVE WS-REPORTS-REFUSED TO RUNC-RECORDS-REJECTED
           MOVE 0 TO RUNC-RECORDS-QUARANT
           MOVE 0 TO RUNC-CHECKPOINT-POS
           MOVE 'C' TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
