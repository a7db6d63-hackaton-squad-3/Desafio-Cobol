       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-access-review.

      * Monthly access review: reads the SECAUDT security event file
      * the interactive app writes and prints, for one calendar
      * month, the four lists the auditors ask for - every
      * administrative action (user creation, deactivation and
      * unlock, project, template and WORKCAL calendar maintenance)
      * with who did it and the record before and after; every
      * account lockout and whether the account is still locked;
      * every user with repeated sign-on failures in the month; and
      * every sign-on attempt by a deactivated account or on an
      * expired password. Names and current account status come
      * from USER-MASTER. Accepts the review month (YYYYMM) on
      * SYSIN; zero reviews the calendar month before the run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG ASSIGN TO "SECAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEC.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERS-ID
               FILE STATUS IS WS-FS-USER.

           SELECT REVIEW-REPORT ASSIGN TO "ACCRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG.
           COPY "secrec.cpy".

       FD  USER-MASTER.
           COPY "userrec.cpy".

       FD  REVIEW-REPORT.
       01 RPT-LINE                PIC X(100).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-SEC             PIC X(2).
       01 WS-FS-USER            PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-EOF-SEC            PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).
       01 WS-REVIEW-MONTH       PIC 9(6) VALUE 0.
       01 WS-REVIEW-YEAR        PIC 9(4).
       01 WS-REVIEW-MM          PIC 9(2).

       01 WS-LOOKUP-USER-ID     PIC 9(4).
       01 WS-LOOKUP-NAME        PIC X(24).
       01 WS-LOOKUP-STATUS      PIC X(16).

      * Three or more failures in the month puts a user on the
      * repeated-failure list.
       01 WS-FAIL-THRESHOLD     PIC 9(4) VALUE 3.
       01 WS-FAIL-TABLE.
           05 WS-FAIL-ENTRY OCCURS 500 TIMES.
               10 FT-USER-ID          PIC 9(4).
               10 FT-FAIL-COUNT       PIC 9(4).
               10 FT-LOCK-COUNT       PIC 9(4).
               10 FT-LAST-DT          PIC 9(14).
       01 WS-FAIL-COUNT         PIC 9(4) VALUE 0.
       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-FOUND              PIC X.

       01 WS-EVENTS-READ        PIC 9(8) VALUE 0.
       01 WS-ADMIN-TOTAL        PIC 9(6) VALUE 0.
       01 WS-LOCKOUT-TOTAL      PIC 9(6) VALUE 0.
       01 WS-REPEAT-TOTAL       PIC 9(6) VALUE 0.
       01 WS-DEACT-TOTAL        PIC 9(6) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER              PIC X(30) VALUE
               "MONTHLY ACCESS REVIEW".
       01 WS-HEADING-2.
           05 FILLER              PIC X(8)  VALUE "RUN DATE".
           05 FILLER              PIC X(2)  VALUE ": ".
           05 H2-DATE             PIC 9(8).
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "REVIEW MONTH: ".
           05 H2-MONTH            PIC 9(6).

       01 WS-SECTION-LINE.
           05 SL-TITLE            PIC X(60).

       01 WS-ADMIN-HEADING.
           05 FILLER              PIC X(16) VALUE "DATE/TIME".
           05 FILLER              PIC X(6)  VALUE "BY".
           05 FILLER              PIC X(26) VALUE "NAME".
           05 FILLER              PIC X(10) VALUE "ACTION".
           05 FILLER              PIC X(14) VALUE "RECORD".

       01 WS-ADMIN-LINE.
           05 AL-DATETIME         PIC 9(14).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 AL-ACTOR-ID         PIC 9(4).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 AL-ACTOR-NAME       PIC X(24).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 AL-EVENT            PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 AL-TARGET-TYPE      PIC X(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 AL-TARGET-KEY       PIC X(8).

       01 WS-VALUE-LINE.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 VL-LABEL            PIC X(8).
           05 VL-VALUE            PIC X(86).

       01 WS-USER-HEADING.
           05 FILLER              PIC X(16) VALUE "DATE/TIME".
           05 FILLER              PIC X(6)  VALUE "USER".
           05 FILLER              PIC X(26) VALUE "NAME".
           05 FILLER              PIC X(30) VALUE "DETAIL".

       01 WS-USER-LINE.
           05 UL-DATETIME         PIC 9(14).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 UL-USER-ID          PIC 9(4).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 UL-USER-NAME        PIC X(24).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 UL-DETAIL           PIC X(40).

       01 WS-REPEAT-HEADING.
           05 FILLER              PIC X(6)  VALUE "USER".
           05 FILLER              PIC X(26) VALUE "NAME".
           05 FILLER              PIC X(10) VALUE "FAILURES".
           05 FILLER              PIC X(10) VALUE "LOCKOUTS".
           05 FILLER              PIC X(16) VALUE "LAST FAILURE".
           05 FILLER              PIC X(16) VALUE "STATUS NOW".

       01 WS-REPEAT-LINE.
           05 RL-USER-ID          PIC 9(4).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RL-USER-NAME        PIC X(24).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RL-FAILS            PIC ZZZ9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 RL-LOCKS            PIC ZZZ9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 RL-LAST-DT          PIC 9(14).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RL-STATUS           PIC X(16).

       01 WS-NONE-LINE.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "NONE IN THE MONTH".

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(44).
           05 TL-COUNT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-REVIEW
           PERFORM PRINT-ADMIN-ACTIONS
           PERFORM PRINT-LOCKOUTS
           PERFORM PRINT-REPEATED-FAILURES
           PERFORM PRINT-DEACTIVATED-EXPIRED
           PERFORM FINALIZE-REVIEW
           STOP RUN.

       INITIALIZE-REVIEW.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "Enter review month (YYYYMM, 0 for last month):"
           ACCEPT WS-REVIEW-MONTH
           IF WS-REVIEW-MONTH = 0
               MOVE WS-CURRENT-DATE(1:4) TO WS-REVIEW-YEAR
               MOVE WS-CURRENT-DATE(5:2) TO WS-REVIEW-MM
               IF WS-REVIEW-MM = 1
                   MOVE 12 TO WS-REVIEW-MM
                   SUBTRACT 1 FROM WS-REVIEW-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REVIEW-MM
               END-IF
               COMPUTE WS-REVIEW-MONTH =
                   WS-REVIEW-YEAR * 100 + WS-REVIEW-MM
               DISPLAY "No month supplied - reviewing "
                   WS-REVIEW-MONTH "."
           END-IF
           OPEN INPUT SECURITY-LOG
           IF WS-FS-SEC NOT = "00"
               DISPLAY "No security event file on disk - nothing "
                   "to review."
               STOP RUN
           END-IF
           CLOSE SECURITY-LOG
           OPEN INPUT USER-MASTER
           OPEN OUTPUT REVIEW-REPORT
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE WS-REVIEW-MONTH TO H2-MONTH
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           .

      * Everything an administrator did to someone else's account or
      * to the shared masters. Sign-on traffic and a user's own
      * password change are covered by the later sections.
       PRINT-ADMIN-ACTIONS.
           MOVE "ADMINISTRATIVE ACTIONS" TO SL-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE RPT-LINE FROM WS-ADMIN-HEADING
           OPEN INPUT SECURITY-LOG
           MOVE 'N' TO WS-EOF-SEC
           READ SECURITY-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SEC
           END-READ
           PERFORM UNTIL WS-EOF-SEC = 'Y'
               ADD 1 TO WS-EVENTS-READ
               IF SEC-DATETIME(1:6) = WS-REVIEW-MONTH AND
                       NOT SEC-EVENT-OWN-ACCOUNT
                   PERFORM PRINT-ADMIN-EVENT
               END-IF
               READ SECURITY-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SEC
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG
           IF WS-ADMIN-TOTAL = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       PRINT-ADMIN-EVENT.
           MOVE SEC-ACTOR-ID TO WS-LOOKUP-USER-ID
           PERFORM LOOKUP-USER
           MOVE SEC-DATETIME TO AL-DATETIME
           MOVE SEC-ACTOR-ID TO AL-ACTOR-ID
           MOVE WS-LOOKUP-NAME TO AL-ACTOR-NAME
           MOVE SEC-EVENT TO AL-EVENT
           MOVE SEC-TARGET-TYPE TO AL-TARGET-TYPE
           MOVE SEC-TARGET-KEY TO AL-TARGET-KEY
           WRITE RPT-LINE FROM WS-ADMIN-LINE
           IF SEC-BEFORE-VALUE NOT = SPACES
               MOVE "BEFORE: " TO VL-LABEL
               MOVE SEC-BEFORE-VALUE TO VL-VALUE
               WRITE RPT-LINE FROM WS-VALUE-LINE
           END-IF
           IF SEC-AFTER-VALUE NOT = SPACES
               MOVE "AFTER:  " TO VL-LABEL
               MOVE SEC-AFTER-VALUE TO VL-VALUE
               WRITE RPT-LINE FROM WS-VALUE-LINE
           END-IF
           ADD 1 TO WS-ADMIN-TOTAL
           .

       PRINT-LOCKOUTS.
           MOVE "ACCOUNT LOCKOUTS" TO SL-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE RPT-LINE FROM WS-USER-HEADING
           OPEN INPUT SECURITY-LOG
           MOVE 'N' TO WS-EOF-SEC
           READ SECURITY-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SEC
           END-READ
           PERFORM UNTIL WS-EOF-SEC = 'Y'
               IF SEC-DATETIME(1:6) = WS-REVIEW-MONTH AND
                       SEC-EVENT-LOCKOUT
                   MOVE SEC-TARGET-KEY(1:4) TO WS-LOOKUP-USER-ID
                   PERFORM LOOKUP-USER
                   MOVE SEC-DATETIME TO UL-DATETIME
                   MOVE WS-LOOKUP-USER-ID TO UL-USER-ID
                   MOVE WS-LOOKUP-NAME TO UL-USER-NAME
                   MOVE SPACES TO UL-DETAIL
                   STRING "LOCKED OUT - NOW " DELIMITED BY SIZE
                       WS-LOOKUP-STATUS DELIMITED BY SIZE
                       INTO UL-DETAIL
                   END-STRING
                   WRITE RPT-LINE FROM WS-USER-LINE
                   ADD 1 TO WS-LOCKOUT-TOTAL
               END-IF
               READ SECURITY-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SEC
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG
           IF WS-LOCKOUT-TOTAL = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

      * Failures are tallied per keyed user ID - an ID that is not
      * on USER-MASTER at all is listed too, since someone guessing
      * at IDs is exactly what the review is looking for.
       PRINT-REPEATED-FAILURES.
           OPEN INPUT SECURITY-LOG
           MOVE 'N' TO WS-EOF-SEC
           READ SECURITY-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SEC
           END-READ
           PERFORM UNTIL WS-EOF-SEC = 'Y'
               IF SEC-DATETIME(1:6) = WS-REVIEW-MONTH AND
                       (SEC-EVENT-SIGNFAIL OR SEC-EVENT-LOCKOUT)
                   PERFORM TALLY-FAILURE
               END-IF
               READ SECURITY-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SEC
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG
           MOVE "REPEATED SIGN-ON FAILURES" TO SL-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE RPT-LINE FROM WS-REPEAT-HEADING
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-FAIL-COUNT
               IF FT-FAIL-COUNT(WS-MATCH-IDX) >= WS-FAIL-THRESHOLD
                   MOVE FT-USER-ID(WS-MATCH-IDX) TO WS-LOOKUP-USER-ID
                   PERFORM LOOKUP-USER
                   MOVE FT-USER-ID(WS-MATCH-IDX) TO RL-USER-ID
                   MOVE WS-LOOKUP-NAME TO RL-USER-NAME
                   MOVE FT-FAIL-COUNT(WS-MATCH-IDX) TO RL-FAILS
                   MOVE FT-LOCK-COUNT(WS-MATCH-IDX) TO RL-LOCKS
                   MOVE FT-LAST-DT(WS-MATCH-IDX) TO RL-LAST-DT
                   MOVE WS-LOOKUP-STATUS TO RL-STATUS
                   WRITE RPT-LINE FROM WS-REPEAT-LINE
                   ADD 1 TO WS-REPEAT-TOTAL
               END-IF
           END-PERFORM
           IF WS-REPEAT-TOTAL = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       TALLY-FAILURE.
           MOVE SEC-TARGET-KEY(1:4) TO WS-LOOKUP-USER-ID
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-FAIL-COUNT
               IF FT-USER-ID(WS-MATCH-IDX) = WS-LOOKUP-USER-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-FAIL-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-FAIL-COUNT TO WS-MATCH-IDX
               MOVE WS-LOOKUP-USER-ID TO FT-USER-ID(WS-MATCH-IDX)
               MOVE 0 TO FT-FAIL-COUNT(WS-MATCH-IDX)
               MOVE 0 TO FT-LOCK-COUNT(WS-MATCH-IDX)
               MOVE 0 TO FT-LAST-DT(WS-MATCH-IDX)
           END-IF
           IF SEC-EVENT-LOCKOUT
               ADD 1 TO FT-LOCK-COUNT(WS-MATCH-IDX)
           ELSE
               ADD 1 TO FT-FAIL-COUNT(WS-MATCH-IDX)
               MOVE SEC-DATETIME TO FT-LAST-DT(WS-MATCH-IDX)
           END-IF
           .

      * Attempts refused because the account was deactivated,
      * sign-ons on an expired password, and successful sign-ons
      * by accounts that have been deactivated since.
       PRINT-DEACTIVATED-EXPIRED.
           MOVE "SIGN-ONS BY DEACTIVATED OR EXPIRED ACCOUNTS"
               TO SL-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE RPT-LINE FROM WS-USER-HEADING
           OPEN INPUT SECURITY-LOG
           MOVE 'N' TO WS-EOF-SEC
           READ SECURITY-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SEC
           END-READ
           PERFORM UNTIL WS-EOF-SEC = 'Y'
               IF SEC-DATETIME(1:6) = WS-REVIEW-MONTH
                   PERFORM CHECK-DEACTIVATED-EXPIRED
               END-IF
               READ SECURITY-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SEC
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG
           IF WS-DEACT-TOTAL = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       CHECK-DEACTIVATED-EXPIRED.
           MOVE SPACES TO UL-DETAIL
           EVALUATE TRUE
               WHEN SEC-EVENT-SIGNFAIL AND
                       SEC-AFTER-VALUE = "ACCOUNT DEACTIVATED"
                   MOVE "REFUSED - ACCOUNT DEACTIVATED" TO UL-DETAIL
               WHEN SEC-EVENT-PWDEXPRD
                   MOVE SPACES TO UL-DETAIL
                   STRING "EXPIRED PASSWORD - " DELIMITED BY SIZE
                       SEC-AFTER-VALUE DELIMITED BY SIZE
                       INTO UL-DETAIL
                   END-STRING
               WHEN SEC-EVENT-SIGNON
                   MOVE SEC-TARGET-KEY(1:4) TO WS-LOOKUP-USER-ID
                   PERFORM LOOKUP-USER
                   IF USERS-IS-INACTIVE
                       MOVE "SIGNED ON - ACCOUNT SINCE DEACTIVATED"
                           TO UL-DETAIL
                   END-IF
           END-EVALUATE
           IF UL-DETAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SEC-TARGET-KEY(1:4) TO WS-LOOKUP-USER-ID
           PERFORM LOOKUP-USER
           MOVE SEC-DATETIME TO UL-DATETIME
           MOVE WS-LOOKUP-USER-ID TO UL-USER-ID
           MOVE WS-LOOKUP-NAME TO UL-USER-NAME
           WRITE RPT-LINE FROM WS-USER-LINE
           ADD 1 TO WS-DEACT-TOTAL
           .

      * Name and current state of the account in WS-LOOKUP-USER-ID;
      * leaves the record in the USER-MASTER buffer.
       LOOKUP-USER.
           MOVE WS-LOOKUP-USER-ID TO USERS-ID
           READ USER-MASTER
               INVALID KEY
                   MOVE "(UNKNOWN USER)" TO WS-LOOKUP-NAME
                   MOVE "NOT ON FILE" TO WS-LOOKUP-STATUS
                   MOVE 'Y' TO USERS-ACTIVE-FLAG
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-LOOKUP-NAME
           STRING FUNCTION TRIM(USERS-FIRST-NAME) " "
               FUNCTION TRIM(USERS-LAST-NAME)
               DELIMITED BY SIZE INTO WS-LOOKUP-NAME
           END-STRING
           EVALUATE TRUE
               WHEN USERS-IS-INACTIVE
                   MOVE "DEACTIVATED" TO WS-LOOKUP-STATUS
               WHEN USERS-IS-LOCKED
                   MOVE "STILL LOCKED" TO WS-LOOKUP-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-LOOKUP-STATUS
           END-EVALUATE
           .

       WRITE-SECTION-HEADING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           .

       FINALIZE-REVIEW.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ADMINISTRATIVE ACTIONS:" TO TL-LABEL
           MOVE WS-ADMIN-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "ACCOUNT LOCKOUTS:" TO TL-LABEL
           MOVE WS-LOCKOUT-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "USERS WITH REPEATED FAILURES:" TO TL-LABEL
           MOVE WS-REPEAT-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "DEACTIVATED/EXPIRED ACCOUNT SIGN-ONS:" TO TL-LABEL
           MOVE WS-DEACT-TOTAL TO TL-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           PERFORM WRITE-RUN-END
           CLOSE USER-MASTER
           CLOSE REVIEW-REPORT
           DISPLAY "Access review complete for " WS-REVIEW-MONTH
               " - " WS-ADMIN-TOTAL " admin action(s), "
               WS-LOCKOUT-TOTAL " lockout(s), " WS-REPEAT-TOTAL
               " repeated-failure user(s), " WS-DEACT-TOTAL
               " deactivated/expired sign-on(s)."
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
           MOVE "todo-access-review" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-access-review" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-EVENTS-READ TO RUNC-RECORDS-READ
           MOVE WS-ADMIN-TOTAL TO RUNC-RECORDS-APPLIED
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

       END PROGRAM todo-access-review.
