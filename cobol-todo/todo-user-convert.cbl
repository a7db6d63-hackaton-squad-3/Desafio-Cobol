       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo-user-convert.

      * One-time conversion run for the team and manager fields
      * added to the end of the USER-MASTER record. Before the run
      * the operator takes a todo-master-unload under the old
      * programs and renames USERMUNL to OLDUMUNL. Each user is
      * copied to the new layout with USERS-TEAM-CODE at spaces and
      * USERS-MANAGER-ID at zero - no team and no manager until an
      * administrator sets them online - and USERMUNL is written
      * with a fresh TRLR control record, ready for
      * todo-master-reload to rebuild USERMAST. An old unload whose
      * detail count does not match its own trailer is reported and
      * counted as a failure - it is still converted, but it should
      * not be reloaded until the old master has been unloaded
      * again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-USER-UNLOAD ASSIGN TO "OLDUMUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.

           SELECT USER-UNLOAD ASSIGN TO "USERMUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.

       DATA DIVISION.
       FILE SECTION.
      * Old layout - the user record without team and manager.
       FD  OLD-USER-UNLOAD.
       01 OLD-UUNL-RECORD         PIC X(169).

       FD  USER-UNLOAD.
       01 UUNL-RECORD             PIC X(181).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-OLD             PIC X(2).
       01 WS-FS-NEW             PIC X(2).
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-FUNCTION-DATE      PIC X(21).

       01 WS-CONVERT-COUNT      PIC 9(9) VALUE 0.
       01 WS-OLD-TRAILER-SEEN   PIC X VALUE 'N'.
       01 WS-OLD-TRAILER-COUNT  PIC 9(9) VALUE 0.
       01 WS-BAD-COUNT          PIC 9(2) VALUE 0.

       01 WS-NEW-USER-IMAGE.
           05 NU-OLD-IMAGE        PIC X(169).
           05 NU-TEAM-CODE        PIC X(8).
           05 NU-MANAGER-ID       PIC 9(4).

       01 WS-TRAILER-RECORD.
           05 TRL-TAG             PIC X(4)  VALUE "TRLR".
           05 TRL-RECORD-COUNT    PIC 9(9).
           05 TRL-RUN-DATE        PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-FUNCTION-DATE
           MOVE WS-FUNCTION-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT OLD-USER-UNLOAD
           IF WS-FS-OLD = "35"
               DISPLAY "OLDUMUNL not on disk - nothing to convert."
               STOP RUN
           END-IF
           PERFORM OPEN-RUN-CONTROL
           PERFORM WRITE-RUN-START
           PERFORM CONVERT-USER-UNLOAD
           PERFORM WRITE-RUN-END
           IF WS-BAD-COUNT = 0
               DISPLAY "User conversion complete - "
                   WS-CONVERT-COUNT " record(s) converted."
           ELSE
               DISPLAY "OLDUMUNL TRAILER CHECK FAILED - "
                   WS-CONVERT-COUNT " detail record(s) converted, "
                   "trailer missing or count does not agree. Do "
                   "not reload USERMUNL."
           END-IF
           STOP RUN.

       CONVERT-USER-UNLOAD.
           OPEN OUTPUT USER-UNLOAD
           READ OLD-USER-UNLOAD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF OLD-UUNL-RECORD(1:4) = "TRLR"
                   MOVE 'Y' TO WS-OLD-TRAILER-SEEN
                   MOVE OLD-UUNL-RECORD(5:9) TO WS-OLD-TRAILER-COUNT
               ELSE
                   MOVE OLD-UUNL-RECORD TO NU-OLD-IMAGE
                   MOVE SPACES TO NU-TEAM-CODE
                   MOVE 0 TO NU-MANAGER-ID
                   WRITE UUNL-RECORD FROM WS-NEW-USER-IMAGE
                   ADD 1 TO WS-CONVERT-COUNT
               END-IF
               READ OLD-USER-UNLOAD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           MOVE "TRLR" TO TRL-TAG
           MOVE WS-CONVERT-COUNT TO TRL-RECORD-COUNT
           MOVE WS-CURRENT-DATE TO TRL-RUN-DATE
           WRITE UUNL-RECORD FROM WS-TRAILER-RECORD
           CLOSE USER-UNLOAD
           CLOSE OLD-USER-UNLOAD
           IF WS-OLD-TRAILER-SEEN = 'N' OR
                   WS-OLD-TRAILER-COUNT NOT = WS-CONVERT-COUNT
               ADD 1 TO WS-BAD-COUNT
           END-IF
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
           MOVE "todo-user-convert" TO RUNC-PROGRAM-ID
           MOVE 'S' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE 0 TO RUNC-RECORDS-READ RUNC-RECORDS-APPLIED
               RUNC-RECORDS-REJECTED RUNC-RECORDS-QUARANT
               RUNC-CHECKPOINT-POS
           MOVE SPACE TO RUNC-OUTCOME
           WRITE RUN-CONTROL-RECORD
           .

       WRITE-RUN-END.
           MOVE "todo-user-convert" TO RUNC-PROGRAM-ID
           MOVE 'E' TO RUNC-RECORD-TYPE
           PERFORM STAMP-RUN-DATETIME
           MOVE WS-CONVERT-COUNT TO RUNC-RECORDS-READ
           MOVE WS-CONVERT-COUNT TO RUNC-RECORDS-APPLIED
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

       END PROGRAM todo-user-convert.
