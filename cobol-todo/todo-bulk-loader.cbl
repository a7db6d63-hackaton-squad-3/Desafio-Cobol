      * WS-CHECKPOINT-INTERVAL records so a job that abends partway
      * through an overnight migration can be restarted from the
      * last checkpoint instead of reloading everything and creating
      * duplicates. Task numbers are allocated from the IDCTL control
      * record the interactive app and the template generator share,
      * so a loaded task never takes a number already given out. If
      * IDCTL is missing or cannot be read or written the load stops
      * at the last transaction loaded, checkpointed but with no end
      * record, and a rerun once IDCTL is repaired resumes from there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS USERS-ID
               FILE STATUS IS WS-FS-USER.

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IDCTL.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNC.
           05 TRAN-TAGS            PIC X(100).
           05 TRAN-PRIORITY        PIC 9(1).
           05 TRAN-STATUS          PIC X(10).
           05 TRAN-PARENT-ID       PIC 9(8).
           05 TRAN-PROJECT-CODE    PIC X(8).
           05 TRAN-EST-HOURS       PIC 9(3)V9(2).

       FD  USER-MASTER.
           COPY "userrec.cpy".

       FD  ID-CONTROL.
           COPY "idctlrec.cpy".

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".

       01 WS-FS-PROJ            PIC X(2).
       01 WS-FS-USER            PIC X(2).
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-IDCTL           PIC X(2).
       01 WS-EOF-TRAN           PIC X VALUE 'N'.

       01 WS-NEXT-TASK-ID       PIC 9(8) VALUE 0.
       01 WS-IDCTL-TASK-ID      PIC 9(8) VALUE 0.
       01 WS-IDCTL-USER-ID      PIC 9(4) VALUE 0.
       01 WS-IDCTL-STEP         PIC X(20).
       01 WS-IDCTL-FAILED       PIC X VALUE 'N'.
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-DATETIME   PIC 9(14).
       01 WS-FUNCTION-DATE      PIC X(21).
           PERFORM READ-CHECKPOINT
           .

      * The highest number on TASK-MASTER is only a floor for the
      * IDCTL allocation below, in case the control record is missing
      * or was restored from an older copy.
       FIND-NEXT-TASK-ID.
           MOVE 0 TO WS-NEXT-TASK-ID TASKS-ID
           START TASK-MASTER KEY IS NOT LESS THAN TASKS-ID
               PERFORM VALIDATE-TRANSACTION
               IF WS-VALID-FLAG = 'Y'
                   PERFORM LOAD-ONE-TASK
               END-IF
               IF WS-IDCTL-FAILED = 'Y'
                   SUBTRACT 1 FROM WS-RECORDS-READ
                   PERFORM WRITE-CHECKPOINT
                   EXIT PERFORM
               END-IF
               IF WS-VALID-FLAG = 'Y'
                   ADD 1 TO WS-RECORDS-LOADED
               ELSE
                   ADD 1 TO WS-RECORDS-REJECTED
           .

       LOAD-ONE-TASK.
           PERFORM ALLOCATE-TASK-ID
           IF WS-IDCTL-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-TASK-ID = 0
               DISPLAY "Reject - task numbers are exhausted."
               MOVE 'N' TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-TASK-ID TO TASKS-ID
           MOVE TRAN-TITLE TO TASKS-TITLE
           MOVE TRAN-DESCRIPTION TO TASKS-DESCRIPTION
           WRITE TASK-MASTER-RECORD
           .

      * One number per task, read and written back straight away so
      * a session or another job allocating at the same time picks
      * up where this one left off. The loader never seeds IDCTL
      * itself: it cannot see the held, archived and audited task
      * numbers a seed has to clear, so a missing record is left to
      * the conversion program or the interactive app.
       ALLOCATE-TASK-ID.
           MOVE 0 TO WS-IDCTL-TASK-ID WS-IDCTL-USER-ID
           OPEN INPUT ID-CONTROL
           IF WS-FS-IDCTL = "35"
               DISPLAY "IDCTL is not on disk - run "
      -            "todo-taskid-convert (or start the interactive app "
      -            "once) to seed it."
               MOVE 'Y' TO WS-IDCTL-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-IDCTL NOT = "00"
               MOVE "opened" TO WS-IDCTL-STEP
               PERFORM REPORT-IDCTL-FAILURE
               EXIT PARAGRAPH
           END-IF
           READ ID-CONTROL
               AT END CONTINUE
           END-READ
           IF WS-FS-IDCTL NOT = "00"
               MOVE "read" TO WS-IDCTL-STEP
               PERFORM REPORT-IDCTL-FAILURE
               CLOSE ID-CONTROL
               EXIT PARAGRAPH
           END-IF
           MOVE IDCTL-LAST-TASK-ID TO WS-IDCTL-TASK-ID
           MOVE IDCTL-LAST-USER-ID TO WS-IDCTL-USER-ID
           CLOSE ID-CONTROL
           IF WS-IDCTL-TASK-ID < WS-NEXT-TASK-ID
               MOVE WS-NEXT-TASK-ID TO WS-IDCTL-TASK-ID
           END-IF
           IF WS-IDCTL-TASK-ID = 99999999
               MOVE 0 TO WS-NEXT-TASK-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IDCTL-TASK-ID
           OPEN OUTPUT ID-CONTROL
           IF WS-FS-IDCTL NOT = "00"
               MOVE "opened for update" TO WS-IDCTL-STEP
               PERFORM REPORT-IDCTL-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IDCTL-TASK-ID TO IDCTL-LAST-TASK-ID
           MOVE WS-IDCTL-USER-ID TO IDCTL-LAST-USER-ID
           MOVE WS-CURRENT-DATETIME TO IDCTL-UPDATE-DT
           WRITE ID-CONTROL-RECORD
           IF WS-FS-IDCTL NOT = "00"
               MOVE "written" TO WS-IDCTL-STEP
               PERFORM REPORT-IDCTL-FAILURE
               CLOSE ID-CONTROL
               EXIT PARAGRAPH
           END-IF
           CLOSE ID-CONTROL
           MOVE WS-IDCTL-TASK-ID TO WS-NEXT-TASK-ID
           .

       REPORT-IDCTL-FAILURE.
           DISPLAY "IDCTL could not be " FUNCTION TRIM(WS-IDCTL-STEP)
               " - status " WS-FS-IDCTL
               ". No further task numbers allocated."
           MOVE 'Y' TO WS-IDCTL-FAILED
           .

       WRITE-CHECKPOINT.
           OPEN OUTPUT LOADER-CHECKPOINT
           MOVE WS-RECORDS-READ TO CKPT-RECORDS-READ
           .

       FINALIZE-LOADER.
           IF WS-IDCTL-FAILED = 'Y'
               CLOSE RUN-CONTROL
               CLOSE TASK-TRANSACTIONS
               CLOSE PROJECT-MASTER
               CLOSE USER-MASTER
               CLOSE TASK-MASTER
               DISPLAY "Bulk load stopped - " WS-RECORDS-READ
                   " read, " WS-RECORDS-LOADED " loaded, "
                   WS-RECORDS-REJECTED " rejected."
               DISPLAY "Repair IDCTL and rerun - the load resumes "
      -            "from the last checkpoint."
               EXIT PARAGRAPH
           END-IF
           IF WS-ALREADY-COMPLETE = 'N'
               OPEN OUTPUT LOADER-CHECKPOINT
               MOVE WS-RECORDS-READ TO CKPT-RECORDS-READ
