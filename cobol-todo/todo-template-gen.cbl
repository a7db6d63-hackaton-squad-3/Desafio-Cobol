      * the computed end date (today plus TMPL-DUE-DAYS) rolls
      * forward to a business day, so the monthly close no longer
      * generates on January 1st or falls due over a long weekend.
      * Task numbers come from the IDCTL control record shared with
      * the interactive app and the bulk loader. If IDCTL is missing
      * or cannot be read or written generation stops at the template
      * that needed the number - that template is not advanced and no
      * end record is written - so a rerun once IDCTL is repaired
      * picks up every template still due.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-FS-CAL.

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IDCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-MASTER.
       FD  WORK-CALENDAR.
           COPY "calrec.cpy".

       FD  ID-CONTROL.
           COPY "idctlrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-TMPL            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-AUDIT           PIC X(2).
       01 WS-FS-RUNC            PIC X(2).
       01 WS-FS-CAL             PIC X(2).
       01 WS-FS-IDCTL           PIC X(2).
       01 WS-EOF-TMPL           PIC X VALUE 'N'.
       01 WS-EOF-TASK           PIC X VALUE 'N'.
       01 WS-EOF-CAL            PIC X VALUE 'N'.
       01 WS-WORK-DATE          PIC 9(8).
       01 WS-MONTH-END-DAY      PIC 9(2).

       01 WS-NEXT-TASK-ID       PIC 9(8) VALUE 0.
       01 WS-IDCTL-TASK-ID      PIC 9(8) VALUE 0.
       01 WS-IDCTL-USER-ID      PIC 9(4) VALUE 0.
       01 WS-IDCTL-STEP         PIC X(20).
       01 WS-IDCTL-FAILED       PIC X VALUE 'N'.
       01 WS-DUE-FLAG           PIC X.
       01 WS-VALID-FLAG         PIC X.
       01 WS-GENERATED-COUNT    PIC 9(4) VALUE 0.
           END-PERFORM
           .

      * The highest number on TASK-MASTER is only a floor for the
      * IDCTL allocation, in case the control record is missing or
      * was restored from an older copy.
       FIND-NEXT-TASK-ID.
           MOVE 0 TO WS-NEXT-TASK-ID TASKS-ID
           START TASK-MASTER KEY IS NOT LESS THAN TASKS-ID
                   AT END MOVE 'Y' TO WS-EOF-TMPL
               END-READ
           END-IF
           PERFORM UNTIL WS-EOF-TMPL = 'Y' OR WS-IDCTL-FAILED = 'Y'
               PERFORM CHECK-TEMPLATE-DUE
               IF WS-DUE-FLAG = 'Y'
                   PERFORM GENERATE-ONE-TASK
           COMPUTE WS-DUE-INT = WS-TODAY-INT + TMPL-DUE-DAYS
           PERFORM ROLL-DUE-TO-BUSINESS-DAY
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO WS-DUE-DATE
           PERFORM ALLOCATE-TASK-ID
           IF WS-IDCTL-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-TASK-ID = 0
               DISPLAY "Template " TMPL-ID " skipped - task numbers "
                   "are exhausted."
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-TASK-ID TO TASKS-ID
           MOVE TMPL-TITLE TO TASKS-TITLE
           MOVE TMPL-DESCRIPTION TO TASKS-DESCRIPTION
               WS-NEXT-TASK-ID "."
           .

      * One number per task, read and written back straight away so
      * a session or another job allocating at the same time picks
      * up where this one left off. The generator never seeds IDCTL
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

       ROLL-DUE-TO-BUSINESS-DAY.
           MOVE WS-DUE-INT TO WS-CHK-INT
           PERFORM CHECK-BUSINESS-INT
           .

       FINALIZE-GENERATOR.
           IF WS-IDCTL-FAILED = 'Y'
               CLOSE RUN-CONTROL
               CLOSE TEMPLATE-MASTER
               CLOSE TASK-MASTER
               CLOSE TASK-AUDIT-LOG
               DISPLAY "Template generation stopped - "
                   WS-GENERATED-COUNT " task(s) generated, "
                   WS-SKIPPED-COUNT " template(s) skipped."
               DISPLAY "Repair IDCTL and rerun - templates not yet "
      -            "generated today are still due."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-RUN-END
           CLOSE TEMPLATE-MASTER
           CLOSE TASK-MASTER
