      * flags anyone whose open-task count is over WS-OVERLOAD-THRESHOLD -
      * the shop-wide view LIST-TASKS-BY-USER never gave, so new work
      * can be handed out without checking each assignee one by one.
      * Answering Y to the team-level prompt on SYSIN groups the
      * users by USERS-TEAM-CODE, team name and lead from
      * TEAM-MASTER on each group, with a team subtotal after each
      * team and an all-teams total at the end - users with no
      * team print first as their own group.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TASK.

           SELECT TEAM-MASTER ASSIGN TO "TEAMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-FS-TEAM.

           SELECT WORKLOAD-REPORT ASSIGN TO "WRKLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       FD  TASK-MASTER.
           COPY "taskrec.cpy".

       FD  TEAM-MASTER.
           COPY "teamrec.cpy".

       FD  WORKLOAD-REPORT.
       01 RPT-LINE                PIC X(100).

       01 WS-FS-USER            PIC X(2).
       01 WS-FS-TASK            PIC X(2).
       01 WS-FS-RPT             PIC X(2).
       01 WS-FS-TEAM            PIC X(2).
       01 WS-EOF-USER           PIC X VALUE 'N'.
       01 WS-EOF-TASK           PIC X VALUE 'N'.

                   INDEXED BY WL-IDX.
               10 WL-USER-ID          PIC 9(4).
               10 WL-NAME             PIC X(30).
               10 WL-TEAM-CODE        PIC X(8).
               10 WL-OPEN-COUNT       PIC 9(4).
               10 WL-HIGH-COUNT       PIC 9(4).
               10 WL-BLOCKED-COUNT    PIC 9(4).
       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-FOUND              PIC X.

      * Team level: the distinct team codes held in ascending order,
      * one subtotal group per entry.
       01 WS-TEAM-LEVEL         PIC X VALUE 'N'.
       01 WS-TEAM-FILE-OK       PIC X VALUE 'N'.
       01 WS-TEAM-LIST.
           05 WS-TEAM-LIST-ENTRY OCCURS 500 TIMES.
               10 TL-CODE             PIC X(8).
       01 WS-TEAM-COUNT         PIC 9(4) VALUE 0.
       01 WS-TEAM-IDX           PIC 9(4).
       01 WS-SHIFT-IDX          PIC 9(4).
       01 WS-TEAM-OPEN          PIC 9(5).
       01 WS-TEAM-HIGH          PIC 9(5).
       01 WS-TEAM-BLOCKED       PIC 9(5).
       01 WS-TEAM-OVERLOADED    PIC 9(4).
       01 WS-ALL-OPEN           PIC 9(5) VALUE 0.
       01 WS-ALL-HIGH           PIC 9(5) VALUE 0.
       01 WS-ALL-BLOCKED        PIC 9(5) VALUE 0.
       01 WS-ALL-OVERLOADED     PIC 9(4) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER              PIC X(34) VALUE
               "PER-USER WORKLOAD REPORT".
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 DL-OVERLOAD-FLAG     PIC X(10).

       01 WS-TEAM-HEADER.
           05 FILLER               PIC X(6)  VALUE "TEAM: ".
           05 TH-CODE              PIC X(10).
           05 TH-NAME              PIC X(42).
           05 FILLER               PIC X(6)  VALUE "LEAD: ".
           05 TH-LEAD-ID           PIC ZZZZ.

       01 WS-TEAM-TOTAL-LINE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 TT-LABEL             PIC X(30).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 TT-OPEN-COUNT        PIC ZZZZ9.
           05 FILLER               PIC X(7)  VALUE SPACES.
           05 TT-HIGH-COUNT        PIC ZZZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 TT-BLOCKED-COUNT     PIC ZZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 TT-OVERLOADED        PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE " OVERLOADED".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT
           STOP RUN.

       INITIALIZE-REPORT.
           DISPLAY "Print team subtotals (Y/N):"
           ACCEPT WS-TEAM-LEVEL
           IF WS-TEAM-LEVEL = 'y'
               MOVE 'Y' TO WS-TEAM-LEVEL
           END-IF
           OPEN INPUT USER-MASTER
           OPEN INPUT TASK-MASTER
           OPEN OUTPUT WORKLOAD-REPORT
                   ADD 1 TO WS-WORKLOAD-COUNT
                   MOVE USERS-ID TO WL-USER-ID(WS-WORKLOAD-COUNT)
                   MOVE USERS-FIRST-NAME TO WL-NAME(WS-WORKLOAD-COUNT)
                   MOVE USERS-TEAM-CODE
                       TO WL-TEAM-CODE(WS-WORKLOAD-COUNT)
                   MOVE 0 TO WL-OPEN-COUNT(WS-WORKLOAD-COUNT)
                   MOVE 0 TO WL-HIGH-COUNT(WS-WORKLOAD-COUNT)
                   MOVE 0 TO WL-BLOCKED-COUNT(WS-WORKLOAD-COUNT)
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-2
           IF WS-TEAM-LEVEL = 'Y'
               PERFORM PRINT-BY-TEAM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-WORKLOAD-COUNT
               PERFORM PRINT-WORKLOAD-LINE
           END-PERFORM
           .

       PRINT-WORKLOAD-LINE.
           MOVE WL-USER-ID(WS-MATCH-IDX) TO DL-USER-ID
           MOVE WL-NAME(WS-MATCH-IDX) TO DL-NAME
           MOVE WL-OPEN-COUNT(WS-MATCH-IDX) TO DL-OPEN-COUNT
           MOVE WL-HIGH-COUNT(WS-MATCH-IDX) TO DL-HIGH-COUNT
           MOVE WL-BLOCKED-COUNT(WS-MATCH-IDX)
               TO DL-BLOCKED-COUNT
           IF WL-OPEN-COUNT(WS-MATCH-IDX) > WS-OVERLOAD-THRESHOLD
               MOVE "OVERLOADED" TO DL-OVERLOAD-FLAG
           ELSE
               MOVE SPACES TO DL-OVERLOAD-FLAG
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

       PRINT-BY-TEAM.
           PERFORM BUILD-TEAM-LIST
           OPEN INPUT TEAM-MASTER
           IF WS-FS-TEAM = "00"
               MOVE 'Y' TO WS-TEAM-FILE-OK
           END-IF
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               PERFORM PRINT-ONE-TEAM
           END-PERFORM
           IF WS-TEAM-FILE-OK = 'Y'
               CLOSE TEAM-MASTER
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ALL TEAMS TOTAL" TO TT-LABEL
           MOVE WS-ALL-OPEN TO TT-OPEN-COUNT
           MOVE WS-ALL-HIGH TO TT-HIGH-COUNT
           MOVE WS-ALL-BLOCKED TO TT-BLOCKED-COUNT
           MOVE WS-ALL-OVERLOADED TO TT-OVERLOADED
           WRITE RPT-LINE FROM WS-TEAM-TOTAL-LINE
           .

      * Insertion into WS-TEAM-LIST keeps the codes ascending, so
      * the no-team group (spaces) always comes first.
       BUILD-TEAM-LIST.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-WORKLOAD-COUNT
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                       UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                   IF TL-CODE(WS-TEAM-IDX) =
                           WL-TEAM-CODE(WS-MATCH-IDX)
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
                   IF TL-CODE(WS-TEAM-IDX) >
                           WL-TEAM-CODE(WS-MATCH-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N' AND WS-TEAM-COUNT < 500
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-TEAM-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX < WS-TEAM-IDX
                       MOVE TL-CODE(WS-SHIFT-IDX)
                           TO TL-CODE(WS-SHIFT-IDX + 1)
                   END-PERFORM
                   MOVE WL-TEAM-CODE(WS-MATCH-IDX)
                       TO TL-CODE(WS-TEAM-IDX)
                   ADD 1 TO WS-TEAM-COUNT
               END-IF
           END-PERFORM
           .

       PRINT-ONE-TEAM.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF TL-CODE(WS-TEAM-IDX) = SPACES
               MOVE "(NO TEAM)" TO TH-CODE
               MOVE SPACES TO TH-NAME
               MOVE 0 TO TH-LEAD-ID
           ELSE
               MOVE TL-CODE(WS-TEAM-IDX) TO TH-CODE TEAM-CODE
               MOVE SPACES TO TH-NAME
               MOVE 0 TO TH-LEAD-ID
               IF WS-TEAM-FILE-OK = 'Y'
                   READ TEAM-MASTER
                       INVALID KEY
                           MOVE "(NOT ON TEAM-MASTER)" TO TH-NAME
                       NOT INVALID KEY
                           MOVE TEAM-NAME TO TH-NAME
                           MOVE TEAM-LEAD-ID TO TH-LEAD-ID
                   END-READ
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-TEAM-HEADER
           MOVE 0 TO WS-TEAM-OPEN WS-TEAM-HIGH WS-TEAM-BLOCKED
               WS-TEAM-OVERLOADED
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-WORKLOAD-COUNT
               IF WL-TEAM-CODE(WS-MATCH-IDX) = TL-CODE(WS-TEAM-IDX)
                   PERFORM PRINT-WORKLOAD-LINE
                   ADD WL-OPEN-COUNT(WS-MATCH-IDX) TO WS-TEAM-OPEN
                   ADD WL-HIGH-COUNT(WS-MATCH-IDX) TO WS-TEAM-HIGH
                   ADD WL-BLOCKED-COUNT(WS-MATCH-IDX)
                       TO WS-TEAM-BLOCKED
                   IF WL-OPEN-COUNT(WS-MATCH-IDX) >
                           WS-OVERLOAD-THRESHOLD
                       ADD 1 TO WS-TEAM-OVERLOADED
                   END-IF
               END-IF
           END-PERFORM
           MOVE "TEAM TOTAL" TO TT-LABEL
           MOVE WS-TEAM-OPEN TO TT-OPEN-COUNT
           MOVE WS-TEAM-HIGH TO TT-HIGH-COUNT
           MOVE WS-TEAM-BLOCKED TO TT-BLOCKED-COUNT
           MOVE WS-TEAM-OVERLOADED TO TT-OVERLOADED
           WRITE RPT-LINE FROM WS-TEAM-TOTAL-LINE
           ADD WS-TEAM-OPEN TO WS-ALL-OPEN
           ADD WS-TEAM-HIGH TO WS-ALL-HIGH
           ADD WS-TEAM-BLOCKED TO WS-ALL-BLOCKED
           ADD WS-TEAM-OVERLOADED TO WS-ALL-OVERLOADED
           .

       FINALIZE-REPORT.
