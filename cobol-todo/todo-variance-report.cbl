       01 WS-TASK-HOURS-TABLE.
           05 WS-TASK-HOURS-ENTRY OCCURS 9999 TIMES
                   INDEXED BY TH-IDX.
               10 TH-TASK-ID          PIC 9(8).
               10 TH-HOURS            PIC S9(5)V9(2).
       01 WS-TASK-HOURS-COUNT   PIC 9(4) VALUE 0.

           05 FILLER              PIC X(13) VALUE "FLAG".

       01 WS-DETAIL-LINE.
           05 DL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-TITLE            PIC X(25).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-STATUS           PIC X(10).
