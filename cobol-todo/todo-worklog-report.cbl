       01 WS-TASK-HOURS-TABLE.
           05 WS-TASK-HOURS-ENTRY OCCURS 9999 TIMES
                   INDEXED BY TH-IDX.
               10 TH-TASK-ID          PIC 9(8).
               10 TH-HOURS            PIC S9(5)V9(2).
       01 WS-TASK-HOURS-COUNT   PIC 9(4) VALUE 0.

           05 FILLER              PIC X(12) VALUE "HOURS".

       01 WS-TASK-LINE.
           05 TL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 TL-TITLE            PIC X(40).
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 TL-HOURS            PIC ZZZZ9.99.
