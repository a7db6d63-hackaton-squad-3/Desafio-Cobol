
       FD  TIMESHEET-EXTRACT.
       01 EXTRACT-RECORD.
           05 EXT-TASK-ID          PIC 9(8).
           05 EXT-ASSIGNEE-ID      PIC 9(4).
           05 EXT-BOOKED-HOURS     PIC 9(5)V9(2).
           05 EXT-STATUS           PIC X(10).
       01 WS-TASK-HOURS-TABLE.
           05 WS-TASK-HOURS-ENTRY OCCURS 9999 TIMES
                   INDEXED BY TH-IDX.
               10 TH-TASK-ID          PIC 9(8).
               10 TH-HOURS            PIC S9(5)V9(2).
       01 WS-TASK-HOURS-COUNT   PIC 9(4) VALUE 0.
       01 WS-MATCH-IDX          PIC 9(4).
