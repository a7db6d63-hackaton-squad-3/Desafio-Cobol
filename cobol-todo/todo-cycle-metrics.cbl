      * the priority byte are named here.
       FD  TASK-ARCHIVE.
       01 ARCH-RECORD.
           05 ARCH-TASK-ID         PIC 9(8).
           05 FILLER               PIC X(1100).
           05 FILLER               PIC X(8).
           05 FILLER               PIC X(108).
           05 ARCH-PRIORITY        PIC 9(1).
           05 FILLER               PIC X(59).

       FD  METRICS-REPORT.
       01 RPT-LINE                PIC X(100).
       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 9999 TIMES
                   INDEXED BY CT-IDX.
               10 CT-TASK-ID          PIC 9(8).
               10 CT-CREATE-DT        PIC 9(14).
               10 CT-DONE-DT          PIC 9(14).
       01 WS-CYCLE-COUNT        PIC 9(4) VALUE 0.
