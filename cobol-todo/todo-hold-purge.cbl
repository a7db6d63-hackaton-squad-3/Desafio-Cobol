       FD  TASK-HOLDING.
       01 HOLD-RECORD.
           05 HOLD-TASK-IMAGE.
               10 HOLD-TASK-ID    PIC 9(8).
               10 FILLER          PIC X(1276).
           05 HOLD-REMOVED-BY     PIC 9(4).
           05 HOLD-REMOVED-DT     PIC 9(14).

