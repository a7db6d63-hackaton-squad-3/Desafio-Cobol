
       FD  TASK-ARCHIVE.
       01 ARCH-RECORD.
           05 ARCH-TASK-ID         PIC 9(8).
           05 FILLER               PIC X(1276).

       FD  TASK-HOLDING.
       01 HOLD-RECORD.
           05 HOLD-TASK-IMAGE.
               10 HOLD-TASK-ID    PIC 9(8).
               10 FILLER          PIC X(1276).
           05 HOLD-REMOVED-BY     PIC 9(4).
           05 HOLD-REMOVED-DT     PIC 9(14).

       FD  TASK-UNLOAD.
       01 TUNL-RECORD             PIC X(1284).

       FD  USER-UNLOAD.
       01 UUNL-RECORD             PIC X(181).

       FD  TEMPLATE-UNLOAD.
       01 MUNL-RECORD             PIC X(1241).

       FD  ARCHIVE-UNLOAD.
       01 AUNL-RECORD             PIC X(1284).

       FD  HOLDING-UNLOAD.
       01 HUNL-RECORD             PIC X(1302).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".
