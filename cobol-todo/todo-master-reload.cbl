
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

      * Unload records are buffered here so the trailer can be
      * recognized before the record is written to the master.
       01 WS-UNLOAD-BUFFER      PIC X(1302).
       01 WS-TRAILER-VIEW REDEFINES WS-UNLOAD-BUFFER.
           05 TRL-TAG             PIC X(4).
           05 TRL-RECORD-COUNT    PIC 9(9).
           05 TRL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1281).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF TRL-TAG NOT = "TRLR"
                   MOVE WS-UNLOAD-BUFFER(1:1284)
                       TO TASK-MASTER-RECORD
                   WRITE TASK-MASTER-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF TRL-TAG NOT = "TRLR"
                   MOVE WS-UNLOAD-BUFFER(1:181)
                       TO USER-MASTER-RECORD
                   WRITE USER-MASTER-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF TRL-TAG NOT = "TRLR"
                   MOVE WS-UNLOAD-BUFFER(1:1241)
                       TO TEMPLATE-MASTER-RECORD
                   WRITE TEMPLATE-MASTER-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF TRL-TAG NOT = "TRLR"
                   MOVE WS-UNLOAD-BUFFER(1:1284)
                       TO ARCH-RECORD
                   WRITE ARCH-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF TRL-TAG NOT = "TRLR"
                   MOVE WS-UNLOAD-BUFFER(1:1302)
                       TO HOLD-RECORD
                   WRITE HOLD-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
