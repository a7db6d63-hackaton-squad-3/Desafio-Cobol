
       FD  TASK-QUARANTINE.
       01 QUAR-RECORD.
           05 QUAR-TASK-ID         PIC 9(8).
           05 FILLER               PIC X(1276).

       FD  RUN-CONTROL.
           COPY "runctlrec.cpy".
       01 WS-TASK-ID-TABLE.
           05 WS-TASK-ID-ENTRY OCCURS 9999 TIMES
                   INDEXED BY TID-IDX.
               10 TID-TASK-ID         PIC 9(8).
       01 WS-TASK-ID-COUNT      PIC 9(4) VALUE 0.

       01 WS-MATCH-IDX          PIC 9(4).
       01 WS-FOUND              PIC X.
       01 WS-LOOKUP-ID          PIC 9(8).
       01 WS-QUARANTINE-FLAG    PIC X.

       01 WS-TASKS-READ         PIC 9(5) VALUE 0.
           05 FILLER             PIC X(12) VALUE "DISPOSITION".

       01 WS-DETAIL-LINE.
           05 DL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-EXCEPTION        PIC X(36).
           05 DL-VALUE            PIC X(20).
           05 DL-DISPOSITION      PIC X(12).
