      * option instead of being lost the instant the MOVE happens.
      *================================================================
       01  TASK-HISTORY-RECORD.
           05  HIST-TASK-ID           PIC 9(8).
           05  HIST-FIELD-NAME        PIC X(20).
           05  HIST-OLD-VALUE         PIC X(100).
           05  HIST-NEW-VALUE         PIC X(100).
