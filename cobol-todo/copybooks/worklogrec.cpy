      * WLOG-HOURS carries a sign.
      *================================================================
       01  WORKLOG-RECORD.
           05  WLOG-TASK-ID           PIC 9(8).
           05  WLOG-USER-ID           PIC 9(4).
           05  WLOG-WORK-DATE         PIC 9(8).
           05  WLOG-HOURS             PIC S9(2)V9(2).
