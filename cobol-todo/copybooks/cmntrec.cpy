      * ARCHCMNT the same way TASKHIST records travel to ARCHHIST.
      *================================================================
       01  TASK-COMMENT-RECORD.
           05  CMNT-TASK-ID           PIC 9(8).
           05  CMNT-USER-ID           PIC 9(4).
           05  CMNT-DATETIME          PIC 9(14).
           05  CMNT-TEXT              PIC X(200).
