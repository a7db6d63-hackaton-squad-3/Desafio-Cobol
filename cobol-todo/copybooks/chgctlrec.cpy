      *================================================================
      * CHGCTLREC.CPY
      * Record layout for the CHGCTL change-feed control file: a
      * single record holding the window the last todo-change-extract
      * run sent. CHGCTL-WINDOW-TO is the high-water mark - the next
      * night's window starts just after it, so a night that is
      * skipped is simply picked up by the following run. A second
      * run on the same CHGCTL-RUN-DATE (or one told to resend)
      * sends CHGCTL-WINDOW-FROM to CHGCTL-WINDOW-TO again and leaves
      * the record as it is. The record is only written back after a
      * clean run, so a run that fails partway moves nothing on. A
      * run that had more changes than it could send closes its
      * window early and leaves CHGCTL-RUN-DATE zero, so the next
      * run is a new window even on the same day.
      *================================================================
       01  CHANGE-CONTROL-RECORD.
           05  CHGCTL-WINDOW-FROM     PIC 9(14).
           05  CHGCTL-WINDOW-TO       PIC 9(14).
           05  CHGCTL-RUN-DATE        PIC 9(8).
           05  CHGCTL-RECORD-COUNT    PIC 9(8).
           05  CHGCTL-UPDATE-DT       PIC 9(14).
