      *================================================================
      * WATCHREC.CPY
      * Record layout for the TASKWTCH task watch file. Keyed on
      * WATCH-KEY: one record per task and user who has chosen to
      * watch it (WATCH-FLAG 'Y') or to stop watching it ('N').
      * The task's creator and the owner of its project in
      * PROJ-OWNER-ID watch it without a record; an 'N' record is how
      * either of them opts out. Maintained from the watch option in
      * the interactive app; read nightly by todo-watch-notify, which
      * sends each watcher the day's status changes, reassignments,
      * reopens and comments on the tasks they watch.
      *================================================================
       01  TASK-WATCH-RECORD.
           05  WATCH-KEY.
               10  WATCH-TASK-ID      PIC 9(8).
               10  WATCH-USER-ID      PIC 9(4).
           05  WATCH-FLAG             PIC X(1).
               88  WATCH-IS-ON            VALUE 'Y'.
               88  WATCH-IS-OFF           VALUE 'N'.
           05  WATCH-UPDATE-DT        PIC 9(14).
