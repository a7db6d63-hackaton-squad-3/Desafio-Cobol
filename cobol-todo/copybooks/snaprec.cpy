      *================================================================
      * SNAPREC.CPY
      * Record layout for the PROJHIST project snapshot history
      * indexed file. Keyed on SNAP-KEY (project plus week-ending
      * date); todo-weekly-snapshot adds one record per project at
      * each week end, taken from TASK-MASTER, PROJECT-MASTER and
      * WORKLOG, so the history survives todo-archive-done. Running
      * the snapshot again for the same week replaces that week's
      * records. SNAP-OPEN-COUNT is every task not yet DONE (TODO,
      * DOING and BLOCKED together); SNAP-REMAINING-EST is the open
      * tasks' estimate less the hours booked to them, never below
      * zero per task; SNAP-WEEK-HOURS is the WORKLOG hours whose
      * work date falls in the week. todo-burndown-report prints
      * the trend from it.
      *================================================================
       01  PROJECT-SNAPSHOT-RECORD.
           05  SNAP-KEY.
               10  SNAP-PROJ-CODE     PIC X(8).
               10  SNAP-WEEK-END      PIC 9(8).
           05  SNAP-TAKEN-DT          PIC 9(14).
           05  SNAP-TARGET-DATE       PIC 9(8).
           05  SNAP-TODO-COUNT        PIC 9(5).
           05  SNAP-DOING-COUNT       PIC 9(5).
           05  SNAP-BLOCKED-COUNT     PIC 9(5).
           05  SNAP-DONE-COUNT        PIC 9(5).
           05  SNAP-OPEN-COUNT        PIC 9(5).
           05  SNAP-REMAINING-EST     PIC 9(6)V9(2).
           05  SNAP-WEEK-HOURS        PIC S9(6)V9(2).
