      * or REMOVE-TASK action, so task changes can be traced back to
      * the acting user. Field-level EDIT-TASK deltas are recorded
      * separately in TASK-HISTORY (see HISTREC.CPY).
      * todo-archive-done writes an ARCHIVE record (user 0) straight
      * to ARCHAUDT for each task it moves to TASKARCH.
      * A duplicate merged into another task gets a MERGE record
      * (after value "MERGED INTO" the survivor's ID) in place of
      * REMOVE, and the survivor one naming it as "MERGED FROM".
      *================================================================
       01  TASK-AUDIT-LOG-RECORD.
           05  AUDIT-TASK-ID          PIC 9(8).
           05  AUDIT-ACTION           PIC X(8).
               88  AUDIT-ACTION-CREATE    VALUE 'CREATE'.
               88  AUDIT-ACTION-EDIT      VALUE 'EDIT'.
               88  AUDIT-ACTION-RELEASE   VALUE 'RELEASE'.
               88  AUDIT-ACTION-DISCARD   VALUE 'DISCARD'.
               88  AUDIT-ACTION-REOPEN    VALUE 'REOPEN'.
               88  AUDIT-ACTION-ESCALATE  VALUE 'ESCALATE'.
               88  AUDIT-ACTION-ARCHIVE   VALUE 'ARCHIVE'.
               88  AUDIT-ACTION-MERGE     VALUE 'MERGE'.
           05  AUDIT-USER-ID          PIC 9(4).
           05  AUDIT-BEFORE-VALUE     PIC X(100).
           05  AUDIT-AFTER-VALUE      PIC X(100).
