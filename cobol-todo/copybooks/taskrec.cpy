      *================================================================
      * TASKREC.CPY
      * Record layout for the TASK-MASTER indexed file.
      * Keyed on TASKS-ID. Task numbers are handed out from the IDCTL
      * control record (see IDCTLREC.CPY) and are never reused, even
      * after the task moves to TASKARCH or TASKHOLD, so every
      * record that carries a task ID (audit, history, comments,
      * worklog, archive, holding, quarantine) carries it at 9(8).
      * TASKS-PARENT-ID holds the ID of a prerequisite task (zero
      * when the task has no dependency) - see TASK-DEPENDENCY-TREE.
      * TASKS-PROJECT-CODE links the task to PROJECT-MASTER (spaces
      * WORKLOG hours (zero when no estimate was given).
      *================================================================
       01  TASK-MASTER-RECORD.
           05  TASKS-ID               PIC 9(8).
           05  TASKS-TITLE            PIC X(100).
           05  TASKS-DESCRIPTION      PIC X(1000).
           05  TASKS-END-DATE         PIC 9(8).
           05  TASKS-STATUS           PIC X(10).
           05  TASKS-CREATION-DT      PIC 9(14).
           05  TASKS-UPDATE-DT        PIC 9(14).
           05  TASKS-PARENT-ID        PIC 9(8).
           05  TASKS-PROJECT-CODE     PIC X(8).
           05  TASKS-EST-HOURS        PIC 9(3)V9(2).
