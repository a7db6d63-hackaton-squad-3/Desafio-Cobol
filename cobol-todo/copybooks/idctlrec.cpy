      *================================================================
      * IDCTLREC.CPY
      * Record layout for the IDCTL number control file: a single
      * record holding the last task number and the last user number
      * handed out. The interactive app, todo-bulk-loader and
      * todo-template-gen all allocate from it - read, add one,
      * write back - so a number is given out once for the life of
      * the system. Scanning TASK-MASTER for the highest TASKS-ID
      * gave a number out again once the top task went to TASKARCH
      * or TASKHOLD. The record only ever moves forward; when it is
      * missing, the allocating program seeds it from the highest
      * number on its own files, and todo-taskid-convert seeds it
      * from every file that has ever carried a task ID.
      *================================================================
       01  ID-CONTROL-RECORD.
           05  IDCTL-LAST-TASK-ID     PIC 9(8).
           05  IDCTL-LAST-USER-ID     PIC 9(4).
           05  IDCTL-UPDATE-DT        PIC 9(14).
