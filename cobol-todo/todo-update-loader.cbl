           05 TRAN-CODE            PIC X(6).
               88  TRAN-CODE-STATUS    VALUE 'STATUS'.
               88  TRAN-CODE-ASSIGN    VALUE 'ASSIGN'.
           05 TRAN-TASK-ID         PIC 9(8).
           05 TRAN-NEW-STATUS      PIC X(10).
           05 TRAN-NEW-ASSIGNEE    PIC 9(4).
           05 TRAN-USER-ID         PIC 9(4).
           05 DL-DISPOSITION      PIC X(10).
           05 DL-CODE             PIC X(6).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-TASK-ID          PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DL-REASON           PIC X(40).

