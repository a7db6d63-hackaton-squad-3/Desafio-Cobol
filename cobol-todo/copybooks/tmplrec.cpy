           05  TMPL-CREATOR-ID        PIC 9(4).
           05  TMPL-TAGS              PIC X(100).
           05  TMPL-PRIORITY          PIC 9(1).
           05  TMPL-PARENT-ID         PIC 9(8).
           05  TMPL-RECUR-UNIT        PIC X(1).
               88  TMPL-RECUR-WEEKLY      VALUE 'W'.
               88  TMPL-RECUR-MONTHLY     VALUE 'M'.
