      *================================================================
      * TEAMREC.CPY
      * Record layout for the TEAM-MASTER indexed file.
      * Keyed on TEAM-CODE. Users carry the code in USERS-TEAM-CODE
      * so the workload, overdue and project reports can subtotal
      * by team instead of team leads re-sorting the per-person
      * printouts by hand. TEAM-LEAD-ID is the user who answers for
      * the team (zero when none has been named).
      *================================================================
       01  TEAM-MASTER-RECORD.
           05  TEAM-CODE              PIC X(8).
           05  TEAM-NAME              PIC X(40).
           05  TEAM-LEAD-ID           PIC 9(4).
           05  TEAM-ACTIVE            PIC X(1).
               88  TEAM-IS-ACTIVE         VALUE 'Y'.
               88  TEAM-IS-INACTIVE       VALUE 'N'.
