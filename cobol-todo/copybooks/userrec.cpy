      * sign on and cannot be chosen as an assignee online, in the
      * bulk loader or in the batch update processor. Space counts
      * as active so accounts converted before the flag existed
      * keep working. USERS-TEAM-CODE links the user to TEAM-MASTER
      * (spaces when the user belongs to no team) and
      * USERS-MANAGER-ID names the user's manager (zero when none),
      * who gets the manager copy of the overdue escalation and of
      * the coming-due digest for each direct report.
      *================================================================
       01  USER-MASTER-RECORD.
           05  USERS-ID               PIC 9(4).
           05  USERS-ACTIVE-FLAG      PIC X(1).
               88  USERS-IS-ACTIVE        VALUES 'Y' ' '.
               88  USERS-IS-INACTIVE      VALUE 'N'.
           05  USERS-TEAM-CODE        PIC X(8).
           05  USERS-MANAGER-ID       PIC 9(4).
