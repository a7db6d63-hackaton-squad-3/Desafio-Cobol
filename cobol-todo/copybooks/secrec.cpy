      *================================================================
      * SECREC.CPY
      * Record layout for the SECAUDT security event file. TASKAUDT
      * only traces task changes; this file traces everything else
      * an auditor asks about - sign-on successes, failures and
      * lockouts, user creation, deactivation and unlock, password
      * changes, team and manager changes, weekly capacity changes,
      * and project, template, team, SLA policy and WORKCAL calendar
      * maintenance. One record per event, written by the
      * interactive app, carrying the acting user, the record acted
      * on (SEC-TARGET-TYPE plus its key) and a readable image of
      * the record before and after. Password hashes are never
      * written - a password change records only the change dates.
      * todo-access-review prints the monthly access review from it.
      *================================================================
       01  SECURITY-EVENT-RECORD.
           05  SEC-DATETIME           PIC 9(14).
           05  SEC-EVENT              PIC X(8).
               88  SEC-EVENT-SIGNON       VALUE 'SIGNON'.
               88  SEC-EVENT-SIGNFAIL     VALUE 'SIGNFAIL'.
               88  SEC-EVENT-LOCKOUT      VALUE 'LOCKOUT'.
               88  SEC-EVENT-PWDEXPRD     VALUE 'PWDEXPRD'.
               88  SEC-EVENT-PWDCHG       VALUE 'PWDCHG'.
               88  SEC-EVENT-USERADD      VALUE 'USERADD'.
               88  SEC-EVENT-USERDEAC     VALUE 'USERDEAC'.
               88  SEC-EVENT-USERCHG      VALUE 'USERCHG'.
               88  SEC-EVENT-UNLOCK       VALUE 'UNLOCK'.
               88  SEC-EVENT-PROJADD      VALUE 'PROJADD'.
               88  SEC-EVENT-PROJCHG      VALUE 'PROJCHG'.
               88  SEC-EVENT-PROJDEAC     VALUE 'PROJDEAC'.
               88  SEC-EVENT-TMPLADD      VALUE 'TMPLADD'.
               88  SEC-EVENT-TMPLCHG      VALUE 'TMPLCHG'.
               88  SEC-EVENT-TMPLDEAC     VALUE 'TMPLDEAC'.
               88  SEC-EVENT-CALADD       VALUE 'CALADD'.
               88  SEC-EVENT-CALDEL       VALUE 'CALDEL'.
               88  SEC-EVENT-TEAMADD      VALUE 'TEAMADD'.
               88  SEC-EVENT-TEAMCHG      VALUE 'TEAMCHG'.
               88  SEC-EVENT-TEAMDEAC     VALUE 'TEAMDEAC'.
               88  SEC-EVENT-CAPCHG       VALUE 'CAPCHG'.
               88  SEC-EVENT-SLAADD       VALUE 'SLAADD'.
               88  SEC-EVENT-SLACHG       VALUE 'SLACHG'.
               88  SEC-EVENT-SLADEL       VALUE 'SLADEL'.
               88  SEC-EVENT-OWN-ACCOUNT  VALUES 'SIGNON' 'SIGNFAIL'
                                          'LOCKOUT' 'PWDEXPRD'
                                          'PWDCHG'.
           05  SEC-ACTOR-ID           PIC 9(4).
           05  SEC-TARGET-TYPE        PIC X(4).
               88  SEC-TARGET-USER        VALUE 'USER'.
               88  SEC-TARGET-PROJECT     VALUE 'PROJ'.
               88  SEC-TARGET-TEMPLATE    VALUE 'TMPL'.
               88  SEC-TARGET-CALENDAR    VALUE 'CAL'.
               88  SEC-TARGET-TEAM        VALUE 'TEAM'.
               88  SEC-TARGET-SLA         VALUE 'SLA'.
           05  SEC-TARGET-KEY         PIC X(8).
           05  SEC-BEFORE-VALUE       PIC X(100).
           05  SEC-AFTER-VALUE        PIC X(100).
