      *================================================================
      * SLAREC.CPY
      * Record layout for the SLAPOLCY service-level policy file.
      * Keyed on SLA-KEY: one record per task priority with
      * SLA-PROJ-CODE blank for the standard targets, plus any
      * project that has been promised different ones. Targets are
      * in WORKCAL business days - SLA-RESPONSE-DAYS to first move
      * the task to DOING, SLA-RESOLVE-DAYS to finish it - counted
      * from creation with the clock stopped while the task is
      * BLOCKED. Maintained by the SLA option in the interactive
      * app; read nightly by todo-sla-monitor.
      *================================================================
       01  SLA-POLICY-RECORD.
           05  SLA-KEY.
               10  SLA-PROJ-CODE      PIC X(8).
               10  SLA-PRIORITY       PIC 9(1).
           05  SLA-RESPONSE-DAYS      PIC 9(3).
           05  SLA-RESOLVE-DAYS       PIC 9(3).
