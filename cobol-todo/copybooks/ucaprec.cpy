      *================================================================
      * UCAPREC.CPY
      * Record layout for the USERCAP indexed file. Keyed on
      * UCAP-USER-ID; one record per user who does not work the
      * standard week. UCAP-WEEKLY-HOURS is the hours the user is
      * available for task work in a full five-day week. A user with
      * no USERCAP record is taken at the standard 40.00 hours.
      * Maintained by the capacity and leave option in the
      * interactive app; read by todo-capacity-forecast, which
      * spreads the weekly hours evenly over the business days.
      *================================================================
       01  USER-CAPACITY-RECORD.
           05  UCAP-USER-ID           PIC 9(4).
           05  UCAP-WEEKLY-HOURS      PIC 9(2)V9(2).
