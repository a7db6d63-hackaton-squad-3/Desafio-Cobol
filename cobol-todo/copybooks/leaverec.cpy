      *================================================================
      * LEAVEREC.CPY
      * Record layout for the USERLEAV personal leave indexed file.
      * Keyed on LEAVE-KEY (user plus date); one record per day a
      * user is away - holiday, training, sick leave booked ahead.
      * The user's personal counterpart to the WORKCAL calendar:
      * a leave day on a business day takes that day's share of
      * the weekly capacity out of todo-capacity-forecast.
      * Maintained by the capacity and leave option in the
      * interactive app.
      *================================================================
       01  USER-LEAVE-RECORD.
           05  LEAVE-KEY.
               10  LEAVE-USER-ID      PIC 9(4).
               10  LEAVE-DATE         PIC 9(8).
           05  LEAVE-DESCRIPTION      PIC X(40).
