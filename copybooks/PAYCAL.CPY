      *> PAYCAL.CPY - Payroll calendar record.
      *> One record per pay period per pay group, set up by
      *> operations in PAYCAL.DAT ahead of the periods it covers:
      *> the group, how often it is paid, the first and last day of
      *> the period (CCYYMMDD) and the day the pay reaches the bank.
      *> A feed line belongs to the period its WEEK-ENDING-DATE (the
      *> end of the FLSA workweek the hours were worked in) falls in,
      *> so a workweek that straddles two periods is paid in the one
      *> it ends in. The weekly hourly group ("WK", or spaces on the
      *> master) may be left off the file: with no records for it a
      *> weekly period is the seven days ending on the feed's date.
       01 PAY-CALENDAR-RECORD.
           05 CAL-PAY-GROUP           PIC X(2).
           05 CAL-FREQUENCY           PIC X(1).
               88 CAL-WEEKLY          VALUE "W".
               88 CAL-BIWEEKLY        VALUE "B".
               88 CAL-SEMI-MONTHLY    VALUE "S".
           05 CAL-PERIOD-START        PIC X(8).
           05 CAL-PERIOD-END          PIC X(8).
           05 CAL-PAY-DATE            PIC X(8).
