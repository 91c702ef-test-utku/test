      *> One balanced debit or credit line for the GL import,
      *> written by the posting program from the run's GL summary.
      *> Every line carries the pay period's week-ending date so a
      *> reversal or rerun voucher is traceable to its period. The
      *> month-end accrual lines carry the date they post on instead:
      *> the last day of the month, or the first of the next month on
      *> the entries that reverse them.
       01 JOURNAL-VOUCHER-RECORD.
           05 JV-WEEK-ENDING          PIC X(8).
           05 JV-ACCOUNT-NUMBER       PIC X(10).
