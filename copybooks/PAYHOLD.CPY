      *> PAYHOLD.CPY - Payment hold record.
      *> Written by the pre-release review to PAYHOLD.DAT, one record
      *> per payment that must be pulled from the ACH transmission
      *> or the check print until payroll management clears it. The
      *> reason is the first one found; the report lists them all.
       01 PAYMENT-HOLD-RECORD.
           05 HOLD-EMP-ID             PIC X(5).
           05 HOLD-WEEK-ENDING        PIC X(8).
           05 HOLD-PAY-SEQ            PIC 9(2).
           05 HOLD-PAY-METHOD         PIC X(1).
           05 HOLD-CHECK-NUMBER       PIC 9(7).
           05 HOLD-NET-PAY            PIC 9(7)V99.
           05 HOLD-REASON-CODE        PIC X(4).
               88 HOLD-BANK-CHANGED   VALUE "BANK".
               88 HOLD-SHARED-ACCOUNT VALUE "SHRD".
               88 HOLD-TERMINATED     VALUE "TERM".
               88 HOLD-NO-MASTER      VALUE "NOMS".
           05 HOLD-REASON-COUNT       PIC 9(1).
