      *> the three to prove against the register's combined tax total.
      *> GLREC-EMPLOYER-FICA is the employer's matching FICA expense,
      *> which is charged to the department but never withheld from
      *> anyone's pay, so it sits outside the gross/tax/net cross-foot;
      *> the employer FUTA and SUTA expense at the end of the record
      *> sits outside it for the same reason.
      *> Amounts are signed so a reversal run can interface negative
      *> figures; a regular run's positive values write the same
      *> digits an unsigned field did.
           05 GLREC-TOTAL-DEDUCT    PIC S9(9)V99.
           05 GLREC-TOTAL-NET       PIC S9(9)V99.
           05 GLREC-HEADCOUNT       PIC 9(5).
           05 GLREC-EMPLOYER-FUTA   PIC S9(9)V99.
           05 GLREC-EMPLOYER-SUTA   PIC S9(9)V99.
