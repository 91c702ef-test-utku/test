      *> BENPLAN.CPY - Benefit plan rule record.
      *> One record, set by operations in BENPLAN.DAT. The employer
      *> 401(k) match is MATCH-PERCENT of the employee's deferral on
      *> each payment, counting deferrals only up to MATCH-PAY-CAP
      *> percent of that payment's gross (50 and 6 match half of the
      *> first 6% of pay deferred). The contract and group numbers
      *> identify the company on each provider's contribution file.
      *> When the file is absent the remittance run falls back to its
      *> built-in defaults.
       01 BENEFIT-PLAN-RECORD.
           05 PLAN-MATCH-PERCENT      PIC 9(3)V99.
           05 PLAN-MATCH-PAY-CAP      PIC 9(2)V99.
           05 PLAN-401K-CONTRACT      PIC X(15).
           05 PLAN-MEDICAL-GROUP      PIC X(15).
           05 PLAN-DENTAL-GROUP       PIC X(15).
