      *> ESCHRULE.CPY - Unclaimed property (escheatment) rule record.
      *> One record per state, set by operations in ESCHRULE.DAT from
      *> each state's unclaimed property law: how many days a payroll
      *> check stays uncashed before it is presumed abandoned, how
      *> many days the owner has to answer the due-diligence letter
      *> before the check is reported, the smallest amount the state
      *> requires a letter for, and the holder id the company files
      *> under with that state. A state with no record, or a site
      *> with no file, runs on the reconciliation program's built-in
      *> defaults.
       01 ESCHEAT-RULE-RECORD.
           05 ESCH-STATE-CODE         PIC X(2).
           05 ESCH-DORMANCY-DAYS      PIC 9(4).
           05 ESCH-DUE-DILIGENCE-DAYS PIC 9(3).
           05 ESCH-LETTER-MINIMUM     PIC 9(5)V99.
           05 ESCH-HOLDER-ID          PIC X(15).
