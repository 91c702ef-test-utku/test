      *> REVRULE.CPY - Pre-release payment review rule record.
      *> One record, set by operations in REVRULE.DAT. A payment
      *> whose gross or net differs from the employee's average over
      *> the last REVW-PRIOR-PERIODS payments by more than
      *> REVW-SWING-PERCENT, or that pays for more than
      *> REVW-HOURS-LIMIT hours a week, is listed for review - the
      *> limit is scaled to the length of a longer pay period. When
      *> the file is absent the review program falls back to its
      *> built-in defaults.
       01 REVIEW-RULE-RECORD.
           05 REVW-SWING-PERCENT      PIC 9(3)V99.
           05 REVW-HOURS-LIMIT        PIC 9(3)V99.
           05 REVW-PRIOR-PERIODS      PIC 9(2).
