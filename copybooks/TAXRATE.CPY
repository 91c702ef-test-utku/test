      *> TAXRATE.CPY - Withholding tax rate file record layout.
      *> One record per rate item, keyed by jurisdiction ("US" for
      *> federal, otherwise the state's postal code) and the date the
      *> table takes effect. PAYROLL uses, for each jurisdiction, the
      *> latest effective date on or before the week-ending date, and
      *> everything filed under that date replaces the earlier table
      *> whole - so each new effective date carries the jurisdiction's
      *> complete set of brackets and its parameter record. The
      *> unemployment record stands apart from the withholding table:
      *> experience rates are assigned on their own calendar, so the
      *> latest one on or before the week ending is used whatever
      *> date the withholding table carries.
      *> Maintained by TAXRMNT.
       01 TAX-RATE-RECORD.
           05 TXR-KEY.
               10 TXR-JURISDICTION         PIC X(2).
                   88 TXR-FEDERAL          VALUE "US".
               10 TXR-EFFECTIVE-DATE       PIC X(8).
               10 TXR-RECORD-TYPE          PIC X(1).
                   88 TXR-BRACKET          VALUE "B".
                   88 TXR-PARAMETERS       VALUE "P".
                   88 TXR-UNEMPLOYMENT     VALUE "U".
      *> "S" or "M" on a bracket record; spaces on a parameter or
      *> unemployment record. Brackets are numbered upward from 01
      *> within a filing status; the other records are numbered 00.
               10 TXR-FILING-STATUS        PIC X(1).
               10 TXR-BRACKET-SEQ          PIC 9(2).
      *> A bracket: the real annual limits, the tax on everything
      *> below the lower limit, and the rate on the excess. The top
      *> bracket carries 9999999.99 as its upper limit.
           05 TXR-BRACKET-DATA.
               10 TXR-LOWER-LIMIT          PIC 9(7)V99.
               10 TXR-UPPER-LIMIT          PIC 9(7)V99.
               10 TXR-BASE-TAX             PIC 9(7)V99.
               10 TXR-RATE                 PIC V9999.
               10 FILLER                   PIC X(9).
      *> The parameter record. Federal: the FICA rates, wage base
      *> and additional Medicare threshold, and the flat supplemental
      *> rate. A state: how its tax is figured, the flat rate when it
      *> has one, and its own supplemental rate (zero when the state
      *> withholds off-cycle pay by its normal method).
           05 TXR-PARAMETER-DATA REDEFINES TXR-BRACKET-DATA.
               10 TXR-SOC-SEC-RATE         PIC V9999.
               10 TXR-SOC-SEC-WAGE-BASE    PIC 9(7)V99.
               10 TXR-MEDICARE-RATE        PIC V9999.
               10 TXR-ADDL-MEDICARE-RATE   PIC V9999.
               10 TXR-ADDL-MEDICARE-THRESHOLD PIC 9(7)V99.
               10 TXR-SUPPLEMENTAL-RATE    PIC V9999.
               10 TXR-STATE-METHOD         PIC X(1).
                   88 TXR-STATE-FLAT       VALUE "F".
                   88 TXR-STATE-BRACKETS   VALUE "B".
                   88 TXR-STATE-NO-TAX     VALUE "N".
               10 TXR-STATE-FLAT-RATE      PIC V9999.
               10 FILLER                   PIC X(1).
      *> The unemployment record: the employer's tax rate and the
      *> annual wage base it stops at. Federal: the FUTA rate net of
      *> the state credit. A state: our SUTA experience rate there.
           05 TXR-UNEMPLOYMENT-DATA REDEFINES TXR-BRACKET-DATA.
               10 TXR-UNEMP-RATE           PIC V9(6).
               10 TXR-UNEMP-WAGE-BASE      PIC 9(7)V99.
               10 FILLER                   PIC X(25).
