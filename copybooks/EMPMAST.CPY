      *> change is pending.
           05 PRIOR-RATE-M        PIC S9(5)V99.
           05 RATE-EFF-DATE-M     PIC X(8).
      *> After-tax deduction amounts that could not be taken in full
      *> from a short pay period are carried here and recovered from
      *> net pay in later periods, after that period's own
      *> deductions. A pre-tax shortfall is never carried here.
           05 ARREARS-BALANCE-M   PIC 9(7)V99.
      *> Vacation and sick balances in hours, accrued by PAYROLL per
      *> hour worked under the operations-set leave rules, drawn down
      *> YEAREND close.
           05 VAC-BALANCE-M       PIC 9(4)V99.
           05 SICK-BALANCE-M      PIC 9(4)V99.
      *> Everything from here on was added after the record reached
      *> the 150 bytes the journal's original images hold; it is
      *> journaled through the JRNLREC extension images. A record
      *> written before a field existed reads it as spaces, so every
      *> reader tests these fields NUMERIC and treats them as zero
      *> (or seeds them as described below) until PAYROLL posts the
      *> employee again.
           05 EMP-MASTER-EXTENSION.
      *> Taxable wages by tax, which differ from YTD-GROSS once pre-
      *> tax deductions are taken: 401(k) deferrals are exempt from
      *> income tax but not FICA, Section 125 health and dental are
      *> exempt from both. Social Security wages stop at the annual
      *> wage base. These are W-2 boxes 1, 16, 3 and 5. A record
      *> posted before the buckets existed was taxed on full gross,
      *> so PAYROLL seeds each bucket from YTD-GROSS the first time
      *> it posts the employee.
               10 YTD-FED-TAXABLE     PIC 9(7)V99.
               10 YTD-STATE-TAXABLE   PIC 9(7)V99.
               10 YTD-SS-TAXABLE      PIC 9(7)V99.
               10 YTD-MEDICARE-TAXABLE PIC 9(7)V99.
      *> Elective 401(k) deferrals actually taken (W-2 box 12,
      *> code D).
               10 YTD-401K-DEFERRAL   PIC 9(7)V99.
      *> The state the employee works in, whose income tax is
      *> withheld; maintained by PAYMAINT. Spaces means the company's
      *> home state (DEFAULT-WORK-STATE in TAXBRKT.CPY).
               10 WORK-STATE-M        PIC X(2).
      *> State taxable wages and withholding to date, one entry per
      *> state worked in this year; together they make up
      *> YTD-STATE-TAXABLE and YTD-STATE-TAX. A count that is not
      *> numeric is a record posted before states were kept apart,
      *> when every dollar was withheld for the home state.
               10 STATE-YTD-COUNT     PIC 9(1).
               10 STATE-YTD-ENTRY OCCURS 5 TIMES.
                   15 STATE-YTD-CODE     PIC X(2).
                   15 STATE-YTD-TAXABLE  PIC 9(7)V99.
                   15 STATE-YTD-TAX      PIC 9(7)V99.
      *> Employer unemployment tax, which is never withheld: FUTA
      *> wages (held to the federal wage base) and tax, and SUTA
      *> wages and tax across every state, with each state's share
      *> in the STATE-SUTA-ENTRY matching its STATE-YTD-ENTRY above.
      *> Unemployment wages are FICA wages - Section 125 is exempt,
      *> 401(k) deferrals are not. A FUTA wage figure that is not
      *> numeric is a record posted before these were kept.
               10 YTD-FUTA-WAGES      PIC 9(7)V99.
               10 YTD-FUTA-TAX        PIC 9(7)V99.
               10 YTD-SUTA-WAGES      PIC 9(7)V99.
               10 YTD-SUTA-TAX        PIC 9(7)V99.
               10 STATE-SUTA-ENTRY OCCURS 5 TIMES.
                   15 STATE-SUTA-WAGES   PIC 9(7)V99.
                   15 STATE-SUTA-TAX     PIC 9(7)V99.
      *> Employer 401(k) match posted to date by the benefit
      *> remittance run, reported to the plan's recordkeeper with the
      *> employee's own deferrals. Not numeric on a record posted
      *> before it was kept.
               10 YTD-EMPLOYER-MATCH  PIC 9(7)V99.
      *> The pay group the employee is paid with, whose periods are
      *> on the payroll calendar (PAYCAL.CPY); maintained by
      *> PAYMAINT. A PAYROLL run pays one group. Spaces means the
      *> weekly hourly group, "WK".
               10 PAY-GROUP-M         PIC X(2).
