      *> TAXBRKT.CPY - Graduated withholding bracket table.
      *> Thresholds/rates are kept here, separate from the calculation
      *> logic in PAYROLL. PAYROLL loads them from the tax rate file
      *> (TAXRATE.CPY, maintained by TAXRMNT) for the table in effect
      *> on the week-ending date; the VALUEs here and the brackets
      *> INITIALIZE-TAX-TABLE moves in are only the fallback for a
      *> site with no federal table on file. Limits/base tax are the real
      *> annual IRS bracket figures; PAYROLL annualizes the period's
      *> federal taxable wages (by PAY-PERIODS-PER-YEAR) before
      *> comparing them against these thresholds and brings the
      *> resulting tax back down to a period amount. The top entry for each filing status carries
      *> the field's maximum value as its upper limit rather than a
      *> real bracket ceiling, so it always matches and every
      *> annualized gross - however large - gets a rate applied.
      *> Unused entries carry a blank filing status, so the SEARCH
      *> never matches them.
       01 FEDERAL-TAX-TABLE.
           05 FEDERAL-TAX-ENTRY OCCURS 20 TIMES INDEXED BY FED-IDX.
               10 FED-BRACKET-FILING-STATUS  PIC X(1).
               10 FED-BRACKET-LOWER-LIMIT    PIC 9(7)V99.
               10 FED-BRACKET-UPPER-LIMIT    PIC 9(7)V99.
               10 FED-BRACKET-BASE-TAX       PIC 9(7)V99.
               10 FED-BRACKET-RATE           PIC V9999.
       01 FED-BRACKET-COUNT                  PIC 9(2) VALUE ZERO.
      *> Effective date of the federal table loaded from the rate
      *> file; spaces while the built-in table is in use.
       01 FED-RATES-EFFECTIVE                PIC X(8) VALUE SPACES.

      *> The state whose tax is withheld for an employee whose master
      *> carries no work state (the company's home state), and the
      *> flat rate used for a work state with no rates on file.
       01 DEFAULT-WORK-STATE                 PIC X(2) VALUE "PA".
       01 STATE-TAX-RATE                     PIC V9999 VALUE .0300.

      *> Each state's withholding in effect for the pay period, as
      *> loaded from the rate file: a flat rate, graduated annual
      *> brackets by filing status (applied to annualized wages the
      *> same way as the federal table), or no income tax at all. A
      *> state's own supplemental rate, when it has one, replaces
      *> its normal method on an off-cycle payment.
       01 STATE-RATE-TABLE.
           05 STATE-RATE-COUNT               PIC 9(2) VALUE ZERO.
           05 STATE-RATE-ENTRY OCCURS 60 TIMES INDEXED BY STATE-IDX.
               10 STATE-RATE-CODE            PIC X(2).
               10 STATE-RATE-EFFECTIVE       PIC X(8).
               10 STATE-RATE-METHOD          PIC X(1).
                   88 STATE-RATE-FLAT        VALUE "F".
                   88 STATE-RATE-BRACKETED   VALUE "B".
                   88 STATE-RATE-NO-TAX      VALUE "N".
               10 STATE-RATE-FLAT-RATE       PIC V9999.
               10 STATE-RATE-SUPPLEMENTAL    PIC V9999.
               10 STATE-BRACKET-COUNT        PIC 9(2).
               10 STATE-BRACKET OCCURS 16 TIMES.
                   15 STATE-BRACKET-FILING-STATUS PIC X(1).
                   15 STATE-BRACKET-LOWER-LIMIT   PIC 9(7)V99.
                   15 STATE-BRACKET-UPPER-LIMIT   PIC 9(7)V99.
                   15 STATE-BRACKET-BASE-TAX      PIC 9(7)V99.
                   15 STATE-BRACKET-RATE          PIC V9999.
      *> The state's unemployment record in effect: our experience
      *> rate and the state's wage base. Spaces in the effective date
      *> means none is on file, and the DEFAULT-SUTA figures apply.
               10 STATE-SUTA-EFFECTIVE       PIC X(8).
               10 STATE-SUTA-RATE            PIC V9(6).
               10 STATE-SUTA-WAGE-BASE       PIC 9(7)V99.

      *> FICA figures, kept here with the other per-tax-year values so
      *> they can be updated in one place. Social Security stops once
      *> pay, reissues): an off-cycle payment is withheld at this
      *> rate instead of the annualized bracket method, which would
      *> badly over-annualize a one-off amount.
       01 SUPPLEMENTAL-FED-RATE              PIC V9999 VALUE .2200.

       01 SOC-SEC-TAX-RATE                   PIC V9999 VALUE .0620.
       01 SOC-SEC-WAGE-BASE                  PIC 9(7)V99 VALUE 168600.00.
       01 MEDICARE-TAX-RATE                  PIC V9999 VALUE .0145.
       01 ADDL-MEDICARE-RATE                 PIC V9999 VALUE .0090.
       01 ADDL-MEDICARE-THRESHOLD            PIC 9(7)V99 VALUE 200000.00.

      *> Employer unemployment tax, never withheld from pay. FUTA is
      *> the federal rate net of the credit for state tax paid; the
      *> default SUTA figures are our experience rate and the wage
      *> base of the home state, used for any state whose
      *> unemployment record is not on the rate file.
       01 FUTA-TAX-RATE                      PIC V9(6) VALUE .006000.
       01 FUTA-WAGE-BASE                     PIC 9(7)V99 VALUE 7000.00.
       01 DEFAULT-SUTA-RATE                  PIC V9(6) VALUE .036890.
       01 DEFAULT-SUTA-WAGE-BASE             PIC 9(7)V99 VALUE 10000.00.

      *> The annual IRS limit on an employee's elective 401(k)
      *> deferrals; PAYROLL stops taking the deduction once the
      *> year-to-date deferral reaches it.
       01 ELECTIVE-DEFERRAL-LIMIT            PIC 9(7)V99 VALUE 24500.00.
