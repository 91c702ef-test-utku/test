      *> GARNORD.CPY - Garnishment order record layout.
      *> One record per court or agency order served on an employee,
      *> keyed by employee and the issuing agency's case number, so
      *> an employee with several orders carries each separately.
      *> Maintained by GARNMNT, applied and paid down by PAYROLL,
      *> backed out by PAYVOID when a payment that took it is voided.
       01 GARNISHMENT-ORDER-RECORD.
           05 GORD-KEY.
               10 GORD-EMP-ID          PIC X(5).
               10 GORD-CASE-NUMBER     PIC X(20).
      *> The agency the withheld money is remitted to; orders from
      *> the same agency are paid together on the payee file.
           05 GORD-AGENCY-CODE         PIC X(8).
           05 GORD-AGENCY-NAME         PIC X(30).
      *> The order type sets both its legal priority and the federal
      *> (CCPA) limit it is held to: support orders up to the
      *> support percentage of disposable earnings, creditor
      *> garnishments to the lesser of 25% or the excess over 30
      *> times the federal minimum wage, and a tax levy to whatever
      *> exceeds the exempt amount on the levy notice.
           05 GORD-ORDER-TYPE          PIC X(1).
               88 GORD-CHILD-SUPPORT   VALUE "S".
               88 GORD-TAX-LEVY        VALUE "T".
               88 GORD-CREDITOR        VALUE "C".
      *> "F" withholds GORD-PERIOD-AMOUNT each pay period; "P"
      *> withholds GORD-PERCENT of disposable earnings. A tax levy
      *> with an exempt amount takes everything above it instead.
           05 GORD-AMOUNT-TYPE         PIC X(1).
               88 GORD-FLAT-AMOUNT     VALUE "F".
               88 GORD-PERCENT-AMOUNT  VALUE "P".
           05 GORD-PERIOD-AMOUNT       PIC 9(5)V99.
           05 GORD-PERCENT             PIC 9(3)V99.
      *> The CCPA support ceiling that applies to this employee -
      *> 50 or 60 percent depending on whether they support another
      *> family, plus 5 when the order is more than 12 weeks in
      *> arrears. Zero reads as the most protective 50.
           05 GORD-SUPPORT-LIMIT-PCT   PIC 9(2).
      *> Weekly take-home the levy notice leaves the employee; the
      *> levy takes the disposable earnings above it.
           05 GORD-LEVY-EXEMPT-AMOUNT  PIC 9(5)V99.
      *> Zero total owed means an open-ended order (ongoing support)
      *> that runs until its stop date or a release.
           05 GORD-TOTAL-OWED          PIC 9(7)V99.
           05 GORD-AMOUNT-PAID         PIC 9(7)V99.
      *> Orders of the same type are satisfied first-served, by the
      *> date the order was received.
           05 GORD-RECEIVED-DATE       PIC X(8).
           05 GORD-START-DATE          PIC X(8).
      *> Spaces means no stop date.
           05 GORD-STOP-DATE           PIC X(8).
      *> PAYROLL closes an order "S" the period its total owed is
      *> paid; GARNMNT closes one "R" when the agency releases it.
           05 GORD-ORDER-STATUS        PIC X(1).
               88 GORD-ACTIVE          VALUE "A".
               88 GORD-SATISFIED       VALUE "S".
               88 GORD-RELEASED        VALUE "R".
           05 GORD-LAST-PAID-DATE      PIC X(8).
           05 GORD-CLOSED-DATE         PIC X(8).
