           05 PAYH-DIST-LINE OCCURS 10 TIMES.
               10 PAYH-DIST-DEPT      PIC X(4).
               10 PAYH-DIST-BASE      PIC 9(9)V99.
      *> The wages each tax was figured on for this payment, after
      *> pre-tax deductions (Social Security wages are the slice that
      *> still fit under the wage base). A void backs exactly these
      *> out of the master buckets. Records written before the fields
      *> existed read them as spaces; those payments were taxed on
      *> full gross.
           05 PAYH-FED-TAXABLE        PIC 9(7)V99.
           05 PAYH-STATE-TAXABLE      PIC 9(7)V99.
           05 PAYH-SS-TAXABLE         PIC 9(7)V99.
           05 PAYH-MEDICARE-TAXABLE   PIC 9(7)V99.
      *> Each garnishment order the payment withheld for, by case
      *> number, so a void can credit the amount back to the order it
      *> paid down. These amounts are deductions alongside
      *> PAYH-DEDUCTION-DETAIL. Records written before the field
      *> existed read a non-numeric count and took no order.
           05 PAYH-GARN-COUNT         PIC 9(1).
           05 PAYH-GARN-LINE OCCURS 5 TIMES.
               10 PAYH-GARN-CASE      PIC X(20).
               10 PAYH-GARN-TAKEN     PIC 9(5)V99.
      *> The state PAYH-STATE-TAX was withheld for, so a void backs
      *> it out of that state's year-to-date figures. Spaces on a
      *> record written before the field existed: the home state.
           05 PAYH-WORK-STATE         PIC X(2).
      *> The employer unemployment tax the payment carried: the
      *> slice of its wages still under the FUTA and the work state's
      *> SUTA wage base, and the tax on each. Spaces on a record
      *> written before the fields existed; no tax was figured then.
           05 PAYH-FUTA-WAGES         PIC 9(7)V99.
           05 PAYH-FUTA-TAX           PIC 9(7)V99.
           05 PAYH-SUTA-WAGES         PIC 9(7)V99.
           05 PAYH-SUTA-TAX           PIC 9(7)V99.
      *> The employer 401(k) match figured on this payment's deferral
      *> by the benefit remittance run, which sets the status to "P"
      *> as it posts the match to the master and the match voucher,
      *> so a rerun for the period never posts it twice; "R" once a
      *> match posted on a payment since voided has been backed out.
      *> A space (or a record written before the fields existed)
      *> means no match has been figured yet.
           05 PAYH-EMPLOYER-MATCH     PIC 9(7)V99.
           05 PAYH-MATCH-STATUS       PIC X(1).
               88 PAYH-MATCH-POSTED   VALUE "P".
               88 PAYH-MATCH-REVERSED VALUE "R".
