               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-RULE-STATUS.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GORD-KEY
               FILE STATUS IS ORDER-FILE-STATUS.

           SELECT VOID-REPORT ASSIGN TO "PAYVOID.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
          LABEL RECORDS ARE STANDARD.
       COPY "LEAVRULE.CPY".

       FD GARNISHMENT-ORDER-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GARNORD.CPY".

       FD VOID-REPORT
          LABEL RECORDS ARE STANDARD.
       01 VOID-REPORT-LINE           PIC X(100).
       01 FOUND-PAY-SEQ           PIC 9(2).
       01 DEDUCT-SUB              PIC 9(1).
       01 VOID-DEDUCT-TOTAL       PIC 9(7)V99.
       01 ORDER-FILE-STATUS       PIC XX.
       01 GARN-SUB                PIC 9(1).
      *> What the payment withheld for garnishment orders; credited
      *> back to each order and reversed with the other deductions.
       01 VOID-GARNISH-TOTAL      PIC 9(7)V99.
       01 VOID-TAX-TOTAL          PIC 9(7)V99.
       01 VOID-FICA-TOTAL         PIC 9(7)V99.
      *> The taxable wages the payment added to each master bucket,
      *> and the 401(k) deferral it took.
       01 VOID-FED-TAXABLE        PIC 9(7)V99.
       01 VOID-STATE-TAXABLE      PIC 9(7)V99.
       01 VOID-SS-TAXABLE         PIC 9(7)V99.
       01 VOID-MEDICARE-TAXABLE   PIC 9(7)V99.
       01 VOID-401K-DEFERRAL      PIC 9(7)V99.
       01 BUCKETS-ON-MASTER-SW    PIC X(1) VALUE "N".
           88 BUCKETS-ON-MASTER   VALUE "Y".
      *> The employer unemployment wages and tax the payment added
      *> (zero for a payment from before they were figured).
       01 VOID-FUTA-WAGES         PIC 9(7)V99.
       01 VOID-FUTA-TAX           PIC 9(7)V99.
       01 VOID-SUTA-WAGES         PIC 9(7)V99.
       01 VOID-SUTA-TAX           PIC 9(7)V99.
       01 UNEMP-ON-MASTER-SW      PIC X(1) VALUE "N".
           88 UNEMP-ON-MASTER     VALUE "Y".
      *> The state the payment's state tax was withheld for, and its
      *> entry in the master's state year-to-date table (zero when
      *> the master has no entry to back it out of).
       01 VOID-WORK-STATE         PIC X(2).
       01 VOID-STATE-SUB          PIC 9(1) VALUE ZERO.
       01 STATE-YTD-SUB           PIC 9(1).
       COPY "TAXBRKT.CPY".
      *> The reversal re-runs the payment's own labor-distribution
      *> proration (same basis, same last-line remainder rule) so
      *> each department is backed out by exactly what it was
       01 REV-SHARE-STATE         PIC S9(9)V99.
       01 REV-SHARE-FICA          PIC S9(9)V99.
       01 REV-SHARE-EMP-FICA      PIC S9(9)V99.
       01 REV-SHARE-EMP-FUTA      PIC S9(9)V99.
       01 REV-SHARE-EMP-SUTA      PIC S9(9)V99.
       01 REV-SHARE-DEDUCT        PIC S9(9)V99.
       01 REV-SHARE-NET           PIC S9(9)V99.
       01 REV-GROSS-ALLOC         PIC S9(9)V99.
       01 REV-STATE-ALLOC         PIC S9(9)V99.
       01 REV-FICA-ALLOC          PIC S9(9)V99.
       01 REV-EMP-FICA-ALLOC      PIC S9(9)V99.
       01 REV-EMP-FUTA-ALLOC      PIC S9(9)V99.
       01 REV-EMP-SUTA-ALLOC      PIC S9(9)V99.
       01 REV-DEDUCT-ALLOC        PIC S9(9)V99.
       01 REV-NET-ALLOC           PIC S9(9)V99.
       01 REV-DEPT-TABLE.
               10 REV-DEPT-STATE      PIC S9(9)V99.
               10 REV-DEPT-FICA       PIC S9(9)V99.
               10 REV-DEPT-EMP-FICA   PIC S9(9)V99.
               10 REV-DEPT-EMP-FUTA   PIC S9(9)V99.
               10 REV-DEPT-EMP-SUTA   PIC S9(9)V99.
               10 REV-DEPT-DEDUCT     PIC S9(9)V99.
               10 REV-DEPT-NET        PIC S9(9)V99.
       01 REV-SUB                 PIC 9(2).
           88 LEAVE-WAS-RESTORED  VALUE "Y".
       01 JOURNAL-DATE            PIC 9(8).
       01 JOURNAL-TIME            PIC 9(8).
       01 SAVED-BEFORE-IMAGE.
           05 SAVED-BEFORE-BASE       PIC X(150).
           05 SAVED-BEFORE-EXTENSION  PIC X(350).
       01 RUN-DATE                PIC 9(8).
       01 RUN-TIME                PIC 9(8).
       01 ACH-COMPANY-NAME        PIC X(16) VALUE "ACME CORP".
           PERFORM LOAD-LEAVE-RULES
           PERFORM UNWIND-MASTER-TOTALS
           PERFORM MARK-HISTORY-VOIDED
           PERFORM CREDIT-GARNISHMENT-ORDERS

           COMPUTE VOID-TAX-TOTAL = PAYH-FED-TAX + PAYH-STATE-TAX
               + PAYH-SOC-SEC + PAYH-MEDICARE
           MOVE VOID-GARNISH-TOTAL TO VOID-DEDUCT-TOTAL
           PERFORM VARYING DEDUCT-SUB FROM 1 BY 1
               UNTIL DEDUCT-SUB > 5
               ADD PAYH-DEDUCT-TAKEN(DEDUCT-SUB)
           MOVE "PAYVOID" TO JRNL-PROGRAM
           MOVE "V" TO JRNL-ACTION
           MOVE EMP-ID-M TO JRNL-EMP-ID
           MOVE SAVED-BEFORE-BASE TO JRNL-BEFORE-IMAGE
           MOVE EMPLOYEE-MASTER-RECORD TO JRNL-AFTER-IMAGE
           SET JRNL-EXTENDED-ENTRY TO TRUE
           MOVE SAVED-BEFORE-EXTENSION TO JRNL-BEFORE-EXTENSION
           MOVE EMP-MASTER-EXTENSION TO JRNL-AFTER-EXTENSION
           WRITE JOURNAL-RECORD.

       UNWIND-MASTER-TOTALS.
                   STOP RUN
               NOT INVALID KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO SAVED-BEFORE-IMAGE
                   PERFORM DETERMINE-TAXABLE-UNWIND
                   PERFORM CHECK-UNWIND-FEASIBLE
                   SUBTRACT PAYH-GROSS-PAY FROM YTD-GROSS
                   SUBTRACT PAYH-FED-TAX FROM YTD-FED-TAX
                   SUBTRACT PAYH-MEDICARE FROM YTD-MEDICARE
                   SUBTRACT PAYH-EMPLOYER-FICA FROM YTD-EMPLOYER-FICA
                   SUBTRACT PAYH-NET-PAY FROM YTD-NET
                   IF BUCKETS-ON-MASTER
                       SUBTRACT VOID-FED-TAXABLE FROM YTD-FED-TAXABLE
                       SUBTRACT VOID-STATE-TAXABLE
                           FROM YTD-STATE-TAXABLE
                       SUBTRACT VOID-SS-TAXABLE FROM YTD-SS-TAXABLE
                       SUBTRACT VOID-MEDICARE-TAXABLE
                           FROM YTD-MEDICARE-TAXABLE
                       SUBTRACT VOID-401K-DEFERRAL
                           FROM YTD-401K-DEFERRAL
                   END-IF
                   IF VOID-STATE-SUB > ZERO
                       SUBTRACT PAYH-STATE-TAX
                           FROM STATE-YTD-TAX(VOID-STATE-SUB)
                       SUBTRACT VOID-STATE-TAXABLE
                           FROM STATE-YTD-TAXABLE(VOID-STATE-SUB)
                   END-IF
                   IF UNEMP-ON-MASTER
                       SUBTRACT VOID-FUTA-WAGES FROM YTD-FUTA-WAGES
                       SUBTRACT VOID-FUTA-TAX FROM YTD-FUTA-TAX
                       SUBTRACT VOID-SUTA-WAGES FROM YTD-SUTA-WAGES
                       SUBTRACT VOID-SUTA-TAX FROM YTD-SUTA-TAX
                       IF VOID-STATE-SUB > ZERO
                           SUBTRACT VOID-SUTA-WAGES
                               FROM STATE-SUTA-WAGES(VOID-STATE-SUB)
                           SUBTRACT VOID-SUTA-TAX
                               FROM STATE-SUTA-TAX(VOID-STATE-SUB)
                       END-IF
                   END-IF
                   PERFORM RESTORE-LEAVE-BALANCES
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                   END-REWRITE
           END-READ.

       DETERMINE-TAXABLE-UNWIND.
      *> The history record carries the wages each tax was figured
      *> on; one written before those fields existed was taxed on
      *> full gross, so gross is what it added to every bucket (its
      *> Social Security wages held to what the bucket holds, since
      *> the wage base may have cut that payment's slice short). A
      *> master the pay run has not posted since the buckets arrived
      *> has none to back out of - the next posting seeds them from
      *> the already-reduced YTD-GROSS.
           IF YTD-FED-TAXABLE NUMERIC
               AND YTD-STATE-TAXABLE NUMERIC
               AND YTD-SS-TAXABLE NUMERIC
               AND YTD-MEDICARE-TAXABLE NUMERIC
               AND YTD-401K-DEFERRAL NUMERIC
               SET BUCKETS-ON-MASTER TO TRUE
           END-IF
           IF PAYH-FED-TAXABLE NUMERIC
               AND PAYH-STATE-TAXABLE NUMERIC
               AND PAYH-SS-TAXABLE NUMERIC
               AND PAYH-MEDICARE-TAXABLE NUMERIC
               MOVE PAYH-FED-TAXABLE TO VOID-FED-TAXABLE
               MOVE PAYH-STATE-TAXABLE TO VOID-STATE-TAXABLE
               MOVE PAYH-SS-TAXABLE TO VOID-SS-TAXABLE
               MOVE PAYH-MEDICARE-TAXABLE TO VOID-MEDICARE-TAXABLE
           ELSE
               MOVE PAYH-GROSS-PAY TO VOID-FED-TAXABLE
               MOVE PAYH-GROSS-PAY TO VOID-STATE-TAXABLE
               MOVE PAYH-GROSS-PAY TO VOID-MEDICARE-TAXABLE
               MOVE PAYH-GROSS-PAY TO VOID-SS-TAXABLE
               IF BUCKETS-ON-MASTER
                   AND VOID-SS-TAXABLE > YTD-SS-TAXABLE
                   MOVE YTD-SS-TAXABLE TO VOID-SS-TAXABLE
               END-IF
           END-IF
           MOVE ZERO TO VOID-401K-DEFERRAL
           PERFORM VARYING DEDUCT-SUB FROM 1 BY 1
               UNTIL DEDUCT-SUB > 5
               IF PAYH-DEDUCT-CODE(DEDUCT-SUB) = "401K"
                   ADD PAYH-DEDUCT-TAKEN(DEDUCT-SUB)
                       TO VOID-401K-DEFERRAL
               END-IF
           END-PERFORM
      *> A pre-change payment's deferral was never counted in the
      *> bucket, so there is none of it to take back out.
           IF NOT PAYH-FED-TAXABLE NUMERIC
               MOVE ZERO TO VOID-401K-DEFERRAL
           END-IF
      *> A payment from before states were kept apart was withheld
      *> for the home state. A master the pay run has not posted
      *> since then has no state table yet; the next posting opens
      *> it from the already-reduced totals.
           IF PAYH-WORK-STATE ALPHABETIC
               AND PAYH-WORK-STATE NOT = SPACES
               MOVE PAYH-WORK-STATE TO VOID-WORK-STATE
           ELSE
               MOVE DEFAULT-WORK-STATE TO VOID-WORK-STATE
           END-IF
           MOVE ZERO TO VOID-STATE-SUB
           IF STATE-YTD-COUNT NUMERIC
               PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
                   UNTIL STATE-YTD-SUB > STATE-YTD-COUNT
                   IF STATE-YTD-CODE(STATE-YTD-SUB) = VOID-WORK-STATE
                       MOVE STATE-YTD-SUB TO VOID-STATE-SUB
                   END-IF
               END-PERFORM
           END-IF
      *> Unemployment tax is only on the history record of a payment
      *> the pay run figured it for, and only on a master it has
      *> posted since; a master still without it has nothing to
      *> back out, and its next posting seeds it from the already-
      *> reduced wages.
           MOVE ZERO TO VOID-FUTA-WAGES
           MOVE ZERO TO VOID-FUTA-TAX
           MOVE ZERO TO VOID-SUTA-WAGES
           MOVE ZERO TO VOID-SUTA-TAX
           IF PAYH-FUTA-WAGES NUMERIC
               AND PAYH-FUTA-TAX NUMERIC
               AND PAYH-SUTA-WAGES NUMERIC
               AND PAYH-SUTA-TAX NUMERIC
               MOVE PAYH-FUTA-WAGES TO VOID-FUTA-WAGES
               MOVE PAYH-FUTA-TAX TO VOID-FUTA-TAX
               MOVE PAYH-SUTA-WAGES TO VOID-SUTA-WAGES
               MOVE PAYH-SUTA-TAX TO VOID-SUTA-TAX
           END-IF
           IF YTD-FUTA-WAGES NUMERIC
               SET UNEMP-ON-MASTER TO TRUE
           END-IF.

       LOAD-LEAVE-RULES.
      *> Operations-settable rules; a site that has never created
      *> the file runs on the built-in defaults.
               OR PAYH-MEDICARE > YTD-MEDICARE
               OR PAYH-EMPLOYER-FICA > YTD-EMPLOYER-FICA
               OR PAYH-NET-PAY > YTD-NET
               OR (BUCKETS-ON-MASTER
                   AND (VOID-FED-TAXABLE > YTD-FED-TAXABLE
                       OR VOID-STATE-TAXABLE > YTD-STATE-TAXABLE
                       OR VOID-SS-TAXABLE > YTD-SS-TAXABLE
                       OR VOID-MEDICARE-TAXABLE > YTD-MEDICARE-TAXABLE
                       OR VOID-401K-DEFERRAL > YTD-401K-DEFERRAL))
               DISPLAY "Payment amounts exceed master YTD totals "
                   "for " REQUEST-EMP-ID
                   " (year already closed?) - void refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VOID-STATE-SUB > ZERO
               IF PAYH-STATE-TAX > STATE-YTD-TAX(VOID-STATE-SUB)
                   OR VOID-STATE-TAXABLE
                       > STATE-YTD-TAXABLE(VOID-STATE-SUB)
                   DISPLAY "Payment amounts exceed master "
                       VOID-WORK-STATE " totals for " REQUEST-EMP-ID
                       " - void refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF UNEMP-ON-MASTER
               IF VOID-FUTA-WAGES > YTD-FUTA-WAGES
                   OR VOID-FUTA-TAX > YTD-FUTA-TAX
                   OR VOID-SUTA-WAGES > YTD-SUTA-WAGES
                   OR VOID-SUTA-TAX > YTD-SUTA-TAX
                   OR (VOID-STATE-SUB > ZERO
                       AND (VOID-SUTA-WAGES
                               > STATE-SUTA-WAGES(VOID-STATE-SUB)
                           OR VOID-SUTA-TAX
                               > STATE-SUTA-TAX(VOID-STATE-SUB)))
                   DISPLAY "Payment unemployment tax exceeds master "
                       "totals for " REQUEST-EMP-ID " - void refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       RESTORE-LEAVE-BALANCES.
                       REQUEST-EMP-ID
           END-REWRITE.

       CREDIT-GARNISHMENT-ORDERS.
      *> Each order the payment withheld for has the amount taken
      *> off what it has been paid; an order the payment had
      *> satisfied reopens if it is no longer paid in full. Any
      *> amount already remitted to the agency is recovered from it
      *> outside the payroll. A payment from before the garnishment
      *> lines existed reads a non-numeric count and took no order.
           MOVE ZERO TO VOID-GARNISH-TOTAL
           IF PAYH-GARN-COUNT NOT NUMERIC
               MOVE ZERO TO PAYH-GARN-COUNT
           END-IF
           IF PAYH-GARN-COUNT > ZERO
               OPEN I-O GARNISHMENT-ORDER-FILE
               IF ORDER-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening garnishment order file, status: "
                       ORDER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING GARN-SUB FROM 1 BY 1
                   UNTIL GARN-SUB > PAYH-GARN-COUNT
                   IF PAYH-GARN-TAKEN(GARN-SUB) > ZERO
                       PERFORM CREDIT-ONE-GARNISHMENT
                   END-IF
               END-PERFORM
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF.

       CREDIT-ONE-GARNISHMENT.
           ADD PAYH-GARN-TAKEN(GARN-SUB) TO VOID-GARNISH-TOTAL
           MOVE PAYH-EMP-ID TO GORD-EMP-ID
           MOVE PAYH-GARN-CASE(GARN-SUB) TO GORD-CASE-NUMBER
           READ GARNISHMENT-ORDER-FILE
               INVALID KEY
                   DISPLAY "Garnishment order " PAYH-GARN-CASE(GARN-SUB)
                       " not on file - credit it by hand"
               NOT INVALID KEY
                   IF GORD-AMOUNT-PAID > PAYH-GARN-TAKEN(GARN-SUB)
                       SUBTRACT PAYH-GARN-TAKEN(GARN-SUB)
                           FROM GORD-AMOUNT-PAID
                   ELSE
                       MOVE ZERO TO GORD-AMOUNT-PAID
                   END-IF
                   IF GORD-SATISFIED
                       AND GORD-AMOUNT-PAID < GORD-TOTAL-OWED
                       SET GORD-ACTIVE TO TRUE
                       MOVE SPACES TO GORD-CLOSED-DATE
                   END-IF
                   REWRITE GARNISHMENT-ORDER-RECORD
                   IF ORDER-FILE-STATUS NOT = "00"
                       DISPLAY "Error rewriting garnishment order "
                           GORD-CASE-NUMBER ", status: "
                           ORDER-FILE-STATUS
                   END-IF
           END-READ.

       WRITE-ACH-REVERSAL-FILE.
      *> The reversal is its own transmission cycle, so ACHOUT.DAT is
      *> written fresh the way a pay run writes it: header, batch,
               MOVE PAYH-STATE-TAX TO REV-SHARE-STATE
               MOVE VOID-FICA-TOTAL TO REV-SHARE-FICA
               MOVE PAYH-EMPLOYER-FICA TO REV-SHARE-EMP-FICA
               MOVE VOID-FUTA-TAX TO REV-SHARE-EMP-FUTA
               MOVE VOID-SUTA-TAX TO REV-SHARE-EMP-SUTA
               MOVE VOID-DEDUCT-TOTAL TO REV-SHARE-DEDUCT
               MOVE PAYH-NET-PAY TO REV-SHARE-NET
               MOVE PAYH-DEPT-CODE TO REV-POST-DEPT
               MOVE ZERO TO REV-STATE-ALLOC
               MOVE ZERO TO REV-FICA-ALLOC
               MOVE ZERO TO REV-EMP-FICA-ALLOC
               MOVE ZERO TO REV-EMP-FUTA-ALLOC
               MOVE ZERO TO REV-EMP-SUTA-ALLOC
               MOVE ZERO TO REV-DEDUCT-ALLOC
               MOVE ZERO TO REV-NET-ALLOC
               PERFORM VARYING DIST-SUB FROM 1 BY 1
                   VOID-FICA-TOTAL - REV-FICA-ALLOC
               COMPUTE REV-SHARE-EMP-FICA =
                   PAYH-EMPLOYER-FICA - REV-EMP-FICA-ALLOC
               COMPUTE REV-SHARE-EMP-FUTA =
                   VOID-FUTA-TAX - REV-EMP-FUTA-ALLOC
               COMPUTE REV-SHARE-EMP-SUTA =
                   VOID-SUTA-TAX - REV-EMP-SUTA-ALLOC
               COMPUTE REV-SHARE-DEDUCT =
                   VOID-DEDUCT-TOTAL - REV-DEDUCT-ALLOC
               COMPUTE REV-SHARE-NET =
                   MOVE ZERO TO REV-SHARE-STATE
                   MOVE ZERO TO REV-SHARE-FICA
                   MOVE ZERO TO REV-SHARE-EMP-FICA
                   MOVE ZERO TO REV-SHARE-EMP-FUTA
                   MOVE ZERO TO REV-SHARE-EMP-SUTA
                   MOVE ZERO TO REV-SHARE-DEDUCT
                   MOVE ZERO TO REV-SHARE-NET
               ELSE
                   COMPUTE REV-SHARE-EMP-FICA ROUNDED =
                       PAYH-EMPLOYER-FICA
                       * PAYH-DIST-BASE(DIST-SUB) / DIST-BASE-TOTAL
                   COMPUTE REV-SHARE-EMP-FUTA ROUNDED =
                       VOID-FUTA-TAX
                       * PAYH-DIST-BASE(DIST-SUB) / DIST-BASE-TOTAL
                   COMPUTE REV-SHARE-EMP-SUTA ROUNDED =
                       VOID-SUTA-TAX
                       * PAYH-DIST-BASE(DIST-SUB) / DIST-BASE-TOTAL
                   COMPUTE REV-SHARE-DEDUCT ROUNDED =
                       VOID-DEDUCT-TOTAL
                       * PAYH-DIST-BASE(DIST-SUB) / DIST-BASE-TOTAL
                   ADD REV-SHARE-STATE TO REV-STATE-ALLOC
                   ADD REV-SHARE-FICA TO REV-FICA-ALLOC
                   ADD REV-SHARE-EMP-FICA TO REV-EMP-FICA-ALLOC
                   ADD REV-SHARE-EMP-FUTA TO REV-EMP-FUTA-ALLOC
                   ADD REV-SHARE-EMP-SUTA TO REV-EMP-SUTA-ALLOC
                   ADD REV-SHARE-DEDUCT TO REV-DEDUCT-ALLOC
                   ADD REV-SHARE-NET TO REV-NET-ALLOC
               END-IF
                   ADD REV-SHARE-FICA TO REV-DEPT-FICA(REV-SUB)
                   ADD REV-SHARE-EMP-FICA
                       TO REV-DEPT-EMP-FICA(REV-SUB)
                   ADD REV-SHARE-EMP-FUTA
                       TO REV-DEPT-EMP-FUTA(REV-SUB)
                   ADD REV-SHARE-EMP-SUTA
                       TO REV-DEPT-EMP-SUTA(REV-SUB)
                   ADD REV-SHARE-DEDUCT TO REV-DEPT-DEDUCT(REV-SUB)
                   ADD REV-SHARE-NET TO REV-DEPT-NET(REV-SUB)
               END-IF
               MOVE REV-SHARE-FICA TO REV-DEPT-FICA(REV-DEPT-COUNT)
               MOVE REV-SHARE-EMP-FICA
                   TO REV-DEPT-EMP-FICA(REV-DEPT-COUNT)
               MOVE REV-SHARE-EMP-FUTA
                   TO REV-DEPT-EMP-FUTA(REV-DEPT-COUNT)
               MOVE REV-SHARE-EMP-SUTA
                   TO REV-DEPT-EMP-SUTA(REV-DEPT-COUNT)
               MOVE REV-SHARE-DEDUCT
                   TO REV-DEPT-DEDUCT(REV-DEPT-COUNT)
               MOVE REV-SHARE-NET TO REV-DEPT-NET(REV-DEPT-COUNT)
               COMPUTE GLREC-TOTAL-DEDUCT =
                   ZERO - REV-DEPT-DEDUCT(REV-SUB)
               COMPUTE GLREC-TOTAL-NET = ZERO - REV-DEPT-NET(REV-SUB)
               COMPUTE GLREC-EMPLOYER-FUTA =
                   ZERO - REV-DEPT-EMP-FUTA(REV-SUB)
               COMPUTE GLREC-EMPLOYER-SUTA =
                   ZERO - REV-DEPT-EMP-SUTA(REV-SUB)
      *> The reversal adds no one to the department's headcount.
               MOVE ZERO TO GLREC-HEADCOUNT
               WRITE GL-SUMMARY-RECORD
      *> Appended like a completed run's record but typed "V" with
      *> negative totals, so the balancing program proves the
      *> reversal against the GL interface and the debit file, and
      *> the duplicate-period check in the pay run ignores it. It is
      *> filed under the employee's pay group, still on the master
      *> record from the unwind.
           OPEN EXTEND PAY-PERIOD-CONTROL
           IF CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT PAY-PERIOD-CONTROL
           MOVE RUN-DATE TO CTL-RUN-DATE
           SET CTL-RUN-COMPLETED TO TRUE
           MOVE "V" TO CTL-RUN-TYPE
           MOVE PAY-GROUP-M TO CTL-PAY-GROUP
           MOVE 1 TO CTL-RECORDS-READ
           MOVE 1 TO CTL-ACCEPT-COUNT
           MOVE ZERO TO CTL-REJECT-COUNT
           MOVE "DEDUCTIONS REVERSED" TO VA-DESCRIPTION
           COMPUTE VA-AMOUNT = ZERO - VOID-DEDUCT-TOTAL
           WRITE VOID-REPORT-LINE FROM VOID-AMOUNT-LINE
           IF VOID-GARNISH-TOTAL NOT = ZERO
               MOVE "GARNISHMENTS CREDITED" TO VA-DESCRIPTION
               COMPUTE VA-AMOUNT = ZERO - VOID-GARNISH-TOTAL
               WRITE VOID-REPORT-LINE FROM VOID-AMOUNT-LINE
           END-IF
           MOVE "NET REVERSED" TO VA-DESCRIPTION
           COMPUTE VA-AMOUNT = ZERO - PAYH-NET-PAY
           WRITE VOID-REPORT-LINE FROM VOID-AMOUNT-LINE
