       $set sourceformat"free"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENREMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-CONTROL ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-M
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "EMPJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT BENEFIT-PLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPPING-FILE-STATUS.

           SELECT CONTRIBUTION-FILE
               ASSIGN TO DYNAMIC CONTRIBUTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRIBUTION-FILE-STATUS.

           SELECT MATCH-VOUCHER-FILE ASSIGN TO "MATCHJV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHER-FILE-STATUS.

           SELECT REMITTANCE-REPORT ASSIGN TO "BENREMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-PERIOD-CONTROL
          LABEL RECORDS ARE STANDARD.
       COPY "PAYCTL.CPY".

       FD PAY-HISTORY-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "PAYHIST.CPY".

       FD EMPLOYEE-MASTER
          LABEL RECORDS ARE STANDARD.
       COPY "EMPMAST.CPY".

       FD JOURNAL-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "JRNLREC.CPY".

       FD BENEFIT-PLAN-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "BENPLAN.CPY".

       FD GL-MAPPING-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GLMAP.CPY".

      *> One provider's contributions for the period: a "D" record
      *> per payment that took the provider's deduction (or, for the
      *> 401(k), earned a match), then a "T" record with the count
      *> and the amounts the remittance must carry. The year-to-date
      *> figures are the 401(k) recordkeeper's; the carriers' files
      *> carry them as zero.
       FD CONTRIBUTION-FILE
          LABEL RECORDS ARE STANDARD.
       01 CONTRIBUTION-RECORD.
           05 CONT-RECORD-TYPE        PIC X(1).
               88 CONT-EMPLOYEE-DETAIL VALUE "D".
               88 CONT-PROVIDER-TOTAL VALUE "T".
           05 CONT-PLAN-ID            PIC X(15).
           05 CONT-PERIOD-ENDING      PIC X(8).
           05 CONT-EMP-ID             PIC X(5).
           05 CONT-EMP-NAME           PIC X(25).
           05 CONT-PAY-SEQ            PIC 9(2).
           05 CONT-PLAN-PAY           PIC 9(7)V99.
           05 CONT-EMPLOYEE-AMOUNT    PIC 9(7)V99.
           05 CONT-EMPLOYER-AMOUNT    PIC 9(7)V99.
           05 CONT-YTD-EMPLOYEE       PIC 9(7)V99.
           05 CONT-YTD-EMPLOYER       PIC 9(7)V99.
       01 CONTRIBUTION-TOTAL-RECORD REDEFINES CONTRIBUTION-RECORD.
           05 FILLER                  PIC X(24).
           05 CONT-RECORD-COUNT       PIC 9(7).
           05 CONT-TOTAL-EMPLOYEE     PIC 9(9)V99.
           05 CONT-TOTAL-EMPLOYER     PIC 9(9)V99.
           05 FILLER                  PIC X(47).

       FD MATCH-VOUCHER-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "GLJVREC.CPY".

       FD REMITTANCE-REPORT
          LABEL RECORDS ARE STANDARD.
       01 REMITTANCE-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS     PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 MASTER-FILE-STATUS      PIC XX.
       01 JOURNAL-FILE-STATUS     PIC XX.
       01 PLAN-FILE-STATUS        PIC XX.
       01 MAPPING-FILE-STATUS     PIC XX.
       01 CONTRIBUTION-FILE-STATUS PIC XX.
       01 VOUCHER-FILE-STATUS     PIC XX.
       01 REPORT-FILE-STATUS      PIC XX.
       01 CONTRIBUTION-FILE-NAME  PIC X(14).
       01 END-OF-CONTROL          PIC X(3).
       01 END-OF-HISTORY          PIC X(3).
       01 END-OF-MAPPING          PIC X(3) VALUE SPACES.
       01 PERIOD-WEEK-ENDING      PIC X(8).
       01 PERIOD-FOUND-SW         PIC X(1) VALUE "N".
           88 PERIOD-WAS-FOUND    VALUE "Y".
       01 LIABILITY-FOUND-SW      PIC X(1) VALUE "N".
           88 LIABILITY-WAS-FOUND VALUE "Y".
       01 REMITTANCE-FAILED-SW    PIC X(1) VALUE "N".
           88 REMITTANCE-HAS-FAILED VALUE "Y".
       01 MASTER-FOUND-SW         PIC X(1).
           88 MASTER-WAS-FOUND    VALUE "Y".
       01 EXCEPTION-COUNT         PIC 9(5) VALUE ZERO.
       01 CONTRIBUTION-COUNT      PIC 9(7).

      *> Built-in plan rule, overridden by BENPLAN.DAT.
       01 MATCH-PERCENT           PIC 9(3)V99 VALUE 50.00.
       01 MATCH-PAY-CAP           PIC 9(2)V99 VALUE 6.00.
       01 PLAN-CONTRACT-401K      PIC X(15) VALUE SPACES.
       01 PLAN-GROUP-MEDICAL      PIC X(15) VALUE SPACES.
       01 PLAN-GROUP-DENTAL       PIC X(15) VALUE SPACES.

      *> The three providers remitted to, in the order their files
      *> are written and reported; entry 1 is the 401(k)
      *> recordkeeper, the only one the employer contributes to.
       01 PROVIDER-TABLE.
           05 PROVIDER-ENTRY OCCURS 3 TIMES.
               10 PROV-DEDUCT-CODE    PIC X(4).
               10 PROV-NAME           PIC X(24).
               10 PROV-PLAN-ID        PIC X(15).
               10 PROV-FILE-NAME      PIC X(14).
               10 PROV-EMPLOYEE-COUNT PIC 9(5).
               10 PROV-LAST-EMP-ID    PIC X(5).
               10 PROV-EMPLOYEE-TOTAL PIC 9(9)V99.
               10 PROV-EMPLOYER-TOTAL PIC 9(9)V99.
       01 PROV-SUB                PIC 9(1).

      *> One payment's deductions by where they go.
       01 PAYMENT-PROVIDER-AMOUNT OCCURS 3 TIMES PIC 9(7)V99.
       01 PAYMENT-OTHER-DEDUCT    PIC 9(7)V99.
       01 PAYMENT-GARNISHED       PIC 9(7)V99.
       01 PAYMENT-ARREARS         PIC S9(7)V99.
       01 PAYMENT-MATCH           PIC 9(7)V99.
       01 MATCHABLE-PAY           PIC 9(7)V99.
       01 MATCHED-DEFERRAL        PIC 9(7)V99.
       01 DEDUCT-SUB              PIC 9(1).
       01 GARN-SUB                PIC 9(1).

      *> The period's deductions as PAYHIST shows them, for the tie
      *> to the control file. A voided payment's reversal run backs
      *> out its deduction lines and garnishments but not the arrears
      *> it recovered, so that recovery is still in the control
      *> totals and is carried as a reconciling item.
       01 CONTROL-DEDUCT-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 OTHER-DEDUCT-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 GARNISHED-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 ARREARS-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01 VOIDED-ARREARS-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 ACCOUNTED-TOTAL         PIC S9(9)V99.
       01 TIE-DIFFERENCE          PIC S9(9)V99.

      *> The match figured for the first time this run, the match
      *> already posted by an earlier run for the period, and the
      *> match backed out of payments voided since it posted.
       01 NEW-MATCH-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 NEW-MATCH-COUNT         PIC 9(5) VALUE ZERO.
       01 PRIOR-MATCH-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 REVERSED-MATCH-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 REVERSED-MATCH-COUNT    PIC 9(5) VALUE ZERO.
       01 NET-MATCH-POSTED        PIC S9(9)V99.

      *> This run's match by department, netted of reversals, and
      *> the expense account each is charged to.
       01 MATCH-DEPT-TABLE.
           05 MATCH-DEPT-COUNT    PIC 9(3) VALUE ZERO.
           05 MATCH-DEPT-ENTRY OCCURS 100 TIMES.
               10 MD-DEPT-CODE        PIC X(4).
               10 MD-EXPENSE-ACCT     PIC X(10).
               10 MD-AMOUNT           PIC S9(9)V99.
       01 MATCH-DEPT-SUB          PIC 9(3).
       01 MATCH-DEPT-FOUND-SW     PIC X(1).
           88 MATCH-DEPT-WAS-FOUND VALUE "Y".
       01 MATCH-DEPT-LOOKUP       PIC X(4).
       01 MATCH-DEPT-ADJUST       PIC S9(9)V99.

       01 DEPT-MAPPING-TABLE.
           05 DEPT-MAP-COUNT      PIC 9(3) VALUE ZERO.
           05 DEPT-MAP-ENTRY OCCURS 100 TIMES.
               10 MAP-DEPT-CODE       PIC X(4).
               10 MAP-BENEFIT-ACCT    PIC X(10).
       01 MAP-SCAN-SUB            PIC 9(3).
       01 HELD-MATCH-PAYABLE      PIC X(10) VALUE SPACES.
       01 VOUCHER-LINE-COUNT      PIC 9(5) VALUE ZERO.

       01 JOURNAL-DATE            PIC 9(8).
       01 JOURNAL-TIME            PIC 9(8).
       01 SAVED-BEFORE-IMAGE.
           05 SAVED-BEFORE-BASE       PIC X(150).
           05 SAVED-BEFORE-EXTENSION  PIC X(350).

       01 REMIT-HDR-1.
           05 FILLER              PIC X(25) VALUE SPACES.
           05 FILLER              PIC X(39)
               VALUE "ACME CORP - BENEFIT PROVIDER REMITTANCE".

       01 REMIT-HDR-2.
           05 FILLER              PIC X(13) VALUE "WEEK ENDING: ".
           05 RH2-WEEK-ENDING     PIC X(8).

       01 REMIT-PROVIDER-LINE.
           05 FILLER              PIC X(10) VALUE "PROVIDER: ".
           05 RP-NAME             PIC X(24).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 RP-PLAN-ID          PIC X(15).
           05 FILLER              PIC X(8) VALUE "  FILE: ".
           05 RP-FILE-NAME        PIC X(14).

       01 REMIT-SECTION-LINE.
           05 RS-CAPTION          PIC X(60).

       01 REMIT-AMOUNT-LINE.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RA-CAPTION          PIC X(36).
           05 RA-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 REMIT-COUNT-LINE.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RC-CAPTION          PIC X(36).
           05 RC-COUNT            PIC ZZZ,ZZ9.

       01 REMIT-EXCEPTION-LINE.
           05 FILLER              PIC X(11) VALUE "EXCEPTION: ".
           05 RE-DEPT-CODE        PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RE-REASON           PIC X(50).

       01 REMIT-RESULT-LINE.
           05 FILLER              PIC X(8) VALUE "RESULT: ".
           05 RR-RESULT           PIC X(50).

       PROCEDURE DIVISION.

      *> Remits a completed pay period's benefit deductions. arg 1 is
      *> the week-ending date (CCYYMMDD) of the period; none takes the
      *> latest completed run on the control file. Every payment the
      *> period posted is read from PAYHIST.DAT:
      *>   - the 401(k), medical and dental deductions taken go on a
      *>     contribution file per provider (401KCONT.DAT,
      *>     MEDHCONT.DAT, DENTCONT.DAT);
      *>   - the employer 401(k) match is figured on each payment's
      *>     deferral under the plan rule, posted to the master's
      *>     year-to-date match (journaled) and marked on the payment,
      *>     and its expense is charged to each department on
      *>     MATCHJV.DAT against the match payable. A rerun for the
      *>     period rewrites the provider files but posts only a match
      *>     not already posted, and backs out the match of a payment
      *>     voided since;
      *>   - BENREMIT.RPT shows each provider's remittance and ties
      *>     the period's deductions back to the pay period control
      *>     totals. A period that does not tie fails the step.
      *> An unmapped department or missing match account stops the
      *> run before anything is posted.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT PERIOD-WEEK-ENDING FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO PERIOD-WEEK-ENDING
           END-ACCEPT
           IF PERIOD-WEEK-ENDING NOT = SPACES
                   AND PERIOD-WEEK-ENDING NOT NUMERIC
               DISPLAY "Week-ending date must be CCYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-PERIOD-CONTROL
           PERFORM LOAD-BENEFIT-PLAN
           PERFORM DEFINE-PROVIDERS
           PERFORM LOAD-ACCOUNT-MAPPING
           PERFORM OPEN-REMITTANCE-REPORT
           PERFORM OPEN-PAY-HISTORY
           PERFORM OPEN-EMPLOYEE-MASTER

           PERFORM TALLY-PERIOD-PAYMENTS
           PERFORM CHECK-MATCH-ACCOUNTS
           IF REMITTANCE-HAS-FAILED
               MOVE "REMITTANCE FAILED - NOTHING POSTED" TO RR-RESULT
               WRITE REMITTANCE-LINE FROM REMIT-RESULT-LINE
               CLOSE REMITTANCE-REPORT
               CLOSE PAY-HISTORY-FILE
               CLOSE EMPLOYEE-MASTER
               DISPLAY "Benefit remittance failed, " EXCEPTION-COUNT
                   " exception(s) - see report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NEW-MATCH-COUNT > ZERO OR REVERSED-MATCH-COUNT > ZERO
               PERFORM OPEN-JOURNAL-FILE
               PERFORM POST-PERIOD-MATCH
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM WRITE-MATCH-VOUCHER
           PERFORM VARYING PROV-SUB FROM 1 BY 1
               UNTIL PROV-SUB > 3
               PERFORM WRITE-CONTRIBUTION-FILE
           END-PERFORM

           PERFORM WRITE-REMITTANCE-SUMMARY
           PERFORM WRITE-DEDUCTION-TIE-OUT

           CLOSE REMITTANCE-REPORT
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           DISPLAY "Benefit remittance written for week "
               PERIOD-WEEK-ENDING
           STOP RUN.

       READ-PERIOD-CONTROL.
      *> The period must have a completed run on the control file;
      *> its deduction total is every completed run for the week -
      *> regular, supplemental and reversal alike - since PAYHIST
      *> holds all of their payments.
           IF PERIOD-WEEK-ENDING = SPACES
               PERFORM OPEN-PERIOD-CONTROL
               PERFORM UNTIL END-OF-CONTROL = "EOF"
                   READ PAY-PERIOD-CONTROL
                       AT END
                           MOVE "EOF" TO END-OF-CONTROL
                       NOT AT END
                           IF CTL-RUN-COMPLETED
                               MOVE CTL-WEEK-ENDING-DATE
                                   TO PERIOD-WEEK-ENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-CONTROL
           END-IF
           PERFORM OPEN-PERIOD-CONTROL
           PERFORM UNTIL END-OF-CONTROL = "EOF"
               READ PAY-PERIOD-CONTROL
                   AT END
                       MOVE "EOF" TO END-OF-CONTROL
                   NOT AT END
                       IF CTL-RUN-COMPLETED
                           AND CTL-WEEK-ENDING-DATE = PERIOD-WEEK-ENDING
                           SET PERIOD-WAS-FOUND TO TRUE
                           ADD CTL-TOTAL-DEDUCT TO CONTROL-DEDUCT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-CONTROL
           IF NOT PERIOD-WAS-FOUND
               DISPLAY "No completed pay run for week ending "
                   PERIOD-WEEK-ENDING
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PERIOD-CONTROL.
           MOVE SPACES TO END-OF-CONTROL
           OPEN INPUT PAY-PERIOD-CONTROL
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening pay period control, status: "
                   CONTROL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-BENEFIT-PLAN.
      *> Operations-settable rule; a site that has never created the
      *> file runs on the built-in match.
           OPEN INPUT BENEFIT-PLAN-FILE
           IF PLAN-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF PLAN-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening benefit plan file, status: "
                       PLAN-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ BENEFIT-PLAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PLAN-MATCH-PERCENT TO MATCH-PERCENT
                       MOVE PLAN-MATCH-PAY-CAP TO MATCH-PAY-CAP
                       MOVE PLAN-401K-CONTRACT TO PLAN-CONTRACT-401K
                       MOVE PLAN-MEDICAL-GROUP TO PLAN-GROUP-MEDICAL
                       MOVE PLAN-DENTAL-GROUP TO PLAN-GROUP-DENTAL
               END-READ
               CLOSE BENEFIT-PLAN-FILE
           END-IF.

       DEFINE-PROVIDERS.
           MOVE "401K" TO PROV-DEDUCT-CODE(1)
           MOVE "401(K) RECORDKEEPER" TO PROV-NAME(1)
           MOVE PLAN-CONTRACT-401K TO PROV-PLAN-ID(1)
           MOVE "401KCONT.DAT" TO PROV-FILE-NAME(1)
           MOVE "MEDH" TO PROV-DEDUCT-CODE(2)
           MOVE "MEDICAL CARRIER" TO PROV-NAME(2)
           MOVE PLAN-GROUP-MEDICAL TO PROV-PLAN-ID(2)
           MOVE "MEDHCONT.DAT" TO PROV-FILE-NAME(2)
           MOVE "DENT" TO PROV-DEDUCT-CODE(3)
           MOVE "DENTAL CARRIER" TO PROV-NAME(3)
           MOVE PLAN-GROUP-DENTAL TO PROV-PLAN-ID(3)
           MOVE "DENTCONT.DAT" TO PROV-FILE-NAME(3)
           PERFORM VARYING PROV-SUB FROM 1 BY 1
               UNTIL PROV-SUB > 3
               MOVE ZERO TO PROV-EMPLOYEE-COUNT(PROV-SUB)
               MOVE SPACES TO PROV-LAST-EMP-ID(PROV-SUB)
               MOVE ZERO TO PROV-EMPLOYEE-TOTAL(PROV-SUB)
               MOVE ZERO TO PROV-EMPLOYER-TOTAL(PROV-SUB)
           END-PERFORM.

       LOAD-ACCOUNT-MAPPING.
           OPEN INPUT GL-MAPPING-FILE
           IF MAPPING-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account mapping file, status: "
                   MAPPING-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-MAPPING = "EOF"
               READ GL-MAPPING-FILE
                   AT END
                       MOVE "EOF" TO END-OF-MAPPING
                   NOT AT END
                       PERFORM LOAD-ONE-MAPPING
               END-READ
           END-PERFORM
           CLOSE GL-MAPPING-FILE.

       LOAD-ONE-MAPPING.
           EVALUATE TRUE
               WHEN GLM-DEPT-MAPPING
                   IF DEPT-MAP-COUNT >= 100
                       DISPLAY "Mapping table full, dropping "
                           GLM-DEPT-CODE
                   ELSE
                       ADD 1 TO DEPT-MAP-COUNT
                       MOVE GLM-DEPT-CODE
                           TO MAP-DEPT-CODE(DEPT-MAP-COUNT)
                       MOVE GLM-BENEFIT-EXPENSE-ACCT
                           TO MAP-BENEFIT-ACCT(DEPT-MAP-COUNT)
                   END-IF
               WHEN GLM-LIABILITY-MAPPING
                   SET LIABILITY-WAS-FOUND TO TRUE
                   MOVE GLL-MATCH-PAYABLE-ACCT TO HELD-MATCH-PAYABLE
           END-EVALUATE.

       OPEN-REMITTANCE-REPORT.
           OPEN OUTPUT REMITTANCE-REPORT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening remittance report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REMITTANCE-LINE FROM REMIT-HDR-1
           MOVE PERIOD-WEEK-ENDING TO RH2-WEEK-ENDING
           WRITE REMITTANCE-LINE FROM REMIT-HDR-2
           MOVE SPACES TO REMITTANCE-LINE
           WRITE REMITTANCE-LINE.

       OPEN-PAY-HISTORY.
           OPEN I-O PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Error opening pay history file, status: "
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-EMPLOYEE-MASTER.
           OPEN I-O EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening EMPLOYEE-MASTER, status: "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-JOURNAL-FILE.
      *> The journal is cumulative across runs: extend it if it
      *> exists, create it the first time a run needs it.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening change journal, status: "
                   JOURNAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       START-PAY-HISTORY.
      *> Each pass reads the whole file from the top; the key is
      *> employee-major, so a week's payments are found by scanning.
           MOVE SPACES TO END-OF-HISTORY
           MOVE LOW-VALUES TO PAYH-KEY
           START PAY-HISTORY-FILE KEY >= PAYH-KEY
               INVALID KEY
                   MOVE "EOF" TO END-OF-HISTORY
           END-START.

       TALLY-PERIOD-PAYMENTS.
      *> Nothing is written on this pass: it totals the period and
      *> works out what match there is to post or back out, so every
      *> account it needs can be checked first.
           PERFORM START-PAY-HISTORY
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       IF PAYH-WEEK-ENDING = PERIOD-WEEK-ENDING
                           IF PAYH-PAYMENT-POSTED
                               PERFORM TALLY-POSTED-PAYMENT
                           ELSE
                               PERFORM TALLY-VOIDED-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-POSTED-PAYMENT.
           PERFORM SPLIT-PAYMENT-DEDUCTIONS
           ADD PAYMENT-OTHER-DEDUCT TO OTHER-DEDUCT-TOTAL
           ADD PAYMENT-GARNISHED TO GARNISHED-TOTAL
           ADD PAYMENT-ARREARS TO ARREARS-TOTAL
           IF PAYH-MATCH-POSTED
               MOVE PAYH-EMPLOYER-MATCH TO PAYMENT-MATCH
               ADD PAYMENT-MATCH TO PRIOR-MATCH-TOTAL
           ELSE
               PERFORM FIGURE-PAYMENT-MATCH
               ADD PAYMENT-MATCH TO NEW-MATCH-TOTAL
               ADD 1 TO NEW-MATCH-COUNT
               IF PAYMENT-MATCH > ZERO
                   MOVE PAYMENT-MATCH TO MATCH-DEPT-ADJUST
                   PERFORM ADD-DEPARTMENT-MATCH
               END-IF
           END-IF
           PERFORM VARYING PROV-SUB FROM 1 BY 1
               UNTIL PROV-SUB > 3
               ADD PAYMENT-PROVIDER-AMOUNT(PROV-SUB)
                   TO PROV-EMPLOYEE-TOTAL(PROV-SUB)
               IF PAYMENT-PROVIDER-AMOUNT(PROV-SUB) > ZERO
                       OR (PROV-SUB = 1 AND PAYMENT-MATCH > ZERO)
                   IF PAYH-EMP-ID NOT = PROV-LAST-EMP-ID(PROV-SUB)
                       ADD 1 TO PROV-EMPLOYEE-COUNT(PROV-SUB)
                       MOVE PAYH-EMP-ID TO PROV-LAST-EMP-ID(PROV-SUB)
                   END-IF
               END-IF
           END-PERFORM
           ADD PAYMENT-MATCH TO PROV-EMPLOYER-TOTAL(1).

       TALLY-VOIDED-PAYMENT.
      *> A voided payment remits nothing. Its match, if one posted
      *> before the void, is backed out of the department it was
      *> charged to.
           PERFORM SPLIT-PAYMENT-DEDUCTIONS
           ADD PAYMENT-ARREARS TO VOIDED-ARREARS-TOTAL
           IF PAYH-MATCH-POSTED
               ADD PAYH-EMPLOYER-MATCH TO REVERSED-MATCH-TOTAL
               ADD 1 TO REVERSED-MATCH-COUNT
               COMPUTE MATCH-DEPT-ADJUST = ZERO - PAYH-EMPLOYER-MATCH
               PERFORM ADD-DEPARTMENT-MATCH
           END-IF.

       SPLIT-PAYMENT-DEDUCTIONS.
      *> Net pay is gross less taxes less every deduction, so what
      *> the deduction lines and garnishment orders do not account
      *> for is the arrears the payment recovered.
           PERFORM VARYING PROV-SUB FROM 1 BY 1
               UNTIL PROV-SUB > 3
               MOVE ZERO TO PAYMENT-PROVIDER-AMOUNT(PROV-SUB)
           END-PERFORM
           MOVE ZERO TO PAYMENT-OTHER-DEDUCT
           MOVE ZERO TO PAYMENT-GARNISHED
           PERFORM VARYING DEDUCT-SUB FROM 1 BY 1
               UNTIL DEDUCT-SUB > 5
               EVALUATE PAYH-DEDUCT-CODE(DEDUCT-SUB)
                   WHEN "401K"
                       ADD PAYH-DEDUCT-TAKEN(DEDUCT-SUB)
                           TO PAYMENT-PROVIDER-AMOUNT(1)
                   WHEN "MEDH"
                       ADD PAYH-DEDUCT-TAKEN(DEDUCT-SUB)
                           TO PAYMENT-PROVIDER-AMOUNT(2)
                   WHEN "DENT"
                       ADD PAYH-DEDUCT-TAKEN(DEDUCT-SUB)
                           TO PAYMENT-PROVIDER-AMOUNT(3)
                   WHEN OTHER
                       IF PAYH-DEDUCT-TAKEN(DEDUCT-SUB) NUMERIC
                           ADD PAYH-DEDUCT-TAKEN(DEDUCT-SUB)
                               TO PAYMENT-OTHER-DEDUCT
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF PAYH-GARN-COUNT NUMERIC
               PERFORM VARYING GARN-SUB FROM 1 BY 1
                   UNTIL GARN-SUB > PAYH-GARN-COUNT
                   ADD PAYH-GARN-TAKEN(GARN-SUB) TO PAYMENT-GARNISHED
               END-PERFORM
           END-IF
           COMPUTE PAYMENT-ARREARS = PAYH-GROSS-PAY
               - PAYH-FED-TAX - PAYH-STATE-TAX
               - PAYH-SOC-SEC - PAYH-MEDICARE
               - PAYH-NET-PAY
               - PAYMENT-PROVIDER-AMOUNT(1)
               - PAYMENT-PROVIDER-AMOUNT(2)
               - PAYMENT-PROVIDER-AMOUNT(3)
               - PAYMENT-OTHER-DEDUCT - PAYMENT-GARNISHED.

       FIGURE-PAYMENT-MATCH.
      *> The plan matches MATCH-PERCENT of the deferral, counting
      *> deferrals only up to MATCH-PAY-CAP percent of the payment's
      *> gross.
           COMPUTE MATCHABLE-PAY ROUNDED =
               PAYH-GROSS-PAY * MATCH-PAY-CAP / 100
           IF PAYMENT-PROVIDER-AMOUNT(1) < MATCHABLE-PAY
               MOVE PAYMENT-PROVIDER-AMOUNT(1) TO MATCHED-DEFERRAL
           ELSE
               MOVE MATCHABLE-PAY TO MATCHED-DEFERRAL
           END-IF
           COMPUTE PAYMENT-MATCH ROUNDED =
               MATCHED-DEFERRAL * MATCH-PERCENT / 100.

       ADD-DEPARTMENT-MATCH.
           MOVE PAYH-DEPT-CODE TO MATCH-DEPT-LOOKUP
           MOVE "N" TO MATCH-DEPT-FOUND-SW
           PERFORM VARYING MATCH-DEPT-SUB FROM 1 BY 1
               UNTIL MATCH-DEPT-SUB > MATCH-DEPT-COUNT
                   OR MATCH-DEPT-WAS-FOUND
               IF MD-DEPT-CODE(MATCH-DEPT-SUB) = MATCH-DEPT-LOOKUP
                   SET MATCH-DEPT-WAS-FOUND TO TRUE
                   ADD MATCH-DEPT-ADJUST TO MD-AMOUNT(MATCH-DEPT-SUB)
               END-IF
           END-PERFORM
           IF NOT MATCH-DEPT-WAS-FOUND
               IF MATCH-DEPT-COUNT >= 100
                   DISPLAY "Match department table full, dropping "
                       MATCH-DEPT-LOOKUP
               ELSE
                   ADD 1 TO MATCH-DEPT-COUNT
                   MOVE MATCH-DEPT-LOOKUP
                       TO MD-DEPT-CODE(MATCH-DEPT-COUNT)
                   MOVE SPACES TO MD-EXPENSE-ACCT(MATCH-DEPT-COUNT)
                   MOVE MATCH-DEPT-ADJUST TO MD-AMOUNT(MATCH-DEPT-COUNT)
               END-IF
           END-IF.

       CHECK-MATCH-ACCOUNTS.
      *> Every department with match to charge needs a benefit
      *> expense account, and the match needs its payable; the scan
      *> keeps going after a miss so the report lists every one.
           PERFORM VARYING MATCH-DEPT-SUB FROM 1 BY 1
               UNTIL MATCH-DEPT-SUB > MATCH-DEPT-COUNT
               PERFORM VARYING MAP-SCAN-SUB FROM 1 BY 1
                   UNTIL MAP-SCAN-SUB > DEPT-MAP-COUNT
                   IF MAP-DEPT-CODE(MAP-SCAN-SUB)
                           = MD-DEPT-CODE(MATCH-DEPT-SUB)
                       MOVE MAP-BENEFIT-ACCT(MAP-SCAN-SUB)
                           TO MD-EXPENSE-ACCT(MATCH-DEPT-SUB)
                   END-IF
               END-PERFORM
               IF MD-EXPENSE-ACCT(MATCH-DEPT-SUB) = SPACES
                   MOVE MD-DEPT-CODE(MATCH-DEPT-SUB) TO RE-DEPT-CODE
                   MOVE "No benefit expense account on mapping file"
                       TO RE-REASON
                   WRITE REMITTANCE-LINE FROM REMIT-EXCEPTION-LINE
                   ADD 1 TO EXCEPTION-COUNT
                   SET REMITTANCE-HAS-FAILED TO TRUE
               END-IF
           END-PERFORM
           IF MATCH-DEPT-COUNT > ZERO
                   AND (NOT LIABILITY-WAS-FOUND
                        OR HELD-MATCH-PAYABLE = SPACES)
               MOVE SPACES TO RE-DEPT-CODE
               MOVE "No 401(k) match payable account on mapping file"
                   TO RE-REASON
               WRITE REMITTANCE-LINE FROM REMIT-EXCEPTION-LINE
               ADD 1 TO EXCEPTION-COUNT
               SET REMITTANCE-HAS-FAILED TO TRUE
           END-IF.

       POST-PERIOD-MATCH.
      *> Figures each unposted payment's match exactly as the tally
      *> did, marks it posted on the payment and adds it to the
      *> master with the same step; a voided payment's posted match
      *> comes back off the master and is marked reversed.
           PERFORM START-PAY-HISTORY
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       IF PAYH-WEEK-ENDING = PERIOD-WEEK-ENDING
                           IF PAYH-PAYMENT-POSTED
                               IF NOT PAYH-MATCH-POSTED
                                   PERFORM POST-PAYMENT-MATCH
                               END-IF
                           ELSE
                               IF PAYH-MATCH-POSTED
                                   PERFORM REVERSE-PAYMENT-MATCH
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POST-PAYMENT-MATCH.
           PERFORM SPLIT-PAYMENT-DEDUCTIONS
           PERFORM FIGURE-PAYMENT-MATCH
           MOVE PAYMENT-MATCH TO PAYH-EMPLOYER-MATCH
           SET PAYH-MATCH-POSTED TO TRUE
           REWRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Error marking match on pay history for "
                       PAYH-EMP-ID
           END-REWRITE
           IF PAYMENT-MATCH > ZERO
               MOVE PAYH-EMP-ID TO EMP-ID-M
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "No master record for " PAYH-EMP-ID
                           " - match not added to year-to-date"
                   NOT INVALID KEY
                       MOVE EMPLOYEE-MASTER-RECORD TO SAVED-BEFORE-IMAGE
                       IF YTD-EMPLOYER-MATCH NOT NUMERIC
                           MOVE ZERO TO YTD-EMPLOYER-MATCH
                       END-IF
                       ADD PAYMENT-MATCH TO YTD-EMPLOYER-MATCH
                       PERFORM REWRITE-MASTER-RECORD
               END-READ
           END-IF.

       REVERSE-PAYMENT-MATCH.
           SET PAYH-MATCH-REVERSED TO TRUE
           REWRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Error marking match on pay history for "
                       PAYH-EMP-ID
           END-REWRITE
           IF PAYH-EMPLOYER-MATCH > ZERO
               MOVE PAYH-EMP-ID TO EMP-ID-M
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "No master record for " PAYH-EMP-ID
                           " - match not backed out of year-to-date"
                   NOT INVALID KEY
                       MOVE EMPLOYEE-MASTER-RECORD TO SAVED-BEFORE-IMAGE
                       IF YTD-EMPLOYER-MATCH NOT NUMERIC
                           MOVE ZERO TO YTD-EMPLOYER-MATCH
                       END-IF
      *> The field is unsigned; never back out more than it holds.
                       IF PAYH-EMPLOYER-MATCH > YTD-EMPLOYER-MATCH
                           MOVE ZERO TO YTD-EMPLOYER-MATCH
                       ELSE
                           SUBTRACT PAYH-EMPLOYER-MATCH
                               FROM YTD-EMPLOYER-MATCH
                       END-IF
                       PERFORM REWRITE-MASTER-RECORD
               END-READ
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error updating master record for "
                       EMP-ID-M
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

       WRITE-JOURNAL-ENTRY.
      *> Called after a successful master rewrite, while the record
      *> area still holds the after image; SAVED-BEFORE-IMAGE holds
      *> the record as it was read.
           ACCEPT JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TIME FROM TIME
           MOVE SPACES TO JRNL-TIMESTAMP
           STRING JOURNAL-DATE JOURNAL-TIME(1:6)
               DELIMITED BY SIZE INTO JRNL-TIMESTAMP
           END-STRING
           MOVE "BENREMIT" TO JRNL-PROGRAM
           SET JRNL-YTD-ACTION TO TRUE
           MOVE EMP-ID-M TO JRNL-EMP-ID
           MOVE SAVED-BEFORE-BASE TO JRNL-BEFORE-IMAGE
           MOVE EMPLOYEE-MASTER-RECORD TO JRNL-AFTER-IMAGE
           SET JRNL-EXTENDED-ENTRY TO TRUE
           MOVE SAVED-BEFORE-EXTENSION TO JRNL-BEFORE-EXTENSION
           MOVE EMP-MASTER-EXTENSION TO JRNL-AFTER-EXTENSION
           WRITE JOURNAL-RECORD.

       WRITE-MATCH-VOUCHER.
      *> The voucher carries only what this run posted, so a rerun
      *> for the period never books the match twice; after a rerun
      *> that found nothing new it is empty.
           OPEN OUTPUT MATCH-VOUCHER-FILE
           IF VOUCHER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening match voucher file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE NET-MATCH-POSTED =
               NEW-MATCH-TOTAL - REVERSED-MATCH-TOTAL
           PERFORM VARYING MATCH-DEPT-SUB FROM 1 BY 1
               UNTIL MATCH-DEPT-SUB > MATCH-DEPT-COUNT
               IF MD-AMOUNT(MATCH-DEPT-SUB) NOT = ZERO
                   MOVE PERIOD-WEEK-ENDING TO JV-WEEK-ENDING
                   MOVE MD-EXPENSE-ACCT(MATCH-DEPT-SUB)
                       TO JV-ACCOUNT-NUMBER
                   MOVE MD-DEPT-CODE(MATCH-DEPT-SUB) TO JV-DEPT-CODE
                   MOVE "EMPLOYER 401(K) MATCH" TO JV-DESCRIPTION
                   MOVE MD-AMOUNT(MATCH-DEPT-SUB) TO JV-DEBIT-AMOUNT
                   MOVE ZERO TO JV-CREDIT-AMOUNT
                   WRITE JOURNAL-VOUCHER-RECORD
                   ADD 1 TO VOUCHER-LINE-COUNT
               END-IF
           END-PERFORM
           IF NET-MATCH-POSTED NOT = ZERO
               MOVE PERIOD-WEEK-ENDING TO JV-WEEK-ENDING
               MOVE HELD-MATCH-PAYABLE TO JV-ACCOUNT-NUMBER
               MOVE SPACES TO JV-DEPT-CODE
               MOVE "401(K) MATCH PAYABLE" TO JV-DESCRIPTION
               MOVE ZERO TO JV-DEBIT-AMOUNT
               MOVE NET-MATCH-POSTED TO JV-CREDIT-AMOUNT
               WRITE JOURNAL-VOUCHER-RECORD
               ADD 1 TO VOUCHER-LINE-COUNT
           END-IF
           CLOSE MATCH-VOUCHER-FILE.

       WRITE-CONTRIBUTION-FILE.
      *> One pass of the period per provider, so each file holds its
      *> own payments followed by its trailer.
           MOVE PROV-FILE-NAME(PROV-SUB) TO CONTRIBUTION-FILE-NAME
           OPEN OUTPUT CONTRIBUTION-FILE
           IF CONTRIBUTION-FILE-STATUS NOT = "00"
               DISPLAY "Error opening " CONTRIBUTION-FILE-NAME
                   ", status: " CONTRIBUTION-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO CONTRIBUTION-COUNT
           PERFORM START-PAY-HISTORY
           PERFORM UNTIL END-OF-HISTORY = "EOF"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-HISTORY
                   NOT AT END
                       IF PAYH-WEEK-ENDING = PERIOD-WEEK-ENDING
                           AND PAYH-PAYMENT-POSTED
                           PERFORM WRITE-CONTRIBUTION-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO CONTRIBUTION-RECORD
           SET CONT-PROVIDER-TOTAL TO TRUE
           MOVE PROV-PLAN-ID(PROV-SUB) TO CONT-PLAN-ID
           MOVE PERIOD-WEEK-ENDING TO CONT-PERIOD-ENDING
           MOVE PROV-EMPLOYEE-TOTAL(PROV-SUB) TO CONT-TOTAL-EMPLOYEE
           MOVE PROV-EMPLOYER-TOTAL(PROV-SUB) TO CONT-TOTAL-EMPLOYER
           MOVE CONTRIBUTION-COUNT TO CONT-RECORD-COUNT
           WRITE CONTRIBUTION-RECORD
           CLOSE CONTRIBUTION-FILE.

       WRITE-CONTRIBUTION-DETAIL.
           PERFORM SPLIT-PAYMENT-DEDUCTIONS
           MOVE ZERO TO PAYMENT-MATCH
           IF PROV-SUB = 1 AND PAYH-MATCH-POSTED
               MOVE PAYH-EMPLOYER-MATCH TO PAYMENT-MATCH
           END-IF
           IF PAYMENT-PROVIDER-AMOUNT(PROV-SUB) > ZERO
                   OR PAYMENT-MATCH > ZERO
               MOVE "N" TO MASTER-FOUND-SW
               MOVE PAYH-EMP-ID TO EMP-ID-M
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-WAS-FOUND TO TRUE
               END-READ
               MOVE SPACES TO CONTRIBUTION-RECORD
               SET CONT-EMPLOYEE-DETAIL TO TRUE
               MOVE PROV-PLAN-ID(PROV-SUB) TO CONT-PLAN-ID
               MOVE PERIOD-WEEK-ENDING TO CONT-PERIOD-ENDING
               MOVE PAYH-EMP-ID TO CONT-EMP-ID
               MOVE PAYH-PAY-SEQ TO CONT-PAY-SEQ
               MOVE PAYH-GROSS-PAY TO CONT-PLAN-PAY
               MOVE PAYMENT-PROVIDER-AMOUNT(PROV-SUB)
                   TO CONT-EMPLOYEE-AMOUNT
               MOVE PAYMENT-MATCH TO CONT-EMPLOYER-AMOUNT
               MOVE ZERO TO CONT-YTD-EMPLOYEE
               MOVE ZERO TO CONT-YTD-EMPLOYER
               IF MASTER-WAS-FOUND
                   MOVE EMP-NAME-M TO CONT-EMP-NAME
                   IF PROV-SUB = 1
                       IF YTD-401K-DEFERRAL NUMERIC
                           MOVE YTD-401K-DEFERRAL TO CONT-YTD-EMPLOYEE
                       END-IF
                       IF YTD-EMPLOYER-MATCH NUMERIC
                           MOVE YTD-EMPLOYER-MATCH TO CONT-YTD-EMPLOYER
                       END-IF
                   END-IF
               END-IF
               WRITE CONTRIBUTION-RECORD
               ADD 1 TO CONTRIBUTION-COUNT
           END-IF.

       WRITE-REMITTANCE-SUMMARY.
           PERFORM VARYING PROV-SUB FROM 1 BY 1
               UNTIL PROV-SUB > 3
               MOVE PROV-NAME(PROV-SUB) TO RP-NAME
               MOVE PROV-PLAN-ID(PROV-SUB) TO RP-PLAN-ID
               MOVE PROV-FILE-NAME(PROV-SUB) TO RP-FILE-NAME
               WRITE REMITTANCE-LINE FROM REMIT-PROVIDER-LINE
               MOVE "EMPLOYEES" TO RC-CAPTION
               MOVE PROV-EMPLOYEE-COUNT(PROV-SUB) TO RC-COUNT
               WRITE REMITTANCE-LINE FROM REMIT-COUNT-LINE
               MOVE "EMPLOYEE CONTRIBUTIONS" TO RA-CAPTION
               MOVE PROV-EMPLOYEE-TOTAL(PROV-SUB) TO RA-AMOUNT
               WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
               IF PROV-SUB = 1
                   MOVE "EMPLOYER MATCH" TO RA-CAPTION
                   MOVE PROV-EMPLOYER-TOTAL(PROV-SUB) TO RA-AMOUNT
                   WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
               END-IF
               MOVE "TOTAL REMITTANCE" TO RA-CAPTION
               COMPUTE RA-AMOUNT = PROV-EMPLOYEE-TOTAL(PROV-SUB)
                   + PROV-EMPLOYER-TOTAL(PROV-SUB)
               WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
               MOVE SPACES TO REMITTANCE-LINE
               WRITE REMITTANCE-LINE
           END-PERFORM

           MOVE "EMPLOYER 401(K) MATCH" TO RS-CAPTION
           WRITE REMITTANCE-LINE FROM REMIT-SECTION-LINE
           MOVE "POSTED THIS RUN" TO RA-CAPTION
           MOVE NEW-MATCH-TOTAL TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           MOVE "POSTED BY AN EARLIER RUN" TO RA-CAPTION
           MOVE PRIOR-MATCH-TOTAL TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           MOVE "BACKED OUT OF VOIDED PAYMENTS" TO RA-CAPTION
           MOVE REVERSED-MATCH-TOTAL TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           MOVE "ON MATCHJV.DAT THIS RUN" TO RA-CAPTION
           MOVE NET-MATCH-POSTED TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           MOVE SPACES TO REMITTANCE-LINE
           WRITE REMITTANCE-LINE.

       WRITE-DEDUCTION-TIE-OUT.
      *> Every dollar of the period's deductions on the control file
      *> must be remitted to a provider or accounted for as a
      *> deduction paid elsewhere; anything left over means PAYHIST
      *> and the control file disagree, and nothing should be sent
      *> until it is explained.
           MOVE "DEDUCTIONS TIE-OUT" TO RS-CAPTION
           WRITE REMITTANCE-LINE FROM REMIT-SECTION-LINE
           MOVE "PERIOD DEDUCTIONS PER CONTROL FILE" TO RA-CAPTION
           MOVE CONTROL-DEDUCT-TOTAL TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           MOVE ZERO TO ACCOUNTED-TOTAL
           PERFORM VARYING PROV-SUB FROM 1 BY 1
               UNTIL PROV-SUB > 3
               MOVE SPACES TO RA-CAPTION
               STRING "REMITTED TO " PROV-NAME(PROV-SUB)
                   DELIMITED BY SIZE INTO RA-CAPTION
               END-STRING
               MOVE PROV-EMPLOYEE-TOTAL(PROV-SUB) TO RA-AMOUNT
               WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
               ADD PROV-EMPLOYEE-TOTAL(PROV-SUB) TO ACCOUNTED-TOTAL
           END-PERFORM
           MOVE "OTHER DEDUCTION CODES" TO RA-CAPTION
           MOVE OTHER-DEDUCT-TOTAL TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           MOVE "GARNISHMENT ORDERS" TO RA-CAPTION
           MOVE GARNISHED-TOTAL TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           MOVE "ARREARS RECOVERED" TO RA-CAPTION
           MOVE ARREARS-TOTAL TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           MOVE "ARREARS RECOVERED ON VOIDED PAYMENTS" TO RA-CAPTION
           MOVE VOIDED-ARREARS-TOTAL TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           COMPUTE ACCOUNTED-TOTAL = ACCOUNTED-TOTAL
               + OTHER-DEDUCT-TOTAL + GARNISHED-TOTAL
               + ARREARS-TOTAL + VOIDED-ARREARS-TOTAL
           COMPUTE TIE-DIFFERENCE =
               CONTROL-DEDUCT-TOTAL - ACCOUNTED-TOTAL
           MOVE "DIFFERENCE" TO RA-CAPTION
           MOVE TIE-DIFFERENCE TO RA-AMOUNT
           WRITE REMITTANCE-LINE FROM REMIT-AMOUNT-LINE
           IF TIE-DIFFERENCE = ZERO
               MOVE "DEDUCTIONS TIED - RELEASE REMITTANCES" TO RR-RESULT
               WRITE REMITTANCE-LINE FROM REMIT-RESULT-LINE
           ELSE
               MOVE "DEDUCTIONS DO NOT TIE - HOLD REMITTANCES"
                   TO RR-RESULT
               WRITE REMITTANCE-LINE FROM REMIT-RESULT-LINE
               DISPLAY "Benefit deductions do not tie to the control "
                   "file - see report"
               MOVE 8 TO RETURN-CODE
           END-IF.
