           05 HELD-FICA-PAYABLE   PIC X(10).
           05 HELD-DEDUCT-PAYABLE PIC X(10).
           05 HELD-NET-CLEARING   PIC X(10).
           05 HELD-FUTA-PAYABLE   PIC X(10).
           05 HELD-SUTA-PAYABLE   PIC X(10).

      *> The department debit lines are held until the whole summary
      *> has been read, so a missing mapping fails the export before
               10 DL-WAGE-AMOUNT      PIC S9(9)V99.
               10 DL-EMPLOYER-ACCT    PIC X(10).
               10 DL-EMPLOYER-AMOUNT  PIC S9(9)V99.
               10 DL-FUTA-AMOUNT      PIC S9(9)V99.
               10 DL-SUTA-AMOUNT      PIC S9(9)V99.
       01 DEBIT-LINE-SUB          PIC 9(3).

       01 MAP-SCAN-SUB            PIC 9(3).
       01 CREDIT-FICA-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 CREDIT-DEDUCT-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01 CREDIT-NET-TOTAL        PIC S9(9)V99 VALUE ZERO.
       01 CREDIT-FUTA-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 CREDIT-SUTA-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 VOUCHER-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 VOUCHER-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 VOUCHER-LINE-COUNT      PIC 9(5) VALUE ZERO.
      *> to the federal and state withholding payables, the FICA
      *> payable (both halves), the deduction payable, and the net
      *> pay clearing account, all mapped through the operations-
      *> maintained account mapping file. The employer's FUTA and
      *> SUTA are charged to the department's employer tax account
      *> as lines of their own and credited to their payables. A
      *> department with no mapping fails the whole export with an
      *> exception listing.
           PERFORM READ-LAST-CONTROL-RECORD
           PERFORM LOAD-ACCOUNT-MAPPING
           PERFORM OPEN-POSTING-REPORT
               ADD 1 TO EXCEPTION-COUNT
               SET EXPORT-HAS-FAILED TO TRUE
           END-IF
           IF LIABILITY-WAS-FOUND
               PERFORM CHECK-UNEMPLOYMENT-ACCOUNTS
           END-IF

           IF EXPORT-HAS-FAILED
               MOVE "EXPORT FAILED - NO VOUCHER WRITTEN" TO PR-RESULT
                   MOVE GLL-DEDUCT-PAYABLE-ACCT
                       TO HELD-DEDUCT-PAYABLE
                   MOVE GLL-NET-CLEARING-ACCT TO HELD-NET-CLEARING
                   MOVE GLL-FUTA-PAYABLE-ACCT TO HELD-FUTA-PAYABLE
                   MOVE GLL-SUTA-PAYABLE-ACCT TO HELD-SUTA-PAYABLE
               WHEN OTHER
                   DISPLAY "Unknown mapping record type "
                       GLM-RECORD-TYPE " ignored"
                   TO DL-EMPLOYER-ACCT(DEBIT-LINE-COUNT)
               MOVE GLREC-EMPLOYER-FICA
                   TO DL-EMPLOYER-AMOUNT(DEBIT-LINE-COUNT)
      *> A summary written before the unemployment columns existed
      *> carries none.
               IF GLREC-EMPLOYER-FUTA NOT NUMERIC
                   MOVE ZERO TO GLREC-EMPLOYER-FUTA
               END-IF
               IF GLREC-EMPLOYER-SUTA NOT NUMERIC
                   MOVE ZERO TO GLREC-EMPLOYER-SUTA
               END-IF
               MOVE GLREC-EMPLOYER-FUTA
                   TO DL-FUTA-AMOUNT(DEBIT-LINE-COUNT)
               MOVE GLREC-EMPLOYER-SUTA
                   TO DL-SUTA-AMOUNT(DEBIT-LINE-COUNT)
               ADD GLREC-FED-TAX TO CREDIT-FED-TOTAL
               ADD GLREC-STATE-TAX TO CREDIT-STATE-TOTAL
               ADD GLREC-FICA-TAX TO CREDIT-FICA-TOTAL
               ADD GLREC-EMPLOYER-FICA TO CREDIT-FICA-TOTAL
               ADD GLREC-TOTAL-DEDUCT TO CREDIT-DEDUCT-TOTAL
               ADD GLREC-TOTAL-NET TO CREDIT-NET-TOTAL
               ADD GLREC-EMPLOYER-FUTA TO CREDIT-FUTA-TOTAL
               ADD GLREC-EMPLOYER-SUTA TO CREDIT-SUTA-TOTAL
           END-IF.

       CHECK-UNEMPLOYMENT-ACCOUNTS.
      *> A liability record set up before the unemployment payables
      *> were added has them blank. That is harmless while there is
      *> nothing to credit, but unemployment tax with no payable to
      *> land in fails the export like any other unmapped amount.
           IF HELD-FUTA-PAYABLE = SPACES
               AND CREDIT-FUTA-TOTAL NOT = ZERO
               MOVE SPACES TO PE-DEPT-CODE
               MOVE "No FUTA payable account on mapping file"
                   TO PE-REASON
               WRITE POSTING-LINE FROM POSTING-EXCEPTION-LINE
               ADD 1 TO EXCEPTION-COUNT
               SET EXPORT-HAS-FAILED TO TRUE
           END-IF
           IF HELD-SUTA-PAYABLE = SPACES
               AND CREDIT-SUTA-TOTAL NOT = ZERO
               MOVE SPACES TO PE-DEPT-CODE
               MOVE "No SUTA payable account on mapping file"
                   TO PE-REASON
               WRITE POSTING-LINE FROM POSTING-EXCEPTION-LINE
               ADD 1 TO EXCEPTION-COUNT
               SET EXPORT-HAS-FAILED TO TRUE
           END-IF.

       FIND-DEPT-MAPPING.
           MOVE "NET PAY CLEARING" TO JV-DESCRIPTION
           MOVE CREDIT-NET-TOTAL TO JV-CREDIT-AMOUNT
           PERFORM WRITE-CREDIT-LINE
      *> Only a mapping without the unemployment payables gets past
      *> CHECK-UNEMPLOYMENT-ACCOUNTS with one blank, and then there
      *> is nothing to credit to it.
           IF HELD-FUTA-PAYABLE NOT = SPACES
               MOVE HELD-FUTA-PAYABLE TO JV-ACCOUNT-NUMBER
               MOVE "FUTA PAYABLE" TO JV-DESCRIPTION
               MOVE CREDIT-FUTA-TOTAL TO JV-CREDIT-AMOUNT
               PERFORM WRITE-CREDIT-LINE
           END-IF
           IF HELD-SUTA-PAYABLE NOT = SPACES
               MOVE HELD-SUTA-PAYABLE TO JV-ACCOUNT-NUMBER
               MOVE "SUTA PAYABLE" TO JV-DESCRIPTION
               MOVE CREDIT-SUTA-TOTAL TO JV-CREDIT-AMOUNT
               PERFORM WRITE-CREDIT-LINE
           END-IF
           CLOSE VOUCHER-FILE.

       WRITE-DEPARTMENT-DEBITS.
           WRITE JOURNAL-VOUCHER-RECORD
           ADD 1 TO VOUCHER-LINE-COUNT
           ADD DL-EMPLOYER-AMOUNT(DEBIT-LINE-SUB)
               TO VOUCHER-DEBIT-TOTAL
      *> Unemployment tax goes to the same employer tax expense
      *> account, but as its own lines so it can be told from FICA.
           MOVE "EMPLOYER FUTA TAX" TO JV-DESCRIPTION
           MOVE DL-FUTA-AMOUNT(DEBIT-LINE-SUB) TO JV-DEBIT-AMOUNT
           MOVE ZERO TO JV-CREDIT-AMOUNT
           WRITE JOURNAL-VOUCHER-RECORD
           ADD 1 TO VOUCHER-LINE-COUNT
           ADD DL-FUTA-AMOUNT(DEBIT-LINE-SUB) TO VOUCHER-DEBIT-TOTAL
           MOVE "EMPLOYER SUTA TAX" TO JV-DESCRIPTION
           MOVE DL-SUTA-AMOUNT(DEBIT-LINE-SUB) TO JV-DEBIT-AMOUNT
           MOVE ZERO TO JV-CREDIT-AMOUNT
           WRITE JOURNAL-VOUCHER-RECORD
           ADD 1 TO VOUCHER-LINE-COUNT
           ADD DL-SUTA-AMOUNT(DEBIT-LINE-SUB) TO VOUCHER-DEBIT-TOTAL.

       WRITE-CREDIT-LINE.
           MOVE VOUCHER-WEEK-ENDING TO JV-WEEK-ENDING

       WRITE-POSTING-SUMMARY.
      *> Debits equal gross plus employer tax; credits equal the
      *> payables and clearing pieces, which the register
      *> identity guarantees sum to the same figure on a balanced
      *> run. If they ever disagree the voucher is still on disk
      *> for inspection, but the step fails so nothing imports.
