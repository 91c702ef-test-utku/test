      *> limit was applied for the new year.
           05 HIST-VAC-BALANCE    PIC 9(4)V99.
           05 HIST-SICK-BALANCE   PIC 9(4)V99.
      *> Closing taxable wages by tax and 401(k) deferral, so a W-2
      *> for a closed year can be reprinted box for box.
           05 HIST-YTD-FED-TAXABLE PIC 9(7)V99.
           05 HIST-YTD-STATE-TAXABLE PIC 9(7)V99.
           05 HIST-YTD-SS-TAXABLE PIC 9(7)V99.
           05 HIST-YTD-MEDICARE-TAXABLE PIC 9(7)V99.
           05 HIST-YTD-401K-DEFERRAL PIC 9(7)V99.
      *> Closing state wages and withholding by state, for the W-2
      *> state lines.
           05 HIST-STATE-COUNT    PIC 9(1).
           05 HIST-STATE-ENTRY OCCURS 5 TIMES.
               10 HIST-STATE-CODE     PIC X(2).
               10 HIST-STATE-TAXABLE  PIC 9(7)V99.
               10 HIST-STATE-TAX      PIC 9(7)V99.
      *> Closing employer unemployment wages and tax, in total and
      *> for each state above, for a late 940 or state wage report
      *> amendment.
           05 HIST-YTD-FUTA-WAGES PIC 9(7)V99.
           05 HIST-YTD-FUTA-TAX   PIC 9(7)V99.
           05 HIST-YTD-SUTA-WAGES PIC 9(7)V99.
           05 HIST-YTD-SUTA-TAX   PIC 9(7)V99.
           05 HIST-STATE-SUTA OCCURS 5 TIMES.
               10 HIST-STATE-SUTA-WAGES PIC 9(7)V99.
               10 HIST-STATE-SUTA-TAX   PIC 9(7)V99.
      *> Closing employer 401(k) match, for the plan's annual
      *> testing and a late recordkeeper correction.
           05 HIST-YTD-EMPLOYER-MATCH PIC 9(7)V99.

       FD JOURNAL-FILE
          LABEL RECORDS ARE STANDARD.
       01 RETENTION-YEARS         PIC 9(2) VALUE 3.
       01 TERM-YEAR               PIC 9(4).
       01 END-OF-MASTER           PIC X(3) VALUE SPACES.
       01 STATE-YTD-SUB           PIC 9(1).
       01 ARCHIVED-COUNT          PIC 9(7) VALUE ZERO.
       01 RESET-COUNT             PIC 9(7) VALUE ZERO.
       01 PURGED-COUNT            PIC 9(7) VALUE ZERO.
       01 JOURNAL-ACTION-CODE     PIC X(1).
       01 JOURNAL-DATE            PIC 9(8).
       01 JOURNAL-TIME            PIC 9(8).
       COPY "TAXBRKT.CPY".
       01 SAVED-BEFORE-IMAGE.
           05 SAVED-BEFORE-BASE       PIC X(150).
           05 SAVED-BEFORE-EXTENSION  PIC X(350).

       PROCEDURE DIVISION.

           MOVE "YEAREND" TO JRNL-PROGRAM
           MOVE JOURNAL-ACTION-CODE TO JRNL-ACTION
           MOVE SAVED-BEFORE-IMAGE(1:5) TO JRNL-EMP-ID
           MOVE SAVED-BEFORE-BASE TO JRNL-BEFORE-IMAGE
           SET JRNL-EXTENDED-ENTRY TO TRUE
           MOVE SAVED-BEFORE-EXTENSION TO JRNL-BEFORE-EXTENSION
           IF JOURNAL-ACTION-CODE = "P"
               MOVE SPACES TO JRNL-AFTER-IMAGE
               MOVE SPACES TO JRNL-AFTER-EXTENSION
           ELSE
               MOVE EMPLOYEE-MASTER-RECORD TO JRNL-AFTER-IMAGE
               MOVE EMP-MASTER-EXTENSION TO JRNL-AFTER-EXTENSION
           END-IF
           WRITE JOURNAL-RECORD.

                   MOVE ZERO TO YTD-MEDICARE
                   MOVE ZERO TO YTD-EMPLOYER-FICA
                   MOVE ZERO TO YTD-NET
                   MOVE ZERO TO YTD-FED-TAXABLE
                   MOVE ZERO TO YTD-STATE-TAXABLE
                   MOVE ZERO TO YTD-SS-TAXABLE
                   MOVE ZERO TO YTD-MEDICARE-TAXABLE
                   MOVE ZERO TO YTD-401K-DEFERRAL
                   MOVE ZERO TO YTD-EMPLOYER-MATCH
                   MOVE ZERO TO STATE-YTD-COUNT
                   MOVE ZERO TO YTD-FUTA-WAGES
                   MOVE ZERO TO YTD-FUTA-TAX
                   MOVE ZERO TO YTD-SUTA-WAGES
                   MOVE ZERO TO YTD-SUTA-TAX
                   PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
                       UNTIL STATE-YTD-SUB > 5
                       MOVE ZERO TO STATE-SUTA-WAGES(STATE-YTD-SUB)
                       MOVE ZERO TO STATE-SUTA-TAX(STATE-YTD-SUB)
                   END-PERFORM
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Error resetting master record for "
           IF SICK-BALANCE-M NUMERIC
               MOVE SICK-BALANCE-M TO HIST-SICK-BALANCE
           END-IF
      *> A master the pay run never posted after the buckets arrived
      *> was taxed on full gross all year.
           IF YTD-FED-TAXABLE NUMERIC
               MOVE YTD-FED-TAXABLE TO HIST-YTD-FED-TAXABLE
               MOVE YTD-STATE-TAXABLE TO HIST-YTD-STATE-TAXABLE
               MOVE YTD-SS-TAXABLE TO HIST-YTD-SS-TAXABLE
               MOVE YTD-MEDICARE-TAXABLE TO HIST-YTD-MEDICARE-TAXABLE
               MOVE YTD-401K-DEFERRAL TO HIST-YTD-401K-DEFERRAL
           ELSE
               MOVE YTD-GROSS TO HIST-YTD-FED-TAXABLE
               MOVE YTD-GROSS TO HIST-YTD-STATE-TAXABLE
               MOVE YTD-GROSS TO HIST-YTD-SS-TAXABLE
               MOVE YTD-GROSS TO HIST-YTD-MEDICARE-TAXABLE
               MOVE ZERO TO HIST-YTD-401K-DEFERRAL
           END-IF
      *> A master with no state table withheld everything for the
      *> home state.
           MOVE SPACES TO HIST-STATE-ENTRY(1) HIST-STATE-ENTRY(2)
               HIST-STATE-ENTRY(3) HIST-STATE-ENTRY(4)
               HIST-STATE-ENTRY(5)
           IF STATE-YTD-COUNT NUMERIC
               MOVE STATE-YTD-COUNT TO HIST-STATE-COUNT
               PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
                   UNTIL STATE-YTD-SUB > STATE-YTD-COUNT
                   MOVE STATE-YTD-CODE(STATE-YTD-SUB)
                       TO HIST-STATE-CODE(STATE-YTD-SUB)
                   MOVE STATE-YTD-TAXABLE(STATE-YTD-SUB)
                       TO HIST-STATE-TAXABLE(STATE-YTD-SUB)
                   MOVE STATE-YTD-TAX(STATE-YTD-SUB)
                       TO HIST-STATE-TAX(STATE-YTD-SUB)
               END-PERFORM
           ELSE
               MOVE 1 TO HIST-STATE-COUNT
               MOVE DEFAULT-WORK-STATE TO HIST-STATE-CODE(1)
               MOVE HIST-YTD-STATE-TAXABLE TO HIST-STATE-TAXABLE(1)
               MOVE YTD-STATE-TAX TO HIST-STATE-TAX(1)
           END-IF
      *> A master the pay run never figured unemployment tax for
      *> archives none.
           MOVE ZERO TO HIST-YTD-FUTA-WAGES
           MOVE ZERO TO HIST-YTD-FUTA-TAX
           MOVE ZERO TO HIST-YTD-SUTA-WAGES
           MOVE ZERO TO HIST-YTD-SUTA-TAX
           PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
               UNTIL STATE-YTD-SUB > 5
               MOVE ZERO TO HIST-STATE-SUTA-WAGES(STATE-YTD-SUB)
               MOVE ZERO TO HIST-STATE-SUTA-TAX(STATE-YTD-SUB)
           END-PERFORM
           IF YTD-FUTA-WAGES NUMERIC
               MOVE YTD-FUTA-WAGES TO HIST-YTD-FUTA-WAGES
               MOVE YTD-FUTA-TAX TO HIST-YTD-FUTA-TAX
               MOVE YTD-SUTA-WAGES TO HIST-YTD-SUTA-WAGES
               MOVE YTD-SUTA-TAX TO HIST-YTD-SUTA-TAX
               IF STATE-YTD-COUNT NUMERIC
                   PERFORM VARYING STATE-YTD-SUB FROM 1 BY 1
                       UNTIL STATE-YTD-SUB > STATE-YTD-COUNT
                       MOVE STATE-SUTA-WAGES(STATE-YTD-SUB)
                           TO HIST-STATE-SUTA-WAGES(STATE-YTD-SUB)
                       MOVE STATE-SUTA-TAX(STATE-YTD-SUB)
                           TO HIST-STATE-SUTA-TAX(STATE-YTD-SUB)
                   END-PERFORM
               END-IF
           END-IF
           IF YTD-EMPLOYER-MATCH NUMERIC
               MOVE YTD-EMPLOYER-MATCH TO HIST-YTD-EMPLOYER-MATCH
           ELSE
               MOVE ZERO TO HIST-YTD-EMPLOYER-MATCH
           END-IF
           WRITE HISTORY-RECORD
           ADD 1 TO ARCHIVED-COUNT.

