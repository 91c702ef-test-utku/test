       $set sourceformat"free"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT MAINT-REPORT ASSIGN TO "TAXRMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT RATE-LISTING ASSIGN TO "TAXRATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD
          DATA RECORD IS TRANSACTION-RECORD.
      *> One rate record action per line, keyed exactly as the rate
      *> file is. An "A" or "C" carries the record's complete rate
      *> data in the TAXRATE.CPY layout for its record type - a
      *> change replaces the whole of it; a "D" needs only the key.
       01 TRANSACTION-RECORD.
           05 TRANS-CODE              PIC X(1).
               88 TRANS-ADD           VALUE "A".
               88 TRANS-CHANGE        VALUE "C".
               88 TRANS-DELETE        VALUE "D".
           05 TRANS-KEY.
               10 TRANS-JURISDICTION  PIC X(2).
               10 TRANS-EFFECTIVE-DATE PIC X(8).
               10 TRANS-RECORD-TYPE   PIC X(1).
               10 TRANS-FILING-STATUS PIC X(1).
               10 TRANS-BRACKET-SEQ   PIC X(2).
           05 TRANS-RATE-DATA         PIC X(40).

       FD TAX-RATE-FILE
          LABEL RECORDS ARE STANDARD.
       COPY "TAXRATE.CPY".

       FD MAINT-REPORT
          LABEL RECORDS ARE STANDARD.
       01 MAINT-REPORT-RECORD.
           05 MRPT-TRANS-CODE         PIC X(1).
           05 FILLER                  PIC X(1) VALUE ",".
           05 MRPT-KEY                PIC X(14).
           05 FILLER                  PIC X(1) VALUE ",".
           05 MRPT-RESULT             PIC X(40).

       FD RATE-LISTING
          LABEL RECORDS ARE STANDARD.
       01 LISTING-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01 DYNAMIC-TRANS-FILE          PIC X(100).
       01 TRANS-FILE-STATUS           PIC XX.
       01 RATE-FILE-STATUS            PIC XX.
       01 REPORT-FILE-STATUS          PIC XX.
       01 LISTING-FILE-STATUS         PIC XX.
       01 END-OF-TRANS                PIC X(3) VALUE SPACES.
       01 END-OF-RATES                PIC X(3) VALUE SPACES.
       01 TRANS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01 TRANS-APPLIED-COUNT         PIC 9(7) VALUE ZERO.
       01 TRANS-REJECT-COUNT          PIC 9(7) VALUE ZERO.
       01 RATE-VALID-SW               PIC X(1).
           88 RATE-IS-VALID           VALUE "Y".
       01 RUN-DATE                    PIC 9(8).
       01 RUN-DATE-X REDEFINES RUN-DATE PIC X(8).
       01 LISTED-COUNT                PIC 9(7) VALUE ZERO.
       01 LAST-LISTED-SET.
           05 LAST-LISTED-JURISDICTION PIC X(2) VALUE SPACES.
           05 LAST-LISTED-EFFECTIVE   PIC X(8) VALUE SPACES.

       01 LISTING-HDR-1.
           05 FILLER                  PIC X(25) VALUE SPACES.
           05 FILLER                  PIC X(40)
               VALUE "ACME CORP - TAX RATE TABLE LISTING".

       01 LISTING-HDR-2.
           05 FILLER                  PIC X(9) VALUE "RUN DATE:".
           05 LH2-RUN-DATE            PIC 9(8).

      *> Each jurisdiction's table opens with a set line; a table
      *> dated after the run date has been filed ahead for a coming
      *> tax year and is not yet in use.
       01 LISTING-SET-LINE.
           05 FILLER                  PIC X(14) VALUE "JURISDICTION: ".
           05 LS-JURISDICTION         PIC X(2).
           05 FILLER                  PIC X(13) VALUE "  EFFECTIVE: ".
           05 LS-EFFECTIVE-DATE       PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LS-REMARK               PIC X(20).

       01 LISTING-BRACKET-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 LB-FILING-STATUS        PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LB-BRACKET-SEQ          PIC 9(2).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LB-LOWER-LIMIT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(3) VALUE " - ".
           05 LB-UPPER-LIMIT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(7) VALUE "  BASE ".
           05 LB-BASE-TAX             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(8) VALUE "  RATE  ".
           05 LB-RATE                 PIC .9999.

       01 LISTING-FEDERAL-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "SS RATE ".
           05 LF-SOC-SEC-RATE         PIC .9999.
           05 FILLER                  PIC X(7) VALUE "  BASE ".
           05 LF-SOC-SEC-WAGE-BASE    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(11) VALUE "  MEDICARE ".
           05 LF-MEDICARE-RATE        PIC .9999.
           05 FILLER                  PIC X(7) VALUE "  ADDL ".
           05 LF-ADDL-MEDICARE-RATE   PIC .9999.
           05 FILLER                  PIC X(6) VALUE " OVER ".
           05 LF-ADDL-MEDICARE-THRESHOLD PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(8) VALUE "  SUPPL ".
           05 LF-SUPPLEMENTAL-RATE    PIC .9999.

       01 LISTING-STATE-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 LT-METHOD-DESC          PIC X(18).
           05 FILLER                  PIC X(12) VALUE "  FLAT RATE ".
           05 LT-FLAT-RATE            PIC .9999.
           05 FILLER                  PIC X(8) VALUE "  SUPPL ".
           05 LT-SUPPLEMENTAL-RATE    PIC .9999.

       01 LISTING-UNEMP-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 LU-TAX-DESC             PIC X(18).
           05 FILLER                  PIC X(7) VALUE "  RATE ".
           05 LU-UNEMP-RATE           PIC .999999.
           05 FILLER                  PIC X(12) VALUE "  WAGE BASE ".
           05 LU-UNEMP-WAGE-BASE      PIC Z,ZZZ,ZZ9.99.

       01 LISTING-COUNT-LINE.
           05 FILLER                  PIC X(20) VALUE "RATE RECORDS LISTED:".
           05 LC-LISTED-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> arg 1, when given, is a transaction file of rate record
      *> adds, changes and deletes to apply against TAXRATE.DAT.
      *> With or without it the run ends by listing the whole file,
      *> so a new year's table can be checked before PAYROLL reaches
      *> its effective date.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT DYNAMIC-TRANS-FILE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO DYNAMIC-TRANS-FILE
           END-ACCEPT

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-RATE-FILE

           IF DYNAMIC-TRANS-FILE NOT = SPACES
               PERFORM APPLY-TRANSACTION-FILE
           END-IF

           PERFORM WRITE-RATE-LISTING

           CLOSE TAX-RATE-FILE
           STOP RUN.

       OPEN-RATE-FILE.
      *> Create the rate file the first time a table is filed, same
      *> pattern PAYMAINT uses to bootstrap the master.
           OPEN I-O TAX-RATE-FILE
           IF RATE-FILE-STATUS = "35"
               OPEN OUTPUT TAX-RATE-FILE
               CLOSE TAX-RATE-FILE
               OPEN I-O TAX-RATE-FILE
           END-IF
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "Error opening tax rate file, status: "
                   RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening transaction file: "
                   DYNAMIC-TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REPORT
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening tax rate maintenance report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-TRANS = "EOF"
               READ TRANSACTION-FILE INTO TRANSACTION-RECORD
                   AT END
                       MOVE "EOF" TO END-OF-TRANS
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM

           DISPLAY TRANS-APPLIED-COUNT " transaction(s) applied, "
               TRANS-REJECT-COUNT " transaction(s) rejected"

           CLOSE TRANSACTION-FILE
           CLOSE MAINT-REPORT.

       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN TRANS-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN TRANS-DELETE
                   PERFORM APPLY-DELETE-TRANSACTION
               WHEN OTHER
                   MOVE "Unknown transaction code" TO MRPT-RESULT
                   ADD 1 TO TRANS-REJECT-COUNT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       APPLY-ADD-TRANSACTION.
           MOVE "Y" TO RATE-VALID-SW
           PERFORM MOVE-TRANS-KEY
           IF RATE-IS-VALID
               MOVE TRANS-RATE-DATA TO TXR-BRACKET-DATA
               PERFORM VALIDATE-RATE-RECORD
           END-IF
           IF RATE-IS-VALID
               WRITE TAX-RATE-RECORD
                   INVALID KEY
                       MOVE "Rate record already on file"
                           TO MRPT-RESULT
                       ADD 1 TO TRANS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE "Rate record added" TO MRPT-RESULT
                       ADD 1 TO TRANS-APPLIED-COUNT
               END-WRITE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF
           PERFORM WRITE-MAINT-RESULT.

       APPLY-CHANGE-TRANSACTION.
           MOVE "Y" TO RATE-VALID-SW
           PERFORM MOVE-TRANS-KEY
           IF RATE-IS-VALID
               READ TAX-RATE-FILE
                   INVALID KEY
                       MOVE "N" TO RATE-VALID-SW
                       MOVE "Rate record not found on file"
                           TO MRPT-RESULT
               END-READ
           END-IF
           IF RATE-IS-VALID
               MOVE TRANS-RATE-DATA TO TXR-BRACKET-DATA
               PERFORM VALIDATE-RATE-RECORD
           END-IF
           IF RATE-IS-VALID
               REWRITE TAX-RATE-RECORD
                   INVALID KEY
                       MOVE "Error rewriting rate record"
                           TO MRPT-RESULT
                       ADD 1 TO TRANS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE "Rate record changed" TO MRPT-RESULT
                       ADD 1 TO TRANS-APPLIED-COUNT
               END-REWRITE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF
           PERFORM WRITE-MAINT-RESULT.

       APPLY-DELETE-TRANSACTION.
      *> Withdraws one record filed in error. A table that has been
      *> used for a payroll is left in place - a later effective
      *> date supersedes it - so past withholding can still be
      *> traced to the rates that produced it.
           MOVE "Y" TO RATE-VALID-SW
           PERFORM MOVE-TRANS-KEY
           IF RATE-IS-VALID
               READ TAX-RATE-FILE
                   INVALID KEY
                       MOVE "N" TO RATE-VALID-SW
                       MOVE "Rate record not found on file"
                           TO MRPT-RESULT
               END-READ
           END-IF
           IF RATE-IS-VALID
               DELETE TAX-RATE-FILE
                   INVALID KEY
                       MOVE "Error deleting rate record"
                           TO MRPT-RESULT
                       ADD 1 TO TRANS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE "Rate record deleted" TO MRPT-RESULT
                       ADD 1 TO TRANS-APPLIED-COUNT
               END-DELETE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF
           PERFORM WRITE-MAINT-RESULT.

       MOVE-TRANS-KEY.
      *> The key is checked before it is used to read or write, so a
      *> mistyped key can never land a record PAYROLL would misread.
           MOVE TRANS-JURISDICTION TO TXR-JURISDICTION
           MOVE TRANS-EFFECTIVE-DATE TO TXR-EFFECTIVE-DATE
           MOVE TRANS-RECORD-TYPE TO TXR-RECORD-TYPE
           MOVE TRANS-FILING-STATUS TO TXR-FILING-STATUS
           IF TRANS-BRACKET-SEQ NOT NUMERIC
               MOVE "N" TO RATE-VALID-SW
               MOVE "Bracket sequence is not numeric" TO MRPT-RESULT
           ELSE
               MOVE TRANS-BRACKET-SEQ TO TXR-BRACKET-SEQ
           END-IF
           IF TXR-JURISDICTION = SPACES
               OR TXR-JURISDICTION NOT ALPHABETIC-UPPER
               MOVE "N" TO RATE-VALID-SW
               MOVE "Jurisdiction must be US or a state code"
                   TO MRPT-RESULT
           END-IF
           IF TXR-EFFECTIVE-DATE NOT NUMERIC
               MOVE "N" TO RATE-VALID-SW
               MOVE "Effective date is not CCYYMMDD" TO MRPT-RESULT
           END-IF
           IF TXR-BRACKET
               IF TXR-FILING-STATUS NOT = "S"
                   AND TXR-FILING-STATUS NOT = "M"
                   MOVE "N" TO RATE-VALID-SW
                   MOVE "Bracket filing status must be S or M"
                       TO MRPT-RESULT
               END-IF
               IF RATE-IS-VALID AND TXR-BRACKET-SEQ = ZERO
                   MOVE "N" TO RATE-VALID-SW
                   MOVE "Brackets are numbered from 01" TO MRPT-RESULT
               END-IF
           ELSE
               IF TXR-PARAMETERS OR TXR-UNEMPLOYMENT
                   IF TXR-FILING-STATUS NOT = SPACE
                       OR TRANS-BRACKET-SEQ NOT = "00"
                       MOVE "N" TO RATE-VALID-SW
                       MOVE "P/U key takes blank status, 00"
                           TO MRPT-RESULT
                   END-IF
               ELSE
                   MOVE "N" TO RATE-VALID-SW
                   MOVE "Record type must be B, P or U" TO MRPT-RESULT
               END-IF
           END-IF.

       VALIDATE-RATE-RECORD.
      *> Checks the rate data as it will be stored. The fields a
      *> parameter record does not use for its jurisdiction are
      *> zeroed, so the file never holds a stray rate.
           IF TXR-BRACKET
               IF TXR-LOWER-LIMIT NOT NUMERIC
                   OR TXR-UPPER-LIMIT NOT NUMERIC
                   OR TXR-BASE-TAX NOT NUMERIC
                   OR TXR-RATE NOT NUMERIC
                   MOVE "N" TO RATE-VALID-SW
                   MOVE "Bracket amounts must be numeric"
                       TO MRPT-RESULT
               ELSE
                   IF TXR-UPPER-LIMIT NOT > TXR-LOWER-LIMIT
                       MOVE "N" TO RATE-VALID-SW
                       MOVE "Upper limit must exceed lower limit"
                           TO MRPT-RESULT
                   END-IF
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN TXR-UNEMPLOYMENT
                       PERFORM VALIDATE-UNEMPLOYMENT-RATE
                   WHEN TXR-FEDERAL
                       PERFORM VALIDATE-FEDERAL-PARAMETERS
                   WHEN OTHER
                       PERFORM VALIDATE-STATE-PARAMETERS
               END-EVALUATE
           END-IF.

       VALIDATE-UNEMPLOYMENT-RATE.
      *> A zero rate is allowed - a state can assign one - but every
      *> unemployment tax stops at a wage base.
           IF TXR-UNEMP-RATE NOT NUMERIC
               OR TXR-UNEMP-WAGE-BASE NOT NUMERIC
               MOVE "N" TO RATE-VALID-SW
               MOVE "Unemployment rate/base must be numeric"
                   TO MRPT-RESULT
           ELSE
               IF TXR-UNEMP-WAGE-BASE = ZERO
                   MOVE "N" TO RATE-VALID-SW
                   MOVE "Unemployment wage base required"
                       TO MRPT-RESULT
               END-IF
           END-IF.

       VALIDATE-FEDERAL-PARAMETERS.
           IF TXR-SOC-SEC-RATE NOT NUMERIC
               OR TXR-SOC-SEC-WAGE-BASE NOT NUMERIC
               OR TXR-MEDICARE-RATE NOT NUMERIC
               OR TXR-ADDL-MEDICARE-RATE NOT NUMERIC
               OR TXR-ADDL-MEDICARE-THRESHOLD NOT NUMERIC
               OR TXR-SUPPLEMENTAL-RATE NOT NUMERIC
               MOVE "N" TO RATE-VALID-SW
               MOVE "Federal parameters must be numeric"
                   TO MRPT-RESULT
           ELSE
               IF TXR-SOC-SEC-RATE = ZERO
                   OR TXR-SOC-SEC-WAGE-BASE = ZERO
                   OR TXR-MEDICARE-RATE = ZERO
                   OR TXR-SUPPLEMENTAL-RATE = ZERO
                   MOVE "N" TO RATE-VALID-SW
                   MOVE "FICA rates, wage base, suppl rate required"
                       TO MRPT-RESULT
               END-IF
           END-IF
           MOVE SPACE TO TXR-STATE-METHOD
           MOVE ZERO TO TXR-STATE-FLAT-RATE.

       VALIDATE-STATE-PARAMETERS.
           IF NOT TXR-STATE-FLAT AND NOT TXR-STATE-BRACKETS
               AND NOT TXR-STATE-NO-TAX
               MOVE "N" TO RATE-VALID-SW
               MOVE "State method must be F, B or N" TO MRPT-RESULT
           END-IF
           IF TXR-STATE-FLAT-RATE NOT NUMERIC
               OR TXR-SUPPLEMENTAL-RATE NOT NUMERIC
               MOVE "N" TO RATE-VALID-SW
               MOVE "State rates must be numeric" TO MRPT-RESULT
           ELSE
               IF TXR-STATE-FLAT AND TXR-STATE-FLAT-RATE = ZERO
                   MOVE "N" TO RATE-VALID-SW
                   MOVE "Flat-rate state has no flat rate"
                       TO MRPT-RESULT
               END-IF
           END-IF
           MOVE ZERO TO TXR-SOC-SEC-RATE
           MOVE ZERO TO TXR-SOC-SEC-WAGE-BASE
           MOVE ZERO TO TXR-MEDICARE-RATE
           MOVE ZERO TO TXR-ADDL-MEDICARE-RATE
           MOVE ZERO TO TXR-ADDL-MEDICARE-THRESHOLD.

       WRITE-MAINT-RESULT.
           MOVE TRANS-CODE TO MRPT-TRANS-CODE
           MOVE TRANS-KEY TO MRPT-KEY
           WRITE MAINT-REPORT-RECORD.

       WRITE-RATE-LISTING.
      *> The whole file in key order: each jurisdiction's tables by
      *> effective date, federal parameters and brackets under each,
      *> and its unemployment rates under their own dates.
           OPEN OUTPUT RATE-LISTING
           IF LISTING-FILE-STATUS NOT = "00"
               DISPLAY "Error opening tax rate listing"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE LISTING-LINE FROM LISTING-HDR-1
           MOVE RUN-DATE TO LH2-RUN-DATE
           WRITE LISTING-LINE FROM LISTING-HDR-2

           MOVE LOW-VALUES TO TXR-KEY
           START TAX-RATE-FILE KEY >= TXR-KEY
               INVALID KEY
                   MOVE "EOF" TO END-OF-RATES
           END-START
           PERFORM UNTIL END-OF-RATES = "EOF"
               READ TAX-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "EOF" TO END-OF-RATES
                   NOT AT END
                       PERFORM LIST-ONE-RATE
               END-READ
           END-PERFORM

           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE LISTED-COUNT TO LC-LISTED-COUNT
           WRITE LISTING-LINE FROM LISTING-COUNT-LINE
           CLOSE RATE-LISTING.

       LIST-ONE-RATE.
           IF TXR-JURISDICTION NOT = LAST-LISTED-JURISDICTION
               OR TXR-EFFECTIVE-DATE NOT = LAST-LISTED-EFFECTIVE
               MOVE TXR-JURISDICTION TO LAST-LISTED-JURISDICTION
               MOVE TXR-EFFECTIVE-DATE TO LAST-LISTED-EFFECTIVE
               MOVE SPACES TO LISTING-LINE
               WRITE LISTING-LINE
               MOVE TXR-JURISDICTION TO LS-JURISDICTION
               MOVE TXR-EFFECTIVE-DATE TO LS-EFFECTIVE-DATE
               IF TXR-EFFECTIVE-DATE > RUN-DATE-X
                   MOVE "(FILED AHEAD)" TO LS-REMARK
               ELSE
                   MOVE SPACES TO LS-REMARK
               END-IF
               WRITE LISTING-LINE FROM LISTING-SET-LINE
           END-IF
           EVALUATE TRUE
               WHEN TXR-BRACKET
                   MOVE TXR-FILING-STATUS TO LB-FILING-STATUS
                   MOVE TXR-BRACKET-SEQ TO LB-BRACKET-SEQ
                   MOVE TXR-LOWER-LIMIT TO LB-LOWER-LIMIT
                   MOVE TXR-UPPER-LIMIT TO LB-UPPER-LIMIT
                   MOVE TXR-BASE-TAX TO LB-BASE-TAX
                   MOVE TXR-RATE TO LB-RATE
                   WRITE LISTING-LINE FROM LISTING-BRACKET-LINE
               WHEN TXR-UNEMPLOYMENT
                   IF TXR-FEDERAL
                       MOVE "FUTA" TO LU-TAX-DESC
                   ELSE
                       MOVE "SUTA EXPERIENCE" TO LU-TAX-DESC
                   END-IF
                   MOVE TXR-UNEMP-RATE TO LU-UNEMP-RATE
                   MOVE TXR-UNEMP-WAGE-BASE TO LU-UNEMP-WAGE-BASE
                   WRITE LISTING-LINE FROM LISTING-UNEMP-LINE
               WHEN TXR-FEDERAL
                   MOVE TXR-SOC-SEC-RATE TO LF-SOC-SEC-RATE
                   MOVE TXR-SOC-SEC-WAGE-BASE TO LF-SOC-SEC-WAGE-BASE
                   MOVE TXR-MEDICARE-RATE TO LF-MEDICARE-RATE
                   MOVE TXR-ADDL-MEDICARE-RATE TO LF-ADDL-MEDICARE-RATE
                   MOVE TXR-ADDL-MEDICARE-THRESHOLD
                       TO LF-ADDL-MEDICARE-THRESHOLD
                   MOVE TXR-SUPPLEMENTAL-RATE TO LF-SUPPLEMENTAL-RATE
                   WRITE LISTING-LINE FROM LISTING-FEDERAL-LINE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN TXR-STATE-FLAT
                           MOVE "FLAT RATE" TO LT-METHOD-DESC
                       WHEN TXR-STATE-BRACKETS
                           MOVE "GRADUATED BRACKETS" TO LT-METHOD-DESC
                       WHEN OTHER
                           MOVE "NO INCOME TAX" TO LT-METHOD-DESC
                   END-EVALUATE
                   MOVE TXR-STATE-FLAT-RATE TO LT-FLAT-RATE
                   MOVE TXR-SUPPLEMENTAL-RATE TO LT-SUPPLEMENTAL-RATE
                   WRITE LISTING-LINE FROM LISTING-STATE-LINE
           END-EVALUATE
           ADD 1 TO LISTED-COUNT.
