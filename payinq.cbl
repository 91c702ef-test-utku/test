       01 DETAIL-TAX-TOTAL        PIC 9(7)V99.
       01 DETAIL-DEDUCT-TOTAL     PIC 9(7)V99.
       01 DEDUCT-SUB              PIC 9(1).
       01 GARN-SUB                PIC 9(1).
       01 INQUIRY-TOTAL-GROSS     PIC 9(9)V99 VALUE ZERO.
       01 INQUIRY-TOTAL-TAX       PIC 9(9)V99 VALUE ZERO.
       01 INQUIRY-TOTAL-DEDUCT    PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 IDL-DEDUCT-TAKEN    PIC ZZ,ZZ9.99.

       01 INQUIRY-GARNISH-LINE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE "GARNISHMENT: ".
           05 IGL-CASE-NUMBER     PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 IGL-GARN-TAKEN      PIC ZZ,ZZ9.99.

       01 INQUIRY-TOTAL-LINE.
           05 FILLER              PIC X(16) VALUE "TOTALS:".
           05 FILLER              PIC X(15) VALUE SPACES.
               ADD PAYH-DEDUCT-TAKEN(DEDUCT-SUB)
                   TO DETAIL-DEDUCT-TOTAL
           END-PERFORM
      *> Garnishment orders withheld for are deductions too; a record
      *> from before they were kept reads a non-numeric count.
           IF PAYH-GARN-COUNT NUMERIC
               PERFORM VARYING GARN-SUB FROM 1 BY 1
                   UNTIL GARN-SUB > PAYH-GARN-COUNT
                   ADD PAYH-GARN-TAKEN(GARN-SUB) TO DETAIL-DEDUCT-TOTAL
               END-PERFORM
           END-IF
           MOVE DETAIL-DEDUCT-TOTAL TO ID-DEDUCTIONS
           MOVE PAYH-NET-PAY TO ID-NET
           MOVE PAYH-PAY-METHOD TO ID-PAY-METHOD
                       TO IDL-DEDUCT-TAKEN
                   WRITE INQUIRY-LINE FROM INQUIRY-DEDUCT-LINE
               END-IF
           END-PERFORM
           IF PAYH-GARN-COUNT NUMERIC
               PERFORM VARYING GARN-SUB FROM 1 BY 1
                   UNTIL GARN-SUB > PAYH-GARN-COUNT
                   IF PAYH-GARN-TAKEN(GARN-SUB) > ZERO
                       MOVE PAYH-GARN-CASE(GARN-SUB) TO IGL-CASE-NUMBER
                       MOVE PAYH-GARN-TAKEN(GARN-SUB) TO IGL-GARN-TAKEN
                       WRITE INQUIRY-LINE FROM INQUIRY-GARNISH-LINE
                   END-IF
               END-PERFORM
           END-IF.
