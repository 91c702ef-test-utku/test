      *> garnishments, and so on) carried per employee so NET-PAY can
      *> be built up from an itemized list instead of one flat
      *> TAX-DEDUCTION field. Blank DEDUCTION-CODE entries are unused.
      *> 401(k) deferrals are taken before income tax but not FICA;
      *> Section 125 health and dental are taken before both. Every
      *> other code is an after-tax deduction.
      *> Garnishments are withheld from the order file (GARNORD.CPY)
      *> under the federal limits, not from a GARN line here; PAYROLL
      *> skips such a line and reports it.
       05 DEDUCTION-ENTRY OCCURS 5 TIMES INDEXED BY DEDUCT-IDX.
           10 DEDUCTION-CODE          PIC X(4).
               88 DEDUCTION-401K      VALUE "401K".
               88 DEDUCTION-DENTAL    VALUE "DENT".
               88 DEDUCTION-GARNISH   VALUE "GARN".
               88 DEDUCTION-OTHER     VALUE "OTHR".
               88 DEDUCTION-PRETAX    VALUE "401K" "MEDH" "DENT".
               88 DEDUCTION-SECTION-125 VALUE "MEDH" "DENT".
           10 DEDUCTION-AMOUNT        PIC 9(5)V99.
