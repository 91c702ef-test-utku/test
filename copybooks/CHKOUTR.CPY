      *> retired when the bank's cleared-items file proves the check
      *> paid or a void/stop-pay takes it out of circulation. The
      *> cleared date/amount stay on the record so a later duplicate
      *> presentment can be shown against the first payment. A check
      *> nobody cashes goes through unclaimed-property processing:
      *> past the state's dormancy period the employee is sent a
      *> due-diligence letter, and when the state's waiting period
      *> after the letter runs out unanswered the check is reported
      *> to the state, voided at the bank and marked escheated.
       01 OUTSTANDING-CHECK-RECORD.
           05 OUT-CHECK-NUMBER    PIC 9(7).
           05 OUT-EMP-ID          PIC X(5).
               88 OUT-CLEARED     VALUE "C".
               88 OUT-VOIDED      VALUE "V".
               88 OUT-STOPPED     VALUE "S".
      *> Still payable if presented while the letter is out.
               88 OUT-DUE-DILIGENCE VALUE "D".
               88 OUT-ESCHEATED   VALUE "E".
           05 OUT-CLEARED-DATE    PIC 9(8).
           05 OUT-CLEARED-AMOUNT  PIC S9(7)V99.
      *> Set when the due-diligence letter is listed: the letter date
      *> and the state the property is reported to. Spaces on a
      *> record written before unclaimed property was processed.
           05 OUT-DUE-DILIGENCE-DATE PIC 9(8).
           05 OUT-OWNER-STATE     PIC X(2).
