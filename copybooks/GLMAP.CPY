      *> GLMAP.CPY - GL account mapping record.
      *> Maintained by operations in GLMAP.DAT. A "D" record assigns
      *> a department its wage expense account, the expense account
      *> its employer payroll tax is charged to, and the benefit
      *> expense account the employer 401(k) match is charged to;
      *> the single "L" record names the liability and clearing
      *> accounts the posting program credits, the FUTA and SUTA
      *> payables last, then the unclaimed property liability the
      *> check reconciliation moves escheated checks into from net
      *> pay clearing, the payable the employer match is owed to the
      *> 401(k) recordkeeper in, and the accrued wages and accrued
      *> vacation liabilities the month-end close books against each
      *> department's wage expense account. A department paid in a
      *> run but missing from this file fails the export - nothing is
      *> ever posted to a suspense account silently.
       01 GL-MAPPING-RECORD.
           05 GLM-RECORD-TYPE         PIC X(1).
               88 GLM-DEPT-MAPPING    VALUE "D".
           05 GLM-DEPT-CODE           PIC X(4).
           05 GLM-WAGE-EXPENSE-ACCT   PIC X(10).
           05 GLM-EMPLOYER-TAX-ACCT   PIC X(10).
           05 GLM-BENEFIT-EXPENSE-ACCT PIC X(10).
       01 GL-LIABILITY-RECORD REDEFINES GL-MAPPING-RECORD.
           05 FILLER                  PIC X(1).
           05 GLL-FED-PAYABLE-ACCT    PIC X(10).
           05 GLL-FICA-PAYABLE-ACCT   PIC X(10).
           05 GLL-DEDUCT-PAYABLE-ACCT PIC X(10).
           05 GLL-NET-CLEARING-ACCT   PIC X(10).
           05 GLL-FUTA-PAYABLE-ACCT   PIC X(10).
           05 GLL-SUTA-PAYABLE-ACCT   PIC X(10).
           05 GLL-UNCLAIMED-PROP-ACCT PIC X(10).
           05 GLL-MATCH-PAYABLE-ACCT  PIC X(10).
           05 GLL-ACCRUED-WAGES-ACCT  PIC X(10).
           05 GLL-VACATION-LIAB-ACCT  PIC X(10).
