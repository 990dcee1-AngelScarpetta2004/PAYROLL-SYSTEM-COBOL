      ******************************************************************
      * EFTPS.cpy
      * One record per federal tax deposit on the EFTPS deposit file
      * FED-DEPOSIT-PROC (Payroll-deposit.cbl) writes for the bank's
      * batch-provider upload: a Form 941 deposit (tax type code
      * 94105) for the quarter whose last month is EP-TAX-PERIOD-
      * MONTH, settling on the due date, with the three 941
      * subcategories - social security (both halves of FICA),
      * Medicare (both halves) and income tax withheld - which add
      * up to EP-PAYMENT-AMOUNT.  Amounts are whole cents, zero-
      * filled, no decimal point.
      ******************************************************************
       01  EFTPS-DEPOSIT-RECORD.
           05  EP-RECORD-TYPE          PIC X(2)   VALUE "PY".
           05  EP-TAXPAYER-EIN         PIC X(9).
           05  EP-TAX-TYPE-CODE        PIC X(5)   VALUE "94105".
           05  EP-TAX-PERIOD-YEAR      PIC 9(4).
           05  EP-TAX-PERIOD-MONTH     PIC 9(2).
           05  EP-SETTLEMENT-DATE      PIC 9(8).
           05  EP-PAYMENT-AMOUNT       PIC 9(13)V99.
           05  EP-SUBCAT-1-CODE        PIC X(1)   VALUE "1".
           05  EP-SOCIAL-SECURITY      PIC 9(13)V99.
           05  EP-SUBCAT-2-CODE        PIC X(1)   VALUE "2".
           05  EP-MEDICARE             PIC 9(13)V99.
           05  EP-SUBCAT-3-CODE        PIC X(1)   VALUE "3".
           05  EP-WITHHOLDING          PIC 9(13)V99.
           05  FILLER                  PIC X(20)  VALUE SPACES.
