      ******************************************************************
      * W4ELECT.cpy
      * Record layout for the W4-ELECTION indexed file: the employee's
      * current Form W-4 withholding elections, one record per
      * employee keyed by WE-EMPLOYEE-ID.  Maintained from the menu
      * and written to the AUDITLOG file like master changes.  An
      * employee with no record on file withholds as single with no
      * dependents and no extra - exactly how everyone was withheld
      * before the elections existed.
      *
      * WE-FILING-STATUS picks the bracket set the payroll run prices
      * federal and state income tax through: "S" (or blank) the
      * plain FED/STA brackets, "M" the FEM/STM brackets, "H" the
      * FEH/STH brackets - each falling back to FED/STA when the
      * tax-rate file carries no brackets of its own for the status.
      * WE-DEPENDENT-CREDIT is the annual dependents amount from the
      * W-4 (credited against the annualized federal tax);
      * WE-EXTRA-WITHHOLDING is added to federal tax on every check.
      * WE-EXEMPT stops federal and state income-tax withholding
      * (never FICA or Medicare); WE-RECEIVED-DATE is the date the
      * signed form was received.
      *
      * The form's identifying block - social security number and
      * home address - is kept here too; the year-end W-2 file
      * (Payroll-efw2.cbl) is built from it.
      ******************************************************************
       01  W4-ELECTION-RECORD.
           05  WE-EMPLOYEE-ID          PIC X(6).
           05  WE-FILING-STATUS        PIC X(1).
               88  WE-SINGLE           VALUE "S" " ".
               88  WE-MARRIED          VALUE "M".
               88  WE-HEAD-OF-HOUSE    VALUE "H".
               88  WE-VALID-FILING-STATUS VALUE "S" " " "M" "H".
           05  WE-DEPENDENT-CREDIT     PIC 9(5)V99.
           05  WE-EXTRA-WITHHOLDING    PIC 9(3)V99.
           05  WE-EXEMPT-FLAG          PIC X(1).
               88  WE-EXEMPT           VALUE "Y".
           05  WE-RECEIVED-DATE        PIC 9(8).
           05  WE-SSN                  PIC X(9).
           05  WE-ADDRESS              PIC X(22).
           05  WE-CITY                 PIC X(22).
           05  WE-STATE                PIC X(2).
           05  WE-ZIP-CODE             PIC X(5).
