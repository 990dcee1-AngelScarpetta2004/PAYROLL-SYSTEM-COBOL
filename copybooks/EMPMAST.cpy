               88  EM-GROUP-BIWEEKLY   VALUE "B" " ".
               88  EM-GROUP-MONTHLY    VALUE "M".
               88  EM-VALID-PAY-GROUP  VALUE "W" "B" " " "M".
      * Work state (two-letter postal code): whose state withholding
      * brackets and unemployment wage base the employee is paid
      * under, and which state's SUTA filing the wages go to.  A
      * blank is the company's home state - the one state the
      * tax-rate file carried before work states existed - so
      * records written before the field existed stay where they
      * were filed.
           05  EM-WORK-STATE           PIC X(2).
      * Workers' compensation class code (the insurer's four-
      * character classification) the employee's payroll is rated
      * under; the rate per $100 of payroll lives on the WC-RATE file
      * by class and policy period.  Each check carries the code in
      * force when it was paid (PH-WC-CLASS), so a class change takes
      * effect on the next check and the premium report splits the
      * employee's payroll by check date.  Blank = not yet classified.
           05  EM-WC-CLASS             PIC X(4).
