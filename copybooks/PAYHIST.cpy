      * wage-base context that produced them can't be rebuilt later.
           05  PH-ER-FUTA              PIC 9(5)V99.
           05  PH-ER-SUTA              PIC 9(5)V99.
      * Taxable-wage bases of this check.  PH-TAXABLE-WAGES is the
      * federal/state income-tax base (gross less the pre-tax health
      * premium and retirement deferral - W-2 box 1 and 941 line 2);
      * PH-FICA-WAGES the FICA/Medicare base (gross less the health
      * premium only - boxes 3 and 5).  A void backs out these same
      * figures.
           05  PH-TAXABLE-WAGES        PIC 9(5)V99.
           05  PH-FICA-WAGES           PIC 9(5)V99.
      * Work state the check was paid under (EM-WORK-STATE at the
      * time) - the state whose withholding and SUTA it carries and
      * whose quarterly-wage record a void backs out of.
           05  PH-WORK-STATE           PIC X(2).
      * 401(k) figures of this check: the employer match and the
      * plan compensation it was figured on (gross held to the annual
      * compensation limit).  PH-RETIREMENT is the employee deferral
      * after the annual deferral limit.  Stored so a void backs out
      * exactly what was matched.
           05  PH-ER-MATCH             PIC 9(5)V99.
           05  PH-PLAN-COMP            PIC 9(5)V99.
      * Workers' compensation figures of this check: the class code
      * it was paid under (EM-WC-CLASS at the time) and the overtime
      * premium inside PH-GROSS-PAY - the part of the overtime pay
      * above straight time, which insurers exclude from the payroll
      * the premium is rated on.  A "V" entry carries the same
      * figures, so a void comes back out of the class it was paid in.
           05  PH-WC-CLASS             PIC X(4).
           05  PH-OT-PREMIUM           PIC 9(5)V99.
