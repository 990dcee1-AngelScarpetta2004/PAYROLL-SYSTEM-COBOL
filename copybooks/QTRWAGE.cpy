      ******************************************************************
      * QTRWAGE.cpy
      * Record layout for the QUARTERLY-WAGE indexed file: one record
      * per employee per calendar year per work state (QW-STATE-CODE,
      * blank for the home state - see EMPMAST.cpy), carrying the
      * four quarter buckets (wages, withheld federal tax, FICA,
      * Medicare) the quarterly employer tax report (Form 941) files
      * from.  Unlike the YE-QTR buckets on the rolling YTD record -
      * which the first payroll of a new year zeroes, before the Q4
      * 941 is even due - these records survive year rollover, so
      * last year's Q4 can still be reported on January 31.  Posted
      * and backed out by the pay-period date's own year and
      * quarter, add and void alike, so the two sides can never
      * disagree about which bucket a check belongs to.
      * An employee who moves states mid-year gets a second record
      * for the new state, which is what restarts that state's
      * unemployment wage base; a void backs out of the state the
      * check was paid under (PH-WORK-STATE), not the state on the
      * master today.  The federal figures are split across an
      * employee's state records the same way, so a reader after an
      * employee's year total adds the state records up.
      ******************************************************************
       01  QUARTERLY-WAGE-RECORD.
           05  QW-WAGE-KEY.
               10  QW-EMPLOYEE-ID      PIC X(6).
               10  QW-YEAR             PIC 9(4).
               10  QW-STATE-CODE       PIC X(2).
           05  QW-EMPLOYEE-NAME        PIC A(20).
           05  QW-QUARTER-TOTALS OCCURS 4 TIMES.
               10  QW-QTR-GROSS        PIC 9(7)V99.
      * wage report (Payroll-sutarpt.cbl) files from these.
               10  QW-QTR-FUTA         PIC 9(7)V99.
               10  QW-QTR-SUTA         PIC 9(7)V99.
      * Taxable-wage bases (see PAYHIST.cpy): income-tax wages for
      * 941 line 2 and the W-2 box 1, FICA/Medicare wages for lines
      * 5a/5c and boxes 3/5.
               10  QW-QTR-TAXABLE-WAGES PIC 9(7)V99.
               10  QW-QTR-FICA-WAGES   PIC 9(7)V99.
