           05  YE-YTD-OTHER-DEDUCT     PIC 9(7)V99.
           05  YE-YTD-NET              PIC 9(7)V99.
           05  YE-PAY-PERIODS          PIC 9(3).
      * Taxable-wage bases (see PAYHIST.cpy): income-tax wages net of
      * the pre-tax health and retirement amounts, and FICA/Medicare
      * wages net of health only.  YE-YTD-FICA-WAGES is also what the
      * FICA/FUTA/SUTA wage-base caps measure against.
           05  YE-YTD-TAXABLE-WAGES    PIC 9(7)V99.
           05  YE-YTD-FICA-WAGES       PIC 9(7)V99.
      * Calendar-quarter buckets (subscript = quarter of the pay-
      * period date) feeding the quarterly employer tax report
      * (Form 941): wages plus the withheld federal tax, FICA and
      * Medicare, and the two taxable-wage bases the 941 lines are
      * figured on.  Rolled to zero with the annual accumulators.
           05  YE-QUARTER-TOTALS OCCURS 4 TIMES.
               10  YE-QTR-GROSS        PIC 9(7)V99.
               10  YE-QTR-FEDERAL-TAX  PIC 9(7)V99.
               10  YE-QTR-FICA         PIC 9(7)V99.
               10  YE-QTR-MEDICARE     PIC 9(7)V99.
               10  YE-QTR-TAXABLE-WAGES PIC 9(7)V99.
               10  YE-QTR-FICA-WAGES   PIC 9(7)V99.
      * 401(k) year-to-date: the employer match and the plan
      * compensation the annual compensation limit is measured
      * against (the deferral limit measures YE-YTD-RETIREMENT).
           05  YE-YTD-ER-MATCH         PIC 9(7)V99.
           05  YE-YTD-PLAN-COMP        PIC 9(7)V99.
