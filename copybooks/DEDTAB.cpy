           05  DT-FUTA-WAGE-BASE       PIC 9(7)V99 VALUE 7000.00.
           05  DT-SUTA-PCT             PIC V9(4)   VALUE .0270.
           05  DT-SUTA-WAGE-BASE       PIC 9(7)V99 VALUE 9000.00.
      * 401(k) plan defaults, used the same way: only when the TAX-
      * RATE file carries no MAT/MCP/DEF entry.  The employer matches
      * DT-401K-MATCH-PCT of the employee deferral, counting deferrals
      * only up to DT-401K-MATCH-CAP-PCT of plan pay; pay past the
      * annual compensation limit earns no match, and the employee
      * deferral stops once the year's deferrals reach the annual
      * deferral limit.
           05  DT-401K-MATCH-PCT       PIC V9(4)   VALUE .5000.
           05  DT-401K-MATCH-CAP-PCT   PIC V9(4)   VALUE .0600.
           05  DT-401K-COMP-LIMIT      PIC 9(7)V99 VALUE 350000.00.
           05  DT-401K-DEFERRAL-LIMIT  PIC 9(7)V99 VALUE 23500.00.
