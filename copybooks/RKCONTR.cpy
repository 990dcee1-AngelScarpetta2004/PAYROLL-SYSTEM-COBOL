      ******************************************************************
      * RKCONTR.cpy
      * One line on the 401(k) contribution file every live payroll
      * run sends the plan recordkeeper, in the same move-to-the-FD-
      * record pattern as REMIT.cpy: one record per participant paid
      * (or voided) in the run, the run's deferrals, employer match
      * and plan compensation rolled up per employee, with the hire
      * and termination dates the recordkeeper tracks eligibility and
      * vesting from.  A run whose voids outweigh its payments for an
      * employee sends the net negative figures so the recordkeeper's
      * balance follows the payroll's.
      ******************************************************************
       01  PLAN-CONTRIBUTION-RECORD.
           05  RK-PAYROLL-DATE         PIC 9(8).
           05  RK-PAY-GROUP            PIC X(1).
           05  RK-SSN                  PIC X(9).
           05  RK-EMPLOYEE-ID          PIC X(6).
           05  RK-EMPLOYEE-NAME        PIC X(20).
           05  RK-DEFERRAL             PIC S9(7)V99.
           05  RK-ER-MATCH             PIC S9(7)V99.
           05  RK-PLAN-COMP            PIC S9(7)V99.
           05  RK-HIRE-DATE            PIC 9(8).
           05  RK-TERM-DATE            PIC 9(8).
           05  RK-EMPLOYMENT-STATUS    PIC X(1).
