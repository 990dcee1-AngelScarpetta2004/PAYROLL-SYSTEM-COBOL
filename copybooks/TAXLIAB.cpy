      ******************************************************************
      * TAXLIAB.cpy
      * Federal employment-tax liability: one record per live payroll
      * run, written by the close-out step alongside the run-control
      * record and keyed by the same run number plus the check date
      * (the run date every check and deposit of the run carries).
      * The amounts are the run's federal income tax withheld and
      * both halves of FICA and Medicare - the same figures the GL
      * distribution posted, voids already netted out, so a void run
      * on its own can leave a negative liability.  The scheduler
      * carries such a credit into the next deposit of the same 941
      * quarter, which it reduces; a credit its quarter closes on
      * with no later deposit is claimed on that quarter's 941
      * instead.  TL-RUN-STATUS copies the run-control status:
      * a held run ("H") never went out and is not deposited; an
      * off-cycle check ("O") is deposited like any completed run.
      *
      * The deposit fields belong to FED-DEPOSIT-PROC
      * (Payroll-deposit.cbl): the schedule the liability fell under
      * ("M" monthly, "S" semiweekly, "N" the next-day rule for a
      * $100,000 day), the due date worked out from it, and the
      * deposit status - blank until its deposit has been written,
      * "E" once it has gone out on an EFTPS deposit file (TL-DUE-DATE
      * is then that deposit's due date, which a carried credit takes
      * over from the deposit it went into), "P" once the deposit
      * register has marked it paid (with the date and operator), "C"
      * for a credit left in a closed quarter and claimed on the 941.
      ******************************************************************
       01  TAX-LIABILITY-RECORD.
           05  TL-LIABILITY-KEY.
               10  TL-RUN-NUMBER       PIC 9(6).
               10  TL-CHECK-DATE       PIC 9(8).
           05  TL-PAY-GROUP            PIC X(1).
           05  TL-RUN-STATUS           PIC X(1).
               88  TL-RUN-HELD         VALUE "H".
               88  TL-RUN-OFF-CYCLE    VALUE "O".
           05  TL-FEDERAL-TAX          PIC S9(9)V99.
           05  TL-EE-FICA              PIC S9(9)V99.
           05  TL-ER-FICA              PIC S9(9)V99.
           05  TL-EE-MEDICARE          PIC S9(9)V99.
           05  TL-ER-MEDICARE          PIC S9(9)V99.
           05  TL-TOTAL-LIABILITY      PIC S9(9)V99.
           05  TL-DEPOSIT-SCHEDULE     PIC X(1).
               88  TL-MONTHLY          VALUE "M".
               88  TL-SEMIWEEKLY       VALUE "S".
               88  TL-NEXT-DAY         VALUE "N".
           05  TL-DUE-DATE             PIC 9(8).
           05  TL-DEPOSIT-STATUS       PIC X(1).
               88  TL-NOT-SCHEDULED    VALUE " ".
               88  TL-ON-DEPOSIT-FILE  VALUE "E".
               88  TL-DEPOSIT-PAID     VALUE "P".
               88  TL-CREDIT-ON-941    VALUE "C".
           05  TL-PAID-DATE            PIC 9(8).
           05  TL-PAID-BY              PIC X(8).
