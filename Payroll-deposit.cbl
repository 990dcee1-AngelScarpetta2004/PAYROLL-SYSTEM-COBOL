      ******************************************************************
      * Author:
      * Date:
      * Purpose: Federal tax deposits.  Works from the tax-liability
      *          records the payroll close-out writes per live run
      *          (TAXLIAB.cpy) - federal income tax withheld plus
      *          both halves of FICA and Medicare, net of the run's
      *          voids - and does three jobs for the treasury clerk:
      *          (1) schedules every new liability under the IRS
      *          deposit rules (monthly or semiweekly from the
      *          lookback period, next banking day for a $100,000
      *          day), groups the liabilities that share a due date
      *          and quarter into one deposit, writes them to the
      *          EFTPS deposit file (EFTPSDEP.DAT, EFTPS.cpy) and
      *          prints the deposit register - a liability is only
      *          marked as sent once its deposit is on the file, and
      *          a deposit that voids netted to a credit is carried
      *          into the quarter's next deposit; (2) marks deposits
      *          paid from the register as the clerk confirms them,
      *          flagging any paid after the due date; (3) ties a
      *          quarter's liabilities by check date - the daily
      *          Schedule B figures - and the deposits made against
      *          them to the 941 liability QUARTERLY-TAX-RPT files
      *          from the QUARTERLY-WAGE file.  Held runs (never
      *          released, never paid) are listed but not deposited.
      *          Weekends roll a due date to Monday; bank holidays
      *          are not on file, so the clerk moves a due date that
      *          lands on one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FED-DEPOSIT-PROC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LIABILITY-FILE ASSIGN TO "data/TAXLIAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-LIABILITY-KEY
               FILE STATUS IS WS-TAXLIAB-STATUS.

           SELECT QUARTERLY-WAGE-FILE ASSIGN TO "data/QTRWAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QW-WAGE-KEY
               FILE STATUS IS WS-QTRWAGE-STATUS.

           SELECT EFTPS-FILE ASSIGN TO "data/EFTPSDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFTPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LIABILITY-FILE.
           COPY TAXLIAB.

       FD  QUARTERLY-WAGE-FILE.
           COPY QTRWAGE.

       FD  EFTPS-FILE.
       01  EFTPS-OUT                   PIC X(113).

       WORKING-STORAGE SECTION.
       01  WS-TAXLIAB-STATUS           PIC X(2).
       01  WS-QTRWAGE-STATUS           PIC X(2).
       01  WS-EFTPS-STATUS             PIC X(2).
       01  WS-EOF-FLAG                 PIC X(1)   VALUE "N".
       01  WS-OPTION                   PIC X(1)   VALUE SPACE.
       01  WS-ANSWER                   PIC X(1)   VALUE SPACE.
       01  WS-EMPLOYER-EIN             PIC X(9)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-RUN-DATE-NUMERIC         PIC 9(8)   VALUE 0.

       COPY EFTPS.

      ******************************************************************
      * Deposit-rule thresholds: a lookback-period liability over
      * $50,000 makes the year semiweekly; $100,000 accumulated on
      * one check date is due the next banking day and makes the
      * employer semiweekly for the rest of that year and the next.
      ******************************************************************
       01  WS-LOOKBACK-LIMIT           PIC 9(7)V99 VALUE 50000.00.
       01  WS-NEXT-DAY-LIMIT           PIC 9(7)V99 VALUE 100000.00.

      * Check date and due date taken apart.
       01  WS-DATE-WORK                PIC 9(8)   VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR            PIC 9(4).
           05  WS-DATE-MONTH           PIC 9(2).
           05  WS-DATE-DAY             PIC 9(2).
       01  WS-DUE-DATE                 PIC 9(8)   VALUE 0.
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR             PIC 9(4).
           05  WS-DUE-MONTH            PIC 9(2).
           05  WS-DUE-DAY              PIC 9(2).
       01  WS-DAY-INTEGER              PIC 9(7)   VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9(1)   VALUE 0.
       01  WS-DAYS-TO-ADD              PIC 9(1)   VALUE 0.
       01  WS-SCHEDULE                 PIC X(1)   VALUE SPACE.
       01  WS-TAX-YEAR                 PIC 9(4)   VALUE 0.
       01  WS-TAX-MONTH                PIC 9(2)   VALUE 0.
       01  WS-DAY-DATE                 PIC 9(8)   VALUE 0.
       01  WS-DAY-LIABILITY            PIC S9(11)V99 VALUE 0.

      ******************************************************************
      * Lookback totals by the calendar year they set the schedule
      * for: a check dated July Y-2 through June Y-1 counts toward
      * year Y.  LB-FORCED marks a year made semiweekly by a
      * next-day liability.
      ******************************************************************
       01  LOOKBACK-TABLE.
           05  LB-YEAR-COUNT           PIC 9(2)   VALUE 0.
           05  LB-YEAR-ENTRY OCCURS 20 TIMES.
               10  LB-YEAR             PIC 9(4).
               10  LB-LIABILITY        PIC S9(11)V99.
               10  LB-FORCED           PIC X(1).
       01  LB-YEAR-MAX                 PIC 9(2)   VALUE 20.
       01  WS-LB-SUB                   PIC 9(2)   VALUE 0.
       01  WS-LB-SEARCH                PIC 9(2)   VALUE 0.
       01  WS-LB-YEAR-WANTED           PIC 9(4)   VALUE 0.

      ******************************************************************
      * One deposit per due date and quarter: every liability that
      * falls due the same day for the same 941 quarter is paid as
      * one EFTPS deposit.
      ******************************************************************
       01  DEPOSIT-TABLE.
           05  DP-DEPOSIT-COUNT        PIC 9(3)   VALUE 0.
           05  DP-DEPOSIT-ENTRY OCCURS 200 TIMES.
               10  DP-DUE-DATE         PIC 9(8).
               10  DP-TAX-YEAR         PIC 9(4).
               10  DP-TAX-MONTH        PIC 9(2).
               10  DP-SCHEDULE         PIC X(1).
               10  DP-FEDERAL          PIC S9(11)V99.
               10  DP-SOCIAL-SECURITY  PIC S9(11)V99.
               10  DP-MEDICARE         PIC S9(11)V99.
               10  DP-TOTAL            PIC S9(11)V99.
               10  DP-RUN-COUNT        PIC 9(4).
               10  DP-PAID-FLAG        PIC X(1).
               10  DP-PAID-DATE        PIC 9(8).
      * Scheduling only: the later deposit a net credit was carried
      * into (zero = none), whether the deposit went on the EFTPS
      * file, a credit left in a quarter already closed, and the
      * done flag for walking the deposits in due-date order.
               10  DP-CARRIED-INTO     PIC 9(3).
               10  DP-WRITTEN-FLAG     PIC X(1).
               10  DP-CLOSED-CREDIT    PIC X(1).
               10  DP-DONE-FLAG        PIC X(1).
       01  DP-DEPOSIT-MAX              PIC 9(3)   VALUE 200.
       01  WS-DP-SUB                   PIC 9(3)   VALUE 0.
       01  WS-DP-SEARCH                PIC 9(3)   VALUE 0.
       01  WS-DP-PASS                  PIC 9(3)   VALUE 0.
       01  WS-DP-PICK                  PIC 9(3)   VALUE 0.
       01  WS-DP-NEXT                  PIC 9(3)   VALUE 0.

       01  WS-SCHEDULED-COUNT          PIC 9(5)   VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5)   VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(5)   VALUE 0.
       01  WS-SENT-COUNT               PIC 9(5)   VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(5)   VALUE 0.
       01  WS-CREDIT-941-COUNT         PIC 9(5)   VALUE 0.
       01  WS-PAID-COUNT               PIC 9(5)   VALUE 0.
       01  WS-LATE-COUNT               PIC 9(5)   VALUE 0.
       01  WS-FILE-TOTAL               PIC S9(11)V99 VALUE 0.

      ******************************************************************
      * Quarterly reconciliation: the Schedule B daily liabilities by
      * month of the quarter, the run totals, the deposits made and
      * the 941 figures from QUARTERLY-WAGE.
      ******************************************************************
       01  WS-YEAR-WANTED              PIC 9(4)   VALUE 0.
       01  WS-QUARTER-WANTED           PIC 9(1)   VALUE 0.
       01  WS-QUARTER-OF-DATE          PIC 9(1)   VALUE 0.
       01  WS-MONTH-OF-QUARTER         PIC 9(1)   VALUE 0.
       01  WS-DAY-SUB                  PIC 9(2)   VALUE 0.
       01  SCHEDULE-B-TABLE.
           05  SB-MONTH OCCURS 3 TIMES.
               10  SB-MONTH-TOTAL      PIC S9(11)V99.
               10  SB-DAY-LIABILITY OCCURS 31 TIMES
                                       PIC S9(9)V99.
       01  WS-RUN-FEDERAL              PIC S9(11)V99 VALUE 0.
       01  WS-RUN-SOCIAL-SECURITY      PIC S9(11)V99 VALUE 0.
       01  WS-RUN-MEDICARE             PIC S9(11)V99 VALUE 0.
       01  WS-RUN-LIABILITY            PIC S9(11)V99 VALUE 0.
       01  WS-DEPOSITED                PIC S9(11)V99 VALUE 0.
       01  WS-UNDEPOSITED              PIC S9(11)V99 VALUE 0.
       01  WS-941-FEDERAL              PIC 9(11)V99 VALUE 0.
       01  WS-941-SOCIAL-SECURITY      PIC 9(11)V99 VALUE 0.
       01  WS-941-MEDICARE             PIC 9(11)V99 VALUE 0.
       01  WS-941-LIABILITY            PIC 9(11)V99 VALUE 0.
       01  WS-DIFFERENCE               PIC S9(11)V99 VALUE 0.

       LINKAGE SECTION.
       01  LNK-OPERATOR-ID             PIC X(8).

       PROCEDURE DIVISION USING LNK-OPERATOR-ID.
      ******************************************************************
      * 0000-MAIN-PROCEDURE resets its counters on every entry for
      * the same reason QUARTERLY-TAX-RPT does: this is a CALLed
      * subprogram and WORKING-STORAGE persists across repeat CALLs
      * in the same run unit.  The caller passes the operator signed
      * on to the session so a deposit marked paid carries who
      * confirmed it; a blank is prompted for, as ACH-RETURN-PROC
      * does.
      ******************************************************************
       0000-MAIN-PROCEDURE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-SCHEDULED-COUNT WS-HELD-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT WS-PAID-COUNT WS-LATE-COUNT
           MOVE 0 TO WS-SENT-COUNT WS-PENDING-COUNT WS-CREDIT-941-COUNT
           MOVE 0 TO WS-FILE-TOTAL
           MOVE 0 TO LB-YEAR-COUNT DP-DEPOSIT-COUNT

           IF LNK-OPERATOR-ID = SPACES
               DISPLAY "ID de operador (8 caracteres): "
               ACCEPT LNK-OPERATOR-ID
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-NUMERIC =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY

           DISPLAY "-----------------------------------"
           DISPLAY " DEPOSITOS DE IMPUESTOS FEDERALES "
           DISPLAY "-----------------------------------"
           DISPLAY "(1) Programar depositos y generar archivo EFTPS"
           DISPLAY "(2) Registrar depositos pagados"
           DISPLAY "(3) Reconciliacion trimestral 941 / Schedule B"
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN "1"
                   PERFORM 1000-SCHEDULE-DEPOSITS
               WHEN "2"
                   PERFORM 2000-RECORD-PAYMENTS
               WHEN "3"
                   PERFORM 3000-RECONCILE-QUARTER
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 1000-SCHEDULE-DEPOSITS - two passes over the liability file:
      * the first builds the lookback totals every schedule depends
      * on, the second schedules each liability not yet sent,
      * rewrites it with its due date and collects it into its
      * deposit.  Net credits are carried forward, the deposits are
      * written to the EFTPS file, and only then does a third pass
      * mark the liabilities whose deposit actually went on the file
      * - anything left out (deposit table full, file not created, a
      * credit still waiting for a deposit to go into) stays
      * unscheduled and is picked up again next time.
      ******************************************************************
       1000-SCHEDULE-DEPOSITS.
           DISPLAY "EIN del empleador (9 digitos, sin guion): "
           ACCEPT WS-EMPLOYER-EIN

           OPEN INPUT TAX-LIABILITY-FILE
           IF WS-TAXLIAB-STATUS NOT = "00"
               DISPLAY "No hay obligaciones de impuestos registradas."
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TAX-LIABILITY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF NOT TL-RUN-HELD
                               PERFORM 1100-ADD-TO-LOOKBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY-FILE

               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO WS-DAY-DATE WS-DAY-LIABILITY
               OPEN I-O TAX-LIABILITY-FILE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TAX-LIABILITY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 1200-SCHEDULE-ONE-LIABILITY
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY-FILE

               IF DP-DEPOSIT-COUNT = 0
                   DISPLAY "No hay obligaciones nuevas por depositar."
               ELSE
                   PERFORM 1350-CARRY-CREDITS
                   PERFORM 1400-WRITE-DEPOSIT-FILE
                   PERFORM 1600-MARK-SENT-LIABILITIES
                   PERFORM 1500-PRINT-DEPOSIT-REGISTER
               END-IF
               IF WS-HELD-COUNT > 0
                   DISPLAY "Corridas retenidas no depositadas: "
                       WS-HELD-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * 1100-ADD-TO-LOOKBACK - credits the liability to the year its
      * lookback period sets the schedule for; a liability already
      * scheduled under the next-day rule makes its own year and the
      * next semiweekly.
      ******************************************************************
       1100-ADD-TO-LOOKBACK.
           MOVE TL-CHECK-DATE TO WS-DATE-WORK
           IF WS-DATE-MONTH >= 7
               COMPUTE WS-LB-YEAR-WANTED = WS-DATE-YEAR + 2
           ELSE
               COMPUTE WS-LB-YEAR-WANTED = WS-DATE-YEAR + 1
           END-IF
           PERFORM 1110-FIND-LOOKBACK-YEAR
           IF WS-LB-SUB > 0
               ADD TL-TOTAL-LIABILITY TO LB-LIABILITY (WS-LB-SUB)
           END-IF
           IF TL-NEXT-DAY
               PERFORM 1120-FORCE-SEMIWEEKLY
           END-IF.

       1110-FIND-LOOKBACK-YEAR.
           MOVE 0 TO WS-LB-SUB
           PERFORM VARYING WS-LB-SEARCH FROM 1 BY 1
               UNTIL WS-LB-SEARCH > LB-YEAR-COUNT
               IF LB-YEAR (WS-LB-SEARCH) = WS-LB-YEAR-WANTED
                   MOVE WS-LB-SEARCH TO WS-LB-SUB
               END-IF
           END-PERFORM
           IF WS-LB-SUB = 0
               IF LB-YEAR-COUNT < LB-YEAR-MAX
                   ADD 1 TO LB-YEAR-COUNT
                   MOVE LB-YEAR-COUNT TO WS-LB-SUB
                   MOVE WS-LB-YEAR-WANTED TO LB-YEAR (WS-LB-SUB)
                   MOVE 0 TO LB-LIABILITY (WS-LB-SUB)
                   MOVE "N" TO LB-FORCED (WS-LB-SUB)
               ELSE
                   DISPLAY "Tabla de anos llena - ano omitido: "
                       WS-LB-YEAR-WANTED
               END-IF
           END-IF.

       1120-FORCE-SEMIWEEKLY.
           MOVE TL-CHECK-DATE TO WS-DATE-WORK
           MOVE WS-DATE-YEAR TO WS-LB-YEAR-WANTED
           PERFORM 1110-FIND-LOOKBACK-YEAR
           IF WS-LB-SUB > 0
               MOVE "Y" TO LB-FORCED (WS-LB-SUB)
           END-IF
           COMPUTE WS-LB-YEAR-WANTED = WS-DATE-YEAR + 1
           PERFORM 1110-FIND-LOOKBACK-YEAR
           IF WS-LB-SUB > 0
               MOVE "Y" TO LB-FORCED (WS-LB-SUB)
           END-IF.

      ******************************************************************
      * 1200-SCHEDULE-ONE-LIABILITY - every released run counts
      * toward its check date's running total for the next-day rule,
      * scheduled before or not; only the unsent ones are given a
      * due date.  The status is left alone here: 1600 marks the
      * liability sent once its deposit is on the file.  The file is
      * in run-number order, so one check date's runs are read
      * together.
      ******************************************************************
       1200-SCHEDULE-ONE-LIABILITY.
           IF TL-RUN-HELD
               IF TL-NOT-SCHEDULED
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "Corrida " TL-RUN-NUMBER " del "
                       TL-CHECK-DATE " retenida - no se deposita."
               END-IF
           ELSE
               IF TL-CHECK-DATE NOT = WS-DAY-DATE
                   MOVE TL-CHECK-DATE TO WS-DAY-DATE
                   MOVE 0 TO WS-DAY-LIABILITY
               END-IF
               ADD TL-TOTAL-LIABILITY TO WS-DAY-LIABILITY
               IF TL-NOT-SCHEDULED
                   PERFORM 1210-SELECT-SCHEDULE
                   PERFORM 1220-COMPUTE-DUE-DATE
                   MOVE WS-SCHEDULE TO TL-DEPOSIT-SCHEDULE
                   MOVE WS-DUE-DATE TO TL-DUE-DATE
                   REWRITE TAX-LIABILITY-RECORD
                   ADD 1 TO WS-SCHEDULED-COUNT
                   PERFORM 1300-ADD-TO-DEPOSIT
               END-IF
           END-IF.

       1210-SELECT-SCHEDULE.
           MOVE TL-CHECK-DATE TO WS-DATE-WORK
           MOVE WS-DATE-YEAR TO WS-LB-YEAR-WANTED
           PERFORM 1110-FIND-LOOKBACK-YEAR
           MOVE "M" TO WS-SCHEDULE
           IF WS-LB-SUB > 0
               IF LB-FORCED (WS-LB-SUB) = "Y"
                   OR LB-LIABILITY (WS-LB-SUB) > WS-LOOKBACK-LIMIT
                   MOVE "S" TO WS-SCHEDULE
               END-IF
           END-IF
           IF WS-DAY-LIABILITY >= WS-NEXT-DAY-LIMIT
               MOVE "N" TO WS-SCHEDULE
               PERFORM 1120-FORCE-SEMIWEEKLY
           END-IF.

      ******************************************************************
      * 1220-COMPUTE-DUE-DATE - monthly: the 15th of the next month.
      * Semiweekly: a Wednesday, Thursday or Friday check date is due
      * the following Wednesday, any other day the following Friday.
      * Next-day: the next banking day.  A due date on a weekend
      * moves to Monday.  Day of week from the day number: 1 Monday
      * through 6 Saturday, 0 Sunday.
      ******************************************************************
       1220-COMPUTE-DUE-DATE.
           MOVE TL-CHECK-DATE TO WS-DATE-WORK
           EVALUATE WS-SCHEDULE
               WHEN "M"
                   IF WS-DATE-MONTH = 12
                       COMPUTE WS-DUE-YEAR = WS-DATE-YEAR + 1
                       MOVE 1 TO WS-DUE-MONTH
                   ELSE
                       MOVE WS-DATE-YEAR TO WS-DUE-YEAR
                       COMPUTE WS-DUE-MONTH = WS-DATE-MONTH + 1
                   END-IF
                   MOVE 15 TO WS-DUE-DAY
               WHEN "S"
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (TL-CHECK-DATE)
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD (WS-DAY-INTEGER, 7)
                   EVALUATE WS-DAY-OF-WEEK
                       WHEN 3
                           MOVE 7 TO WS-DAYS-TO-ADD
                       WHEN 4
                           MOVE 6 TO WS-DAYS-TO-ADD
                       WHEN 5
                           MOVE 5 TO WS-DAYS-TO-ADD
                       WHEN 6
                           MOVE 6 TO WS-DAYS-TO-ADD
                       WHEN 0
                           MOVE 5 TO WS-DAYS-TO-ADD
                       WHEN 1
                           MOVE 4 TO WS-DAYS-TO-ADD
                       WHEN OTHER
                           MOVE 3 TO WS-DAYS-TO-ADD
                   END-EVALUATE
                   ADD WS-DAYS-TO-ADD TO WS-DAY-INTEGER
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
               WHEN OTHER
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (TL-CHECK-DATE) + 1
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
           END-EVALUATE

           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INTEGER, 7)
           IF WS-DAY-OF-WEEK = 6
               ADD 2 TO WS-DAY-INTEGER
           END-IF
           IF WS-DAY-OF-WEEK = 0
               ADD 1 TO WS-DAY-INTEGER
           END-IF
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).

      ******************************************************************
      * 1250-GET-TAX-PERIOD - the 941 quarter of the check date, as
      * EFTPS wants it: the year and the quarter's last month.
      ******************************************************************
       1250-GET-TAX-PERIOD.
           MOVE TL-CHECK-DATE TO WS-DATE-WORK
           MOVE WS-DATE-YEAR TO WS-TAX-YEAR
           COMPUTE WS-QUARTER-OF-DATE = (WS-DATE-MONTH - 1) / 3 + 1
           COMPUTE WS-TAX-MONTH = WS-QUARTER-OF-DATE * 3.

      ******************************************************************
      * 1300-ADD-TO-DEPOSIT - finds (or opens) the deposit for the
      * liability's due date and quarter and adds the liability in.
      * A semiweekly period that straddles a quarter end is two
      * deposits, one per quarter, as the IRS requires.
      ******************************************************************
       1300-ADD-TO-DEPOSIT.
           PERFORM 1250-GET-TAX-PERIOD
           MOVE 0 TO WS-DP-SUB
           PERFORM VARYING WS-DP-SEARCH FROM 1 BY 1
               UNTIL WS-DP-SEARCH > DP-DEPOSIT-COUNT
               IF DP-DUE-DATE (WS-DP-SEARCH) = TL-DUE-DATE
                   AND DP-TAX-YEAR (WS-DP-SEARCH) = WS-TAX-YEAR
                   AND DP-TAX-MONTH (WS-DP-SEARCH) = WS-TAX-MONTH
                   MOVE WS-DP-SEARCH TO WS-DP-SUB
               END-IF
           END-PERFORM
           IF WS-DP-SUB = 0
               IF DP-DEPOSIT-COUNT < DP-DEPOSIT-MAX
                   ADD 1 TO DP-DEPOSIT-COUNT
                   MOVE DP-DEPOSIT-COUNT TO WS-DP-SUB
                   MOVE TL-DUE-DATE TO DP-DUE-DATE (WS-DP-SUB)
                   MOVE WS-TAX-YEAR TO DP-TAX-YEAR (WS-DP-SUB)
                   MOVE WS-TAX-MONTH TO DP-TAX-MONTH (WS-DP-SUB)
                   MOVE TL-DEPOSIT-SCHEDULE TO DP-SCHEDULE (WS-DP-SUB)
                   MOVE 0 TO DP-FEDERAL (WS-DP-SUB)
                   MOVE 0 TO DP-SOCIAL-SECURITY (WS-DP-SUB)
                   MOVE 0 TO DP-MEDICARE (WS-DP-SUB)
                   MOVE 0 TO DP-TOTAL (WS-DP-SUB)
                   MOVE 0 TO DP-RUN-COUNT (WS-DP-SUB)
                   MOVE "N" TO DP-PAID-FLAG (WS-DP-SUB)
                   MOVE 0 TO DP-PAID-DATE (WS-DP-SUB)
                   MOVE 0 TO DP-CARRIED-INTO (WS-DP-SUB)
                   MOVE "N" TO DP-WRITTEN-FLAG (WS-DP-SUB)
                   MOVE "N" TO DP-CLOSED-CREDIT (WS-DP-SUB)
                   MOVE "N" TO DP-DONE-FLAG (WS-DP-SUB)
               ELSE
                   DISPLAY "Tabla de depositos llena - corrida "
                       TL-RUN-NUMBER " queda para la proxima vez."
               END-IF
           END-IF
           IF WS-DP-SUB > 0
               ADD TL-FEDERAL-TAX TO DP-FEDERAL (WS-DP-SUB)
               ADD TL-EE-FICA TL-ER-FICA
                   TO DP-SOCIAL-SECURITY (WS-DP-SUB)
               ADD TL-EE-MEDICARE TL-ER-MEDICARE
                   TO DP-MEDICARE (WS-DP-SUB)
               ADD TL-TOTAL-LIABILITY TO DP-TOTAL (WS-DP-SUB)
               ADD 1 TO DP-RUN-COUNT (WS-DP-SUB)
               IF TL-NEXT-DAY
                   MOVE "N" TO DP-SCHEDULE (WS-DP-SUB)
               END-IF
           END-IF.

      ******************************************************************
      * 1350-CARRY-CREDITS - a deposit that voids netted to zero or
      * below sends nothing; its liabilities are carried into the
      * next later deposit of the same 941 quarter, which they then
      * reduce.  The deposits are walked in due-date order so a
      * credit that still leaves the next deposit at or below zero
      * carries on again.  A credit with no later deposit waits for
      * the next scheduling - unless its quarter is already over, in
      * which case it can only be claimed on that quarter's 941.
      ******************************************************************
       1350-CARRY-CREDITS.
           PERFORM VARYING WS-DP-PASS FROM 1 BY 1
               UNTIL WS-DP-PASS > DP-DEPOSIT-COUNT
               MOVE 0 TO WS-DP-PICK
               PERFORM VARYING WS-DP-SEARCH FROM 1 BY 1
                   UNTIL WS-DP-SEARCH > DP-DEPOSIT-COUNT
                   IF DP-DONE-FLAG (WS-DP-SEARCH) NOT = "Y"
                       IF WS-DP-PICK = 0
                           MOVE WS-DP-SEARCH TO WS-DP-PICK
                       ELSE
                           IF DP-DUE-DATE (WS-DP-SEARCH)
                               < DP-DUE-DATE (WS-DP-PICK)
                               MOVE WS-DP-SEARCH TO WS-DP-PICK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DP-PICK > 0
                   MOVE "Y" TO DP-DONE-FLAG (WS-DP-PICK)
                   IF DP-TOTAL (WS-DP-PICK) NOT > 0
                       PERFORM 1360-CARRY-ONE-CREDIT
                   END-IF
               END-IF
           END-PERFORM.

       1360-CARRY-ONE-CREDIT.
           MOVE 0 TO WS-DP-NEXT
           PERFORM VARYING WS-DP-SEARCH FROM 1 BY 1
               UNTIL WS-DP-SEARCH > DP-DEPOSIT-COUNT
               IF DP-TAX-YEAR (WS-DP-SEARCH) = DP-TAX-YEAR (WS-DP-PICK)
                   AND DP-TAX-MONTH (WS-DP-SEARCH)
                       = DP-TAX-MONTH (WS-DP-PICK)
                   AND DP-DUE-DATE (WS-DP-SEARCH)
                       > DP-DUE-DATE (WS-DP-PICK)
                   IF WS-DP-NEXT = 0
                       MOVE WS-DP-SEARCH TO WS-DP-NEXT
                   ELSE
                       IF DP-DUE-DATE (WS-DP-SEARCH)
                           < DP-DUE-DATE (WS-DP-NEXT)
                           MOVE WS-DP-SEARCH TO WS-DP-NEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DP-NEXT > 0
               MOVE WS-DP-NEXT TO DP-CARRIED-INTO (WS-DP-PICK)
               ADD DP-FEDERAL (WS-DP-PICK) TO DP-FEDERAL (WS-DP-NEXT)
               ADD DP-SOCIAL-SECURITY (WS-DP-PICK)
                   TO DP-SOCIAL-SECURITY (WS-DP-NEXT)
               ADD DP-MEDICARE (WS-DP-PICK) TO DP-MEDICARE (WS-DP-NEXT)
               ADD DP-TOTAL (WS-DP-PICK) TO DP-TOTAL (WS-DP-NEXT)
               ADD DP-RUN-COUNT (WS-DP-PICK)
                   TO DP-RUN-COUNT (WS-DP-NEXT)
           ELSE
               IF WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
                   > DP-TAX-YEAR (WS-DP-PICK) * 100
                     + DP-TAX-MONTH (WS-DP-PICK)
                   MOVE "Y" TO DP-CLOSED-CREDIT (WS-DP-PICK)
               END-IF
           END-IF.

      ******************************************************************
      * 1400-WRITE-DEPOSIT-FILE - one EFTPS record per deposit that
      * still has something to pay after 1350; each one written is
      * flagged so 1600 can mark its liabilities sent.
      ******************************************************************
       1400-WRITE-DEPOSIT-FILE.
           OPEN OUTPUT EFTPS-FILE
           IF WS-EFTPS-STATUS NOT = "00"
               DISPLAY "No se pudo crear el archivo EFTPS (status "
                   WS-EFTPS-STATUS ")."
           ELSE
               PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > DP-DEPOSIT-COUNT
                   IF DP-TOTAL (WS-DP-SUB) > 0
                       AND DP-CARRIED-INTO (WS-DP-SUB) = 0
                       MOVE WS-EMPLOYER-EIN TO EP-TAXPAYER-EIN
                       MOVE DP-TAX-YEAR (WS-DP-SUB)
                           TO EP-TAX-PERIOD-YEAR
                       MOVE DP-TAX-MONTH (WS-DP-SUB)
                           TO EP-TAX-PERIOD-MONTH
                       MOVE DP-DUE-DATE (WS-DP-SUB)
                           TO EP-SETTLEMENT-DATE
                       MOVE DP-TOTAL (WS-DP-SUB) TO EP-PAYMENT-AMOUNT
                       MOVE DP-SOCIAL-SECURITY (WS-DP-SUB)
                           TO EP-SOCIAL-SECURITY
                       MOVE DP-MEDICARE (WS-DP-SUB) TO EP-MEDICARE
                       MOVE DP-FEDERAL (WS-DP-SUB) TO EP-WITHHOLDING
                       MOVE EFTPS-DEPOSIT-RECORD TO EFTPS-OUT
                       WRITE EFTPS-OUT
                       MOVE "Y" TO DP-WRITTEN-FLAG (WS-DP-SUB)
                       ADD 1 TO WS-WRITTEN-COUNT
                       ADD DP-TOTAL (WS-DP-SUB) TO WS-FILE-TOTAL
                   END-IF
               END-PERFORM
               CLOSE EFTPS-FILE
           END-IF.

       1500-PRINT-DEPOSIT-REGISTER.
           DISPLAY "==================================="
           DISPLAY "REGISTRO DE DEPOSITOS FEDERALES - "
               WS-RUN-DATE-NUMERIC
           DISPLAY "==================================="
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > DP-DEPOSIT-COUNT
               PERFORM 1510-PRINT-ONE-DEPOSIT
               EVALUATE TRUE
                   WHEN DP-CARRIED-INTO (WS-DP-SUB) > 0
                       MOVE DP-CARRIED-INTO (WS-DP-SUB) TO WS-DP-NEXT
                       DISPLAY "  SIN DEPOSITO - credito aplicado al "
                           "deposito que vence "
                           DP-DUE-DATE (WS-DP-NEXT) "."
                   WHEN DP-CLOSED-CREDIT (WS-DP-SUB) = "Y"
                       DISPLAY "  SIN DEPOSITO - trimestre cerrado; "
                           "aplique el credito en el 941."
                   WHEN DP-TOTAL (WS-DP-SUB) NOT > 0
                       DISPLAY "  SIN DEPOSITO - el credito pasa al "
                           "proximo deposito del trimestre."
                   WHEN DP-WRITTEN-FLAG (WS-DP-SUB) NOT = "Y"
                       DISPLAY "  NO ENVIADO - queda pendiente para "
                           "la proxima programacion."
               END-EVALUATE
           END-PERFORM
           DISPLAY "==================================="
           DISPLAY "Obligaciones programadas:   " WS-SCHEDULED-COUNT
           DISPLAY "Obligaciones enviadas:      " WS-SENT-COUNT
           DISPLAY "Obligaciones pendientes:    " WS-PENDING-COUNT
           DISPLAY "Creditos para el 941:       " WS-CREDIT-941-COUNT
           DISPLAY "Depositos en EFTPSDEP.DAT:  " WS-WRITTEN-COUNT
           DISPLAY "Total a depositar:          " WS-FILE-TOTAL
           DISPLAY "===================================".

       1510-PRINT-ONE-DEPOSIT.
           DISPLAY "-----------------------------------"
           DISPLAY "Vence: " DP-DUE-DATE (WS-DP-SUB)
               "  Periodo 941: " DP-TAX-YEAR (WS-DP-SUB) "/"
               DP-TAX-MONTH (WS-DP-SUB)
               "  Calendario: " DP-SCHEDULE (WS-DP-SUB)
               "  Corridas: " DP-RUN-COUNT (WS-DP-SUB)
           DISPLAY "  Imp. federal retenido: " DP-FEDERAL (WS-DP-SUB)
           DISPLAY "  Seguro social (FICA):  "
               DP-SOCIAL-SECURITY (WS-DP-SUB)
           DISPLAY "  Medicare:              " DP-MEDICARE (WS-DP-SUB)
           DISPLAY "  Total del deposito:    " DP-TOTAL (WS-DP-SUB).

      ******************************************************************
      * 1600-MARK-SENT-LIABILITIES - the third pass: each liability
      * scheduled this time follows its deposit through any credit
      * carry to the deposit that actually went on the EFTPS file,
      * takes that deposit's due date (so the payment step rebuilds
      * the same deposit) and is marked "E".  A credit in a closed
      * quarter is marked "C" - claimed on the 941, never deposited.
      * Everything else - the deposit table filled before it, the
      * file could not be created, a credit waiting for a deposit -
      * stays unscheduled.
      ******************************************************************
       1600-MARK-SENT-LIABILITIES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN I-O TAX-LIABILITY-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TAX-LIABILITY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TL-NOT-SCHEDULED AND NOT TL-RUN-HELD
                           PERFORM 1610-MARK-ONE-SENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.

       1610-MARK-ONE-SENT.
           PERFORM 1250-GET-TAX-PERIOD
           MOVE 0 TO WS-DP-SUB
           PERFORM VARYING WS-DP-SEARCH FROM 1 BY 1
               UNTIL WS-DP-SEARCH > DP-DEPOSIT-COUNT
               IF DP-DUE-DATE (WS-DP-SEARCH) = TL-DUE-DATE
                   AND DP-TAX-YEAR (WS-DP-SEARCH) = WS-TAX-YEAR
                   AND DP-TAX-MONTH (WS-DP-SEARCH) = WS-TAX-MONTH
                   MOVE WS-DP-SEARCH TO WS-DP-SUB
               END-IF
           END-PERFORM
           IF WS-DP-SUB > 0
               PERFORM UNTIL DP-CARRIED-INTO (WS-DP-SUB) = 0
                   MOVE DP-CARRIED-INTO (WS-DP-SUB) TO WS-DP-SUB
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-DP-SUB = 0
                   ADD 1 TO WS-PENDING-COUNT
               WHEN DP-WRITTEN-FLAG (WS-DP-SUB) = "Y"
                   MOVE DP-DUE-DATE (WS-DP-SUB) TO TL-DUE-DATE
                   MOVE "E" TO TL-DEPOSIT-STATUS
                   REWRITE TAX-LIABILITY-RECORD
                   ADD 1 TO WS-SENT-COUNT
               WHEN DP-CLOSED-CREDIT (WS-DP-SUB) = "Y"
                   MOVE "C" TO TL-DEPOSIT-STATUS
                   REWRITE TAX-LIABILITY-RECORD
                   ADD 1 TO WS-CREDIT-941-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.

      ******************************************************************
      * 2000-RECORD-PAYMENTS - the deposits on file but not yet paid
      * are rebuilt from their liabilities and shown one at a time;
      * each one the clerk confirms is marked paid, with the date
      * and operator, on every liability it covers.
      ******************************************************************
       2000-RECORD-PAYMENTS.
           OPEN INPUT TAX-LIABILITY-FILE
           IF WS-TAXLIAB-STATUS NOT = "00"
               DISPLAY "No hay obligaciones de impuestos registradas."
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TAX-LIABILITY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF TL-ON-DEPOSIT-FILE
                               PERFORM 1300-ADD-TO-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY-FILE

               IF DP-DEPOSIT-COUNT = 0
                   DISPLAY "No hay depositos pendientes de pago."
               ELSE
                   DISPLAY "==================================="
                   DISPLAY "REGISTRO DE DEPOSITOS PENDIENTES"
                   DISPLAY "==================================="
                   PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                       UNTIL WS-DP-SUB > DP-DEPOSIT-COUNT
                       PERFORM 2100-CONFIRM-ONE-DEPOSIT
                   END-PERFORM
                   IF WS-PAID-COUNT > 0
                       PERFORM 2200-MARK-LIABILITIES-PAID
                   END-IF
                   DISPLAY "==================================="
                   DISPLAY "Depositos marcados pagados: " WS-PAID-COUNT
                   DISPLAY "Depositos pagados tarde:    " WS-LATE-COUNT
                   DISPLAY "==================================="
               END-IF
           END-IF.

       2100-CONFIRM-ONE-DEPOSIT.
           PERFORM 1510-PRINT-ONE-DEPOSIT
           DISPLAY "  ¿Deposito pagado? (Y/N): "
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               DISPLAY "  Fecha de pago (AAAAMMDD, Enter = hoy): "
               MOVE 0 TO DP-PAID-DATE (WS-DP-SUB)
               ACCEPT DP-PAID-DATE (WS-DP-SUB)
               IF DP-PAID-DATE (WS-DP-SUB) = 0
                   MOVE WS-RUN-DATE-NUMERIC TO DP-PAID-DATE (WS-DP-SUB)
               END-IF
               MOVE "Y" TO DP-PAID-FLAG (WS-DP-SUB)
               ADD 1 TO WS-PAID-COUNT
               IF DP-PAID-DATE (WS-DP-SUB) > DP-DUE-DATE (WS-DP-SUB)
                   ADD 1 TO WS-LATE-COUNT
                   DISPLAY "  *** DEPOSITO TARDIO - vencia el "
                       DP-DUE-DATE (WS-DP-SUB) " ***"
               END-IF
           END-IF.

       2200-MARK-LIABILITIES-PAID.
           MOVE "N" TO WS-EOF-FLAG
           OPEN I-O TAX-LIABILITY-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TAX-LIABILITY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TL-ON-DEPOSIT-FILE
                           PERFORM 2210-MARK-ONE-LIABILITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.

       2210-MARK-ONE-LIABILITY.
           PERFORM 1250-GET-TAX-PERIOD
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > DP-DEPOSIT-COUNT
               IF DP-DUE-DATE (WS-DP-SUB) = TL-DUE-DATE
                   AND DP-TAX-YEAR (WS-DP-SUB) = WS-TAX-YEAR
                   AND DP-TAX-MONTH (WS-DP-SUB) = WS-TAX-MONTH
                   AND DP-PAID-FLAG (WS-DP-SUB) = "Y"
                   MOVE "P" TO TL-DEPOSIT-STATUS
                   MOVE DP-PAID-DATE (WS-DP-SUB) TO TL-PAID-DATE
                   MOVE LNK-OPERATOR-ID TO TL-PAID-BY
                   REWRITE TAX-LIABILITY-RECORD
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3000-RECONCILE-QUARTER - the quarter's released liabilities
      * by check date (the Schedule B lines: each month's liability
      * day by day and its total), what has been deposited against
      * them, and the tie to the 941 liability from QUARTERLY-WAGE -
      * withheld income tax plus both halves of FICA and Medicare,
      * computed the way QUARTERLY-TAX-RPT computes it.
      ******************************************************************
       3000-RECONCILE-QUARTER.
           DISPLAY "Ano a reconciliar (AAAA): "
           ACCEPT WS-YEAR-WANTED
           DISPLAY "Trimestre a reconciliar (1-4): "
           ACCEPT WS-QUARTER-WANTED
           IF WS-QUARTER-WANTED < 1 OR WS-QUARTER-WANTED > 4
               DISPLAY "Trimestre invalido - debe ser 1 a 4."
           ELSE
               PERFORM 3100-GATHER-LIABILITIES
               PERFORM 3200-GATHER-941-FIGURES
               PERFORM 3300-PRINT-SCHEDULE-B
               PERFORM 3400-PRINT-RECONCILIATION
           END-IF.

       3100-GATHER-LIABILITIES.
           MOVE 0 TO WS-RUN-FEDERAL WS-RUN-SOCIAL-SECURITY
           MOVE 0 TO WS-RUN-MEDICARE WS-RUN-LIABILITY
           MOVE 0 TO WS-DEPOSITED WS-LATE-COUNT
           PERFORM VARYING WS-MONTH-OF-QUARTER FROM 1 BY 1
               UNTIL WS-MONTH-OF-QUARTER > 3
               MOVE 0 TO SB-MONTH-TOTAL (WS-MONTH-OF-QUARTER)
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
                   MOVE 0 TO SB-DAY-LIABILITY
                       (WS-MONTH-OF-QUARTER, WS-DAY-SUB)
               END-PERFORM
           END-PERFORM
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TAX-LIABILITY-FILE
           IF WS-TAXLIAB-STATUS NOT = "00"
               DISPLAY "No hay obligaciones de impuestos registradas."
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TAX-LIABILITY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 3110-ADD-ONE-LIABILITY
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY-FILE
           END-IF.

       3110-ADD-ONE-LIABILITY.
           MOVE TL-CHECK-DATE TO WS-DATE-WORK
           COMPUTE WS-QUARTER-OF-DATE = (WS-DATE-MONTH - 1) / 3 + 1
           IF WS-DATE-YEAR = WS-YEAR-WANTED
               AND WS-QUARTER-OF-DATE = WS-QUARTER-WANTED
               AND NOT TL-RUN-HELD
               COMPUTE WS-MONTH-OF-QUARTER =
                   WS-DATE-MONTH - (WS-QUARTER-WANTED - 1) * 3
               ADD TL-TOTAL-LIABILITY TO SB-DAY-LIABILITY
                   (WS-MONTH-OF-QUARTER, WS-DATE-DAY)
               ADD TL-TOTAL-LIABILITY
                   TO SB-MONTH-TOTAL (WS-MONTH-OF-QUARTER)
               ADD TL-FEDERAL-TAX TO WS-RUN-FEDERAL
               ADD TL-EE-FICA TL-ER-FICA TO WS-RUN-SOCIAL-SECURITY
               ADD TL-EE-MEDICARE TL-ER-MEDICARE TO WS-RUN-MEDICARE
               ADD TL-TOTAL-LIABILITY TO WS-RUN-LIABILITY
               IF TL-DEPOSIT-PAID
                   ADD TL-TOTAL-LIABILITY TO WS-DEPOSITED
                   IF TL-PAID-DATE > TL-DUE-DATE
                       ADD 1 TO WS-LATE-COUNT
                   END-IF
               END-IF
           END-IF.

       3200-GATHER-941-FIGURES.
           MOVE 0 TO WS-941-FEDERAL WS-941-SOCIAL-SECURITY
           MOVE 0 TO WS-941-MEDICARE WS-941-LIABILITY
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT QUARTERLY-WAGE-FILE
           IF WS-QTRWAGE-STATUS NOT = "00"
               DISPLAY "No hay datos trimestrales disponibles."
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ QUARTERLY-WAGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF QW-YEAR = WS-YEAR-WANTED
                               ADD QW-QTR-FEDERAL-TAX
                                   (WS-QUARTER-WANTED)
                                   TO WS-941-FEDERAL
                               ADD QW-QTR-FICA (WS-QUARTER-WANTED)
                                   QW-QTR-FICA (WS-QUARTER-WANTED)
                                   TO WS-941-SOCIAL-SECURITY
                               ADD QW-QTR-MEDICARE (WS-QUARTER-WANTED)
                                   QW-QTR-MEDICARE (WS-QUARTER-WANTED)
                                   TO WS-941-MEDICARE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARTERLY-WAGE-FILE
           END-IF
           COMPUTE WS-941-LIABILITY =
               WS-941-FEDERAL + WS-941-SOCIAL-SECURITY
               + WS-941-MEDICARE.

       3300-PRINT-SCHEDULE-B.
           DISPLAY "==================================="
           DISPLAY "SCHEDULE B (941) - TRIMESTRE " WS-QUARTER-WANTED
               " DE " WS-YEAR-WANTED
           DISPLAY "==================================="
           PERFORM VARYING WS-MONTH-OF-QUARTER FROM 1 BY 1
               UNTIL WS-MONTH-OF-QUARTER > 3
               DISPLAY "Mes " WS-MONTH-OF-QUARTER " del trimestre"
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
                   IF SB-DAY-LIABILITY
                       (WS-MONTH-OF-QUARTER, WS-DAY-SUB) NOT = 0
                       DISPLAY "  Dia " WS-DAY-SUB ": "
                           SB-DAY-LIABILITY
                           (WS-MONTH-OF-QUARTER, WS-DAY-SUB)
                   END-IF
               END-PERFORM
               DISPLAY "  Total del mes: "
                   SB-MONTH-TOTAL (WS-MONTH-OF-QUARTER)
               DISPLAY "-----------------------------------"
           END-PERFORM.

       3400-PRINT-RECONCILIATION.
           DISPLAY "RECONCILIACION DEPOSITOS / 941 - TRIMESTRE "
               WS-QUARTER-WANTED " DE " WS-YEAR-WANTED
           DISPLAY "-----------------------------------"
           DISPLAY "                        Corridas        941"
           DISPLAY "Imp. federal retenido:  " WS-RUN-FEDERAL "  "
               WS-941-FEDERAL
           DISPLAY "Seguro social (ambos):  " WS-RUN-SOCIAL-SECURITY
               "  " WS-941-SOCIAL-SECURITY
           DISPLAY "Medicare (ambos):       " WS-RUN-MEDICARE "  "
               WS-941-MEDICARE
           DISPLAY "Obligacion total:       " WS-RUN-LIABILITY "  "
               WS-941-LIABILITY
           COMPUTE WS-DIFFERENCE = WS-RUN-LIABILITY - WS-941-LIABILITY
           DISPLAY "Diferencia:             " WS-DIFFERENCE
           COMPUTE WS-UNDEPOSITED = WS-RUN-LIABILITY - WS-DEPOSITED
           DISPLAY "Depositado:             " WS-DEPOSITED
           DISPLAY "Saldo sin depositar:    " WS-UNDEPOSITED
           DISPLAY "Depositos pagados tarde: " WS-LATE-COUNT
           IF WS-DIFFERENCE NOT = 0
               DISPLAY "*** LAS CORRIDAS NO CUADRAN CON EL 941 - "
                   "revise cheques cuyo periodo cae en otro "
                   "trimestre que su fecha de pago ***"
           ELSE
               DISPLAY "Corridas y 941 cuadran - el Schedule B puede "
                   "llenarse con las cifras de arriba."
           END-IF
           DISPLAY "===================================".

       END PROGRAM FED-DEPOSIT-PROC.
