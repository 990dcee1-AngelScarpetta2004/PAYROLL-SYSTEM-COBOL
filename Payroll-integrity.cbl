      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll file integrity cross-check.  The same money
      *          is carried in PAY-HISTORY, YTD-EARNINGS, QUARTERLY-
      *          WAGE and the RUNCTL totals; an abended or restarted
      *          run, or a void that only half-applied, can leave them
      *          disagreeing with nobody the wiser until the W-2s or
      *          the 941 fail to tie.  This pass rebuilds every
      *          employee's YTD and quarterly buckets for the chosen
      *          year straight from PAY-HISTORY ("P" checks less "V"
      *          reversals) under the same year and quarter rules the
      *          payroll run posts by, compares them to YTDEARN and
      *          QTRWAGE, ties each archived run's RUNCTL totals back
      *          to the history rows it wrote, and lists the orphans:
      *          history, YTD, quarterly, accrual and deduction-order
      *          records with no EMPLOYEE-MASTER row, and "P" checks
      *          flagged voided with no "V" record behind them.  Every
      *          item prints with the figure on file, the recomputed
      *          figure and the difference, and the run ends CLEAN or
      *          NOT CLEAN - a quarter is not closed on a NOT CLEAN
      *          result.  Nothing is changed; the files are only read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-INTEGRITY-CHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT YTD-EARNINGS-FILE ASSIGN TO "data/YTDEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YE-EMPLOYEE-ID
               FILE STATUS IS WS-YTDEARN-STATUS.

           SELECT QUARTERLY-WAGE-FILE ASSIGN TO "data/QTRWAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QW-WAGE-KEY
               FILE STATUS IS WS-QTRWAGE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-NUMBER
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "data/ACCRUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-EMPLOYEE-ID
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT EMPLOYEE-DEDUCTION-FILE ASSIGN TO "data/EMPDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-DEDUCTION-KEY
               FILE STATUS IS WS-EMPDED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  YTD-EARNINGS-FILE.
           COPY YTDEARN.

       FD  QUARTERLY-WAGE-FILE.
           COPY QTRWAGE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ACCRUAL-FILE.
           COPY ACCRUAL.

       FD  EMPLOYEE-DEDUCTION-FILE.
           COPY EMPDED.

       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-STATUS           PIC X(2).
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-YTDEARN-STATUS           PIC X(2).
       01  WS-QTRWAGE-STATUS           PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-ACCRUAL-STATUS           PIC X(2).
       01  WS-EMPDED-STATUS            PIC X(2).
       01  WS-PAYHIST-AVAILABLE        PIC X(1)   VALUE "N".
       01  WS-YTD-AVAILABLE            PIC X(1)   VALUE "N".
       01  WS-QTRWAGE-AVAILABLE        PIC X(1)   VALUE "N".
       01  WS-EOF-FLAG                 PIC X(1)   VALUE "N".
       01  WS-QW-EOF                   PIC X(1)   VALUE "N".

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-YEAR-WANTED              PIC 9(4)   VALUE 0.
       01  WS-QUARTER-WANTED           PIC 9(1)   VALUE 0.
       01  WS-QTR-SUB                  PIC 9(1)   VALUE 0.

      * The history record being posted: +1 for a "P" check, -1 for
      * a "V" reversal, and the year its annual figures belong to.
       01  WS-SIGN                     PIC S9(1)  VALUE 1.
       01  WS-BOOK-YEAR                PIC 9(4)   VALUE 0.
       01  WS-RUN-YEAR                 PIC 9(4)   VALUE 0.
       01  WS-PERIOD-YEAR              PIC 9(4)   VALUE 0.
       01  WS-PERIOD-MONTH             PIC 9(2)   VALUE 0.
       01  WS-PERIOD-QUARTER           PIC 9(1)   VALUE 0.
       01  WS-HIST-PAY-TYPE            PIC X(1)   VALUE SPACE.
       01  WS-HIST-DEDUCTIONS          PIC 9(7)V99 VALUE 0.

       01  WS-CURRENT-EMPLOYEE         PIC X(6)   VALUE SPACES.
       01  WS-CURRENT-PERIOD           PIC 9(8)   VALUE 0.
       01  WS-LOOKUP-EMPLOYEE          PIC X(6)   VALUE SPACES.
       01  WS-MASTER-FOUND             PIC X(1)   VALUE "N".
       01  WS-HISTORY-FOUND            PIC X(1)   VALUE "N".
       01  WS-YTD-FOUND                PIC X(1)   VALUE "N".
       01  WS-DATE-LOOKUP              PIC 9(8)   VALUE 0.
       01  WS-DATE-YEAR                PIC 9(4)   VALUE 0.
       01  WS-DATE-MONTH               PIC 9(2)   VALUE 0.
       01  WS-DATE-IN-SCOPE            PIC X(1)   VALUE "N".
       01  WS-STATE-LOOKUP             PIC X(2)   VALUE SPACES.

       01  WS-HISTORY-READ             PIC 9(7)   VALUE 0.
       01  WS-EMPLOYEES-CHECKED        PIC 9(5)   VALUE 0.
       01  WS-YTD-ROLLED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(6)   VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(6)   VALUE 0.

      ******************************************************************
      * The current employee's YTD-EARNINGS figures for the chosen
      * year, rebuilt from history.  Signed: a void posted against
      * the wrong year shows up here as a negative, not a wrap.
      ******************************************************************
       01  WS-RECOMPUTED-YTD.
           05  WS-RY-GROSS             PIC S9(9)V99.
           05  WS-RY-FEDERAL-TAX       PIC S9(9)V99.
           05  WS-RY-STATE-TAX         PIC S9(9)V99.
           05  WS-RY-FICA              PIC S9(9)V99.
           05  WS-RY-MEDICARE          PIC S9(9)V99.
           05  WS-RY-HEALTH            PIC S9(9)V99.
           05  WS-RY-RETIREMENT        PIC S9(9)V99.
           05  WS-RY-OTHER-DEDUCT      PIC S9(9)V99.
           05  WS-RY-NET               PIC S9(9)V99.
           05  WS-RY-TAXABLE-WAGES     PIC S9(9)V99.
           05  WS-RY-FICA-WAGES        PIC S9(9)V99.
           05  WS-RY-ER-MATCH          PIC S9(9)V99.
           05  WS-RY-PLAN-COMP         PIC S9(9)V99.
           05  WS-RY-PAY-PERIODS       PIC S9(5).
           05  WS-RY-QUARTER OCCURS 4 TIMES.
               10  WS-RY-QTR-GROSS     PIC S9(9)V99.
               10  WS-RY-QTR-FEDERAL-TAX PIC S9(9)V99.
               10  WS-RY-QTR-FICA      PIC S9(9)V99.
               10  WS-RY-QTR-MEDICARE  PIC S9(9)V99.
               10  WS-RY-QTR-TAXABLE-WAGES PIC S9(9)V99.
               10  WS-RY-QTR-FICA-WAGES PIC S9(9)V99.

      ******************************************************************
      * The current employee's QUARTERLY-WAGE buckets for the chosen
      * year, one entry per work state, rebuilt from history.
      * QS-FOUND-FLAG marks an entry matched to a record on file so
      * the states the file never got can be listed afterwards.
      ******************************************************************
       01  QTR-STATE-TABLE.
           05  QS-COUNT                PIC 9(2)   VALUE 0.
           05  QS-ENTRY OCCURS 20 TIMES.
               10  QS-STATE-CODE       PIC X(2).
               10  QS-FOUND-FLAG       PIC X(1).
               10  QS-QUARTER OCCURS 4 TIMES.
                   15  QS-GROSS        PIC S9(9)V99.
                   15  QS-FEDERAL-TAX  PIC S9(9)V99.
                   15  QS-FICA         PIC S9(9)V99.
                   15  QS-MEDICARE     PIC S9(9)V99.
                   15  QS-FUTA         PIC S9(9)V99.
                   15  QS-SUTA         PIC S9(9)V99.
                   15  QS-TAXABLE-WAGES PIC S9(9)V99.
                   15  QS-FICA-WAGES   PIC S9(9)V99.
       01  QS-MAX                      PIC 9(2)   VALUE 20.
       01  WS-QS-SUB                   PIC 9(2)   VALUE 0.
       01  WS-QS-SCAN                  PIC 9(2)   VALUE 0.

      ******************************************************************
      * "P" checks flagged voided within the current employee and
      * pay period.  A void's "V" record carries the same employee,
      * period, pay type and amounts under a later sequence number,
      * so it always reads after its check; each "V" claims the
      * first unclaimed voided check it matches, and any left
      * unclaimed when the period closes is a half-applied void.
      ******************************************************************
       01  VOIDED-CHECK-TABLE.
           05  VC-COUNT                PIC 9(2)   VALUE 0.
           05  VC-ENTRY OCCURS 30 TIMES.
               10  VC-SEQUENCE-NUMBER  PIC 9(3).
               10  VC-PAY-TYPE         PIC X(1).
               10  VC-GROSS-PAY        PIC 9(5)V99.
               10  VC-RUN-DATE         PIC 9(8).
               10  VC-MATCHED          PIC X(1).
       01  VC-MAX                      PIC 9(2)   VALUE 30.
       01  WS-VC-SUB                   PIC 9(2)   VALUE 0.
       01  WS-VC-MATCH                 PIC 9(2)   VALUE 0.

      ******************************************************************
      * Run dates in scope, with the net history written on each
      * (checks less voids) beside the RUNCTL totals of the runs
      * archived that day.  History rows carry the run date, not the
      * run number, so runs closed on the same day tie as one.
      ******************************************************************
       01  RUN-DATE-TABLE.
           05  RD-COUNT                PIC 9(3)   VALUE 0.
           05  RD-ENTRY OCCURS 400 TIMES.
               10  RD-RUN-DATE         PIC 9(8).
               10  RD-HIST-GROSS       PIC S9(9)V99.
               10  RD-HIST-DEDUCTIONS  PIC S9(9)V99.
               10  RD-HIST-NET         PIC S9(9)V99.
               10  RD-RC-GROSS         PIC S9(9)V99.
               10  RD-RC-DEDUCTIONS    PIC S9(9)V99.
               10  RD-RC-NET           PIC S9(9)V99.
               10  RD-RUN-COUNT        PIC 9(3).
       01  RD-MAX                      PIC 9(3)   VALUE 400.
       01  WS-RD-SUB                   PIC 9(3)   VALUE 0.
       01  WS-RD-SCAN                  PIC 9(3)   VALUE 0.

      ******************************************************************
      * One comparison and its exception line.  The caller sets the
      * key, file and item columns, moves the figure on file and the
      * recomputed one, and PERFORMs 8000-COMPARE-FIGURE; an orphan
      * goes straight to 8100-WRITE-EXCEPTION.
      ******************************************************************
       01  WS-CMP-ON-FILE              PIC S9(9)V99 VALUE 0.
       01  WS-CMP-RECOMPUTED           PIC S9(9)V99 VALUE 0.
       01  WS-CMP-DIFFERENCE           PIC S9(9)V99 VALUE 0.
       01  WS-CMP-CONCEPT              PIC X(14)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-XL-KEY               PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-XL-FILE              PIC X(7).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-XL-ITEM              PIC X(24).
           05  WS-XL-ON-FILE           PIC -Z,ZZZ,ZZ9.99.
           05  WS-XL-RECOMPUTED        PIC -Z,ZZZ,ZZ9.99.
           05  WS-XL-DIFFERENCE        PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-PROCEDURE resets its counters on every entry for
      * the same reason QUARTERLY-TAX-RPT does: this is a CALLed
      * subprogram and WORKING-STORAGE persists across repeat CALLs
      * in the same run unit.  A quarter narrows the bucket and
      * run-date comparisons to that quarter; the annual YTD figures
      * and the orphan lists are always checked in full.
      ******************************************************************
       0000-MAIN-PROCEDURE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE SPACES TO WS-CURRENT-EMPLOYEE
           MOVE 0 TO WS-CURRENT-PERIOD
           MOVE 0 TO WS-HISTORY-READ WS-EMPLOYEES-CHECKED
           MOVE 0 TO WS-YTD-ROLLED-COUNT
           MOVE 0 TO WS-EXCEPTION-COUNT WS-OVERFLOW-COUNT
           MOVE 0 TO QS-COUNT VC-COUNT RD-COUNT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "Ano a verificar (AAAA, 0 = ano en curso): "
           ACCEPT WS-YEAR-WANTED
           IF WS-YEAR-WANTED = 0
               MOVE WS-CURRENT-YEAR TO WS-YEAR-WANTED
           END-IF
           DISPLAY "Trimestre a cerrar (1-4, 0 = todo el ano): "
           ACCEPT WS-QUARTER-WANTED
           IF WS-QUARTER-WANTED > 4
               DISPLAY "Trimestre invalido - debe ser 0 a 4."
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "No hay empleados registrados todavia."
               GOBACK
           END-IF

           MOVE "N" TO WS-PAYHIST-AVAILABLE
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = "00"
               MOVE "Y" TO WS-PAYHIST-AVAILABLE
           ELSE
               DISPLAY "No hay historial de pagos disponible - se "
                   "verifica contra historial vacio."
           END-IF

           MOVE "N" TO WS-YTD-AVAILABLE
           OPEN INPUT YTD-EARNINGS-FILE
           IF WS-YTDEARN-STATUS = "00"
               MOVE "Y" TO WS-YTD-AVAILABLE
           END-IF

           MOVE "N" TO WS-QTRWAGE-AVAILABLE
           OPEN INPUT QUARTERLY-WAGE-FILE
           IF WS-QTRWAGE-STATUS = "00"
               MOVE "Y" TO WS-QTRWAGE-AVAILABLE
           END-IF

           DISPLAY "==================================="
           DISPLAY "VERIFICACION DE INTEGRIDAD DE ARCHIVOS"
           DISPLAY "Ano: " WS-YEAR-WANTED "  Trimestre: "
               WS-QUARTER-WANTED "  (0 = todo el ano)"
           DISPLAY "==================================="
           DISPLAY "ID/FECHA ARCHIVO CONCEPTO                "
               "   EN ARCHIVO  RECALCULADO   DIFERENCIA"

           IF WS-PAYHIST-AVAILABLE = "Y"
               PERFORM 1000-VERIFY-HISTORY
           END-IF
           IF WS-YTD-AVAILABLE = "Y"
               PERFORM 4000-CHECK-YTD-FILE
           END-IF
           IF WS-QTRWAGE-AVAILABLE = "Y"
               PERFORM 5000-CHECK-QTRWAGE-FILE
           END-IF
           PERFORM 6000-CHECK-ACCRUAL-FILE
           PERFORM 6100-CHECK-DEDUCTION-FILE
           PERFORM 7000-TIE-RUN-CONTROL

           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-PAYHIST-AVAILABLE = "Y"
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF WS-YTD-AVAILABLE = "Y"
               CLOSE YTD-EARNINGS-FILE
           END-IF
           IF WS-QTRWAGE-AVAILABLE = "Y"
               CLOSE QUARTERLY-WAGE-FILE
           END-IF

           PERFORM 9000-REPORT-STATUS
           GOBACK.

      ******************************************************************
      * 1000-VERIFY-HISTORY - one pass over PAY-HISTORY in key order.
      * An employee break settles the employee's last pay period and
      * compares the rebuilt figures to YTDEARN and QTRWAGE; a
      * period break settles the period's voided checks.
      ******************************************************************
       1000-VERIFY-HISTORY.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1050-TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM
           IF WS-CURRENT-EMPLOYEE NOT = SPACES
               PERFORM 2000-CLOSE-VOID-GROUP
               PERFORM 3000-CHECK-EMPLOYEE
           END-IF.

       1050-TAKE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ
           IF PH-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE
               IF WS-CURRENT-EMPLOYEE NOT = SPACES
                   PERFORM 2000-CLOSE-VOID-GROUP
                   PERFORM 3000-CHECK-EMPLOYEE
               END-IF
               PERFORM 1100-START-EMPLOYEE
           ELSE
               IF PH-PAY-PERIOD-DATE NOT = WS-CURRENT-PERIOD
                   PERFORM 2000-CLOSE-VOID-GROUP
                   MOVE PH-PAY-PERIOD-DATE TO WS-CURRENT-PERIOD
               END-IF
           END-IF
           PERFORM 1200-POST-HISTORY-RECORD.

       1100-START-EMPLOYEE.
           MOVE PH-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE
           MOVE PH-PAY-PERIOD-DATE TO WS-CURRENT-PERIOD
           MOVE 0 TO QS-COUNT VC-COUNT
           MOVE 0 TO WS-RY-GROSS WS-RY-FEDERAL-TAX WS-RY-STATE-TAX
               WS-RY-FICA WS-RY-MEDICARE WS-RY-HEALTH
               WS-RY-RETIREMENT WS-RY-OTHER-DEDUCT WS-RY-NET
               WS-RY-TAXABLE-WAGES WS-RY-FICA-WAGES
               WS-RY-ER-MATCH WS-RY-PLAN-COMP WS-RY-PAY-PERIODS
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               MOVE 0 TO WS-RY-QTR-GROSS (WS-QTR-SUB)
               MOVE 0 TO WS-RY-QTR-FEDERAL-TAX (WS-QTR-SUB)
               MOVE 0 TO WS-RY-QTR-FICA (WS-QTR-SUB)
               MOVE 0 TO WS-RY-QTR-MEDICARE (WS-QTR-SUB)
               MOVE 0 TO WS-RY-QTR-TAXABLE-WAGES (WS-QTR-SUB)
               MOVE 0 TO WS-RY-QTR-FICA-WAGES (WS-QTR-SUB)
           END-PERFORM.

      ******************************************************************
      * 1200-POST-HISTORY-RECORD - the same bookkeeping the payroll
      * run does, replayed.  UPDATE-YTD books a check's annual
      * figures under its run's year and its quarter only when the
      * period falls in that same year; BACKOUT-YTD reverses a void
      * under the ORIGINAL check's run year, which is why a "V"
      * takes its book year from the check it matched.  The
      * QUARTERLY-WAGE side keys off the period date and the check's
      * work state alone, and the run-date tie off each record's
      * own run date.
      ******************************************************************
       1200-POST-HISTORY-RECORD.
           COMPUTE WS-RUN-YEAR = PH-RUN-DATE / 10000
           PERFORM 1250-GET-PERIOD-QUARTER
           MOVE PH-PAY-TYPE TO WS-HIST-PAY-TYPE
           IF WS-HIST-PAY-TYPE = SPACE
               MOVE "R" TO WS-HIST-PAY-TYPE
           END-IF

           EVALUATE TRUE
               WHEN PH-PAYMENT-RECORD
                   MOVE 1 TO WS-SIGN
                   MOVE WS-RUN-YEAR TO WS-BOOK-YEAR
                   IF PH-CHECK-VOIDED
                       PERFORM 1260-NOTE-VOIDED-CHECK
                   END-IF
               WHEN PH-VOID-RECORD
                   MOVE -1 TO WS-SIGN
                   PERFORM 1300-MATCH-VOID
               WHEN OTHER
                   MOVE PH-EMPLOYEE-ID TO WS-XL-KEY
                   MOVE "PAYHIST" TO WS-XL-FILE
                   MOVE SPACES TO WS-XL-ITEM
                   STRING "TIPO " PH-RECORD-TYPE " INVALIDO "
                       PH-PAY-PERIOD-DATE DELIMITED BY SIZE
                       INTO WS-XL-ITEM
                   END-STRING
                   MOVE PH-GROSS-PAY TO WS-CMP-ON-FILE
                   MOVE 0 TO WS-CMP-RECOMPUTED
                   PERFORM 8100-WRITE-EXCEPTION
                   MOVE 0 TO WS-SIGN
           END-EVALUATE

           IF WS-SIGN NOT = 0
               IF WS-BOOK-YEAR = WS-YEAR-WANTED
                   PERFORM 1400-POST-YTD-FIGURES
               END-IF
               IF WS-PERIOD-QUARTER > 0
                   AND WS-PERIOD-YEAR = WS-YEAR-WANTED
                   PERFORM 1500-POST-QTRWAGE-FIGURES
               END-IF
               MOVE PH-RUN-DATE TO WS-DATE-LOOKUP
               PERFORM 8400-TEST-DATE-SCOPE
               IF WS-DATE-IN-SCOPE = "Y"
                   PERFORM 1600-POST-RUN-DATE
               END-IF
           END-IF.

      ******************************************************************
      * 1250-GET-PERIOD-QUARTER - GET-PERIOD-QUARTER's rule on the
      * history record's period date: a month outside 01-12 yields
      * quarter zero and no bucket, exactly as it posted.
      ******************************************************************
       1250-GET-PERIOD-QUARTER.
           MOVE 0 TO WS-PERIOD-QUARTER
           COMPUTE WS-PERIOD-YEAR = PH-PAY-PERIOD-DATE / 10000
           COMPUTE WS-PERIOD-MONTH =
               FUNCTION MOD (PH-PAY-PERIOD-DATE, 10000) / 100
           IF WS-PERIOD-MONTH >= 1 AND WS-PERIOD-MONTH <= 12
               COMPUTE WS-PERIOD-QUARTER =
                   (WS-PERIOD-MONTH + 2) / 3
           END-IF.

       1260-NOTE-VOIDED-CHECK.
           IF VC-COUNT < VC-MAX
               ADD 1 TO VC-COUNT
               MOVE PH-SEQUENCE-NUMBER
                   TO VC-SEQUENCE-NUMBER (VC-COUNT)
               MOVE WS-HIST-PAY-TYPE TO VC-PAY-TYPE (VC-COUNT)
               MOVE PH-GROSS-PAY TO VC-GROSS-PAY (VC-COUNT)
               MOVE PH-RUN-DATE TO VC-RUN-DATE (VC-COUNT)
               MOVE "N" TO VC-MATCHED (VC-COUNT)
           ELSE
               DISPLAY "Tabla de pagos anulados llena - no se "
                   "verifica: " PH-EMPLOYEE-ID " "
                   PH-PAY-PERIOD-DATE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      ******************************************************************
      * 1300-MATCH-VOID - a "V" with no voided check of its pay type
      * and amount in its period is itself an exception (the check
      * it reversed was never flagged); it still books under its own
      * run year so the rebuilt figures show what it took out.
      ******************************************************************
       1300-MATCH-VOID.
           MOVE 0 TO WS-VC-MATCH
           PERFORM VARYING WS-VC-SUB FROM 1 BY 1
               UNTIL WS-VC-SUB > VC-COUNT
                   OR WS-VC-MATCH > 0
               IF VC-MATCHED (WS-VC-SUB) = "N"
                   AND VC-PAY-TYPE (WS-VC-SUB) = WS-HIST-PAY-TYPE
                   AND VC-GROSS-PAY (WS-VC-SUB) = PH-GROSS-PAY
                   MOVE WS-VC-SUB TO WS-VC-MATCH
               END-IF
           END-PERFORM

           IF WS-VC-MATCH > 0
               MOVE "Y" TO VC-MATCHED (WS-VC-MATCH)
               COMPUTE WS-BOOK-YEAR =
                   VC-RUN-DATE (WS-VC-MATCH) / 10000
           ELSE
               MOVE WS-RUN-YEAR TO WS-BOOK-YEAR
               MOVE PH-EMPLOYEE-ID TO WS-XL-KEY
               MOVE "PAYHIST" TO WS-XL-FILE
               MOVE SPACES TO WS-XL-ITEM
               STRING "V SIN PAGO ANULADO " PH-PAY-PERIOD-DATE
                   DELIMITED BY SIZE INTO WS-XL-ITEM
               END-STRING
               MOVE PH-GROSS-PAY TO WS-CMP-ON-FILE
               MOVE 0 TO WS-CMP-RECOMPUTED
               PERFORM 8100-WRITE-EXCEPTION
           END-IF.

       1400-POST-YTD-FIGURES.
           COMPUTE WS-RY-GROSS =
               WS-RY-GROSS + PH-GROSS-PAY * WS-SIGN
           COMPUTE WS-RY-FEDERAL-TAX =
               WS-RY-FEDERAL-TAX + PH-FEDERAL-TAX * WS-SIGN
           COMPUTE WS-RY-STATE-TAX =
               WS-RY-STATE-TAX + PH-STATE-TAX * WS-SIGN
           COMPUTE WS-RY-FICA = WS-RY-FICA + PH-FICA * WS-SIGN
           COMPUTE WS-RY-MEDICARE =
               WS-RY-MEDICARE + PH-MEDICARE * WS-SIGN
           COMPUTE WS-RY-HEALTH = WS-RY-HEALTH + PH-HEALTH * WS-SIGN
           COMPUTE WS-RY-RETIREMENT =
               WS-RY-RETIREMENT + PH-RETIREMENT * WS-SIGN
           COMPUTE WS-RY-OTHER-DEDUCT =
               WS-RY-OTHER-DEDUCT + PH-OTHER-DEDUCT * WS-SIGN
           COMPUTE WS-RY-NET = WS-RY-NET + PH-NET-PAY * WS-SIGN
           COMPUTE WS-RY-TAXABLE-WAGES =
               WS-RY-TAXABLE-WAGES + PH-TAXABLE-WAGES * WS-SIGN
           COMPUTE WS-RY-FICA-WAGES =
               WS-RY-FICA-WAGES + PH-FICA-WAGES * WS-SIGN
           COMPUTE WS-RY-ER-MATCH =
               WS-RY-ER-MATCH + PH-ER-MATCH * WS-SIGN
           COMPUTE WS-RY-PLAN-COMP =
               WS-RY-PLAN-COMP + PH-PLAN-COMP * WS-SIGN
           ADD WS-SIGN TO WS-RY-PAY-PERIODS

           IF WS-PERIOD-QUARTER > 0
               AND WS-PERIOD-YEAR = WS-BOOK-YEAR
               COMPUTE WS-RY-QTR-GROSS (WS-PERIOD-QUARTER) =
                   WS-RY-QTR-GROSS (WS-PERIOD-QUARTER)
                   + PH-GROSS-PAY * WS-SIGN
               COMPUTE WS-RY-QTR-FEDERAL-TAX (WS-PERIOD-QUARTER) =
                   WS-RY-QTR-FEDERAL-TAX (WS-PERIOD-QUARTER)
                   + PH-FEDERAL-TAX * WS-SIGN
               COMPUTE WS-RY-QTR-FICA (WS-PERIOD-QUARTER) =
                   WS-RY-QTR-FICA (WS-PERIOD-QUARTER)
                   + PH-FICA * WS-SIGN
               COMPUTE WS-RY-QTR-MEDICARE (WS-PERIOD-QUARTER) =
                   WS-RY-QTR-MEDICARE (WS-PERIOD-QUARTER)
                   + PH-MEDICARE * WS-SIGN
               COMPUTE WS-RY-QTR-TAXABLE-WAGES (WS-PERIOD-QUARTER) =
                   WS-RY-QTR-TAXABLE-WAGES (WS-PERIOD-QUARTER)
                   + PH-TAXABLE-WAGES * WS-SIGN
               COMPUTE WS-RY-QTR-FICA-WAGES (WS-PERIOD-QUARTER) =
                   WS-RY-QTR-FICA-WAGES (WS-PERIOD-QUARTER)
                   + PH-FICA-WAGES * WS-SIGN
           END-IF.

       1500-POST-QTRWAGE-FIGURES.
           MOVE PH-WORK-STATE TO WS-STATE-LOOKUP
           PERFORM 1510-FIND-QTR-STATE
           IF WS-QS-SUB > 0
               COMPUTE QS-GROSS (WS-QS-SUB, WS-PERIOD-QUARTER) =
                   QS-GROSS (WS-QS-SUB, WS-PERIOD-QUARTER)
                   + PH-GROSS-PAY * WS-SIGN
               COMPUTE QS-FEDERAL-TAX (WS-QS-SUB, WS-PERIOD-QUARTER) =
                   QS-FEDERAL-TAX (WS-QS-SUB, WS-PERIOD-QUARTER)
                   + PH-FEDERAL-TAX * WS-SIGN
               COMPUTE QS-FICA (WS-QS-SUB, WS-PERIOD-QUARTER) =
                   QS-FICA (WS-QS-SUB, WS-PERIOD-QUARTER)
                   + PH-FICA * WS-SIGN
               COMPUTE QS-MEDICARE (WS-QS-SUB, WS-PERIOD-QUARTER) =
                   QS-MEDICARE (WS-QS-SUB, WS-PERIOD-QUARTER)
                   + PH-MEDICARE * WS-SIGN
               COMPUTE QS-FUTA (WS-QS-SUB, WS-PERIOD-QUARTER) =
                   QS-FUTA (WS-QS-SUB, WS-PERIOD-QUARTER)
                   + PH-ER-FUTA * WS-SIGN
               COMPUTE QS-SUTA (WS-QS-SUB, WS-PERIOD-QUARTER) =
                   QS-SUTA (WS-QS-SUB, WS-PERIOD-QUARTER)
                   + PH-ER-SUTA * WS-SIGN
               COMPUTE QS-TAXABLE-WAGES
                   (WS-QS-SUB, WS-PERIOD-QUARTER) =
                   QS-TAXABLE-WAGES (WS-QS-SUB, WS-PERIOD-QUARTER)
                   + PH-TAXABLE-WAGES * WS-SIGN
               COMPUTE QS-FICA-WAGES (WS-QS-SUB, WS-PERIOD-QUARTER) =
                   QS-FICA-WAGES (WS-QS-SUB, WS-PERIOD-QUARTER)
                   + PH-FICA-WAGES * WS-SIGN
           END-IF.

      ******************************************************************
      * 1510-FIND-QTR-STATE - entry for WS-STATE-LOOKUP, added with
      * zero buckets the first time the state is seen.  A full table
      * returns zero and counts against a clean result - the state
      * cannot be verified.
      ******************************************************************
       1510-FIND-QTR-STATE.
           MOVE 0 TO WS-QS-SUB
           PERFORM VARYING WS-QS-SCAN FROM 1 BY 1
               UNTIL WS-QS-SCAN > QS-COUNT
                   OR WS-QS-SUB > 0
               IF QS-STATE-CODE (WS-QS-SCAN) = WS-STATE-LOOKUP
                   MOVE WS-QS-SCAN TO WS-QS-SUB
               END-IF
           END-PERFORM
           IF WS-QS-SUB = 0
               IF QS-COUNT < QS-MAX
                   ADD 1 TO QS-COUNT
                   MOVE QS-COUNT TO WS-QS-SUB
                   MOVE WS-STATE-LOOKUP TO QS-STATE-CODE (WS-QS-SUB)
                   MOVE "N" TO QS-FOUND-FLAG (WS-QS-SUB)
                   PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                       MOVE 0 TO QS-GROSS (WS-QS-SUB, WS-QTR-SUB)
                       MOVE 0 TO
                           QS-FEDERAL-TAX (WS-QS-SUB, WS-QTR-SUB)
                       MOVE 0 TO QS-FICA (WS-QS-SUB, WS-QTR-SUB)
                       MOVE 0 TO QS-MEDICARE (WS-QS-SUB, WS-QTR-SUB)
                       MOVE 0 TO QS-FUTA (WS-QS-SUB, WS-QTR-SUB)
                       MOVE 0 TO QS-SUTA (WS-QS-SUB, WS-QTR-SUB)
                       MOVE 0 TO
                           QS-TAXABLE-WAGES (WS-QS-SUB, WS-QTR-SUB)
                       MOVE 0 TO
                           QS-FICA-WAGES (WS-QS-SUB, WS-QTR-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY "Tabla de estados llena - no se "
                       "verifica: " WS-CURRENT-EMPLOYEE " "
                       WS-STATE-LOOKUP
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       1600-POST-RUN-DATE.
           PERFORM 1610-FIND-RUN-DATE
           IF WS-RD-SUB > 0
               COMPUTE WS-HIST-DEDUCTIONS =
                   PH-FEDERAL-TAX + PH-STATE-TAX + PH-FICA
                   + PH-MEDICARE + PH-HEALTH + PH-RETIREMENT
                   + PH-OTHER-DEDUCT
               COMPUTE RD-HIST-GROSS (WS-RD-SUB) =
                   RD-HIST-GROSS (WS-RD-SUB) + PH-GROSS-PAY * WS-SIGN
               COMPUTE RD-HIST-DEDUCTIONS (WS-RD-SUB) =
                   RD-HIST-DEDUCTIONS (WS-RD-SUB)
                   + WS-HIST-DEDUCTIONS * WS-SIGN
               COMPUTE RD-HIST-NET (WS-RD-SUB) =
                   RD-HIST-NET (WS-RD-SUB) + PH-NET-PAY * WS-SIGN
           END-IF.

      ******************************************************************
      * 1610-FIND-RUN-DATE - entry for WS-DATE-LOOKUP, added empty
      * the first time the date is seen (from history or RUNCTL).
      ******************************************************************
       1610-FIND-RUN-DATE.
           MOVE 0 TO WS-RD-SUB
           PERFORM VARYING WS-RD-SCAN FROM 1 BY 1
               UNTIL WS-RD-SCAN > RD-COUNT
                   OR WS-RD-SUB > 0
               IF RD-RUN-DATE (WS-RD-SCAN) = WS-DATE-LOOKUP
                   MOVE WS-RD-SCAN TO WS-RD-SUB
               END-IF
           END-PERFORM
           IF WS-RD-SUB = 0
               IF RD-COUNT < RD-MAX
                   ADD 1 TO RD-COUNT
                   MOVE RD-COUNT TO WS-RD-SUB
                   MOVE WS-DATE-LOOKUP TO RD-RUN-DATE (WS-RD-SUB)
                   MOVE 0 TO RD-HIST-GROSS (WS-RD-SUB)
                   MOVE 0 TO RD-HIST-DEDUCTIONS (WS-RD-SUB)
                   MOVE 0 TO RD-HIST-NET (WS-RD-SUB)
                   MOVE 0 TO RD-RC-GROSS (WS-RD-SUB)
                   MOVE 0 TO RD-RC-DEDUCTIONS (WS-RD-SUB)
                   MOVE 0 TO RD-RC-NET (WS-RD-SUB)
                   MOVE 0 TO RD-RUN-COUNT (WS-RD-SUB)
               ELSE
                   DISPLAY "Tabla de fechas de corrida llena - no "
                       "se verifica: " WS-DATE-LOOKUP
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * 2000-CLOSE-VOID-GROUP - every voided check in the period
      * should have been claimed by its "V" record by now.
      ******************************************************************
       2000-CLOSE-VOID-GROUP.
           PERFORM VARYING WS-VC-SUB FROM 1 BY 1
               UNTIL WS-VC-SUB > VC-COUNT
               IF VC-MATCHED (WS-VC-SUB) = "N"
                   MOVE WS-CURRENT-EMPLOYEE TO WS-XL-KEY
                   MOVE "PAYHIST" TO WS-XL-FILE
                   MOVE SPACES TO WS-XL-ITEM
                   STRING "ANULADO SIN V " WS-CURRENT-PERIOD
                       DELIMITED BY SIZE INTO WS-XL-ITEM
                   END-STRING
                   MOVE VC-GROSS-PAY (WS-VC-SUB) TO WS-CMP-ON-FILE
                   MOVE 0 TO WS-CMP-RECOMPUTED
                   PERFORM 8100-WRITE-EXCEPTION
               END-IF
           END-PERFORM
           MOVE 0 TO VC-COUNT.

      ******************************************************************
      * 3000-CHECK-EMPLOYEE - the employee's history is all in; the
      * master row must exist and the rebuilt figures must match
      * what the payroll run left on YTDEARN and QTRWAGE.
      ******************************************************************
       3000-CHECK-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEES-CHECKED
           MOVE WS-CURRENT-EMPLOYEE TO WS-LOOKUP-EMPLOYEE
           PERFORM 8200-FIND-MASTER
           IF WS-MASTER-FOUND = "N"
               MOVE WS-CURRENT-EMPLOYEE TO WS-XL-KEY
               MOVE "PAYHIST" TO WS-XL-FILE
               MOVE "HISTORIAL SIN MAESTRO" TO WS-XL-ITEM
               MOVE WS-RY-GROSS TO WS-CMP-ON-FILE
               MOVE 0 TO WS-CMP-RECOMPUTED
               PERFORM 8100-WRITE-EXCEPTION
           END-IF
           IF WS-YTD-AVAILABLE = "Y"
               PERFORM 3100-CHECK-YTD
           END-IF
           IF WS-QTRWAGE-AVAILABLE = "Y"
               PERFORM 3200-CHECK-QTRWAGE
           END-IF.

      ******************************************************************
      * 3100-CHECK-YTD - YTDEARN holds one year per employee.  A
      * record already rolled into a later year can no longer be
      * verified for this one (QTRWAGE still is, below); a missing
      * or older record is an exception when history paid anything
      * in the year.
      ******************************************************************
       3100-CHECK-YTD.
           MOVE WS-CURRENT-EMPLOYEE TO WS-XL-KEY
           MOVE "YTDEARN" TO WS-XL-FILE
           MOVE WS-CURRENT-EMPLOYEE TO YE-EMPLOYEE-ID
           READ YTD-EARNINGS-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND
           END-READ

           EVALUATE TRUE
               WHEN WS-YTD-FOUND = "Y"
                   AND YE-YEAR = WS-YEAR-WANTED
                   PERFORM 3110-COMPARE-YTD-FIGURES
               WHEN WS-YTD-FOUND = "Y"
                   AND YE-YEAR > WS-YEAR-WANTED
                   ADD 1 TO WS-YTD-ROLLED-COUNT
               WHEN WS-RY-GROSS NOT = 0
                   OR WS-RY-PAY-PERIODS NOT = 0
                   IF WS-YTD-FOUND = "Y"
                       MOVE "YTD DE ANO ANTERIOR" TO WS-XL-ITEM
                   ELSE
                       MOVE "SIN REGISTRO YTD" TO WS-XL-ITEM
                   END-IF
                   MOVE 0 TO WS-CMP-ON-FILE
                   MOVE WS-RY-GROSS TO WS-CMP-RECOMPUTED
                   PERFORM 8100-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3110-COMPARE-YTD-FIGURES.
           MOVE "BRUTO ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-GROSS TO WS-CMP-ON-FILE
           MOVE WS-RY-GROSS TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "FEDERAL ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-FEDERAL-TAX TO WS-CMP-ON-FILE
           MOVE WS-RY-FEDERAL-TAX TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "ESTATAL ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-STATE-TAX TO WS-CMP-ON-FILE
           MOVE WS-RY-STATE-TAX TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "FICA ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-FICA TO WS-CMP-ON-FILE
           MOVE WS-RY-FICA TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "MEDICARE ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-MEDICARE TO WS-CMP-ON-FILE
           MOVE WS-RY-MEDICARE TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "SALUD ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-HEALTH TO WS-CMP-ON-FILE
           MOVE WS-RY-HEALTH TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "RETIRO ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-RETIREMENT TO WS-CMP-ON-FILE
           MOVE WS-RY-RETIREMENT TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "OTRAS DEDUCC ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-OTHER-DEDUCT TO WS-CMP-ON-FILE
           MOVE WS-RY-OTHER-DEDUCT TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "NETO ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-NET TO WS-CMP-ON-FILE
           MOVE WS-RY-NET TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "SALARIO GRAVABLE ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-TAXABLE-WAGES TO WS-CMP-ON-FILE
           MOVE WS-RY-TAXABLE-WAGES TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "SALARIO FICA ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-FICA-WAGES TO WS-CMP-ON-FILE
           MOVE WS-RY-FICA-WAGES TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "401K PATRONAL ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-ER-MATCH TO WS-CMP-ON-FILE
           MOVE WS-RY-ER-MATCH TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "COMP DEL PLAN ANUAL" TO WS-XL-ITEM
           MOVE YE-YTD-PLAN-COMP TO WS-CMP-ON-FILE
           MOVE WS-RY-PLAN-COMP TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE
           MOVE "PERIODOS PAGADOS" TO WS-XL-ITEM
           MOVE YE-PAY-PERIODS TO WS-CMP-ON-FILE
           MOVE WS-RY-PAY-PERIODS TO WS-CMP-RECOMPUTED
           PERFORM 8000-COMPARE-FIGURE

           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               IF WS-QUARTER-WANTED = 0
                   OR WS-QUARTER-WANTED = WS-QTR-SUB
                   PERFORM 3120-COMPARE-YTD-QUARTER
               END-IF
           END-PERFORM.

       3120-COMPARE-YTD-QUARTER.
           MOVE SPACES TO WS-STATE-LOOKUP
           MOVE "BRUTO" TO WS-CMP-CONCEPT
           MOVE YE-QTR-GROSS (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE WS-RY-QTR-GROSS (WS-QTR-SUB) TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "FEDERAL" TO WS-CMP-CONCEPT
           MOVE YE-QTR-FEDERAL-TAX (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE WS-RY-QTR-FEDERAL-TAX (WS-QTR-SUB)
               TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "FICA" TO WS-CMP-CONCEPT
           MOVE YE-QTR-FICA (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE WS-RY-QTR-FICA (WS-QTR-SUB) TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "MEDICARE" TO WS-CMP-CONCEPT
           MOVE YE-QTR-MEDICARE (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE WS-RY-QTR-MEDICARE (WS-QTR-SUB) TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "SAL GRAVABLE" TO WS-CMP-CONCEPT
           MOVE YE-QTR-TAXABLE-WAGES (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE WS-RY-QTR-TAXABLE-WAGES (WS-QTR-SUB)
               TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "SALARIO FICA" TO WS-CMP-CONCEPT
           MOVE YE-QTR-FICA-WAGES (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE WS-RY-QTR-FICA-WAGES (WS-QTR-SUB)
               TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE.

      ******************************************************************
      * 3200-CHECK-QTRWAGE - every QTRWAGE record the employee has
      * for the year is compared to the rebuilt state entry (a state
      * history never paid in compares against zeros), then any
      * state history paid in that has no record is listed.
      ******************************************************************
       3200-CHECK-QTRWAGE.
           MOVE WS-CURRENT-EMPLOYEE TO WS-XL-KEY
           MOVE "QTRWAGE" TO WS-XL-FILE
           MOVE "N" TO WS-QW-EOF
           MOVE WS-CURRENT-EMPLOYEE TO QW-EMPLOYEE-ID
           MOVE WS-YEAR-WANTED TO QW-YEAR
           MOVE LOW-VALUES TO QW-STATE-CODE
           START QUARTERLY-WAGE-FILE KEY NOT < QW-WAGE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-QW-EOF
           END-START
           PERFORM UNTIL WS-QW-EOF = "Y"
               READ QUARTERLY-WAGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QW-EOF
                   NOT AT END
                       IF QW-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE
                           OR QW-YEAR NOT = WS-YEAR-WANTED
                           MOVE "Y" TO WS-QW-EOF
                       ELSE
                           PERFORM 3210-COMPARE-QTRWAGE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-QS-SUB FROM 1 BY 1
               UNTIL WS-QS-SUB > QS-COUNT
               IF QS-FOUND-FLAG (WS-QS-SUB) = "N"
                   PERFORM 3230-REPORT-MISSING-QTRWAGE
               END-IF
           END-PERFORM.

       3210-COMPARE-QTRWAGE-RECORD.
           MOVE QW-STATE-CODE TO WS-STATE-LOOKUP
           PERFORM 1510-FIND-QTR-STATE
           IF WS-QS-SUB > 0
               MOVE "Y" TO QS-FOUND-FLAG (WS-QS-SUB)
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > 4
                   IF WS-QUARTER-WANTED = 0
                       OR WS-QUARTER-WANTED = WS-QTR-SUB
                       PERFORM 3220-COMPARE-QTRWAGE-QUARTER
                   END-IF
               END-PERFORM
           END-IF.

       3220-COMPARE-QTRWAGE-QUARTER.
           MOVE "BRUTO" TO WS-CMP-CONCEPT
           MOVE QW-QTR-GROSS (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE QS-GROSS (WS-QS-SUB, WS-QTR-SUB) TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "FEDERAL" TO WS-CMP-CONCEPT
           MOVE QW-QTR-FEDERAL-TAX (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE QS-FEDERAL-TAX (WS-QS-SUB, WS-QTR-SUB)
               TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "FICA" TO WS-CMP-CONCEPT
           MOVE QW-QTR-FICA (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE QS-FICA (WS-QS-SUB, WS-QTR-SUB) TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "MEDICARE" TO WS-CMP-CONCEPT
           MOVE QW-QTR-MEDICARE (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE QS-MEDICARE (WS-QS-SUB, WS-QTR-SUB)
               TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "FUTA" TO WS-CMP-CONCEPT
           MOVE QW-QTR-FUTA (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE QS-FUTA (WS-QS-SUB, WS-QTR-SUB) TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "SUTA" TO WS-CMP-CONCEPT
           MOVE QW-QTR-SUTA (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE QS-SUTA (WS-QS-SUB, WS-QTR-SUB) TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "SAL GRAVABLE" TO WS-CMP-CONCEPT
           MOVE QW-QTR-TAXABLE-WAGES (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE QS-TAXABLE-WAGES (WS-QS-SUB, WS-QTR-SUB)
               TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE
           MOVE "SALARIO FICA" TO WS-CMP-CONCEPT
           MOVE QW-QTR-FICA-WAGES (WS-QTR-SUB) TO WS-CMP-ON-FILE
           MOVE QS-FICA-WAGES (WS-QS-SUB, WS-QTR-SUB)
               TO WS-CMP-RECOMPUTED
           PERFORM 8050-COMPARE-QUARTER-FIGURE.

       3230-REPORT-MISSING-QTRWAGE.
           MOVE QS-STATE-CODE (WS-QS-SUB) TO WS-STATE-LOOKUP
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               IF (WS-QUARTER-WANTED = 0
                   OR WS-QUARTER-WANTED = WS-QTR-SUB)
                   AND (QS-GROSS (WS-QS-SUB, WS-QTR-SUB) NOT = 0
                   OR QS-FEDERAL-TAX (WS-QS-SUB, WS-QTR-SUB)
                       NOT = 0
                   OR QS-TAXABLE-WAGES (WS-QS-SUB, WS-QTR-SUB)
                       NOT = 0
                   OR QS-FICA-WAGES (WS-QS-SUB, WS-QTR-SUB)
                       NOT = 0)
                   MOVE "SIN REGISTRO" TO WS-CMP-CONCEPT
                   MOVE 0 TO WS-CMP-ON-FILE
                   MOVE QS-GROSS (WS-QS-SUB, WS-QTR-SUB)
                       TO WS-CMP-RECOMPUTED
                   PERFORM 8060-BUILD-QUARTER-ITEM
                   PERFORM 8100-WRITE-EXCEPTION
               END-IF
           END-PERFORM.

      ******************************************************************
      * 4000-CHECK-YTD-FILE - orphans, and a year's YTD figures for
      * an employee with no history at all (the history pass never
      * saw the employee, so nothing above compared them).
      ******************************************************************
       4000-CHECK-YTD-FILE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO YE-EMPLOYEE-ID
           START YTD-EARNINGS-FILE KEY NOT < YE-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ YTD-EARNINGS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 4100-CHECK-ONE-YTD
               END-READ
           END-PERFORM.

       4100-CHECK-ONE-YTD.
           MOVE YE-EMPLOYEE-ID TO WS-XL-KEY
           MOVE "YTDEARN" TO WS-XL-FILE
           MOVE YE-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
           PERFORM 8200-FIND-MASTER
           IF WS-MASTER-FOUND = "N"
               MOVE "SIN MAESTRO" TO WS-XL-ITEM
               MOVE YE-YTD-GROSS TO WS-CMP-ON-FILE
               MOVE 0 TO WS-CMP-RECOMPUTED
               PERFORM 8100-WRITE-EXCEPTION
           ELSE
               IF YE-YEAR = WS-YEAR-WANTED
                   AND (YE-YTD-GROSS NOT = 0
                       OR YE-PAY-PERIODS NOT = 0)
                   PERFORM 8300-FIND-ANY-HISTORY
                   IF WS-HISTORY-FOUND = "N"
                       MOVE "SIN HISTORIAL" TO WS-XL-ITEM
                       MOVE YE-YTD-GROSS TO WS-CMP-ON-FILE
                       MOVE 0 TO WS-CMP-RECOMPUTED
                       PERFORM 8100-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       5000-CHECK-QTRWAGE-FILE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO QW-WAGE-KEY
           START QUARTERLY-WAGE-FILE KEY NOT < QW-WAGE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ QUARTERLY-WAGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 5100-CHECK-ONE-QTRWAGE
               END-READ
           END-PERFORM.

       5100-CHECK-ONE-QTRWAGE.
           MOVE QW-EMPLOYEE-ID TO WS-XL-KEY
           MOVE "QTRWAGE" TO WS-XL-FILE
           MOVE 0 TO WS-CMP-ON-FILE
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               ADD QW-QTR-GROSS (WS-QTR-SUB) TO WS-CMP-ON-FILE
           END-PERFORM
           MOVE 0 TO WS-CMP-RECOMPUTED
           MOVE QW-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
           PERFORM 8200-FIND-MASTER
           IF WS-MASTER-FOUND = "N"
               MOVE SPACES TO WS-XL-ITEM
               STRING "SIN MAESTRO " QW-YEAR " " QW-STATE-CODE
                   DELIMITED BY SIZE INTO WS-XL-ITEM
               END-STRING
               PERFORM 8100-WRITE-EXCEPTION
           ELSE
               IF QW-YEAR = WS-YEAR-WANTED
                   AND WS-CMP-ON-FILE NOT = 0
                   PERFORM 8300-FIND-ANY-HISTORY
                   IF WS-HISTORY-FOUND = "N"
                       MOVE SPACES TO WS-XL-ITEM
                       STRING "SIN HISTORIAL " QW-STATE-CODE
                           DELIMITED BY SIZE INTO WS-XL-ITEM
                       END-STRING
                       PERFORM 8100-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 6000-CHECK-ACCRUAL-FILE / 6100-CHECK-DEDUCTION-FILE - orphan
      * banks and orders.  An accrual bank's figure is its hours
      * (vacation + sick + holiday); an order's is its remaining
      * declining balance.
      ******************************************************************
       6000-CHECK-ACCRUAL-FILE.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ACCRUAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE AC-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
                           PERFORM 8200-FIND-MASTER
                           IF WS-MASTER-FOUND = "N"
                               MOVE AC-EMPLOYEE-ID TO WS-XL-KEY
                               MOVE "ACCRUAL" TO WS-XL-FILE
                               MOVE "SIN MAESTRO (HORAS)"
                                   TO WS-XL-ITEM
                               COMPUTE WS-CMP-ON-FILE =
                                   AC-VACATION-BALANCE
                                   + AC-SICK-BALANCE
                                   + AC-HOLIDAY-BALANCE
                               MOVE 0 TO WS-CMP-RECOMPUTED
                               PERFORM 8100-WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF.

       6100-CHECK-DEDUCTION-FILE.
           OPEN INPUT EMPLOYEE-DEDUCTION-FILE
           IF WS-EMPDED-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ EMPLOYEE-DEDUCTION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ED-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
                           PERFORM 8200-FIND-MASTER
                           IF WS-MASTER-FOUND = "N"
                               MOVE ED-EMPLOYEE-ID TO WS-XL-KEY
                               MOVE "EMPDED" TO WS-XL-FILE
                               MOVE SPACES TO WS-XL-ITEM
                               STRING "SIN MAESTRO "
                                   ED-DEDUCTION-TYPE " "
                                   ED-CASE-NUMBER
                                   DELIMITED BY SIZE INTO WS-XL-ITEM
                               END-STRING
                               MOVE ED-REMAINING-BALANCE
                                   TO WS-CMP-ON-FILE
                               MOVE 0 TO WS-CMP-RECOMPUTED
                               PERFORM 8100-WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-DEDUCTION-FILE
           END-IF.

      ******************************************************************
      * 7000-TIE-RUN-CONTROL - each archived run's totals are added
      * to its run date's entry, then every date is tied: RUNCTL
      * gross, deductions and net against the history written that
      * day.  A date with history and no archived run is an abended
      * run that never closed out.  A run restarted from a
      * checkpoint only carries the totals processed after the
      * restart, so it shows here short by what went before.
      ******************************************************************
       7000-TIE-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 7100-ADD-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF

           MOVE "RUNCTL" TO WS-XL-FILE
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
               UNTIL WS-RD-SUB > RD-COUNT
               PERFORM 7200-TIE-ONE-RUN-DATE
           END-PERFORM.

       7100-ADD-ONE-RUN.
           MOVE RC-RUN-DATE TO WS-DATE-LOOKUP
           PERFORM 8400-TEST-DATE-SCOPE
           IF WS-DATE-IN-SCOPE = "Y"
               PERFORM 1610-FIND-RUN-DATE
               IF WS-RD-SUB > 0
                   ADD RC-TOTAL-GROSS TO RD-RC-GROSS (WS-RD-SUB)
                   ADD RC-TOTAL-DEDUCTIONS
                       TO RD-RC-DEDUCTIONS (WS-RD-SUB)
                   ADD RC-TOTAL-NET TO RD-RC-NET (WS-RD-SUB)
                   ADD 1 TO RD-RUN-COUNT (WS-RD-SUB)
               END-IF
           END-IF.

       7200-TIE-ONE-RUN-DATE.
           MOVE RD-RUN-DATE (WS-RD-SUB) TO WS-XL-KEY
           IF RD-RUN-COUNT (WS-RD-SUB) = 0
               MOVE "HISTORIAL SIN CORRIDA" TO WS-XL-ITEM
               MOVE 0 TO WS-CMP-ON-FILE
               MOVE RD-HIST-GROSS (WS-RD-SUB) TO WS-CMP-RECOMPUTED
               PERFORM 8100-WRITE-EXCEPTION
           ELSE
               MOVE "BRUTO DE LA CORRIDA" TO WS-XL-ITEM
               MOVE RD-RC-GROSS (WS-RD-SUB) TO WS-CMP-ON-FILE
               MOVE RD-HIST-GROSS (WS-RD-SUB) TO WS-CMP-RECOMPUTED
               PERFORM 8000-COMPARE-FIGURE
               MOVE "DEDUCCIONES CORRIDA" TO WS-XL-ITEM
               MOVE RD-RC-DEDUCTIONS (WS-RD-SUB) TO WS-CMP-ON-FILE
               MOVE RD-HIST-DEDUCTIONS (WS-RD-SUB)
                   TO WS-CMP-RECOMPUTED
               PERFORM 8000-COMPARE-FIGURE
               MOVE "NETO DE LA CORRIDA" TO WS-XL-ITEM
               MOVE RD-RC-NET (WS-RD-SUB) TO WS-CMP-ON-FILE
               MOVE RD-HIST-NET (WS-RD-SUB) TO WS-CMP-RECOMPUTED
               PERFORM 8000-COMPARE-FIGURE
           END-IF.

      ******************************************************************
      * 8000-COMPARE-FIGURE / 8050-COMPARE-QUARTER-FIGURE - an
      * exception line only when the figures differ; the quarter
      * form builds its item from WS-QTR-SUB, the work state (when
      * the comparison is against QTRWAGE) and WS-CMP-CONCEPT.
      ******************************************************************
       8000-COMPARE-FIGURE.
           IF WS-CMP-ON-FILE NOT = WS-CMP-RECOMPUTED
               PERFORM 8100-WRITE-EXCEPTION
           END-IF.

       8050-COMPARE-QUARTER-FIGURE.
           IF WS-CMP-ON-FILE NOT = WS-CMP-RECOMPUTED
               PERFORM 8060-BUILD-QUARTER-ITEM
               PERFORM 8100-WRITE-EXCEPTION
           END-IF.

       8060-BUILD-QUARTER-ITEM.
           MOVE SPACES TO WS-XL-ITEM
           IF WS-XL-FILE = "QTRWAGE"
               STRING "T" WS-QTR-SUB " EST " WS-STATE-LOOKUP " "
                   WS-CMP-CONCEPT DELIMITED BY SIZE INTO WS-XL-ITEM
               END-STRING
           ELSE
               STRING "T" WS-QTR-SUB " " WS-CMP-CONCEPT
                   DELIMITED BY SIZE INTO WS-XL-ITEM
               END-STRING
           END-IF.

       8100-WRITE-EXCEPTION.
           COMPUTE WS-CMP-DIFFERENCE =
               WS-CMP-ON-FILE - WS-CMP-RECOMPUTED
           MOVE WS-CMP-ON-FILE TO WS-XL-ON-FILE
           MOVE WS-CMP-RECOMPUTED TO WS-XL-RECOMPUTED
           MOVE WS-CMP-DIFFERENCE TO WS-XL-DIFFERENCE
           DISPLAY WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       8200-FIND-MASTER.
           MOVE WS-LOOKUP-EMPLOYEE TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-MASTER-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

       8300-FIND-ANY-HISTORY.
           MOVE "N" TO WS-HISTORY-FOUND
           IF WS-PAYHIST-AVAILABLE = "Y"
               MOVE WS-LOOKUP-EMPLOYEE TO PH-EMPLOYEE-ID
               MOVE 0 TO PH-PAY-PERIOD-DATE
               MOVE 0 TO PH-SEQUENCE-NUMBER
               START PAY-HISTORY-FILE KEY NOT < PH-HISTORY-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PAY-HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PH-EMPLOYEE-ID =
                                   WS-LOOKUP-EMPLOYEE
                                   MOVE "Y" TO WS-HISTORY-FOUND
                               END-IF
                       END-READ
               END-START
           END-IF.

      ******************************************************************
      * 8400-TEST-DATE-SCOPE - a run date counts when it falls in
      * the chosen year and, when a quarter was chosen, in it.
      ******************************************************************
       8400-TEST-DATE-SCOPE.
           MOVE "N" TO WS-DATE-IN-SCOPE
           COMPUTE WS-DATE-YEAR = WS-DATE-LOOKUP / 10000
           COMPUTE WS-DATE-MONTH =
               FUNCTION MOD (WS-DATE-LOOKUP, 10000) / 100
           IF WS-DATE-YEAR = WS-YEAR-WANTED
               IF WS-QUARTER-WANTED = 0
                   OR WS-QUARTER-WANTED = (WS-DATE-MONTH + 2) / 3
                   MOVE "Y" TO WS-DATE-IN-SCOPE
               END-IF
           END-IF.

      ******************************************************************
      * 9000-REPORT-STATUS - CLEAN only when no item was listed and
      * nothing went unverified for want of table room.
      ******************************************************************
       9000-REPORT-STATUS.
           DISPLAY "-----------------------------------"
           DISPLAY "Registros de historial leidos: " WS-HISTORY-READ
           DISPLAY "Empleados verificados:         "
               WS-EMPLOYEES-CHECKED
           DISPLAY "Fechas de corrida verificadas: " RD-COUNT
           IF WS-YTD-ROLLED-COUNT > 0
               DISPLAY "YTD ya pasado a otro ano (solo se verifica "
                   "el trimestral): " WS-YTD-ROLLED-COUNT
           END-IF
           DISPLAY "Excepciones:                   "
               WS-EXCEPTION-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "Partidas sin verificar (tabla llena): "
                   WS-OVERFLOW-COUNT
           END-IF
           IF WS-EXCEPTION-COUNT = 0 AND WS-OVERFLOW-COUNT = 0
               DISPLAY "ESTADO: LIMPIO - los archivos cuadran."
           ELSE
               DISPLAY "ESTADO: NO LIMPIO - corrija las excepciones "
                   "antes de cerrar el trimestre."
           END-IF
           DISPLAY "-----------------------------------".

       END PROGRAM FILE-INTEGRITY-CHK.
