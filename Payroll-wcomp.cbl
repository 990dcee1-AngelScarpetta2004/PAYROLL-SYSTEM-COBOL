      ******************************************************************
      * Author:
      * Date:
      * Purpose: Workers' compensation payroll and premium report -
      *          the figures the insurer's premium audit is settled
      *          on.  Totals every check on PAY-HISTORY whose check
      *          date (PH-RUN-DATE) falls in a chosen policy period
      *          or date range by the class code the check was paid
      *          under, so an employee whose class changed mid-period
      *          splits between the classes by check date.  The rated
      *          payroll leaves out what the insurer's rules exclude:
      *          the overtime premium (the part of overtime pay above
      *          straight time) and non-work pay - vacation, sick,
      *          holiday and bonus checks.  Each class shows its rate
      *          per $100 from the WC-RATE file (the policy period
      *          covering the check date, so a range across a renewal
      *          prints a line per period), the estimated premium,
      *          and the employees behind it so the auditor can tie
      *          it out.  "V" void entries come back out of the class
      *          and period of their own date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKERS-COMP-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT WC-RATE-FILE ASSIGN TO "data/WCRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WC-RATE-KEY
               FILE STATUS IS WS-WCRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  WC-RATE-FILE.
           COPY WCRATE.

       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-STATUS           PIC X(2).
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-WCRATE-STATUS            PIC X(2).
       01  WS-EOF-FLAG                 PIC X(1)   VALUE "N".
       01  WS-EMPMAST-AVAILABLE        PIC X(1)   VALUE "N".
       01  WS-REPORT-BASIS             PIC X(1)   VALUE SPACE.
       01  WS-POLICY-WANTED            PIC 9(8)   VALUE 0.
       01  WS-FROM-DATE                PIC 9(8)   VALUE 0.
       01  WS-TO-DATE                  PIC 9(8)   VALUE 0.
       01  WS-DATES-VALID              PIC X(1)   VALUE "Y".
       01  WS-CHECKS-COUNTED           PIC 9(6)   VALUE 0.
       01  WS-LAST-EMPLOYEE            PIC X(6)   VALUE SPACES.
       01  WS-EMPLOYEE-NAME            PIC X(20)  VALUE SPACES.
       01  WS-MASTER-CLASS             PIC X(4)   VALUE SPACES.
       01  WS-CHECK-CLASS              PIC X(4)   VALUE SPACES.
       01  WS-SIGN                     PIC S9(1)  VALUE +1.
       01  WS-CHECK-GROSS              PIC S9(7)V99 VALUE 0.
       01  WS-CHECK-NONWORK            PIC S9(7)V99 VALUE 0.
       01  WS-CHECK-OT-PREMIUM         PIC S9(7)V99 VALUE 0.
       01  WS-CHECK-RATED              PIC S9(7)V99 VALUE 0.
       01  WS-LINE-PREMIUM             PIC S9(9)V99 VALUE 0.
       01  WS-TOT-GROSS                PIC S9(9)V99 VALUE 0.
       01  WS-TOT-NONWORK              PIC S9(9)V99 VALUE 0.
       01  WS-TOT-OT-PREMIUM           PIC S9(9)V99 VALUE 0.
       01  WS-TOT-RATED                PIC S9(9)V99 VALUE 0.
       01  WS-TOT-PREMIUM              PIC S9(9)V99 VALUE 0.
       01  WS-UNRATED-LINES            PIC 9(4)   VALUE 0.

      ******************************************************************
      * In-core copy of the WC-RATE file, loaded once per report so
      * each check's class and date can be priced without a read.
      ******************************************************************
       01  RATE-TABLE.
           05  WR-RATE-COUNT           PIC 9(4)   VALUE 0.
           05  WR-RATE-ENTRY OCCURS 500 TIMES.
               10  WR-CLASS-CODE       PIC X(4).
               10  WR-POLICY-START     PIC 9(8).
               10  WR-POLICY-END       PIC 9(8).
               10  WR-RATE-PER-100     PIC 9(3)V99.
               10  WR-CLASS-DESC       PIC X(30).
       01  WR-RATE-MAX                 PIC 9(4)   VALUE 500.
       01  WS-WR-SUB                   PIC 9(4)   VALUE 0.
       01  WS-WR-PICK                  PIC 9(4)   VALUE 0.

      ******************************************************************
      * One line per class and rating period the checks fell in
      * (WL-RATE-SUB is the WC-RATE entry that priced them, zero when
      * the class has no rate covering the check date), and under
      * each the employees whose checks made it up.  WL-DONE-FLAG
      * marks a line already printed while the report walks them in
      * class and period order.
      ******************************************************************
       01  CLASS-TABLE.
           05  WL-CLASS-COUNT          PIC 9(4)   VALUE 0.
           05  WL-CLASS-ENTRY OCCURS 200 TIMES.
               10  WL-CLASS-CODE       PIC X(4).
               10  WL-RATE-SUB         PIC 9(4).
               10  WL-GROSS            PIC S9(9)V99.
               10  WL-NONWORK          PIC S9(9)V99.
               10  WL-OT-PREMIUM       PIC S9(9)V99.
               10  WL-RATED            PIC S9(9)V99.
               10  WL-EMPLOYEES        PIC 9(4).
               10  WL-DONE-FLAG        PIC X(1).
       01  WL-CLASS-MAX                PIC 9(4)   VALUE 200.
       01  WS-WL-SUB                   PIC 9(4)   VALUE 0.
       01  WS-WL-PASS                  PIC 9(4)   VALUE 0.
       01  WS-WL-PICK                  PIC 9(4)   VALUE 0.
       01  WS-WL-FOUND                 PIC X(1)   VALUE "N".

       01  EMPLOYEE-TABLE.
           05  WE-EMPLOYEE-COUNT       PIC 9(4)   VALUE 0.
           05  WE-EMPLOYEE-ENTRY OCCURS 2000 TIMES.
               10  WE-CLASS-SUB        PIC 9(4).
               10  WE-EMPLOYEE-ID      PIC X(6).
               10  WE-EMPLOYEE-NAME    PIC X(20).
               10  WE-GROSS            PIC S9(7)V99.
               10  WE-NONWORK          PIC S9(7)V99.
               10  WE-OT-PREMIUM       PIC S9(7)V99.
               10  WE-RATED            PIC S9(7)V99.
       01  WE-EMPLOYEE-MAX             PIC 9(4)   VALUE 2000.
       01  WS-WE-SUB                   PIC 9(4)   VALUE 0.
       01  WS-WE-FOUND                 PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-PROCEDURE resets its counters on every entry for
      * the same reason QUARTERLY-TAX-RPT does: this is a CALLed
      * subprogram and WORKING-STORAGE persists across repeat CALLs
      * in the same run unit.
      ******************************************************************
       0000-MAIN-PROCEDURE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-CHECKS-COUNTED WS-UNRATED-LINES
           MOVE 0 TO WS-TOT-GROSS WS-TOT-NONWORK
           MOVE 0 TO WS-TOT-OT-PREMIUM WS-TOT-RATED WS-TOT-PREMIUM
           MOVE 0 TO WR-RATE-COUNT
           MOVE 0 TO WL-CLASS-COUNT
           MOVE 0 TO WE-EMPLOYEE-COUNT
           MOVE SPACES TO WS-LAST-EMPLOYEE

           PERFORM 1000-LOAD-RATE-TABLE
           PERFORM 1100-ACCEPT-REPORT-DATES
           IF WS-DATES-VALID = "N"
               GOBACK
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "No hay historial de pagos disponible."
               GOBACK
           END-IF
           MOVE "N" TO WS-EMPMAST-AVAILABLE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-EMPMAST-AVAILABLE
           END-IF

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PH-RUN-DATE >= WS-FROM-DATE
                           AND PH-RUN-DATE <= WS-TO-DATE
                           PERFORM 2000-TALLY-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           IF WS-EMPMAST-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           DISPLAY "==================================="
           DISPLAY "REPORTE DE COMPENSACION LABORAL"
           DISPLAY "Cheques del " WS-FROM-DATE " al " WS-TO-DATE
           IF WL-CLASS-COUNT = 0
               DISPLAY "No hay cheques en el periodo."
           END-IF
           PERFORM VARYING WS-WL-PASS FROM 1 BY 1
               UNTIL WS-WL-PASS > WL-CLASS-COUNT
               MOVE 0 TO WS-WL-PICK
               PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WL-CLASS-COUNT
                   IF WL-DONE-FLAG (WS-WL-SUB) NOT = "Y"
                       IF WS-WL-PICK = 0
                           MOVE WS-WL-SUB TO WS-WL-PICK
                       ELSE
                           PERFORM 3100-TEST-CLASS-ORDER
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-WL-PICK > 0
                   MOVE "Y" TO WL-DONE-FLAG (WS-WL-PICK)
                   PERFORM 3000-REPORT-ONE-CLASS
               END-IF
           END-PERFORM
           PERFORM 4000-REPORT-TOTALS
           GOBACK.

      ******************************************************************
      * 1000-LOAD-RATE-TABLE - the whole WC-RATE file into core.  No
      * file just means every class prints without a rate.
      ******************************************************************
       1000-LOAD-RATE-TABLE.
           OPEN INPUT WC-RATE-FILE
           IF WS-WCRATE-STATUS NOT = "00"
               DISPLAY "AVISO: no hay tarifas de compensacion "
                   "laboral registradas."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ WC-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 1010-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-FLAG
               CLOSE WC-RATE-FILE
           END-IF.

       1010-LOAD-ONE-RATE.
           IF WR-RATE-COUNT < WR-RATE-MAX
               ADD 1 TO WR-RATE-COUNT
               MOVE WC-CLASS-CODE TO WR-CLASS-CODE (WR-RATE-COUNT)
               MOVE WC-POLICY-START TO WR-POLICY-START (WR-RATE-COUNT)
               MOVE WC-POLICY-END TO WR-POLICY-END (WR-RATE-COUNT)
               MOVE WC-RATE-PER-100 TO WR-RATE-PER-100 (WR-RATE-COUNT)
               MOVE WC-CLASS-DESC TO WR-CLASS-DESC (WR-RATE-COUNT)
           ELSE
               DISPLAY "Tabla de tarifas llena - tarifa omitida: "
                   WC-CLASS-CODE " " WC-POLICY-START
           END-IF.

      ******************************************************************
      * 1100-ACCEPT-REPORT-DATES - a policy period is picked by its
      * start date and reports exactly that period's check dates; a
      * date range is any from/to pair (an auditor's interim period,
      * say) and is priced check by check at whichever period's rate
      * covers the check date.
      ******************************************************************
       1100-ACCEPT-REPORT-DATES.
           MOVE "Y" TO WS-DATES-VALID
           DISPLAY "Reportar por periodo de poliza (P) o rango de "
               "fechas (R): "
           MOVE SPACE TO WS-REPORT-BASIS
           ACCEPT WS-REPORT-BASIS
           EVALUATE WS-REPORT-BASIS
               WHEN "P"
               WHEN "p"
                   DISPLAY "Inicio del periodo de poliza (AAAAMMDD): "
                   ACCEPT WS-POLICY-WANTED
                   MOVE 0 TO WS-WR-PICK
                   PERFORM VARYING WS-WR-SUB FROM 1 BY 1
                       UNTIL WS-WR-SUB > WR-RATE-COUNT
                       IF WR-POLICY-START (WS-WR-SUB) = WS-POLICY-WANTED
                           AND WS-WR-PICK = 0
                           MOVE WS-WR-SUB TO WS-WR-PICK
                       END-IF
                   END-PERFORM
                   IF WS-WR-PICK = 0
                       DISPLAY "No hay tarifas para un periodo de "
                           "poliza que inicie el " WS-POLICY-WANTED "."
                       MOVE "N" TO WS-DATES-VALID
                   ELSE
                       MOVE WS-POLICY-WANTED TO WS-FROM-DATE
                       MOVE WR-POLICY-END (WS-WR-PICK) TO WS-TO-DATE
                   END-IF
               WHEN "R"
               WHEN "r"
                   DISPLAY "Desde la fecha de cheque (AAAAMMDD): "
                   ACCEPT WS-FROM-DATE
                   DISPLAY "Hasta la fecha de cheque (AAAAMMDD): "
                   ACCEPT WS-TO-DATE
                   IF FUNCTION INTEGER-OF-DATE (WS-FROM-DATE) = 0
                       OR FUNCTION INTEGER-OF-DATE (WS-TO-DATE) = 0
                       OR WS-TO-DATE < WS-FROM-DATE
                       DISPLAY "Rango de fechas invalido."
                       MOVE "N" TO WS-DATES-VALID
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcion invalida - use P o R."
                   MOVE "N" TO WS-DATES-VALID
           END-EVALUATE.

      ******************************************************************
      * 2000-TALLY-ONE-CHECK - one history entry into its class line
      * and its employee line.  A check written before history
      * carried the class code is put in the employee's class on the
      * master today.  Non-work pay types are excluded whole; on a
      * worked check only the overtime premium is.
      ******************************************************************
       2000-TALLY-ONE-CHECK.
           IF PH-EMPLOYEE-ID NOT = WS-LAST-EMPLOYEE
               PERFORM 2100-READ-EMPLOYEE
           END-IF
           MOVE PH-WC-CLASS TO WS-CHECK-CLASS
           IF WS-CHECK-CLASS = SPACES
               MOVE WS-MASTER-CLASS TO WS-CHECK-CLASS
           END-IF
           IF PH-VOID-RECORD
               MOVE -1 TO WS-SIGN
           ELSE
               MOVE +1 TO WS-SIGN
           END-IF
           COMPUTE WS-CHECK-GROSS = PH-GROSS-PAY * WS-SIGN
           IF PH-PAY-TYPE = "V" OR "S" OR "H" OR "B"
               MOVE WS-CHECK-GROSS TO WS-CHECK-NONWORK
               MOVE 0 TO WS-CHECK-OT-PREMIUM
           ELSE
               MOVE 0 TO WS-CHECK-NONWORK
               COMPUTE WS-CHECK-OT-PREMIUM = PH-OT-PREMIUM * WS-SIGN
           END-IF
           COMPUTE WS-CHECK-RATED =
               WS-CHECK-GROSS - WS-CHECK-NONWORK - WS-CHECK-OT-PREMIUM
           ADD 1 TO WS-CHECKS-COUNTED

           PERFORM 2200-FIND-CHECK-RATE
           PERFORM 2300-FIND-CLASS-LINE
           IF WS-WL-FOUND = "Y"
               ADD WS-CHECK-GROSS TO WL-GROSS (WS-WL-SUB)
               ADD WS-CHECK-NONWORK TO WL-NONWORK (WS-WL-SUB)
               ADD WS-CHECK-OT-PREMIUM TO WL-OT-PREMIUM (WS-WL-SUB)
               ADD WS-CHECK-RATED TO WL-RATED (WS-WL-SUB)
               PERFORM 2400-FIND-EMPLOYEE-LINE
               IF WS-WE-FOUND = "Y"
                   ADD WS-CHECK-GROSS TO WE-GROSS (WS-WE-SUB)
                   ADD WS-CHECK-NONWORK TO WE-NONWORK (WS-WE-SUB)
                   ADD WS-CHECK-OT-PREMIUM TO WE-OT-PREMIUM (WS-WE-SUB)
                   ADD WS-CHECK-RATED TO WE-RATED (WS-WE-SUB)
               END-IF
           END-IF.

       2100-READ-EMPLOYEE.
           MOVE PH-EMPLOYEE-ID TO WS-LAST-EMPLOYEE
           MOVE "(no esta en el maestro)" TO WS-EMPLOYEE-NAME
           MOVE SPACES TO WS-MASTER-CLASS
           IF WS-EMPMAST-AVAILABLE = "Y"
               MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
                       MOVE EM-WC-CLASS TO WS-MASTER-CLASS
               END-READ
           END-IF.

      ******************************************************************
      * 2200-FIND-CHECK-RATE - the class's rate whose policy period
      * covers the check date; zero when none does.
      ******************************************************************
       2200-FIND-CHECK-RATE.
           MOVE 0 TO WS-WR-PICK
           PERFORM VARYING WS-WR-SUB FROM 1 BY 1
               UNTIL WS-WR-SUB > WR-RATE-COUNT
               IF WR-CLASS-CODE (WS-WR-SUB) = WS-CHECK-CLASS
                   AND WR-POLICY-START (WS-WR-SUB) <= PH-RUN-DATE
                   AND WR-POLICY-END (WS-WR-SUB) >= PH-RUN-DATE
                   MOVE WS-WR-SUB TO WS-WR-PICK
               END-IF
           END-PERFORM.

       2300-FIND-CLASS-LINE.
           MOVE "N" TO WS-WL-FOUND
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WL-CLASS-COUNT
                   OR WS-WL-FOUND = "Y"
               IF WL-CLASS-CODE (WS-WL-SUB) = WS-CHECK-CLASS
                   AND WL-RATE-SUB (WS-WL-SUB) = WS-WR-PICK
                   MOVE "Y" TO WS-WL-FOUND
               END-IF
           END-PERFORM
           IF WS-WL-FOUND = "Y"
               SUBTRACT 1 FROM WS-WL-SUB
           ELSE
               IF WL-CLASS-COUNT < WL-CLASS-MAX
                   ADD 1 TO WL-CLASS-COUNT
                   MOVE WL-CLASS-COUNT TO WS-WL-SUB
                   MOVE WS-CHECK-CLASS TO WL-CLASS-CODE (WS-WL-SUB)
                   MOVE WS-WR-PICK TO WL-RATE-SUB (WS-WL-SUB)
                   MOVE 0 TO WL-GROSS (WS-WL-SUB)
                   MOVE 0 TO WL-NONWORK (WS-WL-SUB)
                   MOVE 0 TO WL-OT-PREMIUM (WS-WL-SUB)
                   MOVE 0 TO WL-RATED (WS-WL-SUB)
                   MOVE 0 TO WL-EMPLOYEES (WS-WL-SUB)
                   MOVE "N" TO WL-DONE-FLAG (WS-WL-SUB)
                   MOVE "Y" TO WS-WL-FOUND
               ELSE
                   DISPLAY "Tabla de clases llena - cheque omitido: "
                       PH-EMPLOYEE-ID " " PH-PAY-PERIOD-DATE
               END-IF
           END-IF.

       2400-FIND-EMPLOYEE-LINE.
           MOVE "N" TO WS-WE-FOUND
           PERFORM VARYING WS-WE-SUB FROM 1 BY 1
               UNTIL WS-WE-SUB > WE-EMPLOYEE-COUNT
                   OR WS-WE-FOUND = "Y"
               IF WE-CLASS-SUB (WS-WE-SUB) = WS-WL-SUB
                   AND WE-EMPLOYEE-ID (WS-WE-SUB) = PH-EMPLOYEE-ID
                   MOVE "Y" TO WS-WE-FOUND
               END-IF
           END-PERFORM
           IF WS-WE-FOUND = "Y"
               SUBTRACT 1 FROM WS-WE-SUB
           ELSE
               IF WE-EMPLOYEE-COUNT < WE-EMPLOYEE-MAX
                   ADD 1 TO WE-EMPLOYEE-COUNT
                   MOVE WE-EMPLOYEE-COUNT TO WS-WE-SUB
                   MOVE WS-WL-SUB TO WE-CLASS-SUB (WS-WE-SUB)
                   MOVE PH-EMPLOYEE-ID TO WE-EMPLOYEE-ID (WS-WE-SUB)
                   MOVE WS-EMPLOYEE-NAME TO WE-EMPLOYEE-NAME (WS-WE-SUB)
                   MOVE 0 TO WE-GROSS (WS-WE-SUB)
                   MOVE 0 TO WE-NONWORK (WS-WE-SUB)
                   MOVE 0 TO WE-OT-PREMIUM (WS-WE-SUB)
                   MOVE 0 TO WE-RATED (WS-WE-SUB)
                   ADD 1 TO WL-EMPLOYEES (WS-WL-SUB)
                   MOVE "Y" TO WS-WE-FOUND
               ELSE
                   DISPLAY "Tabla de empleados llena - empleado "
                       "omitido del detalle: " PH-EMPLOYEE-ID
               END-IF
           END-IF.

      ******************************************************************
      * 3000-REPORT-ONE-CLASS - the class line's rate and period, its
      * employees, and its totals with the estimated premium: rated
      * payroll / 100 x the rate.  A class with no rate for the check
      * dates prints its payroll and is counted as unrated.
      ******************************************************************
       3000-REPORT-ONE-CLASS.
           MOVE WL-RATE-SUB (WS-WL-PICK) TO WS-WR-PICK
           DISPLAY "==================================="
           IF WL-CLASS-CODE (WS-WL-PICK) = SPACES
               DISPLAY "Clase: (sin clase asignada)"
           ELSE
               DISPLAY "Clase: " WL-CLASS-CODE (WS-WL-PICK)
           END-IF
           IF WS-WR-PICK = 0
               DISPLAY "SIN TARIFA para las fechas de estos cheques"
               MOVE 0 TO WS-LINE-PREMIUM
               ADD 1 TO WS-UNRATED-LINES
           ELSE
               DISPLAY "Descripcion: " WR-CLASS-DESC (WS-WR-PICK)
               DISPLAY "Periodo de poliza: "
                   WR-POLICY-START (WS-WR-PICK) " al "
                   WR-POLICY-END (WS-WR-PICK)
                   "  Tarifa por $100: " WR-RATE-PER-100 (WS-WR-PICK)
               COMPUTE WS-LINE-PREMIUM ROUNDED =
                   WL-RATED (WS-WL-PICK) / 100
                   * WR-RATE-PER-100 (WS-WR-PICK)
           END-IF
           PERFORM VARYING WS-WE-SUB FROM 1 BY 1
               UNTIL WS-WE-SUB > WE-EMPLOYEE-COUNT
               IF WE-CLASS-SUB (WS-WE-SUB) = WS-WL-PICK
                   PERFORM 3200-REPORT-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           DISPLAY "-----------------------------------"
           DISPLAY "TOTALES DE LA CLASE " WL-CLASS-CODE (WS-WL-PICK)
           DISPLAY "Empleados:               " WL-EMPLOYEES (WS-WL-PICK)
           DISPLAY "Salario bruto:           " WL-GROSS (WS-WL-PICK)
           DISPLAY "Prima de horas extra:    "
               WL-OT-PREMIUM (WS-WL-PICK)
           DISPLAY "Pago no trabajado:       " WL-NONWORK (WS-WL-PICK)
           DISPLAY "Nomina tarifable:        " WL-RATED (WS-WL-PICK)
           DISPLAY "Prima estimada:          " WS-LINE-PREMIUM
           ADD WL-GROSS (WS-WL-PICK) TO WS-TOT-GROSS
           ADD WL-NONWORK (WS-WL-PICK) TO WS-TOT-NONWORK
           ADD WL-OT-PREMIUM (WS-WL-PICK) TO WS-TOT-OT-PREMIUM
           ADD WL-RATED (WS-WL-PICK) TO WS-TOT-RATED
           ADD WS-LINE-PREMIUM TO WS-TOT-PREMIUM.

      ******************************************************************
      * 3100-TEST-CLASS-ORDER - keeps WS-WL-PICK on the lowest class
      * code, and within a class the earliest policy period (an
      * unrated line first).
      ******************************************************************
       3100-TEST-CLASS-ORDER.
           IF WL-CLASS-CODE (WS-WL-SUB) < WL-CLASS-CODE (WS-WL-PICK)
               MOVE WS-WL-SUB TO WS-WL-PICK
           ELSE
               IF WL-CLASS-CODE (WS-WL-SUB) = WL-CLASS-CODE (WS-WL-PICK)
                   IF WL-RATE-SUB (WS-WL-SUB) = 0
                       MOVE WS-WL-SUB TO WS-WL-PICK
                   ELSE
                       IF WL-RATE-SUB (WS-WL-PICK) NOT = 0
                           MOVE WL-RATE-SUB (WS-WL-SUB) TO WS-WR-SUB
                           MOVE WL-RATE-SUB (WS-WL-PICK) TO WS-WR-PICK
                           IF WR-POLICY-START (WS-WR-SUB)
                               < WR-POLICY-START (WS-WR-PICK)
                               MOVE WS-WL-SUB TO WS-WL-PICK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3200-REPORT-ONE-EMPLOYEE.
           DISPLAY "-----------------------------------"
           DISPLAY "ID Empleado:        " WE-EMPLOYEE-ID (WS-WE-SUB)
               "  " WE-EMPLOYEE-NAME (WS-WE-SUB)
           DISPLAY "Bruto:              " WE-GROSS (WS-WE-SUB)
               "  Prima h. extra: " WE-OT-PREMIUM (WS-WE-SUB)
           DISPLAY "No trabajado:       " WE-NONWORK (WS-WE-SUB)
               "  Tarifable: " WE-RATED (WS-WE-SUB).

      ******************************************************************
      * 4000-REPORT-TOTALS - all classes together.
      ******************************************************************
       4000-REPORT-TOTALS.
           DISPLAY "==================================="
           DISPLAY "TOTALES DE LA COMPANIA - " WS-FROM-DATE " AL "
               WS-TO-DATE
           DISPLAY "Cheques considerados:    " WS-CHECKS-COUNTED
           DISPLAY "Lineas de clase:         " WL-CLASS-COUNT
           DISPLAY "Salario bruto:           " WS-TOT-GROSS
           DISPLAY "Prima de horas extra:    " WS-TOT-OT-PREMIUM
           DISPLAY "Pago no trabajado:       " WS-TOT-NONWORK
           DISPLAY "Nomina tarifable:        " WS-TOT-RATED
           DISPLAY "Prima estimada:          " WS-TOT-PREMIUM
           IF WS-UNRATED-LINES > 0
               DISPLAY "AVISO: " WS-UNRATED-LINES " linea(s) de "
                   "clase sin tarifa - prima incompleta."
           END-IF
           DISPLAY "===================================".

       END PROGRAM WORKERS-COMP-RPT.
