      * Purpose: Quarterly state unemployment wage report - the
      *          numbers filed with the state workforce agency: one
      *          line per employee with activity in the chosen year
      *          and quarter showing quarterly wages, excess over
      *          the annual SUTA wage base, and taxable wages, plus
      *          the SUTA accrued by the payroll runs and company
      *          totals.  The wages are the FICA wages (gross less
      *          the pre-tax health premium) - the same base the
      *          payroll run accrues SUTA on, so the taxable figures
      *          tie to the tax accrued.  Driven from the year-keyed
      *          QUARTERLY-WAGE file; the wage base comes from the
      *          TAX-RATE file's "SUT" entry (maintained from menu
      *          option 5) with the DEDTAB fallback when no entry
      *          exists.  Each work state is filed separately: one
      *          section per state, with its own wage base, employee
      *          lines and totals, and an employee who moved mid-year
      *          shows under each state against that state's base
      *          alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TOT-TAXABLE              PIC 9(9)V99 VALUE 0.
       01  WS-TOT-SUTA                 PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * Work states with wages in the quarter, gathered on a first
      * pass so each can be filed as its own section; ST-DONE-FLAG
      * marks a state already printed while the report walks them
      * in code order.  A blank code is the home state.
      ******************************************************************
       01  STATE-TABLE.
           05  ST-STATE-COUNT          PIC 9(2)   VALUE 0.
           05  ST-STATE-ENTRY OCCURS 60 TIMES.
               10  ST-STATE-CODE       PIC X(2).
               10  ST-DONE-FLAG        PIC X(1).
       01  ST-STATE-MAX                PIC 9(2)   VALUE 60.
       01  WS-ST-SUB                   PIC 9(2)   VALUE 0.
       01  WS-ST-PASS                  PIC 9(2)   VALUE 0.
       01  WS-ST-PICK                  PIC 9(2)   VALUE 0.
       01  WS-ST-FOUND                 PIC X(1)   VALUE "N".
       01  WS-STATE-WANTED             PIC X(2)   VALUE SPACES.
       01  WS-STATE-EMPLOYEES          PIC 9(4)   VALUE 0.
       01  WS-ST-GROSS                 PIC 9(9)V99 VALUE 0.
       01  WS-ST-EXCESS                PIC 9(9)V99 VALUE 0.
       01  WS-ST-TAXABLE               PIC 9(9)V99 VALUE 0.
       01  WS-ST-SUTA                  PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-PROCEDURE resets its counters on every entry for
           MOVE 0 TO WS-EMPLOYEE-COUNT
           MOVE 0 TO WS-TOT-GROSS WS-TOT-EXCESS
           MOVE 0 TO WS-TOT-TAXABLE WS-TOT-SUTA
           MOVE 0 TO ST-STATE-COUNT

           DISPLAY "Ano a reportar (AAAA): "
           ACCEPT WS-YEAR-WANTED
               GOBACK
           END-IF

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
                               AND QW-QTR-FICA-WAGES (WS-QUARTER-WANTED)
                                   > 0
                               PERFORM 1100-COLLECT-ONE-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARTERLY-WAGE-FILE

               PERFORM VARYING WS-ST-PASS FROM 1 BY 1
                   UNTIL WS-ST-PASS > ST-STATE-COUNT
                   MOVE 0 TO WS-ST-PICK
                   PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                       UNTIL WS-ST-SUB > ST-STATE-COUNT
                       IF ST-DONE-FLAG (WS-ST-SUB) NOT = "Y"
                           IF WS-ST-PICK = 0
                               MOVE WS-ST-SUB TO WS-ST-PICK
                           ELSE
                               IF ST-STATE-CODE (WS-ST-SUB)
                                   < ST-STATE-CODE (WS-ST-PICK)
                                   MOVE WS-ST-SUB TO WS-ST-PICK
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-ST-PICK > 0
                       MOVE "Y" TO ST-DONE-FLAG (WS-ST-PICK)
                       MOVE ST-STATE-CODE (WS-ST-PICK)
                           TO WS-STATE-WANTED
                       PERFORM 2000-REPORT-ONE-STATE
                   END-IF
               END-PERFORM
               PERFORM 3000-REPORT-COMPANY-TOTALS
           END-IF
           GOBACK.
      * 1000-GET-SUTA-WAGE-BASE - the "SUT" entry on the TAX-RATE
      * file governs, so a base change keyed through menu option 5
      * flows straight into this filing; the DEDTAB fallback covers
      * an installation that never keyed one.  The state's own entry
      * is used when it has one, otherwise the home state's - the
      * same fallback the payroll run accrued under.
      ******************************************************************
       1000-GET-SUTA-WAGE-BASE.
           MOVE DT-SUTA-WAGE-BASE TO WS-SUTA-WAGE-BASE
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-STATUS = "00"
               MOVE "N" TO WS-ST-FOUND
               MOVE "SUT" TO TR-TAX-TYPE
               MOVE WS-STATE-WANTED TO TR-STATE-CODE
               MOVE 1 TO TR-BRACKET-NUMBER
               PERFORM 1010-READ-SUTA-ENTRY
               IF WS-ST-FOUND = "N"
                   AND WS-STATE-WANTED NOT = SPACES
                   MOVE "SUT" TO TR-TAX-TYPE
                   MOVE SPACES TO TR-STATE-CODE
                   MOVE 1 TO TR-BRACKET-NUMBER
                   PERFORM 1010-READ-SUTA-ENTRY
               END-IF
               CLOSE TAX-RATE-FILE
           END-IF.

       1010-READ-SUTA-ENTRY.
           READ TAX-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ST-FOUND
                   IF TR-ANNUAL-WAGE-BASE > 0
                       MOVE TR-ANNUAL-WAGE-BASE
                           TO WS-SUTA-WAGE-BASE
                   END-IF
           END-READ.

      ******************************************************************
      * 1100-COLLECT-ONE-STATE - adds the record's work state to the
      * state table the first time it is seen.
      ******************************************************************
       1100-COLLECT-ONE-STATE.
           MOVE "N" TO WS-ST-FOUND
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > ST-STATE-COUNT
               IF ST-STATE-CODE (WS-ST-SUB) = QW-STATE-CODE
                   MOVE "Y" TO WS-ST-FOUND
               END-IF
           END-PERFORM
           IF WS-ST-FOUND = "N"
               IF ST-STATE-COUNT < ST-STATE-MAX
                   ADD 1 TO ST-STATE-COUNT
                   MOVE QW-STATE-CODE TO ST-STATE-CODE (ST-STATE-COUNT)
                   MOVE "N" TO ST-DONE-FLAG (ST-STATE-COUNT)
               ELSE
                   DISPLAY "Tabla de estados llena - estado omitido: "
                       QW-STATE-CODE
               END-IF
           END-IF.

      ******************************************************************
      * 2000-REPORT-ONE-STATE - one filing section: the state's wage
      * base, a pass over the quarter's records for that state, and
      * the state's totals, which then roll into the company's.
      ******************************************************************
       2000-REPORT-ONE-STATE.
           MOVE 0 TO WS-STATE-EMPLOYEES
           MOVE 0 TO WS-ST-GROSS WS-ST-EXCESS
           MOVE 0 TO WS-ST-TAXABLE WS-ST-SUTA
           PERFORM 1000-GET-SUTA-WAGE-BASE

           DISPLAY "==================================="
           DISPLAY "REPORTE ESTATAL DE SALARIOS (SUTA) - "
               "TRIMESTRE " WS-QUARTER-WANTED " DE "
               WS-YEAR-WANTED
           IF WS-STATE-WANTED = SPACES
               DISPLAY "Estado: (estado principal)"
           ELSE
               DISPLAY "Estado: " WS-STATE-WANTED
           END-IF
           DISPLAY "Base salarial anual SUTA: "
               WS-SUTA-WAGE-BASE

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT QUARTERLY-WAGE-FILE
           IF WS-QTRWAGE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ QUARTERLY-WAGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF QW-YEAR = WS-YEAR-WANTED
                               AND QW-STATE-CODE = WS-STATE-WANTED
                               PERFORM 2100-REPORT-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARTERLY-WAGE-FILE
           END-IF

           DISPLAY "-----------------------------------"
           DISPLAY "TOTALES DEL ESTADO " WS-STATE-WANTED
               " - TRIMESTRE " WS-QUARTER-WANTED " DE "
               WS-YEAR-WANTED
           DISPLAY "Empleados con salario:   " WS-STATE-EMPLOYEES
           DISPLAY "Salarios del trimestre:  " WS-ST-GROSS
           DISPLAY "Excedente de base:       " WS-ST-EXCESS
           DISPLAY "Salarios gravables:      " WS-ST-TAXABLE
           DISPLAY "SUTA acumulado:          " WS-ST-SUTA
           ADD WS-STATE-EMPLOYEES TO WS-EMPLOYEE-COUNT
           ADD WS-ST-GROSS TO WS-TOT-GROSS
           ADD WS-ST-EXCESS TO WS-TOT-EXCESS
           ADD WS-ST-TAXABLE TO WS-TOT-TAXABLE
           ADD WS-ST-SUTA TO WS-TOT-SUTA.

      ******************************************************************
      * 2100-REPORT-ONE-EMPLOYEE - taxable is whatever part of the
      * quarter's FICA wages (the base the run accrued SUTA on)
      * still fits under the annual base after the EARLIER quarters
      * of the same year used it up; the rest is excess.  Employees
      * with no wages in the quarter are skipped.
      * The earlier quarters are this state's record only, so wages
      * paid in another state never use up this state's base.
      ******************************************************************
       2100-REPORT-ONE-EMPLOYEE.
           MOVE QW-QTR-FICA-WAGES (WS-QUARTER-WANTED) TO WS-QTR-GROSS
           IF WS-QTR-GROSS = 0
               CONTINUE
           ELSE
               ADD 1 TO WS-STATE-EMPLOYEES
               MOVE 0 TO WS-PRIOR-GROSS
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB >= WS-QUARTER-WANTED
                   ADD QW-QTR-FICA-WAGES (WS-QTR-SUB) TO WS-PRIOR-GROSS
               END-PERFORM
               COMPUTE WS-BASE-ROOM =
                   WS-SUTA-WAGE-BASE - WS-PRIOR-GROSS
               DISPLAY "-----------------------------------"
               DISPLAY "ID Empleado:        " QW-EMPLOYEE-ID
               DISPLAY "Nombre:             " QW-EMPLOYEE-NAME
               DISPLAY "Salario del trim.:  " WS-QTR-GROSS
               DISPLAY "Excedente de base:  " WS-EXCESS-WAGES
               DISPLAY "Salario gravable:   " WS-TAXABLE-WAGES
               DISPLAY "SUTA acumulado:     "
                   QW-QTR-SUTA (WS-QUARTER-WANTED)
               ADD WS-QTR-GROSS TO WS-ST-GROSS
               ADD WS-EXCESS-WAGES TO WS-ST-EXCESS
               ADD WS-TAXABLE-WAGES TO WS-ST-TAXABLE
               ADD QW-QTR-SUTA (WS-QUARTER-WANTED) TO WS-ST-SUTA
           END-IF.

      ******************************************************************
      * 3000-REPORT-COMPANY-TOTALS - all states together; an employee
      * who worked in two states this quarter is a line in each.
      ******************************************************************
       3000-REPORT-COMPANY-TOTALS.
           DISPLAY "==================================="
           DISPLAY "TOTALES DE LA COMPANIA - TRIMESTRE "
               WS-QUARTER-WANTED " DE " WS-YEAR-WANTED
           DISPLAY "Estados reportados:      " ST-STATE-COUNT
           DISPLAY "Lineas de empleado:      " WS-EMPLOYEE-COUNT
           DISPLAY "Salarios del trimestre:  " WS-TOT-GROSS
           DISPLAY "Excedente de base:       " WS-TOT-EXCESS
           DISPLAY "Salarios gravables:      " WS-TOT-TAXABLE
