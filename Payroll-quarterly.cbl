      *          be filed on January 31.  Includes the employer-side
      *          FICA and Medicare match, which equals the employee
      *          share withheld (the match follows the same wage-base
      *          cap).  Wages are shown three ways: gross, the
      *          income-tax wages after the pre-tax health and
      *          retirement amounts (line 2) and the Medicare wages
      *          after the health premium (line 5c).  The social
      *          security wages (line 5a) are the same wages capped
      *          at the TAX-RATE file's "FIC" wage base, shown once
      *          per employee and in the totals - the figure the W-2
      *          file (Payroll-efw2.cbl) reconciles its box 3 to.
      *          An employee who worked in more than one state has a
      *          section per work state; each is counted once.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS QW-WAGE-KEY
               FILE STATUS IS WS-QTRWAGE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "data/TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-RATE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTERLY-WAGE-FILE.
           COPY QTRWAGE.

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       WORKING-STORAGE SECTION.
       01  WS-QTRWAGE-STATUS           PIC X(2).
       01  WS-TAXRATE-STATUS           PIC X(2).
       01  WS-EOF-FLAG                 PIC X(1)   VALUE "N".
       01  WS-EMPLOYEE-COUNT           PIC 9(4)   VALUE 0.
       01  WS-LAST-EMPLOYEE-ID         PIC X(6)   VALUE SPACES.
       01  WS-YEAR-WANTED              PIC 9(4)   VALUE 0.
       01  WS-QUARTER-WANTED           PIC 9(1)   VALUE 0.
       01  WS-ER-FICA                  PIC 9(7)V99 VALUE 0.
       01  WS-ER-MEDICARE              PIC 9(7)V99 VALUE 0.
       01  WS-TOT-GROSS                PIC 9(9)V99 VALUE 0.
       01  WS-TOT-TAXABLE-WAGES        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-FICA-WAGES           PIC 9(9)V99 VALUE 0.
       01  WS-TOT-FEDERAL              PIC 9(9)V99 VALUE 0.
       01  WS-TOT-FICA                 PIC 9(9)V99 VALUE 0.
       01  WS-TOT-MEDICARE             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ER-FICA              PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ER-MEDICARE          PIC 9(9)V99 VALUE 0.
       01  WS-TOT-LIABILITY            PIC 9(9)V99 VALUE 0.
       01  WS-TOT-SS-WAGES             PIC 9(9)V99 VALUE 0.

       COPY DEDTAB.

      ******************************************************************
      * Social security wages are capped per employee, not per work
      * state: the employee's FICA wages for every quarter of the
      * year are gathered across the state records (they follow one
      * another in the file) and the wanted quarter is capped at the
      * base left after the earlier ones.
      ******************************************************************
       01  WS-SS-WAGE-BASE             PIC 9(7)V99 VALUE 0.
       01  WS-SS-EMPLOYEE-ID           PIC X(6)   VALUE SPACES.
       01  WS-SS-EMPLOYEE-NAME         PIC A(20)  VALUE SPACES.
       01  WS-SS-REPORTED              PIC X(1)   VALUE "N".
       01  WS-SS-QUARTERS.
           05  WS-SS-FICA-WAGES        PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-QTR-SUB                  PIC 9(1)   VALUE 0.
       01  WS-BASE-USED                PIC 9(9)V99 VALUE 0.
       01  WS-BASE-ROOM                PIC S9(9)V99 VALUE 0.
       01  WS-QTR-SS-WAGES             PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCEDURE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-EMPLOYEE-COUNT
           MOVE SPACES TO WS-LAST-EMPLOYEE-ID
           MOVE 0 TO WS-TOT-GROSS WS-TOT-FEDERAL
           MOVE 0 TO WS-TOT-TAXABLE-WAGES WS-TOT-FICA-WAGES
           MOVE 0 TO WS-TOT-FICA WS-TOT-MEDICARE
           MOVE 0 TO WS-TOT-ER-FICA WS-TOT-ER-MEDICARE
           MOVE 0 TO WS-TOT-SS-WAGES
           MOVE SPACES TO WS-SS-EMPLOYEE-ID
           MOVE "N" TO WS-SS-REPORTED

           DISPLAY "Ano a reportar (AAAA): "
           ACCEPT WS-YEAR-WANTED
               DISPLAY "Trimestre invalido - debe ser 1 a 4."
               GOBACK
           END-IF
           PERFORM 1100-GET-SS-WAGE-BASE

           OPEN INPUT QUARTERLY-WAGE-FILE
           IF WS-QTRWAGE-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF QW-YEAR = WS-YEAR-WANTED
                               IF QW-EMPLOYEE-ID
                                   NOT = WS-SS-EMPLOYEE-ID
                                   PERFORM 1200-REPORT-SS-WAGES
                                   PERFORM 1300-START-SS-EMPLOYEE
                               END-IF
                               PERFORM 1000-REPORT-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARTERLY-WAGE-FILE
               PERFORM 1200-REPORT-SS-WAGES
               PERFORM 2000-REPORT-COMPANY-TOTALS
           END-IF
           GOBACK.
      ******************************************************************
      * 1000-REPORT-ONE-EMPLOYEE - employees with no wages and no
      * withholding in the quarter are skipped so the report only
      * carries the people the 941 figures are made of.  The file is
      * in employee order, so an employee's other work-state records
      * follow right behind and are not counted again.  Every
      * record's quarters go toward the employee's social security
      * wages, reported or not, since an earlier quarter uses up
      * base even when this quarter has no activity in that state.
      ******************************************************************
       1000-REPORT-ONE-EMPLOYEE.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               ADD QW-QTR-FICA-WAGES (WS-QTR-SUB)
                   TO WS-SS-FICA-WAGES (WS-QTR-SUB)
           END-PERFORM
           IF QW-QTR-GROSS (WS-QUARTER-WANTED) = 0
               AND QW-QTR-FEDERAL-TAX (WS-QUARTER-WANTED) = 0
               AND QW-QTR-FICA (WS-QUARTER-WANTED) = 0
               AND QW-QTR-MEDICARE (WS-QUARTER-WANTED) = 0
               CONTINUE
           ELSE
               IF QW-EMPLOYEE-ID NOT = WS-LAST-EMPLOYEE-ID
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   MOVE QW-EMPLOYEE-ID TO WS-LAST-EMPLOYEE-ID
               END-IF
               MOVE "Y" TO WS-SS-REPORTED
               MOVE QW-QTR-FICA (WS-QUARTER-WANTED) TO WS-ER-FICA
               MOVE QW-QTR-MEDICARE (WS-QUARTER-WANTED)
                   TO WS-ER-MEDICARE
                   QW-YEAR
               DISPLAY "ID Empleado:        " QW-EMPLOYEE-ID
               DISPLAY "Nombre:             " QW-EMPLOYEE-NAME
               DISPLAY "Estado de trabajo:  " QW-STATE-CODE
               DISPLAY "Bruto del trim.:    "
                   QW-QTR-GROSS (WS-QUARTER-WANTED)
               DISPLAY "Salario gravable:   "
                   QW-QTR-TAXABLE-WAGES (WS-QUARTER-WANTED)
               DISPLAY "Salario Medic (5c): "
                   QW-QTR-FICA-WAGES (WS-QUARTER-WANTED)
               DISPLAY "Imp. federal ret.:  "
                   QW-QTR-FEDERAL-TAX (WS-QUARTER-WANTED)
               DISPLAY "FICA retenido:      "
               DISPLAY "FICA patronal:      " WS-ER-FICA
               DISPLAY "Medicare patronal:  " WS-ER-MEDICARE
               ADD QW-QTR-GROSS (WS-QUARTER-WANTED) TO WS-TOT-GROSS
               ADD QW-QTR-TAXABLE-WAGES (WS-QUARTER-WANTED)
                   TO WS-TOT-TAXABLE-WAGES
               ADD QW-QTR-FICA-WAGES (WS-QUARTER-WANTED)
                   TO WS-TOT-FICA-WAGES
               ADD QW-QTR-FEDERAL-TAX (WS-QUARTER-WANTED)
                   TO WS-TOT-FEDERAL
               ADD QW-QTR-FICA (WS-QUARTER-WANTED) TO WS-TOT-FICA
               ADD WS-ER-MEDICARE TO WS-TOT-ER-MEDICARE
           END-IF.

      ******************************************************************
      * 1100-GET-SS-WAGE-BASE - the "FIC" entry on the TAX-RATE file
      * is the base the payroll run stopped FICA at, the same cap
      * W2-EFW2-GEN puts on box 3; the DEDTAB fallback covers an
      * installation that never keyed one.
      ******************************************************************
       1100-GET-SS-WAGE-BASE.
           MOVE DT-FICA-WAGE-BASE TO WS-SS-WAGE-BASE
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-STATUS = "00"
               MOVE "FIC" TO TR-TAX-TYPE
               MOVE SPACES TO TR-STATE-CODE
               MOVE 1 TO TR-BRACKET-NUMBER
               READ TAX-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TR-ANNUAL-WAGE-BASE > 0
                           MOVE TR-ANNUAL-WAGE-BASE
                               TO WS-SS-WAGE-BASE
                       END-IF
               END-READ
               CLOSE TAX-RATE-FILE
           END-IF.

      ******************************************************************
      * 1200-REPORT-SS-WAGES - once all of an employee's state
      * records for the year are in: the wanted quarter's social
      * security wages, capped at whatever base the earlier quarters
      * left (as W2-EFW2-GEN caps them), printed after the
      * employee's sections when the employee was reported.
      ******************************************************************
       1200-REPORT-SS-WAGES.
           IF WS-SS-EMPLOYEE-ID NOT = SPACES
               MOVE 0 TO WS-BASE-USED
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > WS-QUARTER-WANTED
                   COMPUTE WS-BASE-ROOM =
                       WS-SS-WAGE-BASE - WS-BASE-USED
                   IF WS-BASE-ROOM < 0
                       MOVE 0 TO WS-BASE-ROOM
                   END-IF
                   IF WS-SS-FICA-WAGES (WS-QTR-SUB) > WS-BASE-ROOM
                       MOVE WS-BASE-ROOM TO WS-QTR-SS-WAGES
                   ELSE
                       MOVE WS-SS-FICA-WAGES (WS-QTR-SUB)
                           TO WS-QTR-SS-WAGES
                   END-IF
                   ADD WS-QTR-SS-WAGES TO WS-BASE-USED
               END-PERFORM
               IF WS-SS-REPORTED = "Y"
                   DISPLAY "-----------------------------------"
                   DISPLAY "ID Empleado:        " WS-SS-EMPLOYEE-ID
                   DISPLAY "Nombre:             " WS-SS-EMPLOYEE-NAME
                   DISPLAY "Salario SS (5a):    " WS-QTR-SS-WAGES
                   ADD WS-QTR-SS-WAGES TO WS-TOT-SS-WAGES
               END-IF
           END-IF.

       1300-START-SS-EMPLOYEE.
           MOVE QW-EMPLOYEE-ID TO WS-SS-EMPLOYEE-ID
           MOVE QW-EMPLOYEE-NAME TO WS-SS-EMPLOYEE-NAME
           MOVE "N" TO WS-SS-REPORTED
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               MOVE 0 TO WS-SS-FICA-WAGES (WS-QTR-SUB)
           END-PERFORM.

      ******************************************************************
      * 2000-REPORT-COMPANY-TOTALS - the company figures the 941 is
      * filed from: total wages, income-tax wages (line 2), social
      * security wages capped per employee (line 5a), Medicare
      * wages (line 5c), withheld income tax, both halves of FICA
      * and Medicare, and the combined deposit liability.
      ******************************************************************
       2000-REPORT-COMPANY-TOTALS.
           COMPUTE WS-TOT-LIABILITY =
               WS-QUARTER-WANTED " DE " WS-YEAR-WANTED
           DISPLAY "Empleados con actividad: " WS-EMPLOYEE-COUNT
           DISPLAY "Salarios del trimestre:  " WS-TOT-GROSS
           DISPLAY "Salarios gravables (L2): " WS-TOT-TAXABLE-WAGES
           DISPLAY "Salarios SS (5a):        " WS-TOT-SS-WAGES
           DISPLAY "Salarios Medicare (5c):  " WS-TOT-FICA-WAGES
           DISPLAY "Imp. federal retenido:   " WS-TOT-FEDERAL
           DISPLAY "FICA retenido:           " WS-TOT-FICA
           DISPLAY "FICA patronal:           " WS-TOT-ER-FICA
