      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mass pay-rate change for across-the-board raises and
      *          union settlements.  Selects employees by department,
      *          pay group, salaried/hourly flag and/or a keyed list
      *          of IDs, applies a percentage or a flat amount to
      *          EM-HOURLY-RATE / EM-PERIOD-SALARY under a chosen
      *          rounding rule, and lists every old and new rate
      *          before anything is touched.  Only on the operator's
      *          confirmation is each change made the way master
      *          maintenance makes one: a rate-history row dated the
      *          effective date (RATEHIST.cpy), the master rewritten,
      *          and an "U" audit record with the before and after
      *          images under the signed-on operator.  A past
      *          effective date then runs RETRO-PAY-GEN for every
      *          employee changed, so the settlement's back pay is on
      *          the hours batch without keying it again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MASS-CHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT RATE-HISTORY-FILE ASSIGN TO "data/RATEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RATE-KEY
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  RATE-HISTORY-FILE.
           COPY RATEHIST.

       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-RATEHIST-STATUS          PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-EOF-FLAG                 PIC X(1)   VALUE "N".
       01  WS-AUDIT-AVAILABLE          PIC X(1)   VALUE "N".
       01  WS-RATEHIST-AVAILABLE       PIC X(1)   VALUE "N".
       01  WS-ANSWER                   PIC X(1)   VALUE SPACE.
       01  WS-SELECTED                 PIC X(1)   VALUE "N".
       01  WS-BEFORE-IMAGE             PIC X(120) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(120) VALUE SPACES.
       01  WS-TIME-RAW                 PIC X(8)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-RUN-DATE-NUMERIC         PIC 9(8)   VALUE 0.

      ******************************************************************
      * Selection: each criterion left blank selects everyone, the
      * ones keyed must all match, and an ID list (when one is keyed)
      * limits the change to those employees.  Terminated employees
      * are never selected.
      ******************************************************************
       01  WS-SEL-DEPARTMENT           PIC X(10)  VALUE SPACES.
       01  WS-SEL-PAY-GROUP            PIC X(1)   VALUE SPACE.
       01  WS-SEL-TYPE                 PIC X(1)   VALUE SPACE.
           88  WS-SEL-SALARIED         VALUE "S".
           88  WS-SEL-HOURLY           VALUE "H".
       01  WS-EMP-PAY-GROUP            PIC X(1)   VALUE SPACE.
       01  WS-USE-ID-LIST              PIC X(1)   VALUE "N".
       01  WS-LIST-ID                  PIC X(6)   VALUE SPACES.
       01  ID-LIST-TABLE.
           05  IL-COUNT                PIC 9(3)   VALUE 0.
           05  IL-EMPLOYEE-ID OCCURS 300 TIMES
                                       PIC X(6).
       01  IL-MAX                      PIC 9(3)   VALUE 300.
       01  WS-IL-SUB                   PIC 9(3)   VALUE 0.

      ******************************************************************
      * The change.  A percentage moves both the hourly rate and the
      * period salary, whichever are on file, so a salaried
      * employee's bonus rate keeps its proportion; a flat amount is
      * per hour for an hourly employee and per period for a
      * salaried one.  The rounding rule is applied to each new
      * figure: C nearest cent, N nearest nickel, D nearest whole
      * dollar, A up to the next cent, T truncated to the cent.
      ******************************************************************
       01  WS-CHANGE-METHOD            PIC X(1)   VALUE SPACE.
           88  WS-CHANGE-PERCENT       VALUE "P".
           88  WS-CHANGE-FLAT          VALUE "F".
       01  WS-CHANGE-PCT               PIC S9(3)V99 VALUE 0.
       01  WS-CHANGE-AMOUNT            PIC S9(5)V99 VALUE 0.
       01  WS-EFFECTIVE-DATE           PIC 9(8)   VALUE 0.
       01  WS-ROUNDING-RULE            PIC X(1)   VALUE SPACE.
           88  WS-ROUND-CENT           VALUE "C".
           88  WS-ROUND-NICKEL         VALUE "N".
           88  WS-ROUND-DOLLAR         VALUE "D".
           88  WS-ROUND-UP             VALUE "A".
           88  WS-ROUND-TRUNCATE       VALUE "T".
           88  WS-VALID-ROUNDING       VALUE "C" "N" "D" "A" "T".
       01  WS-RAW-AMOUNT               PIC S9(7)V9999 VALUE 0.
       01  WS-ROUNDED-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-ROUND-UNITS              PIC S9(9)  VALUE 0.

      * Same ceiling the payroll run's EDIT-HOURLY-RATE enforces: a
      * rate above it could overflow the gross on a long week and
      * would reject every check, so the mass change won't set one.
       01  WS-MAX-HOURLY-RATE          PIC 9(3)V99 VALUE 769.23.
       01  WS-MAX-PERIOD-SALARY        PIC 9(5)V99 VALUE 99999.99.

      ******************************************************************
      * One row per employee selected, with the old and new figures
      * the preview lists and the apply step writes.  MC-STATUS "R"
      * is a change that can't be made (the reason goes with it).
      ******************************************************************
       01  MASS-CHANGE-TABLE.
           05  MC-COUNT                PIC 9(3)   VALUE 0.
           05  MC-ENTRY OCCURS 500 TIMES.
               10  MC-EMPLOYEE-ID      PIC X(6).
               10  MC-EMPLOYEE-NAME    PIC X(20).
               10  MC-SALARIED-FLAG    PIC X(1).
               10  MC-OLD-HOURLY-RATE  PIC 9(3)V99.
               10  MC-NEW-HOURLY-RATE  PIC 9(3)V99.
               10  MC-OLD-PERIOD-SALARY
                                       PIC 9(5)V99.
               10  MC-NEW-PERIOD-SALARY
                                       PIC 9(5)V99.
               10  MC-STATUS           PIC X(1).
                   88  MC-CHANGE-OK    VALUE "Y".
                   88  MC-REJECTED     VALUE "R".
                   88  MC-APPLIED      VALUE "A".
               10  MC-REASON           PIC X(24).
       01  MC-MAX                      PIC 9(3)   VALUE 500.
       01  WS-MC-SUB                   PIC 9(3)   VALUE 0.
       01  WS-NEW-HOURLY-RATE          PIC S9(7)V99 VALUE 0.
       01  WS-NEW-PERIOD-SALARY        PIC S9(7)V99 VALUE 0.
       01  WS-REJECT-REASON            PIC X(24)  VALUE SPACES.

       01  WS-PREVIEW-LINE.
           05  WS-PV-EMPLOYEE-ID       PIC X(6).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-PV-EMPLOYEE-NAME     PIC X(20).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-PV-OLD-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-PV-NEW-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-PV-OLD-SALARY        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-PV-NEW-SALARY        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-PV-REASON            PIC X(24).

       01  WS-SELECTED-COUNT           PIC 9(4)   VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(4)   VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(4)   VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(4)   VALUE 0.
       01  WS-RETRO-EMPLOYEES          PIC 9(4)   VALUE 0.
       01  WS-RETRO-ADJUSTMENTS        PIC 9(6)   VALUE 0.
       01  WS-RETRO-TOTAL              PIC 9(9)V99 VALUE 0.

       COPY RETROREQ.

       LINKAGE SECTION.
       01  LNK-OPERATOR-ID             PIC X(8).

       PROCEDURE DIVISION USING LNK-OPERATOR-ID.
      ******************************************************************
      * 0000-MAIN-PROCEDURE resets its counters on every entry for
      * the same reason QUARTERLY-TAX-RPT does: this is a CALLed
      * subprogram and WORKING-STORAGE persists across repeat CALLs
      * in the same run unit.  The caller passes the operator signed
      * on to the session, who is the operator on every rate-history
      * row and audit record written; a blank is prompted for, as
      * ACH-RETURN-PROC does.
      ******************************************************************
       0000-MAIN-PROCEDURE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO IL-COUNT MC-COUNT
           MOVE 0 TO WS-SELECTED-COUNT WS-REJECTED-COUNT
           MOVE 0 TO WS-APPLIED-COUNT WS-SKIPPED-COUNT
           MOVE 0 TO WS-RETRO-EMPLOYEES WS-RETRO-ADJUSTMENTS
           MOVE 0 TO WS-RETRO-TOTAL

           IF LNK-OPERATOR-ID = SPACES
               DISPLAY "ID de operador (8 caracteres): "
               ACCEPT LNK-OPERATOR-ID
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-NUMERIC =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY

           PERFORM 1000-ACCEPT-SELECTION
           PERFORM 1100-ACCEPT-CHANGE
           IF NOT WS-CHANGE-PERCENT AND NOT WS-CHANGE-FLAT
               DISPLAY "Tipo de cambio invalido - nada se modifico."
               GOBACK
           END-IF

           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "No hay empleados registrados todavia."
               GOBACK
           END-IF

           PERFORM 2000-SELECT-EMPLOYEES
           IF MC-COUNT = 0
               DISPLAY "Ningun empleado cumple la seleccion - nada "
                   "se modifico."
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF

           PERFORM 3000-PRINT-PREVIEW
           IF WS-SELECTED-COUNT = WS-REJECTED-COUNT
               DISPLAY "Ningun cambio aplicable - nada se modifico."
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF

           DISPLAY "¿Aplicar los cambios listados? (Y/N): "
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "Cambio masivo cancelado - nada se modifico."
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF

           PERFORM 4000-APPLY-CHANGES
           CLOSE EMPLOYEE-MASTER-FILE

           IF WS-EFFECTIVE-DATE < WS-RUN-DATE-NUMERIC
               AND WS-APPLIED-COUNT > 0
               PERFORM 5000-GENERATE-RETRO
           END-IF

           DISPLAY "-----------------------------------"
           DISPLAY "CAMBIO MASIVO DE TARIFAS APLICADO"
           DISPLAY "Empleados actualizados:  " WS-APPLIED-COUNT
           DISPLAY "Rechazados en la vista:  " WS-REJECTED-COUNT
           DISPLAY "Omitidos al aplicar:     " WS-SKIPPED-COUNT
           IF WS-RETRO-EMPLOYEES > 0
               DISPLAY "Retro generado para:     " WS-RETRO-EMPLOYEES
                   " empleados"
               DISPLAY "Ajustes retro generados: " WS-RETRO-ADJUSTMENTS
               DISPLAY "Retro bruto total:       " WS-RETRO-TOTAL
               DISPLAY "Los ajustes quedaron en el lote de horas - "
                   "corra la prueba (opcion 6) antes de la nomina."
           END-IF
           DISPLAY "-----------------------------------"
           GOBACK.

      ******************************************************************
      * 1000-ACCEPT-SELECTION - which employees.  The ID list is
      * keyed one ID per line and ends on a blank line.
      ******************************************************************
       1000-ACCEPT-SELECTION.
           DISPLAY "Departamento (blanco = todos): "
           MOVE SPACES TO WS-SEL-DEPARTMENT
           ACCEPT WS-SEL-DEPARTMENT
           DISPLAY "Grupo de pago (W=semanal B=quincenal M=mensual, "
               "blanco = todos): "
           MOVE SPACE TO WS-SEL-PAY-GROUP
           ACCEPT WS-SEL-PAY-GROUP
           DISPLAY "Tipo (S=asalariados H=por hora, blanco = "
               "todos): "
           MOVE SPACE TO WS-SEL-TYPE
           ACCEPT WS-SEL-TYPE
           DISPLAY "¿Limitar a una lista de IDs? (Y/N): "
           MOVE "N" TO WS-USE-ID-LIST
           ACCEPT WS-USE-ID-LIST
           IF WS-USE-ID-LIST = "y"
               MOVE "Y" TO WS-USE-ID-LIST
           END-IF
           IF WS-USE-ID-LIST = "Y"
               DISPLAY "IDs de empleado, uno por linea (blanco = "
                   "fin de la lista):"
               MOVE "X" TO WS-LIST-ID
               PERFORM UNTIL WS-LIST-ID = SPACES
                   MOVE SPACES TO WS-LIST-ID
                   ACCEPT WS-LIST-ID
                   IF WS-LIST-ID NOT = SPACES
                       IF IL-COUNT < IL-MAX
                           ADD 1 TO IL-COUNT
                           MOVE WS-LIST-ID
                               TO IL-EMPLOYEE-ID (IL-COUNT)
                       ELSE
                           DISPLAY "Lista llena - ID ignorado: "
                               WS-LIST-ID
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * 1100-ACCEPT-CHANGE - what to apply, from when, rounded how.
      * A zero effective date means today, as in master maintenance;
      * an unrecognized rounding letter falls back to the cent.
      ******************************************************************
       1100-ACCEPT-CHANGE.
           DISPLAY "Tipo de cambio (P=porcentaje F=monto fijo): "
           MOVE SPACE TO WS-CHANGE-METHOD
           ACCEPT WS-CHANGE-METHOD
           MOVE 0 TO WS-CHANGE-PCT WS-CHANGE-AMOUNT
           EVALUATE TRUE
               WHEN WS-CHANGE-PERCENT
                   DISPLAY "Porcentaje (ej. 3.50 = 3.5%, negativo "
                       "para rebaja): "
                   ACCEPT WS-CHANGE-PCT
               WHEN WS-CHANGE-FLAT
                   DISPLAY "Monto fijo (por hora a los de hora, por "
                       "periodo a los asalariados): "
                   ACCEPT WS-CHANGE-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Fecha efectiva del cambio (AAAAMMDD, 0 = hoy): "
           MOVE 0 TO WS-EFFECTIVE-DATE
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = 0
               MOVE WS-RUN-DATE-NUMERIC TO WS-EFFECTIVE-DATE
           END-IF
           DISPLAY "Redondeo (C=centavo N=5 centavos D=peso "
               "A=hacia arriba T=truncar): "
           MOVE SPACE TO WS-ROUNDING-RULE
           ACCEPT WS-ROUNDING-RULE
           IF NOT WS-VALID-ROUNDING
               DISPLAY "Redondeo no reconocido - se usara C "
                   "(centavo)."
               MOVE "C" TO WS-ROUNDING-RULE
           END-IF.

      ******************************************************************
      * 2000-SELECT-EMPLOYEES - one pass of the master in key order,
      * pricing the new figures for everyone selected.  Nothing is
      * written here.
      ******************************************************************
       2000-SELECT-EMPLOYEES.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY NOT < EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-TEST-SELECTION
                       IF WS-SELECTED = "Y"
                           PERFORM 2200-PRICE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-FLAG.

       2100-TEST-SELECTION.
           MOVE "Y" TO WS-SELECTED
           MOVE EM-PAY-GROUP TO WS-EMP-PAY-GROUP
           IF WS-EMP-PAY-GROUP = SPACE
               MOVE "B" TO WS-EMP-PAY-GROUP
           END-IF
           IF EM-TERMINATED
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-SEL-DEPARTMENT NOT = SPACES
               AND EM-DEPARTMENT NOT = WS-SEL-DEPARTMENT
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-SEL-PAY-GROUP NOT = SPACE
               AND WS-EMP-PAY-GROUP NOT = WS-SEL-PAY-GROUP
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-SEL-SALARIED AND NOT EM-SALARIED
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-SEL-HOURLY AND EM-SALARIED
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-USE-ID-LIST = "Y" AND WS-SELECTED = "Y"
               MOVE "N" TO WS-SELECTED
               PERFORM VARYING WS-IL-SUB FROM 1 BY 1
                   UNTIL WS-IL-SUB > IL-COUNT
                   IF IL-EMPLOYEE-ID (WS-IL-SUB) = EM-EMPLOYEE-ID
                       MOVE "Y" TO WS-SELECTED
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * 2200-PRICE-ONE-EMPLOYEE - the new rate and salary, rounded,
      * and edited against what the payroll run will accept.
      ******************************************************************
       2200-PRICE-ONE-EMPLOYEE.
           IF MC-COUNT NOT < MC-MAX
               DISPLAY "Tabla del cambio masivo llena - empleado no "
                   "incluido: " EM-EMPLOYEE-ID
           ELSE
               MOVE EM-HOURLY-RATE TO WS-NEW-HOURLY-RATE
               MOVE EM-PERIOD-SALARY TO WS-NEW-PERIOD-SALARY
               IF WS-CHANGE-PERCENT
                   IF EM-HOURLY-RATE > 0
                       COMPUTE WS-RAW-AMOUNT = EM-HOURLY-RATE
                           * (100 + WS-CHANGE-PCT) / 100
                       PERFORM 2300-ROUND-AMOUNT
                       MOVE WS-ROUNDED-AMOUNT TO WS-NEW-HOURLY-RATE
                   END-IF
                   IF EM-PERIOD-SALARY > 0
                       COMPUTE WS-RAW-AMOUNT = EM-PERIOD-SALARY
                           * (100 + WS-CHANGE-PCT) / 100
                       PERFORM 2300-ROUND-AMOUNT
                       MOVE WS-ROUNDED-AMOUNT TO WS-NEW-PERIOD-SALARY
                   END-IF
               ELSE
                   IF EM-SALARIED
                       COMPUTE WS-RAW-AMOUNT =
                           EM-PERIOD-SALARY + WS-CHANGE-AMOUNT
                       PERFORM 2300-ROUND-AMOUNT
                       MOVE WS-ROUNDED-AMOUNT TO WS-NEW-PERIOD-SALARY
                   ELSE
                       COMPUTE WS-RAW-AMOUNT =
                           EM-HOURLY-RATE + WS-CHANGE-AMOUNT
                       PERFORM 2300-ROUND-AMOUNT
                       MOVE WS-ROUNDED-AMOUNT TO WS-NEW-HOURLY-RATE
                   END-IF
               END-IF

               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE TRUE
                   WHEN WS-NEW-HOURLY-RATE < 0
                       OR WS-NEW-PERIOD-SALARY < 0
                       MOVE "RESULTADO NEGATIVO" TO WS-REJECT-REASON
                   WHEN WS-NEW-HOURLY-RATE > WS-MAX-HOURLY-RATE
                       MOVE "TARIFA SOBRE EL LIMITE"
                           TO WS-REJECT-REASON
                   WHEN WS-NEW-PERIOD-SALARY > WS-MAX-PERIOD-SALARY
                       MOVE "SALARIO SOBRE EL LIMITE"
                           TO WS-REJECT-REASON
                   WHEN WS-NEW-HOURLY-RATE = EM-HOURLY-RATE
                       AND WS-NEW-PERIOD-SALARY = EM-PERIOD-SALARY
                       MOVE "SIN CAMBIO" TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               ADD 1 TO MC-COUNT
               ADD 1 TO WS-SELECTED-COUNT
               MOVE EM-EMPLOYEE-ID TO MC-EMPLOYEE-ID (MC-COUNT)
               MOVE EM-EMPLOYEE-NAME TO MC-EMPLOYEE-NAME (MC-COUNT)
               MOVE EM-SALARIED-FLAG TO MC-SALARIED-FLAG (MC-COUNT)
               MOVE EM-HOURLY-RATE TO MC-OLD-HOURLY-RATE (MC-COUNT)
               MOVE EM-PERIOD-SALARY
                   TO MC-OLD-PERIOD-SALARY (MC-COUNT)
               MOVE WS-REJECT-REASON TO MC-REASON (MC-COUNT)
               IF WS-REJECT-REASON = SPACES
                   MOVE "Y" TO MC-STATUS (MC-COUNT)
                   MOVE WS-NEW-HOURLY-RATE
                       TO MC-NEW-HOURLY-RATE (MC-COUNT)
                   MOVE WS-NEW-PERIOD-SALARY
                       TO MC-NEW-PERIOD-SALARY (MC-COUNT)
               ELSE
                   MOVE "R" TO MC-STATUS (MC-COUNT)
                   MOVE EM-HOURLY-RATE
                       TO MC-NEW-HOURLY-RATE (MC-COUNT)
                   MOVE EM-PERIOD-SALARY
                       TO MC-NEW-PERIOD-SALARY (MC-COUNT)
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * 2300-ROUND-AMOUNT - WS-RAW-AMOUNT (four decimals) to
      * WS-ROUNDED-AMOUNT under the rounding rule.
      ******************************************************************
       2300-ROUND-AMOUNT.
           EVALUATE TRUE
               WHEN WS-ROUND-NICKEL
                   COMPUTE WS-ROUND-UNITS ROUNDED =
                       WS-RAW-AMOUNT / .05
                   COMPUTE WS-ROUNDED-AMOUNT = WS-ROUND-UNITS * .05
               WHEN WS-ROUND-DOLLAR
                   COMPUTE WS-ROUND-UNITS ROUNDED = WS-RAW-AMOUNT
                   MOVE WS-ROUND-UNITS TO WS-ROUNDED-AMOUNT
               WHEN WS-ROUND-UP
                   MOVE WS-RAW-AMOUNT TO WS-ROUNDED-AMOUNT
                   IF WS-ROUNDED-AMOUNT < WS-RAW-AMOUNT
                       ADD .01 TO WS-ROUNDED-AMOUNT
                   END-IF
               WHEN WS-ROUND-TRUNCATE
                   MOVE WS-RAW-AMOUNT TO WS-ROUNDED-AMOUNT
               WHEN OTHER
                   COMPUTE WS-ROUNDED-AMOUNT ROUNDED = WS-RAW-AMOUNT
           END-EVALUATE.

      ******************************************************************
      * 3000-PRINT-PREVIEW - every employee selected with the old and
      * new rate and salary; a row that won't be changed shows why.
      ******************************************************************
       3000-PRINT-PREVIEW.
           DISPLAY "==================================="
           DISPLAY "CAMBIO MASIVO DE TARIFAS - VISTA PREVIA - "
               WS-RUN-DATE-NUMERIC
           DISPLAY "Vigencia: " WS-EFFECTIVE-DATE
               "  Tipo: " WS-CHANGE-METHOD
               "  Porcentaje: " WS-CHANGE-PCT
               "  Monto: " WS-CHANGE-AMOUNT
               "  Redondeo: " WS-ROUNDING-RULE
           DISPLAY "==================================="
           DISPLAY "ID     NOMBRE               TAR.ANT TAR.NVA "
               " SAL.ANT   SAL.NVO   OBSERVACION"
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > MC-COUNT
               MOVE MC-EMPLOYEE-ID (WS-MC-SUB) TO WS-PV-EMPLOYEE-ID
               MOVE MC-EMPLOYEE-NAME (WS-MC-SUB)
                   TO WS-PV-EMPLOYEE-NAME
               MOVE MC-OLD-HOURLY-RATE (WS-MC-SUB) TO WS-PV-OLD-RATE
               MOVE MC-NEW-HOURLY-RATE (WS-MC-SUB) TO WS-PV-NEW-RATE
               MOVE MC-OLD-PERIOD-SALARY (WS-MC-SUB)
                   TO WS-PV-OLD-SALARY
               MOVE MC-NEW-PERIOD-SALARY (WS-MC-SUB)
                   TO WS-PV-NEW-SALARY
               MOVE MC-REASON (WS-MC-SUB) TO WS-PV-REASON
               DISPLAY WS-PREVIEW-LINE
           END-PERFORM
           DISPLAY "==================================="
           DISPLAY "Empleados seleccionados: " WS-SELECTED-COUNT
           DISPLAY "Sin cambio / rechazados: " WS-REJECTED-COUNT
           IF WS-EFFECTIVE-DATE < WS-RUN-DATE-NUMERIC
               DISPLAY "Vigencia pasada - al aplicar se generara el "
                   "pago retroactivo desde " WS-EFFECTIVE-DATE "."
           END-IF
           DISPLAY "===================================".

      ******************************************************************
      * 4000-APPLY-CHANGES - the confirmed rows, each re-read from
      * the master.  A row whose rate or salary was changed by
      * someone else since the preview is skipped rather than
      * overwritten.
      ******************************************************************
       4000-APPLY-CHANGES.
           MOVE "N" TO WS-RATEHIST-AVAILABLE
           OPEN I-O RATE-HISTORY-FILE
           IF WS-RATEHIST-STATUS = "35"
               CLOSE RATE-HISTORY-FILE
               OPEN OUTPUT RATE-HISTORY-FILE
               CLOSE RATE-HISTORY-FILE
               OPEN I-O RATE-HISTORY-FILE
           END-IF
           IF WS-RATEHIST-STATUS = "00"
               MOVE "Y" TO WS-RATEHIST-AVAILABLE
           ELSE
               DISPLAY "AVISO: no se pudo grabar el historial de "
                   "tarifas (status " WS-RATEHIST-STATUS ")."
           END-IF

           MOVE "N" TO WS-AUDIT-AVAILABLE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               CLOSE AUDIT-LOG-FILE
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-AVAILABLE
           ELSE
               DISPLAY "AVISO: no se pudo abrir el archivo de "
                   "auditoria (status " WS-AUDIT-STATUS ") - los "
                   "cambios no quedaran registrados."
           END-IF

           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > MC-COUNT
               IF MC-CHANGE-OK (WS-MC-SUB)
                   PERFORM 4100-APPLY-ONE-CHANGE
               END-IF
           END-PERFORM

           IF WS-RATEHIST-AVAILABLE = "Y"
               CLOSE RATE-HISTORY-FILE
           END-IF
           IF WS-AUDIT-AVAILABLE = "Y"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       4100-APPLY-ONE-CHANGE.
           MOVE MC-EMPLOYEE-ID (WS-MC-SUB) TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Empleado ya no existe - omitido: "
                       MC-EMPLOYEE-ID (WS-MC-SUB)
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   IF EM-HOURLY-RATE NOT =
                       MC-OLD-HOURLY-RATE (WS-MC-SUB)
                       OR EM-PERIOD-SALARY NOT =
                           MC-OLD-PERIOD-SALARY (WS-MC-SUB)
                       DISPLAY "Tarifa modificada desde la vista "
                           "previa - omitido: " EM-EMPLOYEE-ID
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE MC-NEW-HOURLY-RATE (WS-MC-SUB)
                           TO EM-HOURLY-RATE
                       MOVE MC-NEW-PERIOD-SALARY (WS-MC-SUB)
                           TO EM-PERIOD-SALARY
                       PERFORM 4200-WRITE-RATE-HISTORY
                       MOVE EMPLOYEE-MASTER-RECORD TO WS-AFTER-IMAGE
                       REWRITE EMPLOYEE-MASTER-RECORD
                       PERFORM 4300-WRITE-MASTER-AUDIT
                       MOVE "A" TO MC-STATUS (WS-MC-SUB)
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 4200-WRITE-RATE-HISTORY - the same dated row master
      * maintenance writes (or corrects, on a rekey of the same
      * effective date).
      ******************************************************************
       4200-WRITE-RATE-HISTORY.
           IF WS-RATEHIST-AVAILABLE = "Y"
               MOVE EM-EMPLOYEE-ID TO RH-EMPLOYEE-ID
               MOVE WS-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
               MOVE EM-HOURLY-RATE TO RH-HOURLY-RATE
               MOVE EM-PERIOD-SALARY TO RH-PERIOD-SALARY
               MOVE WS-RUN-DATE-NUMERIC TO RH-ENTERED-DATE
               MOVE LNK-OPERATOR-ID TO RH-OPERATOR-ID
               WRITE RATE-HISTORY-RECORD
                   INVALID KEY
                       REWRITE RATE-HISTORY-RECORD
               END-WRITE
           END-IF.

      ******************************************************************
      * 4300-WRITE-MASTER-AUDIT - same record master maintenance
      * writes, so a mass change reads on the audit report exactly
      * like the same changes keyed one at a time.
      ******************************************************************
       4300-WRITE-MASTER-AUDIT.
           IF WS-AUDIT-AVAILABLE = "Y"
               MOVE WS-RUN-DATE-NUMERIC TO AL-CHANGE-DATE
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-RAW (1:6) TO AL-CHANGE-TIME
               MOVE LNK-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE EM-EMPLOYEE-ID TO AL-EMPLOYEE-ID
               MOVE "U" TO AL-ACTION-CODE
               MOVE WS-BEFORE-IMAGE TO AL-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO AL-AFTER-IMAGE
               WRITE AUDIT-LOG-RECORD
           END-IF.

      ******************************************************************
      * 5000-GENERATE-RETRO - a past effective date: RETRO-PAY-GEN
      * reprices each changed employee's checks from that date at
      * the rows just written and appends the differences to the
      * hours batch.  Run after every file here is closed, since
      * the generator opens the master and rate history itself.
      ******************************************************************
       5000-GENERATE-RETRO.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > MC-COUNT
               IF MC-APPLIED (WS-MC-SUB)
                   MOVE MC-EMPLOYEE-ID (WS-MC-SUB) TO RQ-FROM-EMPLOYEE
                   MOVE MC-EMPLOYEE-ID (WS-MC-SUB) TO RQ-TO-EMPLOYEE
                   MOVE WS-EFFECTIVE-DATE TO RQ-EFFECTIVE-DATE
                   CALL "RETRO-PAY-GEN" USING RETRO-REQUEST
                   END-CALL
                   ADD 1 TO WS-RETRO-EMPLOYEES
                   ADD RQ-ADJUSTMENTS-WRITTEN TO WS-RETRO-ADJUSTMENTS
                   ADD RQ-RETRO-TOTAL TO WS-RETRO-TOTAL
               END-IF
           END-PERFORM.

       END PROGRAM RATE-MASS-CHANGE.
