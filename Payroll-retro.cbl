      *          run before anything moves - the same trail every
      *          other payment follows.  This replaces hand-computed
      *          retro keyed as bonus lines after a settlement.
      *          Called from the menu it prompts for the range and
      *          date; RATE-MASS-CHANGE calls it with them filled in
      *          (RETROREQ.cpy) for each employee it changed with a
      *          past effective date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-RUN-DATE-NUMERIC         PIC 9(8)   VALUE 0.
       01  WS-PROMPTED                 PIC X(1)   VALUE "N".

       LINKAGE SECTION.
       COPY RETROREQ.

       PROCEDURE DIVISION USING RETRO-REQUEST.
      ******************************************************************
      * 0000-MAIN-PROCEDURE resets its counters on every entry for
      * the same reason QUARTERLY-TAX-RPT does: this is a CALLed
      * subprogram and WORKING-STORAGE persists across repeat CALLs
      * in the same run unit.  A request that comes in with the range
      * already filled in (RATE-MASS-CHANGE) is not prompted and
      * leaves the closing summary to its caller; the counts go back
      * in the request either way.
      ******************************************************************
       0000-MAIN-PROCEDURE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-CHECKS-EXAMINED WS-ADJUSTMENTS-WRITTEN
           MOVE 0 TO WS-RETRO-TOTAL
           MOVE 0 TO RQ-ADJUSTMENTS-WRITTEN RQ-RETRO-TOTAL

           IF RQ-FROM-EMPLOYEE = SPACES
               MOVE "Y" TO WS-PROMPTED
               DISPLAY "Empleado desde (6 caracteres): "
               ACCEPT WS-FROM-EMPLOYEE
               DISPLAY "Empleado hasta (6 caracteres): "
               ACCEPT WS-TO-EMPLOYEE
               DISPLAY "Fecha efectiva del cambio (AAAAMMDD): "
               ACCEPT WS-EFFECTIVE-DATE
           ELSE
               MOVE "N" TO WS-PROMPTED
               MOVE RQ-FROM-EMPLOYEE TO WS-FROM-EMPLOYEE
               MOVE RQ-TO-EMPLOYEE TO WS-TO-EMPLOYEE
               MOVE RQ-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF WS-TO-EMPLOYEE = SPACES
               MOVE WS-FROM-EMPLOYEE TO WS-TO-EMPLOYEE
           END-IF
           IF WS-EFFECTIVE-DATE = 0
               DISPLAY "Fecha efectiva invalida."
               GOBACK
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE EMPLOYEE-HOURS-FILE

           MOVE WS-ADJUSTMENTS-WRITTEN TO RQ-ADJUSTMENTS-WRITTEN
           MOVE WS-RETRO-TOTAL TO RQ-RETRO-TOTAL
           IF WS-PROMPTED = "Y"
               DISPLAY "-----------------------------------"
               DISPLAY "GENERACION DE PAGO RETROACTIVO"
               DISPLAY "Pagos examinados:      " WS-CHECKS-EXAMINED
               DISPLAY "Ajustes generados:     " WS-ADJUSTMENTS-WRITTEN
               DISPLAY "Retro bruto total:     " WS-RETRO-TOTAL
               DISPLAY "Los ajustes quedaron en el lote de horas - "
                   "corra la prueba (opcion 6) antes de la nomina."
               DISPLAY "-----------------------------------"
           END-IF
           GOBACK.

      ******************************************************************
