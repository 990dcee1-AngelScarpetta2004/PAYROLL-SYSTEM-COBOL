      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the TAX-RATE, QUARTERLY-WAGE
      *          and YTD-EARNINGS files to their current layouts.  The
      *          first two now carry the work state in their keys:
      *          TR-STATE-CODE now sits between the tax type and the
      *          bracket number, and QW-STATE-CODE after the year, so
      *          files written before the change cannot be read under
      *          the new layouts.  Before the first payroll run on the
      *          new programs, rename data/TAXRATE.DAT to
      *          data/TAXRATE.OLD and data/QTRWAGE.DAT to
      *          data/QTRWAGE.OLD and run this program once: each old
      *          record is written to a new data/TAXRATE.DAT or
      *          data/QTRWAGE.DAT with the state code blank - the home
      *          state, which is what every record was before there
      *          was a work state.  The QUARTERLY-WAGE record also
      *          gains the taxable-wage and FICA-wage buckets; the old
      *          layout predates the pre-tax deductions, so both are
      *          the quarter's gross.  The YTD-EARNINGS record keeps
      *          its key but gained the same two wage bases ahead of
      *          the quarter buckets and inside each of them, which
      *          moves every field after YE-PAY-PERIODS, plus the
      *          401(k) year-to-date figures at the end; rename
      *          data/YTDEARN.DAT to data/YTDEARN.OLD as well.  Its
      *          taxable and FICA wages, annual and quarterly, are
      *          seeded from the gross so the wage-base caps pick up
      *          where the year stands, and the 401(k) figures start
      *          at zero.  A new file already on disk is never
      *          overwritten, and the .OLD files are left for the
      *          operator to keep or delete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-KEY-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TAX-RATE-FILE ASSIGN TO "data/TAXRATE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-RATE-KEY
               FILE STATUS IS WS-OLDRATE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "data/TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-RATE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT OLD-QUARTERLY-WAGE-FILE ASSIGN TO "data/QTRWAGE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OQ-WAGE-KEY
               FILE STATUS IS WS-OLDQTR-STATUS.

           SELECT QUARTERLY-WAGE-FILE ASSIGN TO "data/QTRWAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QW-WAGE-KEY
               FILE STATUS IS WS-QTRWAGE-STATUS.

           SELECT OLD-YTD-EARNINGS-FILE ASSIGN TO "data/YTDEARN.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OY-EMPLOYEE-ID
               FILE STATUS IS WS-OLDYTD-STATUS.

           SELECT YTD-EARNINGS-FILE ASSIGN TO "data/YTDEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YE-EMPLOYEE-ID
               FILE STATUS IS WS-YTDEARN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The old layouts, as TAXRATE.cpy and QTRWAGE.cpy stood before
      * the state code went into their keys and YTDEARN.cpy before
      * the taxable-wage bases and 401(k) figures were added.
      ******************************************************************
       FD  OLD-TAX-RATE-FILE.
       01  OLD-TAX-RATE-RECORD.
           05  OR-RATE-KEY.
               10  OR-TAX-TYPE         PIC X(3).
               10  OR-BRACKET-NUMBER   PIC 9(2).
           05  OR-BRACKET-FLOOR        PIC 9(7)V99.
           05  OR-BRACKET-CEILING      PIC 9(7)V99.
           05  OR-RATE-PCT             PIC V9(4).
           05  OR-ANNUAL-WAGE-BASE     PIC 9(7)V99.

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  OLD-QUARTERLY-WAGE-FILE.
       01  OLD-QUARTERLY-WAGE-RECORD.
           05  OQ-WAGE-KEY.
               10  OQ-EMPLOYEE-ID      PIC X(6).
               10  OQ-YEAR             PIC 9(4).
           05  OQ-EMPLOYEE-NAME        PIC A(20).
           05  OQ-QUARTER-TOTALS OCCURS 4 TIMES.
               10  OQ-QTR-GROSS        PIC 9(7)V99.
               10  OQ-QTR-FEDERAL-TAX  PIC 9(7)V99.
               10  OQ-QTR-FICA         PIC 9(7)V99.
               10  OQ-QTR-MEDICARE     PIC 9(7)V99.
               10  OQ-QTR-FUTA         PIC 9(7)V99.
               10  OQ-QTR-SUTA         PIC 9(7)V99.

       FD  QUARTERLY-WAGE-FILE.
           COPY QTRWAGE.

       FD  OLD-YTD-EARNINGS-FILE.
       01  OLD-YTD-EARNINGS-RECORD.
           05  OY-EMPLOYEE-ID          PIC X(6).
           05  OY-YEAR                 PIC 9(4).
           05  OY-EMPLOYEE-NAME        PIC A(20).
           05  OY-YTD-GROSS            PIC 9(7)V99.
           05  OY-YTD-FEDERAL-TAX      PIC 9(7)V99.
           05  OY-YTD-STATE-TAX        PIC 9(7)V99.
           05  OY-YTD-FICA             PIC 9(7)V99.
           05  OY-YTD-MEDICARE         PIC 9(7)V99.
           05  OY-YTD-HEALTH           PIC 9(7)V99.
           05  OY-YTD-RETIREMENT       PIC 9(7)V99.
           05  OY-YTD-OTHER-DEDUCT     PIC 9(7)V99.
           05  OY-YTD-NET              PIC 9(7)V99.
           05  OY-PAY-PERIODS          PIC 9(3).
           05  OY-QUARTER-TOTALS OCCURS 4 TIMES.
               10  OY-QTR-GROSS        PIC 9(7)V99.
               10  OY-QTR-FEDERAL-TAX  PIC 9(7)V99.
               10  OY-QTR-FICA         PIC 9(7)V99.
               10  OY-QTR-MEDICARE     PIC 9(7)V99.

       FD  YTD-EARNINGS-FILE.
           COPY YTDEARN.

       WORKING-STORAGE SECTION.
       01  WS-OLDRATE-STATUS           PIC X(2).
       01  WS-TAXRATE-STATUS           PIC X(2).
       01  WS-OLDQTR-STATUS            PIC X(2).
       01  WS-QTRWAGE-STATUS           PIC X(2).
       01  WS-OLDYTD-STATUS            PIC X(2).
       01  WS-YTDEARN-STATUS           PIC X(2).
       01  WS-EOF-FLAG                 PIC X(1)   VALUE "N".
       01  WS-QTR-SUB                  PIC 9(1)   VALUE 0.
       01  WS-READ-COUNT               PIC 9(6)   VALUE 0.
       01  WS-WRITE-COUNT              PIC 9(6)   VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(6)   VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "==================================="
           DISPLAY "CONVERSION DE ARCHIVOS AL NUEVO FORMATO"
           DISPLAY "==================================="
           PERFORM 1000-CONVERT-TAX-RATES
           PERFORM 2000-CONVERT-QUARTERLY-WAGES
           PERFORM 3000-CONVERT-YTD-EARNINGS
           STOP RUN.

      ******************************************************************
      * 1000-CONVERT-TAX-RATES - every old TAX-RATE record under a
      * blank state code.  The old key order (type, bracket) is the
      * new order with the blank state between, so the records go
      * out in key sequence as they are read.
      ******************************************************************
       1000-CONVERT-TAX-RATES.
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT WS-REJECT-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-TAX-RATE-FILE
           IF WS-OLDRATE-STATUS NOT = "00"
               DISPLAY "No existe data/TAXRATE.OLD - tabla de "
                   "impuestos no convertida."
           ELSE
               OPEN INPUT TAX-RATE-FILE
               IF WS-TAXRATE-STATUS = "00"
                   CLOSE TAX-RATE-FILE
                   CLOSE OLD-TAX-RATE-FILE
                   DISPLAY "data/TAXRATE.DAT ya existe - no se "
                       "sobrescribe; tabla de impuestos no "
                       "convertida."
               ELSE
                   OPEN OUTPUT TAX-RATE-FILE
                   IF WS-TAXRATE-STATUS NOT = "00"
                       CLOSE OLD-TAX-RATE-FILE
                       DISPLAY "No se pudo crear data/TAXRATE.DAT - "
                           "estado " WS-TAXRATE-STATUS
                   ELSE
                       PERFORM UNTIL WS-EOF-FLAG = "Y"
                           READ OLD-TAX-RATE-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-EOF-FLAG
                               NOT AT END
                                   ADD 1 TO WS-READ-COUNT
                                   PERFORM 1100-CONVERT-ONE-RATE
                           END-READ
                       END-PERFORM
                       CLOSE OLD-TAX-RATE-FILE
                       CLOSE TAX-RATE-FILE
                       DISPLAY "Tabla de impuestos - leidos: "
                           WS-READ-COUNT
                           "  escritos: " WS-WRITE-COUNT
                           "  rechazados: " WS-REJECT-COUNT
                   END-IF
               END-IF
           END-IF.

       1100-CONVERT-ONE-RATE.
           MOVE OR-TAX-TYPE TO TR-TAX-TYPE
           MOVE SPACES TO TR-STATE-CODE
           MOVE OR-BRACKET-NUMBER TO TR-BRACKET-NUMBER
           MOVE OR-BRACKET-FLOOR TO TR-BRACKET-FLOOR
           MOVE OR-BRACKET-CEILING TO TR-BRACKET-CEILING
           MOVE OR-RATE-PCT TO TR-RATE-PCT
           MOVE OR-ANNUAL-WAGE-BASE TO TR-ANNUAL-WAGE-BASE
           WRITE TAX-RATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "Tasa rechazada: " OR-TAX-TYPE " "
                       OR-BRACKET-NUMBER " estado "
                       WS-TAXRATE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.

      ******************************************************************
      * 2000-CONVERT-QUARTERLY-WAGES - every old QUARTERLY-WAGE record
      * as the employee's home-state record for its year.  Like the
      * rates, the new key order is the old one with the blank state
      * appended, so the records go out in key sequence.
      ******************************************************************
       2000-CONVERT-QUARTERLY-WAGES.
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT WS-REJECT-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-QUARTERLY-WAGE-FILE
           IF WS-OLDQTR-STATUS NOT = "00"
               DISPLAY "No existe data/QTRWAGE.OLD - salarios "
                   "trimestrales no convertidos."
           ELSE
               OPEN INPUT QUARTERLY-WAGE-FILE
               IF WS-QTRWAGE-STATUS = "00"
                   CLOSE QUARTERLY-WAGE-FILE
                   CLOSE OLD-QUARTERLY-WAGE-FILE
                   DISPLAY "data/QTRWAGE.DAT ya existe - no se "
                       "sobrescribe; salarios trimestrales "
                       "no convertidos."
               ELSE
                   OPEN OUTPUT QUARTERLY-WAGE-FILE
                   IF WS-QTRWAGE-STATUS NOT = "00"
                       CLOSE OLD-QUARTERLY-WAGE-FILE
                       DISPLAY "No se pudo crear data/QTRWAGE.DAT - "
                           "estado " WS-QTRWAGE-STATUS
                   ELSE
                       PERFORM UNTIL WS-EOF-FLAG = "Y"
                           READ OLD-QUARTERLY-WAGE-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-EOF-FLAG
                               NOT AT END
                                   ADD 1 TO WS-READ-COUNT
                                   PERFORM 2100-CONVERT-ONE-WAGE
                           END-READ
                       END-PERFORM
                       CLOSE OLD-QUARTERLY-WAGE-FILE
                       CLOSE QUARTERLY-WAGE-FILE
                       DISPLAY "Salarios trimestrales - leidos: "
                           WS-READ-COUNT
                           "  escritos: " WS-WRITE-COUNT
                           "  rechazados: " WS-REJECT-COUNT
                   END-IF
               END-IF
           END-IF.

       2100-CONVERT-ONE-WAGE.
           MOVE OQ-EMPLOYEE-ID TO QW-EMPLOYEE-ID
           MOVE OQ-YEAR TO QW-YEAR
           MOVE SPACES TO QW-STATE-CODE
           MOVE OQ-EMPLOYEE-NAME TO QW-EMPLOYEE-NAME
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               MOVE OQ-QTR-GROSS (WS-QTR-SUB)
                   TO QW-QTR-GROSS (WS-QTR-SUB)
               MOVE OQ-QTR-FEDERAL-TAX (WS-QTR-SUB)
                   TO QW-QTR-FEDERAL-TAX (WS-QTR-SUB)
               MOVE OQ-QTR-FICA (WS-QTR-SUB)
                   TO QW-QTR-FICA (WS-QTR-SUB)
               MOVE OQ-QTR-MEDICARE (WS-QTR-SUB)
                   TO QW-QTR-MEDICARE (WS-QTR-SUB)
               MOVE OQ-QTR-FUTA (WS-QTR-SUB)
                   TO QW-QTR-FUTA (WS-QTR-SUB)
               MOVE OQ-QTR-SUTA (WS-QTR-SUB)
                   TO QW-QTR-SUTA (WS-QTR-SUB)
               MOVE OQ-QTR-GROSS (WS-QTR-SUB)
                   TO QW-QTR-TAXABLE-WAGES (WS-QTR-SUB)
               MOVE OQ-QTR-GROSS (WS-QTR-SUB)
                   TO QW-QTR-FICA-WAGES (WS-QTR-SUB)
           END-PERFORM
           WRITE QUARTERLY-WAGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "Registro trimestral rechazado: "
                       OQ-EMPLOYEE-ID " " OQ-YEAR " estado "
                       WS-QTRWAGE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.

      ******************************************************************
      * 3000-CONVERT-YTD-EARNINGS - every old YTD-EARNINGS record in
      * the new layout.  The key is unchanged, so the records go out
      * in the order they are read.
      ******************************************************************
       3000-CONVERT-YTD-EARNINGS.
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT WS-REJECT-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-YTD-EARNINGS-FILE
           IF WS-OLDYTD-STATUS NOT = "00"
               DISPLAY "No existe data/YTDEARN.OLD - acumulados "
                   "anuales no convertidos."
           ELSE
               OPEN INPUT YTD-EARNINGS-FILE
               IF WS-YTDEARN-STATUS = "00"
                   CLOSE YTD-EARNINGS-FILE
                   CLOSE OLD-YTD-EARNINGS-FILE
                   DISPLAY "data/YTDEARN.DAT ya existe - no se "
                       "sobrescribe; acumulados anuales "
                       "no convertidos."
               ELSE
                   OPEN OUTPUT YTD-EARNINGS-FILE
                   IF WS-YTDEARN-STATUS NOT = "00"
                       CLOSE OLD-YTD-EARNINGS-FILE
                       DISPLAY "No se pudo crear data/YTDEARN.DAT - "
                           "estado " WS-YTDEARN-STATUS
                   ELSE
                       PERFORM UNTIL WS-EOF-FLAG = "Y"
                           READ OLD-YTD-EARNINGS-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-EOF-FLAG
                               NOT AT END
                                   ADD 1 TO WS-READ-COUNT
                                   PERFORM 3100-CONVERT-ONE-YTD
                           END-READ
                       END-PERFORM
                       CLOSE OLD-YTD-EARNINGS-FILE
                       CLOSE YTD-EARNINGS-FILE
                       DISPLAY "Acumulados anuales - leidos: "
                           WS-READ-COUNT
                           "  escritos: " WS-WRITE-COUNT
                           "  rechazados: " WS-REJECT-COUNT
                   END-IF
               END-IF
           END-IF.

       3100-CONVERT-ONE-YTD.
           MOVE OY-EMPLOYEE-ID TO YE-EMPLOYEE-ID
           MOVE OY-YEAR TO YE-YEAR
           MOVE OY-EMPLOYEE-NAME TO YE-EMPLOYEE-NAME
           MOVE OY-YTD-GROSS TO YE-YTD-GROSS
           MOVE OY-YTD-FEDERAL-TAX TO YE-YTD-FEDERAL-TAX
           MOVE OY-YTD-STATE-TAX TO YE-YTD-STATE-TAX
           MOVE OY-YTD-FICA TO YE-YTD-FICA
           MOVE OY-YTD-MEDICARE TO YE-YTD-MEDICARE
           MOVE OY-YTD-HEALTH TO YE-YTD-HEALTH
           MOVE OY-YTD-RETIREMENT TO YE-YTD-RETIREMENT
           MOVE OY-YTD-OTHER-DEDUCT TO YE-YTD-OTHER-DEDUCT
           MOVE OY-YTD-NET TO YE-YTD-NET
           MOVE OY-PAY-PERIODS TO YE-PAY-PERIODS
           MOVE OY-YTD-GROSS TO YE-YTD-TAXABLE-WAGES
           MOVE OY-YTD-GROSS TO YE-YTD-FICA-WAGES
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               MOVE OY-QTR-GROSS (WS-QTR-SUB)
                   TO YE-QTR-GROSS (WS-QTR-SUB)
               MOVE OY-QTR-FEDERAL-TAX (WS-QTR-SUB)
                   TO YE-QTR-FEDERAL-TAX (WS-QTR-SUB)
               MOVE OY-QTR-FICA (WS-QTR-SUB)
                   TO YE-QTR-FICA (WS-QTR-SUB)
               MOVE OY-QTR-MEDICARE (WS-QTR-SUB)
                   TO YE-QTR-MEDICARE (WS-QTR-SUB)
               MOVE OY-QTR-GROSS (WS-QTR-SUB)
                   TO YE-QTR-TAXABLE-WAGES (WS-QTR-SUB)
               MOVE OY-QTR-GROSS (WS-QTR-SUB)
                   TO YE-QTR-FICA-WAGES (WS-QTR-SUB)
           END-PERFORM
           MOVE 0 TO YE-YTD-ER-MATCH
           MOVE 0 TO YE-YTD-PLAN-COMP
           WRITE YTD-EARNINGS-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "Acumulado anual rechazado: "
                       OY-EMPLOYEE-ID " estado " WS-YTDEARN-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.

       END PROGRAM STATE-KEY-CONVERT.
