      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end W-2 submission file and W-2 to 941
      *          reconciliation.  For the chosen year builds the SSA
      *          EFW2 file (W2REPORT.DAT, layouts in EFW2.cpy): an RA
      *          submitter and RE employer record from the employer
      *          data keyed at run time, one RW per employee with
      *          boxes 1-6 and box 12 code D, then the RT totals and
      *          the RF final record.  The W-2 figures come from the
      *          employee's PAY-HISTORY checks for the year (voids
      *          netted out), which - unlike the rolling YTD record -
      *          are still there however late the file is run; the
      *          name comes from the master and the SSN and address
      *          from the W-4 record.  The same figures are then tied
      *          to the four quarters of the year-keyed QUARTERLY-WAGE
      *          file the 941s were filed from: every employee whose
      *          W-2 and 941 figures disagree, or who has no SSN on
      *          file, is listed, and the file must not be sent to
      *          SSA until the list is empty.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2-EFW2-GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARTERLY-WAGE-FILE ASSIGN TO "data/QTRWAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QW-WAGE-KEY
               FILE STATUS IS WS-QTRWAGE-STATUS.

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

           SELECT W4-ELECTION-FILE ASSIGN TO "data/W4ELECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE-EMPLOYEE-ID
               FILE STATUS IS WS-W4ELECT-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "data/TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-RATE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT EFW2-FILE ASSIGN TO "data/W2REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFW2-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTERLY-WAGE-FILE.
           COPY QTRWAGE.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  W4-ELECTION-FILE.
           COPY W4ELECT.

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  EFW2-FILE.
       01  EFW2-RECORD                 PIC X(512).

       WORKING-STORAGE SECTION.
       01  WS-QTRWAGE-STATUS           PIC X(2).
       01  WS-PAYHIST-STATUS           PIC X(2).
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-W4ELECT-STATUS           PIC X(2).
       01  WS-TAXRATE-STATUS           PIC X(2).
       01  WS-EFW2-STATUS              PIC X(2).
       01  WS-EMPMAST-AVAILABLE        PIC X(1)   VALUE "N".
       01  WS-W4ELECT-AVAILABLE        PIC X(1)   VALUE "N".
       01  WS-YEAR-WANTED              PIC 9(4)   VALUE 0.
       01  WS-PH-YEAR                  PIC 9(4)   VALUE 0.
       01  WS-QTR-SUB                  PIC 9(1)   VALUE 0.

       COPY DEDTAB.
       COPY EFW2.

       01  WS-SS-WAGE-BASE             PIC 9(7)V99 VALUE 0.

      * Employer block keyed at run time - one company files here, so
      * it is both the RA submitter and the RE employer.
       01  WS-EMPLOYER-EIN             PIC X(9)   VALUE SPACES.
       01  WS-EMPLOYER-NAME            PIC X(57)  VALUE SPACES.
       01  WS-EMPLOYER-ADDRESS         PIC X(22)  VALUE SPACES.
       01  WS-EMPLOYER-CITY            PIC X(22)  VALUE SPACES.
       01  WS-EMPLOYER-STATE           PIC X(2)   VALUE SPACES.
       01  WS-EMPLOYER-ZIP             PIC X(5)   VALUE SPACES.
       01  WS-SUBMITTER-USER-ID        PIC X(8)   VALUE SPACES.
       01  WS-CONTACT-NAME             PIC X(27)  VALUE SPACES.
       01  WS-CONTACT-PHONE            PIC X(15)  VALUE SPACES.
       01  WS-CONTACT-EMAIL            PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Balance-line match of the two files, both in employee order:
      * each side's next employee ID is read ahead (HIGH-VALUES once
      * the side runs out) and the lower of the two is the employee
      * processed next.
      ******************************************************************
       01  WS-QW-EOF                   PIC X(1)   VALUE "N".
       01  WS-PH-EOF                   PIC X(1)   VALUE "N".
       01  WS-QW-NEXT-ID               PIC X(6)   VALUE SPACES.
       01  WS-PH-NEXT-ID               PIC X(6)   VALUE SPACES.
       01  WS-CURRENT-ID               PIC X(6)   VALUE SPACES.
       01  WS-EMPLOYEE-NAME            PIC X(20)  VALUE SPACES.
       01  WS-NAME-POINTER             PIC 9(2)   VALUE 0.
       01  WS-SSN-ON-FILE              PIC X(1)   VALUE "N".
       01  WS-EMPLOYEE-TIES            PIC X(1)   VALUE "Y".
       01  WS-HEADING-SHOWN            PIC X(1)   VALUE "N".

      * Employee's year from the checks themselves: payments add,
      * void reversals subtract.
       01  WS-PH-GROSS                 PIC S9(9)V99 VALUE 0.
       01  WS-PH-TAXABLE               PIC S9(9)V99 VALUE 0.
       01  WS-PH-FEDERAL               PIC S9(9)V99 VALUE 0.
       01  WS-PH-FICA-WAGES            PIC S9(9)V99 VALUE 0.
       01  WS-PH-FICA                  PIC S9(9)V99 VALUE 0.
       01  WS-PH-MEDICARE              PIC S9(9)V99 VALUE 0.
       01  WS-PH-RETIREMENT            PIC S9(9)V99 VALUE 0.
       01  WS-PH-SS-WAGES              PIC S9(9)V99 VALUE 0.

      * Employee's year from the 941 buckets, all states added up.
      * The social security wages are capped quarter by quarter as
      * the 941 line 5a is: a quarter counts only what was still
      * under the annual base when it was paid.
       01  WS-QW-GROSS                 PIC 9(9)V99 VALUE 0.
       01  WS-QW-TAXABLE               PIC 9(9)V99 VALUE 0.
       01  WS-QW-FEDERAL               PIC 9(9)V99 VALUE 0.
       01  WS-QW-FICA-WAGES            PIC 9(9)V99 VALUE 0.
       01  WS-QW-FICA                  PIC 9(9)V99 VALUE 0.
       01  WS-QW-MEDICARE              PIC 9(9)V99 VALUE 0.
       01  WS-QW-SS-WAGES              PIC 9(9)V99 VALUE 0.
       01  WS-BASE-USED                PIC 9(9)V99 VALUE 0.
       01  WS-BASE-ROOM                PIC S9(9)V99 VALUE 0.
       01  WS-QTR-SS-WAGES             PIC 9(9)V99 VALUE 0.
       01  EMPLOYEE-QUARTER-TABLE.
           05  EQ-QUARTER OCCURS 4 TIMES.
               10  EQ-TAXABLE          PIC 9(9)V99.
               10  EQ-FEDERAL          PIC 9(9)V99.
               10  EQ-FICA-WAGES       PIC 9(9)V99.
               10  EQ-FICA             PIC 9(9)V99.
               10  EQ-MEDICARE         PIC 9(9)V99.

      ******************************************************************
      * Company 941 figures by quarter, in W-2 box order: line 2
      * wages, line 3 federal tax, line 5a social security wages,
      * the FICA withheld, line 5c Medicare wages, the Medicare
      * withheld.
      ******************************************************************
       01  COMPANY-QUARTER-TABLE.
           05  CQ-QUARTER OCCURS 4 TIMES.
               10  CQ-BOX-AMOUNT OCCURS 6 TIMES
                                       PIC 9(11)V99.
       01  W2-TOTAL-TABLE.
           05  W2-BOX-TOTAL OCCURS 6 TIMES
                                       PIC 9(11)V99.
       01  WS-W2-CODE-D-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-BOX-SUB                  PIC 9(1)   VALUE 0.
       01  WS-941-SUM                  PIC 9(11)V99 VALUE 0.
       01  WS-BOX-DIFFERENCE           PIC S9(11)V99 VALUE 0.
       01  WS-BOX-TIES                 PIC X(1)   VALUE "Y".
       01  BOX-LABEL-VALUES.
           05  FILLER                  PIC X(40)
               VALUE "Casilla 1 / Linea 2 - Salarios".
           05  FILLER                  PIC X(40)
               VALUE "Casilla 2 / Linea 3 - Impuesto federal".
           05  FILLER                  PIC X(40)
               VALUE "Casilla 3 / Linea 5a - Salarios SS".
           05  FILLER                  PIC X(40)
               VALUE "Casilla 4 - FICA retenido".
           05  FILLER                  PIC X(40)
               VALUE "Casilla 5 / Linea 5c - Salarios Medicare".
           05  FILLER                  PIC X(40)
               VALUE "Casilla 6 - Medicare retenido".
       01  BOX-LABEL-TABLE REDEFINES BOX-LABEL-VALUES.
           05  BOX-LABEL OCCURS 6 TIMES PIC X(40).

      * One employee difference being listed.
       01  WS-DIFF-LABEL               PIC X(20)  VALUE SPACES.
       01  WS-DIFF-W2                  PIC S9(9)V99 VALUE 0.
       01  WS-DIFF-941                 PIC S9(9)V99 VALUE 0.

       01  WS-RW-COUNT                 PIC 9(7)   VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-PROCEDURE resets its counters on every entry for
      * the same reason QUARTERLY-TAX-RPT does: this is a CALLed
      * subprogram and WORKING-STORAGE persists across repeat CALLs
      * in the same run unit.
      ******************************************************************
       0000-MAIN-PROCEDURE.
           MOVE "N" TO WS-QW-EOF WS-PH-EOF
           MOVE 0 TO WS-RW-COUNT WS-EXCEPTION-COUNT
           MOVE 0 TO WS-W2-CODE-D-TOTAL
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6
               MOVE 0 TO W2-BOX-TOTAL (WS-BOX-SUB)
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > 4
                   MOVE 0 TO CQ-BOX-AMOUNT (WS-QTR-SUB, WS-BOX-SUB)
               END-PERFORM
           END-PERFORM

           DISPLAY "Ano de los W-2 (AAAA): "
           ACCEPT WS-YEAR-WANTED
           PERFORM 1000-ACCEPT-EMPLOYER-DATA
           PERFORM 1100-GET-SS-WAGE-BASE

           OPEN INPUT QUARTERLY-WAGE-FILE
           IF WS-QTRWAGE-STATUS NOT = "00"
               DISPLAY "No hay datos trimestrales disponibles."
               GOBACK
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "No hay historial de pagos disponible."
               CLOSE QUARTERLY-WAGE-FILE
               GOBACK
           END-IF
           OPEN OUTPUT EFW2-FILE
           IF WS-EFW2-STATUS NOT = "00"
               DISPLAY "Error al crear el archivo W-2: "
                   WS-EFW2-STATUS
               CLOSE QUARTERLY-WAGE-FILE
               CLOSE PAY-HISTORY-FILE
               GOBACK
           END-IF
           MOVE "N" TO WS-EMPMAST-AVAILABLE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-EMPMAST-AVAILABLE
           END-IF
           MOVE "N" TO WS-W4ELECT-AVAILABLE
           OPEN INPUT W4-ELECTION-FILE
           IF WS-W4ELECT-STATUS = "00"
               MOVE "Y" TO WS-W4ELECT-AVAILABLE
           END-IF

           PERFORM 1200-WRITE-HEADER-RECORDS

           DISPLAY "==================================="
           DISPLAY "EMPLEADOS CON DIFERENCIAS W-2 / 941 - ANO "
               WS-YEAR-WANTED
           DISPLAY "-----------------------------------"

           PERFORM 2100-READ-NEXT-WAGE
           PERFORM 2200-READ-NEXT-HISTORY
           PERFORM UNTIL WS-QW-NEXT-ID = HIGH-VALUES
               AND WS-PH-NEXT-ID = HIGH-VALUES
               PERFORM 2000-PROCESS-ONE-EMPLOYEE
           END-PERFORM

           PERFORM 3000-WRITE-TOTAL-RECORDS

           CLOSE QUARTERLY-WAGE-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE EFW2-FILE
           IF WS-EMPMAST-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF WS-W4ELECT-AVAILABLE = "Y"
               CLOSE W4-ELECTION-FILE
           END-IF

           PERFORM 4000-REPORT-RECONCILIATION
           GOBACK.

      ******************************************************************
      * 1000-ACCEPT-EMPLOYER-DATA - the submitter/employer block for
      * the RA and RE records.  The EIN goes out as nine digits with
      * no hyphen; the user ID is the one SSA issued for BSO.
      ******************************************************************
       1000-ACCEPT-EMPLOYER-DATA.
           DISPLAY "EIN del empleador (9 digitos, sin guion): "
           ACCEPT WS-EMPLOYER-EIN
           DISPLAY "Nombre del empleador: "
           ACCEPT WS-EMPLOYER-NAME
           DISPLAY "Domicilio: "
           ACCEPT WS-EMPLOYER-ADDRESS
           DISPLAY "Ciudad: "
           ACCEPT WS-EMPLOYER-CITY
           DISPLAY "Estado (2 letras): "
           ACCEPT WS-EMPLOYER-STATE
           DISPLAY "Codigo postal: "
           ACCEPT WS-EMPLOYER-ZIP
           DISPLAY "ID de usuario BSO del remitente: "
           ACCEPT WS-SUBMITTER-USER-ID
           DISPLAY "Nombre del contacto: "
           ACCEPT WS-CONTACT-NAME
           DISPLAY "Telefono del contacto: "
           ACCEPT WS-CONTACT-PHONE
           DISPLAY "Correo electronico del contacto: "
           ACCEPT WS-CONTACT-EMAIL
           INSPECT WS-EMPLOYER-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-EMPLOYER-ADDRESS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-EMPLOYER-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-EMPLOYER-STATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      * 1100-GET-SS-WAGE-BASE - the "FIC" entry on the TAX-RATE file
      * is the base the payroll run stopped FICA at, so it is the
      * cap on box 3; the DEDTAB fallback covers an installation
      * that never keyed one.
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

       1200-WRITE-HEADER-RECORDS.
           MOVE WS-EMPLOYER-EIN TO RA-SUBMITTER-EIN
           MOVE WS-SUBMITTER-USER-ID TO RA-USER-ID
           MOVE WS-EMPLOYER-NAME TO RA-COMPANY-NAME
           MOVE WS-EMPLOYER-ADDRESS TO RA-COMPANY-DELIVERY
           MOVE WS-EMPLOYER-CITY TO RA-COMPANY-CITY
           MOVE WS-EMPLOYER-STATE TO RA-COMPANY-STATE
           MOVE WS-EMPLOYER-ZIP TO RA-COMPANY-ZIP
           MOVE WS-EMPLOYER-NAME TO RA-SUBMITTER-NAME
           MOVE WS-EMPLOYER-ADDRESS TO RA-SUBMITTER-DELIVERY
           MOVE WS-EMPLOYER-CITY TO RA-SUBMITTER-CITY
           MOVE WS-EMPLOYER-STATE TO RA-SUBMITTER-STATE
           MOVE WS-EMPLOYER-ZIP TO RA-SUBMITTER-ZIP
           MOVE WS-CONTACT-NAME TO RA-CONTACT-NAME
           MOVE WS-CONTACT-PHONE TO RA-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL TO RA-CONTACT-EMAIL
           MOVE RA-SUBMITTER-RECORD TO EFW2-RECORD
           WRITE EFW2-RECORD

           MOVE WS-YEAR-WANTED TO RE-TAX-YEAR
           MOVE WS-EMPLOYER-EIN TO RE-EMPLOYER-EIN
           MOVE WS-EMPLOYER-NAME TO RE-EMPLOYER-NAME
           MOVE WS-EMPLOYER-ADDRESS TO RE-EMPLOYER-DELIVERY
           MOVE WS-EMPLOYER-CITY TO RE-EMPLOYER-CITY
           MOVE WS-EMPLOYER-STATE TO RE-EMPLOYER-STATE
           MOVE WS-EMPLOYER-ZIP TO RE-EMPLOYER-ZIP
           MOVE WS-CONTACT-NAME TO RE-CONTACT-NAME
           MOVE WS-CONTACT-PHONE TO RE-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL TO RE-CONTACT-EMAIL
           MOVE RE-EMPLOYER-RECORD TO EFW2-RECORD
           WRITE EFW2-RECORD.

      ******************************************************************
      * 2000-PROCESS-ONE-EMPLOYEE - gathers both sides for the lower
      * of the two read-ahead IDs, ties them, and writes the RW.
      ******************************************************************
       2000-PROCESS-ONE-EMPLOYEE.
           IF WS-QW-NEXT-ID < WS-PH-NEXT-ID
               MOVE WS-QW-NEXT-ID TO WS-CURRENT-ID
           ELSE
               MOVE WS-PH-NEXT-ID TO WS-CURRENT-ID
           END-IF
           MOVE SPACES TO WS-EMPLOYEE-NAME
           MOVE 0 TO WS-QW-GROSS WS-QW-TAXABLE WS-QW-FEDERAL
           MOVE 0 TO WS-QW-FICA-WAGES WS-QW-FICA WS-QW-MEDICARE
           MOVE 0 TO WS-QW-SS-WAGES
           MOVE 0 TO WS-PH-GROSS WS-PH-TAXABLE WS-PH-FEDERAL
           MOVE 0 TO WS-PH-FICA-WAGES WS-PH-FICA WS-PH-MEDICARE
           MOVE 0 TO WS-PH-RETIREMENT WS-PH-SS-WAGES
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               MOVE 0 TO EQ-TAXABLE (WS-QTR-SUB)
               MOVE 0 TO EQ-FEDERAL (WS-QTR-SUB)
               MOVE 0 TO EQ-FICA-WAGES (WS-QTR-SUB)
               MOVE 0 TO EQ-FICA (WS-QTR-SUB)
               MOVE 0 TO EQ-MEDICARE (WS-QTR-SUB)
           END-PERFORM

           PERFORM UNTIL WS-QW-NEXT-ID NOT = WS-CURRENT-ID
               PERFORM 2300-ADD-WAGE-RECORD
               PERFORM 2100-READ-NEXT-WAGE
           END-PERFORM
           PERFORM UNTIL WS-PH-NEXT-ID NOT = WS-CURRENT-ID
               PERFORM 2400-ADD-HISTORY-RECORD
               PERFORM 2200-READ-NEXT-HISTORY
           END-PERFORM

           PERFORM 2350-ADD-EMPLOYEE-QUARTERS
           IF WS-PH-FICA-WAGES > WS-SS-WAGE-BASE
               MOVE WS-SS-WAGE-BASE TO WS-PH-SS-WAGES
           ELSE
               MOVE WS-PH-FICA-WAGES TO WS-PH-SS-WAGES
           END-IF

           IF WS-PH-GROSS = 0 AND WS-PH-FEDERAL = 0
               AND WS-PH-FICA = 0 AND WS-PH-MEDICARE = 0
               AND WS-QW-GROSS = 0 AND WS-QW-FEDERAL = 0
               AND WS-QW-FICA = 0 AND WS-QW-MEDICARE = 0
               CONTINUE
           ELSE
               PERFORM 2500-GET-EMPLOYEE-IDENTITY
               PERFORM 2600-CHECK-EMPLOYEE-TIES
               PERFORM 2700-WRITE-RW-RECORD
           END-IF.

      ******************************************************************
      * 2100/2200 - read ahead on each side, skipping other years.
      * The history file is in employee/period order, so its year
      * filter is on the pay-period date - the same date QTRWAGE
      * posted the check's quarter by.
      ******************************************************************
       2100-READ-NEXT-WAGE.
           MOVE HIGH-VALUES TO WS-QW-NEXT-ID
           PERFORM UNTIL WS-QW-EOF = "Y"
               OR WS-QW-NEXT-ID NOT = HIGH-VALUES
               READ QUARTERLY-WAGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QW-EOF
                   NOT AT END
                       IF QW-YEAR = WS-YEAR-WANTED
                           MOVE QW-EMPLOYEE-ID TO WS-QW-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.

       2200-READ-NEXT-HISTORY.
           MOVE HIGH-VALUES TO WS-PH-NEXT-ID
           PERFORM UNTIL WS-PH-EOF = "Y"
               OR WS-PH-NEXT-ID NOT = HIGH-VALUES
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       COMPUTE WS-PH-YEAR =
                           PH-PAY-PERIOD-DATE / 10000
                       IF WS-PH-YEAR = WS-YEAR-WANTED
                           MOVE PH-EMPLOYEE-ID TO WS-PH-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.

       2300-ADD-WAGE-RECORD.
           MOVE QW-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               ADD QW-QTR-GROSS (WS-QTR-SUB) TO WS-QW-GROSS
               ADD QW-QTR-TAXABLE-WAGES (WS-QTR-SUB)
                   TO EQ-TAXABLE (WS-QTR-SUB)
               ADD QW-QTR-FEDERAL-TAX (WS-QTR-SUB)
                   TO EQ-FEDERAL (WS-QTR-SUB)
               ADD QW-QTR-FICA-WAGES (WS-QTR-SUB)
                   TO EQ-FICA-WAGES (WS-QTR-SUB)
               ADD QW-QTR-FICA (WS-QTR-SUB) TO EQ-FICA (WS-QTR-SUB)
               ADD QW-QTR-MEDICARE (WS-QTR-SUB)
                   TO EQ-MEDICARE (WS-QTR-SUB)
           END-PERFORM.

      ******************************************************************
      * 2350-ADD-EMPLOYEE-QUARTERS - once every state record is in,
      * the employee's quarters roll into the employee's 941 year
      * and the company quarters, social security wages capped at
      * whatever base was left going into the quarter.
      ******************************************************************
       2350-ADD-EMPLOYEE-QUARTERS.
           MOVE 0 TO WS-BASE-USED
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               COMPUTE WS-BASE-ROOM = WS-SS-WAGE-BASE - WS-BASE-USED
               IF WS-BASE-ROOM < 0
                   MOVE 0 TO WS-BASE-ROOM
               END-IF
               IF EQ-FICA-WAGES (WS-QTR-SUB) > WS-BASE-ROOM
                   MOVE WS-BASE-ROOM TO WS-QTR-SS-WAGES
               ELSE
                   MOVE EQ-FICA-WAGES (WS-QTR-SUB) TO WS-QTR-SS-WAGES
               END-IF
               ADD WS-QTR-SS-WAGES TO WS-BASE-USED

               ADD EQ-TAXABLE (WS-QTR-SUB) TO WS-QW-TAXABLE
               ADD EQ-FEDERAL (WS-QTR-SUB) TO WS-QW-FEDERAL
               ADD WS-QTR-SS-WAGES TO WS-QW-SS-WAGES
               ADD EQ-FICA (WS-QTR-SUB) TO WS-QW-FICA
               ADD EQ-FICA-WAGES (WS-QTR-SUB) TO WS-QW-FICA-WAGES
               ADD EQ-MEDICARE (WS-QTR-SUB) TO WS-QW-MEDICARE

               ADD EQ-TAXABLE (WS-QTR-SUB)
                   TO CQ-BOX-AMOUNT (WS-QTR-SUB, 1)
               ADD EQ-FEDERAL (WS-QTR-SUB)
                   TO CQ-BOX-AMOUNT (WS-QTR-SUB, 2)
               ADD WS-QTR-SS-WAGES
                   TO CQ-BOX-AMOUNT (WS-QTR-SUB, 3)
               ADD EQ-FICA (WS-QTR-SUB)
                   TO CQ-BOX-AMOUNT (WS-QTR-SUB, 4)
               ADD EQ-FICA-WAGES (WS-QTR-SUB)
                   TO CQ-BOX-AMOUNT (WS-QTR-SUB, 5)
               ADD EQ-MEDICARE (WS-QTR-SUB)
                   TO CQ-BOX-AMOUNT (WS-QTR-SUB, 6)
           END-PERFORM.

      ******************************************************************
      * 2400-ADD-HISTORY-RECORD - a "P" check adds its figures and
      * its "V" reversal takes them back out, so a voided check nets
      * to nothing whichever side of the year-end the void fell.
      ******************************************************************
       2400-ADD-HISTORY-RECORD.
           IF PH-VOID-RECORD
               SUBTRACT PH-GROSS-PAY FROM WS-PH-GROSS
               SUBTRACT PH-TAXABLE-WAGES FROM WS-PH-TAXABLE
               SUBTRACT PH-FEDERAL-TAX FROM WS-PH-FEDERAL
               SUBTRACT PH-FICA-WAGES FROM WS-PH-FICA-WAGES
               SUBTRACT PH-FICA FROM WS-PH-FICA
               SUBTRACT PH-MEDICARE FROM WS-PH-MEDICARE
               SUBTRACT PH-RETIREMENT FROM WS-PH-RETIREMENT
           ELSE
               ADD PH-GROSS-PAY TO WS-PH-GROSS
               ADD PH-TAXABLE-WAGES TO WS-PH-TAXABLE
               ADD PH-FEDERAL-TAX TO WS-PH-FEDERAL
               ADD PH-FICA-WAGES TO WS-PH-FICA-WAGES
               ADD PH-FICA TO WS-PH-FICA
               ADD PH-MEDICARE TO WS-PH-MEDICARE
               ADD PH-RETIREMENT TO WS-PH-RETIREMENT
           END-IF.

      ******************************************************************
      * 2500-GET-EMPLOYEE-IDENTITY - name from the master (the
      * QTRWAGE copy when the master record is gone), split at the
      * first blank into first and last name; SSN and address from
      * the W-4 record.  A missing SSN goes out as zeros, the SSA
      * convention, and is listed as an exception.
      ******************************************************************
       2500-GET-EMPLOYEE-IDENTITY.
           IF WS-EMPMAST-AVAILABLE = "Y"
               MOVE WS-CURRENT-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
               END-READ
           END-IF
           INSPECT WS-EMPLOYEE-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO RW-FIRST-NAME RW-LAST-NAME
           MOVE 1 TO WS-NAME-POINTER
           UNSTRING WS-EMPLOYEE-NAME DELIMITED BY ALL SPACE
               INTO RW-FIRST-NAME
               WITH POINTER WS-NAME-POINTER
           END-UNSTRING
           IF WS-NAME-POINTER <= 20
               MOVE WS-EMPLOYEE-NAME (WS-NAME-POINTER:)
                   TO RW-LAST-NAME
           END-IF
           IF RW-LAST-NAME = SPACES
               MOVE RW-FIRST-NAME TO RW-LAST-NAME
               MOVE SPACES TO RW-FIRST-NAME
           END-IF

           MOVE "N" TO WS-SSN-ON-FILE
           MOVE "000000000" TO RW-SSN
           MOVE SPACES TO RW-DELIVERY-ADDRESS RW-CITY
           MOVE SPACES TO RW-STATE RW-ZIP
           IF WS-W4ELECT-AVAILABLE = "Y"
               MOVE WS-CURRENT-ID TO WE-EMPLOYEE-ID
               READ W4-ELECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WE-SSN NOT = SPACES
                           MOVE "Y" TO WS-SSN-ON-FILE
                           MOVE WE-SSN TO RW-SSN
                       END-IF
                       MOVE WE-ADDRESS TO RW-DELIVERY-ADDRESS
                       MOVE WE-CITY TO RW-CITY
                       MOVE WE-STATE TO RW-STATE
                       MOVE WE-ZIP-CODE TO RW-ZIP
               END-READ
           END-IF
           INSPECT RW-DELIVERY-ADDRESS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT RW-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT RW-STATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      * 2600-CHECK-EMPLOYEE-TIES - the employee's W-2 (history) and
      * 941 (quarterly) years must agree figure for figure; any that
      * don't are listed under the employee.
      ******************************************************************
       2600-CHECK-EMPLOYEE-TIES.
           MOVE "Y" TO WS-EMPLOYEE-TIES
           MOVE "N" TO WS-HEADING-SHOWN
           IF WS-SSN-ON-FILE = "N"
               PERFORM 2610-SHOW-EMPLOYEE-HEADING
               DISPLAY "    Sin SSN en el registro W-4"
           END-IF
           IF WS-PH-GROSS NOT = WS-QW-GROSS
               MOVE "Salario bruto" TO WS-DIFF-LABEL
               MOVE WS-PH-GROSS TO WS-DIFF-W2
               MOVE WS-QW-GROSS TO WS-DIFF-941
               PERFORM 2620-SHOW-ONE-DIFFERENCE
           END-IF
           IF WS-PH-TAXABLE NOT = WS-QW-TAXABLE
               MOVE "Casilla 1" TO WS-DIFF-LABEL
               MOVE WS-PH-TAXABLE TO WS-DIFF-W2
               MOVE WS-QW-TAXABLE TO WS-DIFF-941
               PERFORM 2620-SHOW-ONE-DIFFERENCE
           END-IF
           IF WS-PH-FEDERAL NOT = WS-QW-FEDERAL
               MOVE "Casilla 2" TO WS-DIFF-LABEL
               MOVE WS-PH-FEDERAL TO WS-DIFF-W2
               MOVE WS-QW-FEDERAL TO WS-DIFF-941
               PERFORM 2620-SHOW-ONE-DIFFERENCE
           END-IF
           IF WS-PH-SS-WAGES NOT = WS-QW-SS-WAGES
               MOVE "Casilla 3" TO WS-DIFF-LABEL
               MOVE WS-PH-SS-WAGES TO WS-DIFF-W2
               MOVE WS-QW-SS-WAGES TO WS-DIFF-941
               PERFORM 2620-SHOW-ONE-DIFFERENCE
           END-IF
           IF WS-PH-FICA NOT = WS-QW-FICA
               MOVE "Casilla 4" TO WS-DIFF-LABEL
               MOVE WS-PH-FICA TO WS-DIFF-W2
               MOVE WS-QW-FICA TO WS-DIFF-941
               PERFORM 2620-SHOW-ONE-DIFFERENCE
           END-IF
           IF WS-PH-FICA-WAGES NOT = WS-QW-FICA-WAGES
               MOVE "Casilla 5" TO WS-DIFF-LABEL
               MOVE WS-PH-FICA-WAGES TO WS-DIFF-W2
               MOVE WS-QW-FICA-WAGES TO WS-DIFF-941
               PERFORM 2620-SHOW-ONE-DIFFERENCE
           END-IF
           IF WS-PH-MEDICARE NOT = WS-QW-MEDICARE
               MOVE "Casilla 6" TO WS-DIFF-LABEL
               MOVE WS-PH-MEDICARE TO WS-DIFF-W2
               MOVE WS-QW-MEDICARE TO WS-DIFF-941
               PERFORM 2620-SHOW-ONE-DIFFERENCE
           END-IF
           IF WS-PH-GROSS < 0 OR WS-PH-TAXABLE < 0
               OR WS-PH-FEDERAL < 0 OR WS-PH-FICA-WAGES < 0
               OR WS-PH-FICA < 0 OR WS-PH-MEDICARE < 0
               OR WS-PH-RETIREMENT < 0
               PERFORM 2610-SHOW-EMPLOYEE-HEADING
               DISPLAY "    Anulaciones mayores que los pagos del ano"
                   " - importe negativo enviado como cero"
           END-IF
           IF WS-EMPLOYEE-TIES = "N"
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      * The heading prints once, ahead of the employee's first line.
       2610-SHOW-EMPLOYEE-HEADING.
           MOVE "N" TO WS-EMPLOYEE-TIES
           IF WS-HEADING-SHOWN = "N"
               DISPLAY "Empleado: " WS-CURRENT-ID " "
                   WS-EMPLOYEE-NAME
               MOVE "Y" TO WS-HEADING-SHOWN
           END-IF.

       2620-SHOW-ONE-DIFFERENCE.
           PERFORM 2610-SHOW-EMPLOYEE-HEADING
           COMPUTE WS-BOX-DIFFERENCE = WS-DIFF-W2 - WS-DIFF-941
           DISPLAY "    " WS-DIFF-LABEL " W-2: " WS-DIFF-W2
               " 941: " WS-DIFF-941 " Dif: " WS-BOX-DIFFERENCE.

      ******************************************************************
      * 2700-WRITE-RW-RECORD - the history figures are the W-2; a
      * year netted below zero by voids goes out as zero (and was
      * listed above).
      ******************************************************************
       2700-WRITE-RW-RECORD.
           MOVE 0 TO RW-BOX1-WAGES RW-BOX2-FEDERAL-TAX
           MOVE 0 TO RW-BOX3-SS-WAGES RW-BOX4-SS-TAX
           MOVE 0 TO RW-BOX5-MEDICARE-WAGES RW-BOX6-MEDICARE-TAX
           MOVE 0 TO RW-CODE-D
           IF WS-PH-TAXABLE > 0
               MOVE WS-PH-TAXABLE TO RW-BOX1-WAGES
           END-IF
           IF WS-PH-FEDERAL > 0
               MOVE WS-PH-FEDERAL TO RW-BOX2-FEDERAL-TAX
           END-IF
           IF WS-PH-SS-WAGES > 0
               MOVE WS-PH-SS-WAGES TO RW-BOX3-SS-WAGES
           END-IF
           IF WS-PH-FICA > 0
               MOVE WS-PH-FICA TO RW-BOX4-SS-TAX
           END-IF
           IF WS-PH-FICA-WAGES > 0
               MOVE WS-PH-FICA-WAGES TO RW-BOX5-MEDICARE-WAGES
           END-IF
           IF WS-PH-MEDICARE > 0
               MOVE WS-PH-MEDICARE TO RW-BOX6-MEDICARE-TAX
           END-IF
           IF WS-PH-RETIREMENT > 0
               MOVE WS-PH-RETIREMENT TO RW-CODE-D
               MOVE "1" TO RW-RETIREMENT-PLAN
           ELSE
               MOVE "0" TO RW-RETIREMENT-PLAN
           END-IF

           MOVE RW-EMPLOYEE-RECORD TO EFW2-RECORD
           WRITE EFW2-RECORD
           ADD 1 TO WS-RW-COUNT
           ADD RW-BOX1-WAGES TO W2-BOX-TOTAL (1)
           ADD RW-BOX2-FEDERAL-TAX TO W2-BOX-TOTAL (2)
           ADD RW-BOX3-SS-WAGES TO W2-BOX-TOTAL (3)
           ADD RW-BOX4-SS-TAX TO W2-BOX-TOTAL (4)
           ADD RW-BOX5-MEDICARE-WAGES TO W2-BOX-TOTAL (5)
           ADD RW-BOX6-MEDICARE-TAX TO W2-BOX-TOTAL (6)
           ADD RW-CODE-D TO WS-W2-CODE-D-TOTAL.

       3000-WRITE-TOTAL-RECORDS.
           MOVE WS-RW-COUNT TO RT-RW-COUNT
           MOVE W2-BOX-TOTAL (1) TO RT-BOX1-WAGES
           MOVE W2-BOX-TOTAL (2) TO RT-BOX2-FEDERAL-TAX
           MOVE W2-BOX-TOTAL (3) TO RT-BOX3-SS-WAGES
           MOVE W2-BOX-TOTAL (4) TO RT-BOX4-SS-TAX
           MOVE W2-BOX-TOTAL (5) TO RT-BOX5-MEDICARE-WAGES
           MOVE W2-BOX-TOTAL (6) TO RT-BOX6-MEDICARE-TAX
           MOVE WS-W2-CODE-D-TOTAL TO RT-CODE-D
           MOVE RT-TOTAL-RECORD TO EFW2-RECORD
           WRITE EFW2-RECORD

           MOVE WS-RW-COUNT TO RF-RW-COUNT
           MOVE RF-FINAL-RECORD TO EFW2-RECORD
           WRITE EFW2-RECORD.

      ******************************************************************
      * 4000-REPORT-RECONCILIATION - each W-2 box total against the
      * four quarters of the 941 it corresponds to.  The file is
      * clean to send only when every box ties and no employee was
      * listed above.
      ******************************************************************
       4000-REPORT-RECONCILIATION.
           MOVE "Y" TO WS-BOX-TIES
           DISPLAY "==================================="
           DISPLAY "RECONCILIACION W-2 / 941 - ANO " WS-YEAR-WANTED
           DISPLAY "==================================="
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6
               MOVE 0 TO WS-941-SUM
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > 4
                   ADD CQ-BOX-AMOUNT (WS-QTR-SUB, WS-BOX-SUB)
                       TO WS-941-SUM
               END-PERFORM
               COMPUTE WS-BOX-DIFFERENCE =
                   W2-BOX-TOTAL (WS-BOX-SUB) - WS-941-SUM
               IF WS-BOX-DIFFERENCE NOT = 0
                   MOVE "N" TO WS-BOX-TIES
               END-IF
               DISPLAY BOX-LABEL (WS-BOX-SUB)
               DISPLAY "  941 T1: " CQ-BOX-AMOUNT (1, WS-BOX-SUB)
                   "  T2: " CQ-BOX-AMOUNT (2, WS-BOX-SUB)
               DISPLAY "  941 T3: " CQ-BOX-AMOUNT (3, WS-BOX-SUB)
                   "  T4: " CQ-BOX-AMOUNT (4, WS-BOX-SUB)
               DISPLAY "  Suma 941: " WS-941-SUM
                   "  Total W-2: " W2-BOX-TOTAL (WS-BOX-SUB)
               DISPLAY "  Diferencia: " WS-BOX-DIFFERENCE
               DISPLAY "-----------------------------------"
           END-PERFORM
           DISPLAY "Registros RW escritos: " WS-RW-COUNT
           DISPLAY "Total casilla 12 codigo D: " WS-W2-CODE-D-TOTAL
           DISPLAY "Empleados con diferencias: " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0 OR WS-BOX-TIES = "N"
               DISPLAY "*** EL W-2 NO CUADRA CON EL 941 - NO TRANSMITA "
                   "W2REPORT.DAT HASTA CORREGIR LAS DIFERENCIAS ***"
           ELSE
               DISPLAY "W-2 y 941 cuadran - W2REPORT.DAT listo para "
                   "transmitir."
           END-IF
           DISPLAY "===================================".

       END PROGRAM W2-EFW2-GEN.
