               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOFRPT-STATUS.

           SELECT SCREEN-REPORT-FILE ASSIGN TO "data/SCREEN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "data/PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITREG-STATUS.

           SELECT PLAN-CONTRIBUTION-FILE ASSIGN TO "data/RKCONTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKCONTR-STATUS.

           SELECT PRENOTE-FILE ASSIGN TO "data/ACHPRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPRE-STATUS.
               RECORD KEY IS TR-RATE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT WC-RATE-FILE ASSIGN TO "data/WCRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-RATE-KEY
               FILE STATUS IS WS-WCRATE-STATUS.

           SELECT W4-ELECTION-FILE ASSIGN TO "data/W4ELECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE-EMPLOYEE-ID
               FILE STATUS IS WS-W4ELECT-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "data/TAXLIAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-LIABILITY-KEY
               FILE STATUS IS WS-TAXLIAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  PROOF-REPORT-FILE.
       01  PF-PRINT-LINE               PIC X(100).

       FD  SCREEN-REPORT-FILE.
       01  SR-PRINT-LINE               PIC X(80).

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  REMIT-REGISTER-FILE.
       01  RMD-PRINT-LINE              PIC X(80).

       FD  PLAN-CONTRIBUTION-FILE.
       01  RK-CONTRIB-OUT              PIC X(88).

       FD  PRENOTE-FILE.
           COPY ACHPRE.

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  WC-RATE-FILE.
           COPY WCRATE.

       FD  W4-ELECTION-FILE.
           COPY W4ELECT.

       FD  TAX-LIABILITY-FILE.
           COPY TAXLIAB.

       WORKING-STORAGE SECTION.
       01  HOURS-WORKED            PIC 9(3)V99 VALUE 0.
       01  HOURLY-RATE             PIC 9(3)V99 VALUE 0.
      ******************************************************************
       01  TAX-BRACKET-TABLE.
           05  TB-BRACKET-COUNT        PIC 9(3)  VALUE 0.
      * Sized for ten tax types (the six standard ones plus the
      * married and head-of-household FEM/FEH and STM/STH sets) of
      * up to twenty brackets each (MAINTAIN-ONE-TAX-RATE's 01-20
      * range) for the home state, plus the four state types
      * (STA/STM/STH/SUT) for up to three more work states.
           05  TB-BRACKET-ENTRY OCCURS 500 TIMES.
               10  TB-TAX-TYPE         PIC X(3).
               10  TB-STATE-CODE       PIC X(2).
               10  TB-FLOOR            PIC 9(7)V99.
               10  TB-CEILING          PIC 9(7)V99.
               10  TB-RATE             PIC V9(4).
               10  TB-WAGE-BASE        PIC 9(7)V99.
       01  TB-BRACKET-MAX              PIC 9(3)  VALUE 500.
       01  WS-TB-SUB                   PIC 9(3)  VALUE 0.
       01  WS-TAX-TYPE-WANTED          PIC X(3)  VALUE SPACES.
       01  WS-TAX-STATE-WANTED         PIC X(2)  VALUE SPACES.
       01  WS-TYPE-PRESENT-FLAG        PIC X(1)  VALUE "N".

      ******************************************************************
       01  WS-SALARY-DUP-FLAG          PIC X(1)  VALUE "N".

      ******************************************************************
      * Per-employee FICA wages paid so far in THIS run.  The FICA
      * wage-base check prices every check against the file YTD as
      * it stood when the run first touched the employee (RG-START-
      * GROSS, from YE-YTD-FICA-WAGES) plus what this run has since
      * paid (RG-RUN-GROSS, which voids reduce), so a proof run -
      * which never rewrites the YTD file - computes the identical
      * withholding the live run will.  "Gross" here is the capped
      * taxes' wage base: gross less the pre-tax health premium.
      * When the table fills, later employees fall back to the raw
      * file read (exact in live, static in proof).
      * The RG-STATE fields do the same for the SUTA wage base, which
      * runs per work state: the year's wages already filed under
      * RG-STATE-CODE for RG-STATE-YEAR (the pay-period year) on
      * QUARTERLY-WAGE plus what this run has paid under that state
      * and year since.
      * The RG-DEFERRAL and RG-PLAN-COMP fields carry the 401(k)
      * annual limits the same way: the year's deferrals and plan
      * compensation on the YTD file plus this run's since.
      ******************************************************************
       01  RUN-GROSS-TABLE.
           05  RG-COUNT                PIC 9(3)  VALUE 0.
               10  RG-EMPLOYEE-ID      PIC X(6).
               10  RG-START-GROSS      PIC 9(7)V99.
               10  RG-RUN-GROSS        PIC S9(7)V99.
               10  RG-STATE-CODE       PIC X(2).
               10  RG-STATE-YEAR       PIC 9(4).
               10  RG-STATE-START      PIC 9(7)V99.
               10  RG-STATE-RUN        PIC S9(7)V99.
               10  RG-START-DEFERRAL   PIC 9(7)V99.
               10  RG-RUN-DEFERRAL     PIC S9(7)V99.
               10  RG-START-PLAN-COMP  PIC 9(7)V99.
               10  RG-RUN-PLAN-COMP    PIC S9(7)V99.
       01  RG-MAX                      PIC 9(3)  VALUE 500.
       01  WS-RG-SUB                   PIC 9(3)  VALUE 0.
       01  WS-RG-HIT                   PIC 9(3)  VALUE 0.
       01  WS-RG-AMOUNT                PIC S9(7)V99 VALUE 0.
       01  WS-RG-DEFERRAL              PIC S9(7)V99 VALUE 0.
       01  WS-RG-PLAN-COMP             PIC S9(7)V99 VALUE 0.
       01  WS-RG-NET                   PIC S9(7)V99 VALUE 0.
       01  WS-YTD-START-GROSS          PIC 9(7)V99 VALUE 0.
       01  WS-YTD-START-DEFERRAL       PIC 9(7)V99 VALUE 0.
       01  WS-YTD-START-PLAN-COMP      PIC 9(7)V99 VALUE 0.
       01  WS-DEFAULT-RATE             PIC V9(4) VALUE 0.
       01  WS-DEFAULT-WAGE-BASE        PIC 9(7)V99 VALUE 0.
       01  WS-TAX-COMPUTED             PIC 9(5)V99 VALUE 0.
       01  WS-YTD-GROSS-BEFORE         PIC 9(7)V99 VALUE 0.
       01  WS-WAGE-BASE-ROOM           PIC S9(7)V99 VALUE 0.

      ******************************************************************
      * Work state of the check being priced or voided (EM-WORK-STATE
      * on a payment, PH-WORK-STATE on a void).  WS-STATE-YTD-BEFORE
      * is the year's wages already paid under that state - the SUTA
      * wage base works against it, so a move to a new state starts
      * that state's base over - and WS-CAP-YTD-BEFORE is whichever
      * YTD figure COMPUTE-ONE-CAPPED-TAX is measuring the current
      * tax type against.
      ******************************************************************
       01  WS-WORK-STATE               PIC X(2)  VALUE SPACES.
       01  WS-STATE-START-GROSS        PIC 9(7)V99 VALUE 0.
       01  WS-STATE-YTD-BEFORE         PIC 9(7)V99 VALUE 0.
       01  WS-CAP-YTD-BEFORE           PIC 9(7)V99 VALUE 0.

      ******************************************************************
      * Taxable-wage bases of the check being priced.  The health
      * premium and retirement deferral come out before tax:
      * WS-TAXABLE-WAGES (federal and state income tax) is gross less
      * both, WS-FICA-WAGES (FICA, Medicare, FUTA, SUTA) is gross less
      * the health premium only.  WS-PRETAX-WORK holds the signed
      * difference so a premium larger than a small check floors the
      * base at zero instead of wrapping.
      ******************************************************************
       01  WS-TAXABLE-WAGES            PIC 9(5)V99 VALUE 0.
       01  WS-FICA-WAGES               PIC 9(5)V99 VALUE 0.
       01  WS-PRETAX-WORK              PIC S9(7)V99 VALUE 0.

      ******************************************************************
      * The employee's W-4 elections as the run prices the check:
      * loaded off the W4-ELECTION file by LOAD-W4-ELECTION, or the
      * single / no-dependents / no-extra defaults when the employee
      * has no record.  WS-ANNUAL-CREDIT is the annual credit
      * COMPUTE-ONE-GRADUATED-TAX takes off the annualized tax (the
      * W-4 dependents amount for federal, zero for state).
      ******************************************************************
       01  WS-W4-FILING-STATUS         PIC X(1)  VALUE "S".
       01  WS-W4-DEPENDENT-CREDIT      PIC 9(5)V99 VALUE 0.
       01  WS-W4-EXTRA-WITHHOLDING     PIC 9(3)V99 VALUE 0.
       01  WS-W4-EXEMPT                PIC X(1)  VALUE "N".
       01  WS-ANNUAL-CREDIT            PIC 9(7)V99 VALUE 0.
       01  WS-TAX-TYPE-FALLBACK        PIC X(3)  VALUE SPACES.
       01  WS-TAX-TYPE-FILING          PIC X(3)  VALUE SPACES.

      ******************************************************************
      * Per-employee deduction orders (garnishments, child support,
      * employee loans) pulled off EMPLOYEE-DEDUCTION-FILE for the
      * seen during the run.  Signed because voids subtract.  The
      * employer-side FICA/Medicare burden is accumulated as the
      * match of what was withheld from the employee (the match
      * follows the same wage-base cap by construction).  GD-ER-MATCH
      * is the 401(k) employer match, posted as burden like the taxes.
      ******************************************************************
       01  GL-DEPT-TABLE.
           05  GD-DEPT-COUNT           PIC 9(2)  VALUE 0.
               10  GD-ER-MEDICARE      PIC S9(7)V99.
               10  GD-ER-FUTA          PIC S9(7)V99.
               10  GD-ER-SUTA          PIC S9(7)V99.
               10  GD-ER-MATCH         PIC S9(7)V99.
       01  GD-DEPT-MAX                 PIC 9(2)  VALUE 50.
       01  GD-CATCHALL-DEPT            PIC X(10) VALUE "OTROS".
       01  WS-GD-SUB                   PIC 9(2)  VALUE 0.
      * employee.
       01  WS-FUTA                 PIC 9(5)V99 VALUE 0.
       01  WS-SUTA                 PIC 9(5)V99 VALUE 0.
      * 401(k) employer match on the check and the plan compensation
      * it was figured on; the match is burden on the GL, like FUTA.
       01  WS-ER-MATCH             PIC 9(5)V99 VALUE 0.
       01  WS-PLAN-COMP            PIC 9(5)V99 VALUE 0.

      ******************************************************************
      * 401(k) plan terms for the run, from the MAT/MCP/DEF entries
      * of the tax-rate table (DEDTAB defaults when absent), and the
      * year's deferrals and plan compensation before the check being
      * priced.
      ******************************************************************
       01  WS-401K-MATCH-PCT           PIC V9(4) VALUE 0.
       01  WS-401K-CAP-PCT             PIC V9(4) VALUE 0.
       01  WS-401K-COMP-LIMIT          PIC 9(7)V99 VALUE 0.
       01  WS-401K-DEFERRAL-LIMIT      PIC 9(7)V99 VALUE 0.
       01  WS-DEFERRAL-YTD-BEFORE      PIC 9(7)V99 VALUE 0.
       01  WS-PLAN-COMP-YTD-BEFORE     PIC 9(7)V99 VALUE 0.
       01  WS-PLAN-ROOM                PIC S9(7)V99 VALUE 0.
       01  WS-MATCH-BASE               PIC 9(5)V99 VALUE 0.

      ******************************************************************
      * Per-participant 401(k) roll-up for the recordkeeper file: one
      * row per employee with a deferral election (or a deferral or
      * match on the check) paid or voided in a live run, signed
      * because voids subtract.  Unlike the remittance table there is
      * no catch-all row - the recordkeeper posts by participant - so
      * an overflow is reported for hand entry.
      ******************************************************************
       01  PLAN-CONTRIB-TABLE.
           05  PC-COUNT                PIC 9(3)  VALUE 0.
           05  PC-ENTRY OCCURS 500 TIMES.
               10  PC-EMPLOYEE-ID      PIC X(6).
               10  PC-EMPLOYEE-NAME    PIC X(20).
               10  PC-HIRE-DATE        PIC 9(8).
               10  PC-TERM-DATE        PIC 9(8).
               10  PC-STATUS           PIC X(1).
               10  PC-DEFERRAL         PIC S9(7)V99.
               10  PC-ER-MATCH         PIC S9(7)V99.
               10  PC-PLAN-COMP        PIC S9(7)V99.
       01  PC-MAX                      PIC 9(3)  VALUE 500.
       01  WS-PC-SUB                   PIC 9(3)  VALUE 0.
       01  WS-PC-HIT                   PIC 9(3)  VALUE 0.
       01  WS-PCT-DEFERRAL             PIC S9(9)V99 VALUE 0.
       01  WS-PCT-ER-MATCH             PIC S9(9)V99 VALUE 0.
       01  WS-PCT-COUNT                PIC 9(5) VALUE 0.

      ******************************************************************
      * Pre-release anomaly screen.  Every priced check is compared
      * with the employee's own unvoided regular checks paid in the
      * WS-SCREEN-HIST-DAYS days before the run: gross or net more
      * than WS-SCREEN-VARIANCE-PCT off the average, or hours above
      * WS-SCREEN-HOURS-FACTOR times the average, is flagged, as is
      * a first paycheck ever and a deposit to an account changed on
      * the master (audit-file before/after images) in the last
      * WS-SCREEN-BANK-DAYS days.  SCREEN-EMPLOYEE-TABLE holds every
      * employee with a transaction in the batch (restart-skipped
      * ones included) and the account each was deposited to, for
      * the end-of-run checks: active employees of the group the
      * batch did not pay, and one account shared by two employees.
      ******************************************************************
       01  WS-SCREEN-VARIANCE-PCT      PIC V99   VALUE .25.
       01  WS-SCREEN-HOURS-FACTOR      PIC 9V99  VALUE 1.50.
       01  WS-SCREEN-HIST-DAYS         PIC 9(3)  VALUE 91.
       01  WS-SCREEN-BANK-DAYS         PIC 9(3)  VALUE 30.
       01  WS-SCREEN-DAY-NUMBER        PIC 9(7)  VALUE 0.
       01  WS-SCREEN-HIST-FROM         PIC 9(8)  VALUE 0.
       01  WS-SCREEN-BANK-FROM         PIC 9(8)  VALUE 0.
       01  WS-SCREEN-AVAILABLE         PIC X(1)  VALUE "N".
       01  WS-SCREEN-EOF               PIC X(1)  VALUE "N".
       01  WS-SCREEN-FLAGGED           PIC 9(5)  VALUE 0.
       01  WS-SCREEN-EMP-ID            PIC X(6)  VALUE SPACES.
       01  WS-SCREEN-EMP-NAME          PIC X(20) VALUE SPACES.
       01  WS-SCREEN-REASON            PIC X(29) VALUE SPACES.
       01  WS-SCREEN-CURRENT           PIC S9(5)V99 VALUE 0.
       01  WS-SCREEN-NORMAL            PIC S9(5)V99 VALUE 0.
       01  WS-SCREEN-DIFF              PIC S9(5)V99 VALUE 0.
       01  WS-SCREEN-OLD-BANK          PIC X(26) VALUE SPACES.
       01  WS-SCREEN-SHARED            PIC X(1)  VALUE "N".
       01  WS-SH-PRIOR-CHECKS          PIC 9(5)  VALUE 0.
       01  WS-SH-RECENT-CHECKS         PIC 9(5)  VALUE 0.
       01  WS-SH-GROSS                 PIC 9(7)V99 VALUE 0.
       01  WS-SH-NET                   PIC 9(7)V99 VALUE 0.
       01  WS-SH-HOURS                 PIC 9(7)V99 VALUE 0.
       01  SCREEN-EMPLOYEE-TABLE.
           05  SE-COUNT                PIC 9(3)  VALUE 0.
           05  SE-ENTRY OCCURS 500 TIMES.
               10  SE-EMPLOYEE-ID      PIC X(6).
               10  SE-EMPLOYEE-NAME    PIC X(20).
               10  SE-BANK-ACCOUNT.
                   15  SE-ROUTING      PIC X(9).
                   15  SE-ACCOUNT      PIC X(17).
       01  SE-MAX                      PIC 9(3)  VALUE 500.
       01  WS-SE-SUB                   PIC 9(3)  VALUE 0.
       01  WS-SE-OTHER                 PIC 9(3)  VALUE 0.
       01  WS-SE-HIT                   PIC 9(3)  VALUE 0.
       01  BANK-CHANGE-TABLE.
           05  BC-COUNT                PIC 9(3)  VALUE 0.
           05  BC-ENTRY OCCURS 200 TIMES.
               10  BC-EMPLOYEE-ID      PIC X(6).
               10  BC-CHANGE-DATE      PIC 9(8).
       01  BC-MAX                      PIC 9(3)  VALUE 200.
       01  WS-BC-SUB                   PIC 9(3)  VALUE 0.
       01  WS-BC-HIT                   PIC 9(3)  VALUE 0.
      * The master-record images on the audit file, viewed through
      * the EMPMAST.cpy positions of the bank fields.
       01  AUDIT-MASTER-IMAGE.
           05  FILLER                  PIC X(49).
           05  AMI-BANK-ACCOUNT.
               10  AMI-ROUTING-NUMBER  PIC X(9).
               10  AMI-ACCOUNT-NUMBER  PIC X(17).
           05  FILLER                  PIC X(45).

       01  WS-EMPMAST-STATUS       PIC X(2).
       01  WS-PAYREG-STATUS        PIC X(2).
       01  WS-CHKPT-STATUS         PIC X(2).
       01  WS-ACHDEP-STATUS        PIC X(2).
       01  WS-TAXRATE-STATUS       PIC X(2).
       01  WS-WCRATE-STATUS        PIC X(2).
       01  WS-W4ELECT-STATUS       PIC X(2).
       01  WS-W4ELECT-AVAILABLE    PIC X(1)   VALUE "N".
       01  WS-PROOFRPT-STATUS      PIC X(2).
       01  WS-SCREEN-STATUS        PIC X(2).
       01  WS-PAYHIST-STATUS       PIC X(2).
       01  WS-STUBPRT-STATUS       PIC X(2).
       01  WS-EMPDED-STATUS        PIC X(2).
       01  WS-REISSUE-STATUS       PIC X(2).
       01  WS-REMIT-STATUS         PIC X(2).
       01  WS-REMITREG-STATUS      PIC X(2).
       01  WS-RKCONTR-STATUS       PIC X(2).
       01  WS-RATEHIST-STATUS      PIC X(2).
       01  WS-RATEHIST-AVAILABLE   PIC X(1)   VALUE "N".
       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-ARCHIN-STATUS        PIC X(2).
       01  WS-ARCHOUT-STATUS       PIC X(2).
       01  WS-ARCHHRS-STATUS       PIC X(2).
       01  WS-TAXLIAB-STATUS       PIC X(2).

      ******************************************************************
      * Close-out / archive work areas: the run number assigned by
       01  WS-EXIT-FLAG            PIC X(1)   VALUE "N".
       01  WS-REGISTER-LINE        PIC X(150).
       01  WS-MAINTAIN-FLAG        PIC X(1)   VALUE "Y".
       01  WS-WC-CLASS-FOUND        PIC X(1)   VALUE "N".
       01  WS-EDIT-OK               PIC X(1)   VALUE "Y".
       01  WS-EMP-FOUND             PIC X(1)   VALUE "N".
       01  WS-EOF-FLAG              PIC X(1)   VALUE "N".
       01  WS-CHECK-COUNT           PIC 9(6)   VALUE 0.
       01  WS-PAY-BY-CHECK          PIC X(1)   VALUE "N".
       01  WS-CHECK-FOUND           PIC X(1)   VALUE "N".
       01  WS-ISSUE-CHECK-NUMBER    PIC 9(8)   VALUE 0.

      ******************************************************************
      * Off-cycle check work areas: one check paid between runs
      * (PROCESS-OFF-CYCLE-CHECK).  WS-OC-MODE is "M" for a check
      * accounting already wrote by hand, whose number, date and
      * every amount are keyed as written, or "S" for one the system
      * prices and prints.  WS-OFF-CYCLE-RUN marks the close-out's
      * run-control and tax-liability records off-cycle.
      ******************************************************************
       01  WS-OFF-CYCLE-RUN         PIC X(1)   VALUE "N".
       01  WS-OC-MODE               PIC X(1)   VALUE SPACE.
       01  WS-OC-VALID              PIC X(1)   VALUE "N".
       01  WS-OC-POSTED             PIC X(1)   VALUE "N".
       01  WS-OC-CONFIRM            PIC X(1)   VALUE "N".
       01  WS-OC-TODAY              PIC 9(8)   VALUE 0.
       01  WS-OC-CHECK-DATE         PIC 9(8)   VALUE 0.
       01  WS-OC-CHECK-YEAR         PIC 9(4)   VALUE 0.
       01  WS-OC-DATE-INT           PIC 9(7)   VALUE 0.
       01  WS-OC-CHECK-NUMBER       PIC 9(8)   VALUE 0.
       01  WS-OC-GROSS              PIC 9(5)V99 VALUE 0.
       01  WS-OC-FEDERAL            PIC 9(5)V99 VALUE 0.
       01  WS-OC-STATE              PIC 9(5)V99 VALUE 0.
       01  WS-OC-FICA               PIC 9(5)V99 VALUE 0.
       01  WS-OC-MEDICARE           PIC 9(5)V99 VALUE 0.
       01  WS-OC-HEALTH             PIC 9(5)V99 VALUE 0.
       01  WS-OC-RETIREMENT         PIC 9(5)V99 VALUE 0.
       01  WS-OC-OTHER              PIC 9(5)V99 VALUE 0.
       01  WS-OC-NET                PIC 9(5)V99 VALUE 0.
       01  WS-OC-BALANCE            PIC S9(7)V99 VALUE 0.
       01  WS-OC-EXCESS             PIC 9(5)V99 VALUE 0.

      ******************************************************************
      * Prenote work areas: a changed bank account holds live

       COPY PROOFRPT.

       COPY SCREENRPT.

       COPY RETROREQ.

       COPY PAYSTUB.

       COPY GLPOST.

       COPY REMIT.

       COPY RKCONTR.

       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN-PROCEDURE (request 009) - menu-driven dispatch replacing
               DISPLAY "(16) Mantener Operadores"
               DISPLAY "(17) Listar Corridas Archivadas"
               DISPLAY "(18) Reimprimir Corrida Archivada"
               DISPLAY "(19) Mantener Elecciones W-4"
               DISPLAY "(20) Generar Archivo W-2 (EFW2)"
               DISPLAY "(21) Depositos de Impuestos Federales"
               DISPLAY "(22) Cambio Masivo de Tarifas"
               DISPLAY "(23) Verificar Integridad de Archivos"
               DISPLAY "(24) Cheque Manual Fuera de Ciclo"
               DISPLAY "(25) Mantener Tarifas de Comp. Laboral"
               DISPLAY "(26) Reporte de Compensacion Laboral"
               DISPLAY "(27) Salir"
               ACCEPT WS-MODE

               PERFORM CHECK-MENU-AUTHORITY
                       CALL "STATE-UNEMP-RPT"
                       END-CALL
                   WHEN "15"
                       MOVE SPACES TO RQ-FROM-EMPLOYEE
                       CALL "RETRO-PAY-GEN"
                           USING RETRO-REQUEST
                       END-CALL
                   WHEN "16"
                       PERFORM MAINTAIN-OPERATORS
                   WHEN "18"
                       PERFORM REPRINT-ARCHIVED-RUN
                   WHEN "19"
                       PERFORM MAINTAIN-W4-ELECTIONS
                   WHEN "20"
                       CALL "W2-EFW2-GEN"
                       END-CALL
                   WHEN "21"
                       CALL "FED-DEPOSIT-PROC"
                           USING WS-OPERATOR-ID
                       END-CALL
                   WHEN "22"
                       CALL "RATE-MASS-CHANGE"
                           USING WS-OPERATOR-ID
                       END-CALL
                   WHEN "23"
                       CALL "FILE-INTEGRITY-CHK"
                       END-CALL
                   WHEN "24"
                       PERFORM PROCESS-OFF-CYCLE-CHECK
                   WHEN "25"
                       PERFORM MAINTAIN-WC-RATES
                   WHEN "26"
                       CALL "WORKERS-COMP-RPT"
                       END-CALL
                   WHEN "27"
                       MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Opcion invalida."
           MOVE "Y" TO WS-AUTH-OK
           EVALUATE WS-MODE
               WHEN "1"
               WHEN "19"
               WHEN "22"
                   MOVE WS-AUTH-MAINTENANCE TO WS-AUTH-OK
               WHEN "2"
               WHEN "6"
               WHEN "11"
               WHEN "13"
               WHEN "15"
               WHEN "21"
               WHEN "24"
                   MOVE WS-AUTH-PAYROLL TO WS-AUTH-OK
               WHEN "3"
               WHEN "4"
               WHEN "14"
               WHEN "17"
               WHEN "18"
               WHEN "20"
               WHEN "23"
               WHEN "26"
                   MOVE WS-AUTH-REPORTS TO WS-AUTH-OK
               WHEN "5"
               WHEN "25"
                   MOVE WS-AUTH-TAXRATES TO WS-AUTH-OK
               WHEN "8"
                   MOVE WS-AUTH-DEDUCTIONS TO WS-AUTH-OK
           MOVE 0 TO VC-COUNT
           MOVE 0 TO GD-DEPT-COUNT
           MOVE 0 TO RT-CASE-COUNT
           MOVE 0 TO PC-COUNT
           MOVE 0 TO SE-COUNT
           MOVE 0 TO WS-SCREEN-FLAGGED
           MOVE "N" TO WS-RUN-COMPLETED
           MOVE 1 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-LINES-ON-PAGE
               IF WS-RATEHIST-STATUS = "00"
                   MOVE "Y" TO WS-RATEHIST-AVAILABLE
               END-IF
               PERFORM OPEN-W4-ELECTIONS
               MOVE "N" TO WS-QTRWAGE-AVAILABLE
               OPEN INPUT QUARTERLY-WAGE-FILE
               IF WS-QTRWAGE-STATUS = "00"
                   MOVE "Y" TO WS-QTRWAGE-AVAILABLE
               END-IF
               MOVE "N" TO WS-ABORT-BATCH
           ELSE
               OPEN I-O YTD-EARNINGS-FILE
               IF WS-RATEHIST-STATUS = "00"
                   MOVE "Y" TO WS-RATEHIST-AVAILABLE
               END-IF
               PERFORM OPEN-W4-ELECTIONS

               OPEN I-O QUARTERLY-WAGE-FILE
               IF WS-QTRWAGE-STATUS = "35"
           IF WS-ABORT-BATCH = "Y"
               DISPLAY "Corrida de nomina cancelada por el operador."
           ELSE
               PERFORM START-ANOMALY-SCREEN
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ EMPLOYEE-HOURS-FILE
                       AT END
                           PERFORM PROCESS-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               PERFORM FINISH-ANOMALY-SCREEN

               IF WS-PROOF-MODE = "Y"
                   PERFORM WRITE-PROOF-TOTALS
                   PERFORM WRITE-CONTROL-TOTALS
                   PERFORM WRITE-GL-DISTRIBUTION
                   PERFORM WRITE-REMITTANCE
                   PERFORM WRITE-PLAN-CONTRIBUTIONS
                   PERFORM RECONCILE-TOTALS
                   PERFORM SAVE-NEXT-CHECK-NUMBER
                   DISPLAY "Cheques emitidos en esta corrida: "
               IF WS-RATEHIST-AVAILABLE = "Y"
                   CLOSE RATE-HISTORY-FILE
               END-IF
               IF WS-W4ELECT-AVAILABLE = "Y"
                   CLOSE W4-ELECTION-FILE
               END-IF
               IF WS-QTRWAGE-AVAILABLE = "Y"
                   CLOSE QUARTERLY-WAGE-FILE
               END-IF
               CLOSE PROOF-REPORT-FILE
           ELSE
               CLOSE PAYROLL-REGISTER-FILE
               IF WS-RATEHIST-AVAILABLE = "Y"
                   CLOSE RATE-HISTORY-FILE
               END-IF
               IF WS-W4ELECT-AVAILABLE = "Y"
                   CLOSE W4-ELECTION-FILE
               END-IF
           END-IF
           IF WS-PROOF-MODE NOT = "Y" AND WS-RUN-COMPLETED = "Y"
               PERFORM CLOSE-OUT-RUN
           MOVE "N" TO WS-EMPDED-AVAILABLE
           MOVE "N" TO WS-QTRWAGE-AVAILABLE
           MOVE "N" TO WS-ACCRUAL-AVAILABLE
           MOVE "N" TO WS-RATEHIST-AVAILABLE
           MOVE "N" TO WS-W4ELECT-AVAILABLE.

      ******************************************************************
      * OPEN-W4-ELECTIONS - the elections are only read by the run,
      * proof and live alike.  A missing file just means nobody has
      * keyed a W-4 yet: every employee prices with the defaults.
      ******************************************************************
       OPEN-W4-ELECTIONS.
           MOVE "N" TO WS-W4ELECT-AVAILABLE
           OPEN INPUT W4-ELECTION-FILE
           IF WS-W4ELECT-STATUS = "00"
               MOVE "Y" TO WS-W4ELECT-AVAILABLE
           END-IF.

      ******************************************************************
      * READ-BATCH-CONTROL - picks up the batch-control record
      * is the hand-off to the bank, so a refused release leaves the
      * run standing but flagged DO-NOT-TRANSMIT, and the run-
      * control record carries the held status.  Failed release
      * passwords count toward the same lockout as sign-on.  Any
      * item the anomaly screen flagged also requires the release,
      * whatever the gross, and the count is shown so the approver
      * knows how much of SCREEN.PRT they are signing off on.
      ******************************************************************
       CHECK-RELEASE-REQUIRED.
           MOVE "Y" TO WS-RUN-RELEASED
           DISPLAY "Partidas senaladas por la revision de "
               "anomalias: " WS-SCREEN-FLAGGED
           IF WS-TOTAL-GROSS > WS-RELEASE-THRESHOLD
               OR WS-SCREEN-FLAGGED > 0
               MOVE "N" TO WS-RUN-RELEASED
               IF WS-TOTAL-GROSS > WS-RELEASE-THRESHOLD
                   DISPLAY "El bruto de la corrida (" WS-TOTAL-GROSS
                       ") excede el umbral de " WS-RELEASE-THRESHOLD
                       " - se requiere la liberacion de un segundo "
                       "operador."
               ELSE
                   DISPLAY "La revision de anomalias senalo "
                       WS-SCREEN-FLAGGED " partidas - se requiere "
                       "la liberacion de un segundo operador."
               END-IF
               IF WS-SCREEN-FLAGGED > 0
                   DISPLAY "El que libera debe revisar las "
                       WS-SCREEN-FLAGGED " partidas de "
                       "data/SCREEN.PRT antes de firmar."
               END-IF
               OPEN I-O OPERATOR-FILE
               IF WS-OPERATOR-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir el archivo de "
      ******************************************************************
      * CLOSE-OUT-RUN - the archival step after a live run
      * reconciles: copies the run's register, ACH, GL posting, GL
      * distribution, remittance, 401(k) and transaction files under
      * the next run number (data/PAYREG.Rnnnnnn and friends),
      * writes the permanent run-control record carrying the
      * control totals and completion status and the run's federal
      * tax-liability record, and
      * consumes the transaction batch so the next option 2 can't
      * silently double-pay it.  Options 17/18 list and reprint from
      * what this step leaves behind.
      ******************************************************************
       CLOSE-OUT-RUN.
           PERFORM GET-NEXT-RUN-NUMBER
           ELSE
               PERFORM ARCHIVE-RUN-FILES
               PERFORM WRITE-RUN-CONTROL
               PERFORM WRITE-TAX-LIABILITY
               DISPLAY "Corrida " WS-RUN-NUMBER " archivada ("
                   WS-RUN-DATE-NUMERIC ")."
           END-IF.
               MOVE WS-EMPLOYEES-PROCESSED
                   TO RC-EMPLOYEES-PROCESSED
               MOVE WS-CHECK-COUNT TO RC-CHECKS-ISSUED
               IF WS-OFF-CYCLE-RUN = "Y"
                   MOVE "O" TO RC-STATUS
               ELSE
                   IF WS-RUN-RELEASED = "Y"
                       MOVE "C" TO RC-STATUS
                   ELSE
                       MOVE "H" TO RC-STATUS
                   END-IF
               END-IF
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * WRITE-TAX-LIABILITY - the run's federal deposit liability,
      * under the run number just assigned and the run date the
      * checks carry.  Summed from the department distribution table
      * the GL posting was written from, where every void already
      * came back out at WS-GL-FACTOR -1, so the liability is net of
      * the run's voids and ties to the posting to the cent.  The
      * employer halves are the match GD-ER-FICA/GD-ER-MEDICARE
      * carry.  FED-DEPOSIT-PROC schedules and pays it from here.
      ******************************************************************
       WRITE-TAX-LIABILITY.
           OPEN I-O TAX-LIABILITY-FILE
           IF WS-TAXLIAB-STATUS = "35"
               CLOSE TAX-LIABILITY-FILE
               OPEN OUTPUT TAX-LIABILITY-FILE
               CLOSE TAX-LIABILITY-FILE
               OPEN I-O TAX-LIABILITY-FILE
           END-IF
           IF WS-TAXLIAB-STATUS NOT = "00"
               DISPLAY "No se pudo grabar la obligacion de impuestos "
                   "(status " WS-TAXLIAB-STATUS ")."
           ELSE
               MOVE WS-RUN-NUMBER TO TL-RUN-NUMBER
               MOVE WS-RUN-DATE-NUMERIC TO TL-CHECK-DATE
               MOVE WS-RUN-PAY-GROUP TO TL-PAY-GROUP
               IF WS-OFF-CYCLE-RUN = "Y"
                   MOVE "O" TO TL-RUN-STATUS
               ELSE
                   IF WS-RUN-RELEASED = "Y"
                       MOVE "C" TO TL-RUN-STATUS
                   ELSE
                       MOVE "H" TO TL-RUN-STATUS
                   END-IF
               END-IF
               MOVE 0 TO TL-FEDERAL-TAX TL-EE-FICA TL-ER-FICA
               MOVE 0 TO TL-EE-MEDICARE TL-ER-MEDICARE
               PERFORM VARYING WS-GD-SUB FROM 1 BY 1
                   UNTIL WS-GD-SUB > GD-DEPT-COUNT
                   ADD GD-FEDERAL (WS-GD-SUB) TO TL-FEDERAL-TAX
                   ADD GD-FICA (WS-GD-SUB) TO TL-EE-FICA
                   ADD GD-ER-FICA (WS-GD-SUB) TO TL-ER-FICA
                   ADD GD-MEDICARE (WS-GD-SUB) TO TL-EE-MEDICARE
                   ADD GD-ER-MEDICARE (WS-GD-SUB) TO TL-ER-MEDICARE
               END-PERFORM
               COMPUTE TL-TOTAL-LIABILITY =
                   TL-FEDERAL-TAX + TL-EE-FICA + TL-ER-FICA
                   + TL-EE-MEDICARE + TL-ER-MEDICARE
               MOVE SPACE TO TL-DEPOSIT-SCHEDULE
               MOVE 0 TO TL-DUE-DATE
               MOVE SPACE TO TL-DEPOSIT-STATUS
               MOVE 0 TO TL-PAID-DATE
               MOVE SPACES TO TL-PAID-BY
               WRITE TAX-LIABILITY-RECORD
                   INVALID KEY
                       DISPLAY "Obligacion de impuestos duplicada "
                           "para la corrida: " WS-RUN-NUMBER
                   NOT INVALID KEY
                       DISPLAY "Obligacion federal de la corrida: "
                           TL-TOTAL-LIABILITY
               END-WRITE
               CLOSE TAX-LIABILITY-FILE
           END-IF.

       ARCHIVE-RUN-FILES.
           MOVE "data/PAYREG.PRT" TO WS-ARCHIVE-IN-NAME
           MOVE SPACES TO WS-ARCHIVE-OUT-NAME
               DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
           PERFORM ARCHIVE-ONE-PRINT-FILE

           MOVE "data/SCREEN.PRT" TO WS-ARCHIVE-IN-NAME
           MOVE SPACES TO WS-ARCHIVE-OUT-NAME
           STRING "data/SCREEN.R" WS-RUN-NUMBER
               DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
           PERFORM ARCHIVE-ONE-PRINT-FILE

           PERFORM ARCHIVE-REMIT-FILES

           IF PC-COUNT > 0
               MOVE "data/RKCONTR.DAT" TO WS-ARCHIVE-IN-NAME
               MOVE SPACES TO WS-ARCHIVE-OUT-NAME
               STRING "data/RKCONTR.R" WS-RUN-NUMBER
                   DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
               PERFORM ARCHIVE-ONE-PRINT-FILE
           END-IF

           PERFORM ARCHIVE-HOURS-BATCH.

      ******************************************************************
      * ARCHIVE-REMIT-FILES - the garnishment remittance file and its
      * register are rewritten by every run and every off-cycle check
      * that carries a remittance, so each one is kept under its own
      * run number before the next can overwrite it.  A run with no
      * remittance leaves the previous run's files in place; those are
      * already archived under that run and are not copied again.
      ******************************************************************
       ARCHIVE-REMIT-FILES.
           IF RT-CASE-COUNT > 0
               MOVE "data/REMIT.DAT" TO WS-ARCHIVE-IN-NAME
               MOVE SPACES TO WS-ARCHIVE-OUT-NAME
               STRING "data/REMIT.R" WS-RUN-NUMBER
                   DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
               PERFORM ARCHIVE-ONE-PRINT-FILE

               MOVE "data/REMITREG.PRT" TO WS-ARCHIVE-IN-NAME
               MOVE SPACES TO WS-ARCHIVE-OUT-NAME
               STRING "data/REMITREG.R" WS-RUN-NUMBER
                   DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
               PERFORM ARCHIVE-ONE-PRINT-FILE
           END-IF.

      ******************************************************************
      * ARCHIVE-ONE-PRINT-FILE - line-for-line copy of one run
      * output under its archive name.  A source that doesn't exist
                               CONTINUE
                           NOT AT END
                               ADD EH-HOURS-WORKED TO WS-SKIPPED-HOURS
                               PERFORM NOTE-SCREEN-TRANSACTION
                       END-READ
                   END-PERFORM
               END-IF
           ADD 1 TO WS-RECORDS-READ
           MOVE EH-EMPLOYEE-ID TO CK-LAST-EMPLOYEE-ID
           MOVE WS-RECORDS-READ TO CK-RECORDS-READ
           PERFORM NOTE-SCREEN-TRANSACTION

           IF NOT EH-VALID-TRANS-TYPE
               DISPLAY "Tipo de transaccion invalido ("
           IF WS-EDIT-OK = "Y"
               PERFORM COMPUTE-GROSS-PAY

      * Flat company amounts are quoted per biweekly period and
      * prorated to the run group's periods, so a monthly employee
      * carries the same annual premium as a weekly one.  Both
      * pre-tax amounts are figured before the taxes, which are
      * priced on what is left of gross after them.
               COMPUTE WS-HEALTH-DEDUCTION ROUNDED =
                   EM-HEALTH-PREMIUM * WS-BASE-PERIODS
                   / WS-GROUP-PERIODS
               COMPUTE WS-RETIREMENT-DEDUCTION ROUNDED =
                   GROSS-PAY * EM-RETIREMENT-PCT
               MOVE EM-WORK-STATE TO WS-WORK-STATE
               PERFORM GET-YTD-GROSS-BEFORE
               PERFORM GET-401K-YTD-BEFORE
               PERFORM COMPUTE-401K-CONTRIBUTION
               PERFORM COMPUTE-TAXABLE-WAGES
               PERFORM LOAD-W4-ELECTION
               PERFORM COMPUTE-WITHHOLDING-TAXES

               COMPUTE DEDUCTION =
                   WS-FEDERAL-TAX + WS-STATE-TAX + WS-FICA
                   + WS-RETIREMENT-DEDUCTION
               COMPUTE NET-PAY = GROSS-PAY - DEDUCTION
               PERFORM APPLY-EMPLOYEE-DEDUCTIONS
               MOVE WS-FICA-WAGES TO WS-RG-AMOUNT
               MOVE WS-RETIREMENT-DEDUCTION TO WS-RG-DEFERRAL
               MOVE WS-PLAN-COMP TO WS-RG-PLAN-COMP
               PERFORM TRACK-RUN-GROSS
               PERFORM SCREEN-PRICED-CHECK

               DISPLAY "-----------------------------------"
               DISPLAY "Empleado: " EM-EMPLOYEE-NAME
               DISPLAY "Pago Regular: $" REGULAR-PAY
               DISPLAY "Pago Tiempo Extra: $" OVERTIME-PAY
               DISPLAY "Salario Bruto: $" GROSS-PAY
               DISPLAY "Salario Gravable: $" WS-TAXABLE-WAGES
                   "  Salario FICA: $" WS-FICA-WAGES
               DISPLAY "Impuesto Federal: $" WS-FEDERAL-TAX
               DISPLAY "Impuesto Estatal: $" WS-STATE-TAX
               DISPLAY "FICA: $" WS-FICA
               DISPLAY "Salario Neto: $" NET-PAY
               DISPLAY "FUTA patronal: $" WS-FUTA
                   "  SUTA patronal: $" WS-SUTA
               DISPLAY "401(k) patronal: $" WS-ER-MATCH
                   "  Compensacion del plan: $" WS-PLAN-COMP
               DISPLAY "-----------------------------------"
               IF WS-PROOF-MODE = "Y"
                   ADD GROSS-PAY TO WS-TOTAL-GROSS
                   PERFORM DISBURSE-NET-PAY
                   MOVE +1 TO WS-GL-FACTOR
                   PERFORM ACCUMULATE-GL-DISTRIBUTION
                   PERFORM ACCUMULATE-PLAN-CONTRIBUTION
               END-IF
               ADD 1 TO WS-EMPLOYEES-PROCESSED
               MOVE WS-EMPLOYEES-PROCESSED TO CK-EMPLOYEES-PROCESSED
               MOVE PH-NET-PAY TO NET-PAY
               MOVE PH-ER-FUTA TO WS-FUTA
               MOVE PH-ER-SUTA TO WS-SUTA
               MOVE PH-TAXABLE-WAGES TO WS-TAXABLE-WAGES
               MOVE PH-FICA-WAGES TO WS-FICA-WAGES
               MOVE PH-WORK-STATE TO WS-WORK-STATE
               MOVE PH-ER-MATCH TO WS-ER-MATCH
               MOVE PH-PLAN-COMP TO WS-PLAN-COMP
               COMPUTE DEDUCTION =
                   WS-FEDERAL-TAX + WS-STATE-TAX + WS-FICA
                   + WS-MEDICARE + WS-HEALTH-DEDUCTION
                   "  Secuencia: " PH-SEQUENCE-NUMBER
               DISPLAY "Bruto revertido: $" GROSS-PAY
               DISPLAY "Neto revertido: $" NET-PAY
               DISPLAY "401(k) patronal revertido: $" WS-ER-MATCH
               DISPLAY "-----------------------------------"

               COMPUTE WS-RG-AMOUNT = WS-FICA-WAGES * -1
               COMPUTE WS-RG-DEFERRAL = WS-RETIREMENT-DEDUCTION * -1
               COMPUTE WS-RG-PLAN-COMP = WS-PLAN-COMP * -1
               PERFORM TRACK-RUN-GROSS
               PERFORM RECORD-VOIDED-CHECK

                   PERFORM MARK-HISTORY-VOIDED
                   MOVE -1 TO WS-GL-FACTOR
                   PERFORM ACCUMULATE-GL-DISTRIBUTION
                   PERFORM ACCUMULATE-PLAN-CONTRIBUTION
                   MOVE +1 TO WS-GL-FACTOR
               END-IF
               ADD 1 TO WS-EMPLOYEES-PROCESSED
                       SUBTRACT WS-OTHER-DEDUCTIONS
                           FROM YE-YTD-OTHER-DEDUCT
                       SUBTRACT NET-PAY FROM YE-YTD-NET
                       SUBTRACT WS-TAXABLE-WAGES
                           FROM YE-YTD-TAXABLE-WAGES
                       SUBTRACT WS-FICA-WAGES FROM YE-YTD-FICA-WAGES
                       SUBTRACT WS-ER-MATCH FROM YE-YTD-ER-MATCH
                       SUBTRACT WS-PLAN-COMP FROM YE-YTD-PLAN-COMP
                       SUBTRACT 1 FROM YE-PAY-PERIODS
                       PERFORM GET-PERIOD-QUARTER
                       IF WS-PERIOD-QUARTER > 0
                               YE-QTR-FICA (WS-PERIOD-QUARTER)
                           SUBTRACT WS-MEDICARE FROM
                               YE-QTR-MEDICARE (WS-PERIOD-QUARTER)
                           SUBTRACT WS-TAXABLE-WAGES FROM
                               YE-QTR-TAXABLE-WAGES
                                   (WS-PERIOD-QUARTER)
                           SUBTRACT WS-FICA-WAGES FROM
                               YE-QTR-FICA-WAGES (WS-PERIOD-QUARTER)
                       END-IF
                       REWRITE YTD-EARNINGS-RECORD
                   ELSE
               CLOSE TAX-RATE-FILE
               MOVE "N" TO WS-EOF-FLAG
           END-IF
           PERFORM ENSURE-DEFAULT-TAX-TYPES
           PERFORM LOAD-401K-PLAN.

       LOAD-ONE-TAX-BRACKET.
           IF TB-BRACKET-COUNT < TB-BRACKET-MAX
               ADD 1 TO TB-BRACKET-COUNT
               MOVE TR-TAX-TYPE TO TB-TAX-TYPE (TB-BRACKET-COUNT)
               MOVE TR-STATE-CODE TO TB-STATE-CODE (TB-BRACKET-COUNT)
               MOVE TR-BRACKET-FLOOR TO TB-FLOOR (TB-BRACKET-COUNT)
               MOVE TR-BRACKET-CEILING TO TB-CEILING (TB-BRACKET-COUNT)
               MOVE TR-RATE-PCT TO TB-RATE (TB-BRACKET-COUNT)
                   TO TB-WAGE-BASE (TB-BRACKET-COUNT)
           ELSE
               DISPLAY "Tabla de impuestos llena - tramo ignorado: "
                   TR-TAX-TYPE " " TR-STATE-CODE " " TR-BRACKET-NUMBER
           END-IF.

       ENSURE-DEFAULT-TAX-TYPES.
           MOVE "SUT" TO WS-TAX-TYPE-WANTED
           MOVE DT-SUTA-PCT TO WS-DEFAULT-RATE
           MOVE DT-SUTA-WAGE-BASE TO WS-DEFAULT-WAGE-BASE
           PERFORM ENSURE-ONE-TAX-TYPE
           MOVE "MAT" TO WS-TAX-TYPE-WANTED
           MOVE DT-401K-MATCH-PCT TO WS-DEFAULT-RATE
           MOVE DT-401K-COMP-LIMIT TO WS-DEFAULT-WAGE-BASE
           PERFORM ENSURE-ONE-TAX-TYPE
           MOVE "MCP" TO WS-TAX-TYPE-WANTED
           MOVE DT-401K-MATCH-CAP-PCT TO WS-DEFAULT-RATE
           MOVE 0 TO WS-DEFAULT-WAGE-BASE
           PERFORM ENSURE-ONE-TAX-TYPE
           MOVE "DEF" TO WS-TAX-TYPE-WANTED
           MOVE 0 TO WS-DEFAULT-RATE
           MOVE DT-401K-DEFERRAL-LIMIT TO WS-DEFAULT-WAGE-BASE
           PERFORM ENSURE-ONE-TAX-TYPE.

      ******************************************************************
      * LOAD-401K-PLAN - picks the run's 401(k) plan terms out of the
      * loaded table (ENSURE-DEFAULT-TAX-TYPES has already backfilled
      * any the file lacked): the match rate and annual compensation
      * limit from MAT, the percent-of-pay match cap from MCP and the
      * annual deferral limit from DEF.
      ******************************************************************
       LOAD-401K-PLAN.
           PERFORM VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > TB-BRACKET-COUNT
               IF TB-STATE-CODE (WS-TB-SUB) = SPACES
                   EVALUATE TB-TAX-TYPE (WS-TB-SUB)
                       WHEN "MAT"
                           MOVE TB-RATE (WS-TB-SUB)
                               TO WS-401K-MATCH-PCT
                           MOVE TB-WAGE-BASE (WS-TB-SUB)
                               TO WS-401K-COMP-LIMIT
                       WHEN "MCP"
                           MOVE TB-RATE (WS-TB-SUB)
                               TO WS-401K-CAP-PCT
                       WHEN "DEF"
                           MOVE TB-WAGE-BASE (WS-TB-SUB)
                               TO WS-401K-DEFERRAL-LIMIT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ENSURE-ONE-TAX-TYPE.
           MOVE SPACES TO WS-TAX-STATE-WANTED
           PERFORM TEST-TAX-TYPE-PRESENT
           IF WS-TYPE-PRESENT-FLAG = "N"
               IF TB-BRACKET-COUNT < TB-BRACKET-MAX
                   DISPLAY "Sin tramos de " WS-TAX-TYPE-WANTED
                   ADD 1 TO TB-BRACKET-COUNT
                   MOVE WS-TAX-TYPE-WANTED
                       TO TB-TAX-TYPE (TB-BRACKET-COUNT)
                   MOVE SPACES TO TB-STATE-CODE (TB-BRACKET-COUNT)
                   MOVE 0 TO TB-FLOOR (TB-BRACKET-COUNT)
                   MOVE 0 TO TB-CEILING (TB-BRACKET-COUNT)
                   MOVE WS-DEFAULT-RATE TO TB-RATE (TB-BRACKET-COUNT)
           END-IF.

      ******************************************************************
      * GET-YTD-GROSS-BEFORE - the calendar-year FICA wages (gross
      * less the pre-tax health premium) the employee has already
      * been paid, BEFORE this transaction is added.
      * This is what the FICA wage-base cap in COMPUTE-ONE-CAPPED-TAX
      * works against.  The figure comes from the RUN-GROSS-TABLE:
      * the file YTD as it stood when this run first touched the
                   MOVE 0 TO WS-RG-NET
               END-IF
               MOVE WS-RG-NET TO WS-YTD-GROSS-BEFORE
           END-IF
           PERFORM GET-STATE-GROSS-BEFORE.

      ******************************************************************
      * GET-STATE-GROSS-BEFORE - the SUTA side of the same figure:
      * the pay-period year's wages already paid under
      * WS-WORK-STATE, from the employee's run-gross entry.  The
      * entry follows one state and year at a time; a check under a
      * different state than the entry last carried (the employee
      * was moved since the run touched them, or an earlier void was
      * of a check from the old state), or for a period in another
      * year, restarts the entry's state figure from that state's
      * QUARTERLY-WAGE record for that year.
      ******************************************************************
       GET-STATE-GROSS-BEFORE.
           IF WS-RG-HIT = 0
               PERFORM READ-STATE-START-GROSS
               MOVE WS-STATE-START-GROSS TO WS-STATE-YTD-BEFORE
           ELSE
               PERFORM GET-PERIOD-QUARTER
               IF RG-STATE-CODE (WS-RG-HIT) NOT = WS-WORK-STATE
                   OR RG-STATE-YEAR (WS-RG-HIT) NOT = WS-PERIOD-YEAR
                   PERFORM READ-STATE-START-GROSS
                   MOVE WS-WORK-STATE TO RG-STATE-CODE (WS-RG-HIT)
                   MOVE WS-PERIOD-YEAR TO RG-STATE-YEAR (WS-RG-HIT)
                   MOVE WS-STATE-START-GROSS
                       TO RG-STATE-START (WS-RG-HIT)
                   MOVE 0 TO RG-STATE-RUN (WS-RG-HIT)
               END-IF
               COMPUTE WS-RG-NET =
                   RG-STATE-START (WS-RG-HIT)
                   + RG-STATE-RUN (WS-RG-HIT)
               IF WS-RG-NET < 0
                   MOVE 0 TO WS-RG-NET
               END-IF
               MOVE WS-RG-NET TO WS-STATE-YTD-BEFORE
           END-IF.

      ******************************************************************
      * READ-STATE-START-GROSS - the year's FICA wages (the SUTA base)
      * on the employee's QUARTERLY-WAGE record for WS-WORK-STATE,
      * under the pay-period date's year - the year
      * UPDATE-QUARTERLY-WAGES posts the check under, so a December
      * period paid in January still measures December's base.
      * No record means nothing has been paid under that state yet
      * that year, which is exactly how a move restarts the base.
      ******************************************************************
       READ-STATE-START-GROSS.
           MOVE 0 TO WS-STATE-START-GROSS
           PERFORM GET-PERIOD-QUARTER
           IF WS-QTRWAGE-AVAILABLE = "Y"
               MOVE EM-EMPLOYEE-ID TO QW-EMPLOYEE-ID
               MOVE WS-PERIOD-YEAR TO QW-YEAR
               MOVE WS-WORK-STATE TO QW-STATE-CODE
               READ QUARTERLY-WAGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                           UNTIL WS-QTR-SUB > 4
                           ADD QW-QTR-FICA-WAGES (WS-QTR-SUB)
                               TO WS-STATE-START-GROSS
                       END-PERFORM
               END-READ
           END-IF.

      ******************************************************************
      * READ-YTD-START-GROSS - raw file read behind the run-gross
      * table: a missing record or one whose YE-YEAR is a prior year
      * (UPDATE-YTD will roll it over later in this same run) both
      * mean zero paid so far this year.  The figure is the year's
      * FICA wages, the base the wage-base caps measure, along with
      * the year's 401(k) deferrals and plan compensation the plan's
      * annual limits measure.
      ******************************************************************
       READ-YTD-START-GROSS.
           MOVE 0 TO WS-YTD-START-GROSS
           MOVE 0 TO WS-YTD-START-DEFERRAL
           MOVE 0 TO WS-YTD-START-PLAN-COMP
           IF WS-YTD-AVAILABLE = "Y"
               MOVE EM-EMPLOYEE-ID TO YE-EMPLOYEE-ID
               READ YTD-EARNINGS-FILE
                       CONTINUE
                   NOT INVALID KEY
                       IF YE-YEAR = WS-CURRENT-YEAR
                           MOVE YE-YTD-FICA-WAGES
                               TO WS-YTD-START-GROSS
                           MOVE YE-YTD-RETIREMENT
                               TO WS-YTD-START-DEFERRAL
                           MOVE YE-YTD-PLAN-COMP
                               TO WS-YTD-START-PLAN-COMP
                       END-IF
               END-READ
           END-IF.
               MOVE EM-EMPLOYEE-ID TO RG-EMPLOYEE-ID (WS-RG-HIT)
               MOVE WS-YTD-START-GROSS TO RG-START-GROSS (WS-RG-HIT)
               MOVE 0 TO RG-RUN-GROSS (WS-RG-HIT)
               PERFORM READ-STATE-START-GROSS
               MOVE WS-WORK-STATE TO RG-STATE-CODE (WS-RG-HIT)
               MOVE WS-PERIOD-YEAR TO RG-STATE-YEAR (WS-RG-HIT)
               MOVE WS-STATE-START-GROSS TO RG-STATE-START (WS-RG-HIT)
               MOVE 0 TO RG-STATE-RUN (WS-RG-HIT)
               MOVE WS-YTD-START-DEFERRAL
                   TO RG-START-DEFERRAL (WS-RG-HIT)
               MOVE 0 TO RG-RUN-DEFERRAL (WS-RG-HIT)
               MOVE WS-YTD-START-PLAN-COMP
                   TO RG-START-PLAN-COMP (WS-RG-HIT)
               MOVE 0 TO RG-RUN-PLAN-COMP (WS-RG-HIT)
           END-IF.

      ******************************************************************
      * TRACK-RUN-GROSS - posts WS-RG-AMOUNT (this check's FICA
      * wages, negative on a void) to the employee's run-gross entry,
      * creating it from the file first when the run hasn't touched
      * the employee yet - which is why the void path tracks BEFORE
      * BACKOUT-YTD rewrites the file.  The state figure only moves
      * when the check was paid under the state and for the period
      * year the entry follows.
      * WS-RG-DEFERRAL and WS-RG-PLAN-COMP post the check's 401(k)
      * deferral and plan compensation the same way.
      ******************************************************************
       TRACK-RUN-GROSS.
           PERFORM FIND-RUN-GROSS-ENTRY
           END-IF
           IF WS-RG-HIT > 0
               ADD WS-RG-AMOUNT TO RG-RUN-GROSS (WS-RG-HIT)
               ADD WS-RG-DEFERRAL TO RG-RUN-DEFERRAL (WS-RG-HIT)
               ADD WS-RG-PLAN-COMP TO RG-RUN-PLAN-COMP (WS-RG-HIT)
               PERFORM GET-PERIOD-QUARTER
               IF RG-STATE-CODE (WS-RG-HIT) = WS-WORK-STATE
                   AND RG-STATE-YEAR (WS-RG-HIT) = WS-PERIOD-YEAR
                   ADD WS-RG-AMOUNT TO RG-STATE-RUN (WS-RG-HIT)
               END-IF
           END-IF.

      ******************************************************************
      * GET-401K-YTD-BEFORE - the year's 401(k) deferrals and plan
      * compensation before this check, from the run-gross entry
      * GET-YTD-GROSS-BEFORE has just found or created (or, with the
      * table full, straight from the file read it made).
      ******************************************************************
       GET-401K-YTD-BEFORE.
           IF WS-RG-HIT = 0
               MOVE WS-YTD-START-DEFERRAL TO WS-DEFERRAL-YTD-BEFORE
               MOVE WS-YTD-START-PLAN-COMP TO WS-PLAN-COMP-YTD-BEFORE
           ELSE
               COMPUTE WS-RG-NET =
                   RG-START-DEFERRAL (WS-RG-HIT)
                   + RG-RUN-DEFERRAL (WS-RG-HIT)
               IF WS-RG-NET < 0
                   MOVE 0 TO WS-RG-NET
               END-IF
               MOVE WS-RG-NET TO WS-DEFERRAL-YTD-BEFORE
               COMPUTE WS-RG-NET =
                   RG-START-PLAN-COMP (WS-RG-HIT)
                   + RG-RUN-PLAN-COMP (WS-RG-HIT)
               IF WS-RG-NET < 0
                   MOVE 0 TO WS-RG-NET
               END-IF
               MOVE WS-RG-NET TO WS-PLAN-COMP-YTD-BEFORE
           END-IF.

      ******************************************************************
      * COMPUTE-401K-CONTRIBUTION - holds the employee deferral to
      * what is left of the annual deferral limit (once the year's
      * deferrals reach it the deferral simply stops), takes the
      * check's gross as plan compensation up to what is left of the
      * annual compensation limit, and figures the employer match:
      * WS-401K-MATCH-PCT of the deferral, counting deferrals only up
      * to WS-401K-CAP-PCT of the check's plan compensation.  Pay
      * past the compensation limit therefore earns no match, and no
      * deferral means no match.  A zero limit or cap means none.
      ******************************************************************
       COMPUTE-401K-CONTRIBUTION.
           IF WS-401K-DEFERRAL-LIMIT > 0
               COMPUTE WS-PLAN-ROOM =
                   WS-401K-DEFERRAL-LIMIT - WS-DEFERRAL-YTD-BEFORE
               IF WS-PLAN-ROOM < 0
                   MOVE 0 TO WS-PLAN-ROOM
               END-IF
               IF WS-RETIREMENT-DEDUCTION > WS-PLAN-ROOM
                   MOVE WS-PLAN-ROOM TO WS-RETIREMENT-DEDUCTION
                   DISPLAY "Limite anual de aportes 401(k) alcanzado: "
                       EM-EMPLOYEE-ID
               END-IF
           END-IF
           MOVE GROSS-PAY TO WS-PLAN-COMP
           IF WS-401K-COMP-LIMIT > 0
               COMPUTE WS-PLAN-ROOM =
                   WS-401K-COMP-LIMIT - WS-PLAN-COMP-YTD-BEFORE
               IF WS-PLAN-ROOM < 0
                   MOVE 0 TO WS-PLAN-ROOM
               END-IF
               IF WS-PLAN-COMP > WS-PLAN-ROOM
                   MOVE WS-PLAN-ROOM TO WS-PLAN-COMP
               END-IF
           END-IF
           MOVE WS-RETIREMENT-DEDUCTION TO WS-MATCH-BASE
           IF WS-401K-CAP-PCT > 0
               COMPUTE WS-MATCH-BASE ROUNDED =
                   WS-PLAN-COMP * WS-401K-CAP-PCT
               IF WS-RETIREMENT-DEDUCTION < WS-MATCH-BASE
                   MOVE WS-RETIREMENT-DEDUCTION TO WS-MATCH-BASE
               END-IF
           END-IF
           IF WS-PLAN-COMP = 0
               MOVE 0 TO WS-MATCH-BASE
           END-IF
           COMPUTE WS-ER-MATCH ROUNDED =
               WS-MATCH-BASE * WS-401K-MATCH-PCT.

      ******************************************************************
      * COMPUTE-WITHHOLDING-TAXES - replaces the old flat DEDTAB
      * percentages.  Federal and state use graduated per-period
      * brackets; FICA and Medicare are flat rates subject to an
      * annual wage-base cap, so once the year's FICA wages pass the
      * Social Security wage base the FICA line stops withholding
      * instead of over-withholding high earners all December.
      * Income tax is priced on WS-TAXABLE-WAGES through the bracket
      * set of the employee's W-4 filing status, less the W-4
      * dependents credit, plus the extra per-check amount; an
      * exempt W-4 withholds no federal or state income tax.  The
      * capped taxes are priced on WS-FICA-WAGES.  State income tax
      * and SUTA come from the brackets keyed under the employee's
      * work state, and SUTA's wage base is measured against the
      * wages already paid under that state alone.
      ******************************************************************
       COMPUTE-WITHHOLDING-TAXES.
           MOVE SPACES TO WS-TAX-STATE-WANTED
           MOVE "FED" TO WS-TAX-TYPE-FALLBACK
           EVALUATE WS-W4-FILING-STATUS
               WHEN "M"
                   MOVE "FEM" TO WS-TAX-TYPE-WANTED
               WHEN "H"
                   MOVE "FEH" TO WS-TAX-TYPE-WANTED
               WHEN OTHER
                   MOVE "FED" TO WS-TAX-TYPE-WANTED
           END-EVALUATE
           PERFORM SELECT-FILING-TAX-TYPE
           MOVE WS-W4-DEPENDENT-CREDIT TO WS-ANNUAL-CREDIT
           PERFORM COMPUTE-ONE-GRADUATED-TAX
           COMPUTE WS-FEDERAL-TAX =
               WS-TAX-COMPUTED + WS-W4-EXTRA-WITHHOLDING
           MOVE WS-WORK-STATE TO WS-TAX-STATE-WANTED
           MOVE "STA" TO WS-TAX-TYPE-FALLBACK
           EVALUATE WS-W4-FILING-STATUS
               WHEN "M"
                   MOVE "STM" TO WS-TAX-TYPE-WANTED
               WHEN "H"
                   MOVE "STH" TO WS-TAX-TYPE-WANTED
               WHEN OTHER
                   MOVE "STA" TO WS-TAX-TYPE-WANTED
           END-EVALUATE
           PERFORM SELECT-FILING-TAX-TYPE
           MOVE 0 TO WS-ANNUAL-CREDIT
           PERFORM COMPUTE-ONE-GRADUATED-TAX
           MOVE WS-TAX-COMPUTED TO WS-STATE-TAX
           IF WS-W4-EXEMPT = "Y"
               MOVE 0 TO WS-FEDERAL-TAX
               MOVE 0 TO WS-STATE-TAX
           END-IF
           MOVE SPACES TO WS-TAX-STATE-WANTED
           MOVE WS-YTD-GROSS-BEFORE TO WS-CAP-YTD-BEFORE
           MOVE "FIC" TO WS-TAX-TYPE-WANTED
           PERFORM COMPUTE-ONE-CAPPED-TAX
           MOVE WS-TAX-COMPUTED TO WS-FICA
           MOVE "FUT" TO WS-TAX-TYPE-WANTED
           PERFORM COMPUTE-ONE-CAPPED-TAX
           MOVE WS-TAX-COMPUTED TO WS-FUTA
           MOVE WS-WORK-STATE TO WS-TAX-STATE-WANTED
           MOVE "SUT" TO WS-TAX-TYPE-WANTED
           MOVE "SUT" TO WS-TAX-TYPE-FALLBACK
           PERFORM SELECT-FILING-TAX-TYPE
           MOVE WS-STATE-YTD-BEFORE TO WS-CAP-YTD-BEFORE
           PERFORM COMPUTE-ONE-CAPPED-TAX
           MOVE WS-TAX-COMPUTED TO WS-SUTA.

      ******************************************************************
      * SELECT-FILING-TAX-TYPE - the married and head-of-household
      * bracket sets are optional on the tax-rate file; a status
      * whose set was never keyed prices through the plain FED/STA
      * brackets in WS-TAX-TYPE-FALLBACK rather than withholding
      * nothing.  For a state type the work state's own brackets
      * are tried first (filing status, then plain), then the home
      * state's (blank WS-TAX-STATE-WANTED) the same way, so a state
      * nobody has keyed yet still withholds at the home rates.
      ******************************************************************
       SELECT-FILING-TAX-TYPE.
           MOVE WS-TAX-TYPE-WANTED TO WS-TAX-TYPE-FILING
           PERFORM TEST-TAX-TYPE-PRESENT
           IF WS-TYPE-PRESENT-FLAG = "N"
               MOVE WS-TAX-TYPE-FALLBACK TO WS-TAX-TYPE-WANTED
               PERFORM TEST-TAX-TYPE-PRESENT
           END-IF
           IF WS-TYPE-PRESENT-FLAG = "N"
               AND WS-TAX-STATE-WANTED NOT = SPACES
               MOVE SPACES TO WS-TAX-STATE-WANTED
               MOVE WS-TAX-TYPE-FILING TO WS-TAX-TYPE-WANTED
               PERFORM TEST-TAX-TYPE-PRESENT
               IF WS-TYPE-PRESENT-FLAG = "N"
                   MOVE WS-TAX-TYPE-FALLBACK TO WS-TAX-TYPE-WANTED
               END-IF
           END-IF.

       TEST-TAX-TYPE-PRESENT.
           MOVE "N" TO WS-TYPE-PRESENT-FLAG
           PERFORM VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > TB-BRACKET-COUNT
               IF TB-TAX-TYPE (WS-TB-SUB) = WS-TAX-TYPE-WANTED
                   AND TB-STATE-CODE (WS-TB-SUB) = WS-TAX-STATE-WANTED
                   MOVE "Y" TO WS-TYPE-PRESENT-FLAG
               END-IF
           END-PERFORM.

      ******************************************************************
      * COMPUTE-TAXABLE-WAGES - the pre-tax health premium and
      * retirement deferral come off gross before income tax; only
      * the health premium (a cafeteria-plan amount) comes off before
      * FICA and Medicare - the deferral is still FICA wages.  A
      * deduction larger than the check floors the base at zero.
      ******************************************************************
       COMPUTE-TAXABLE-WAGES.
           COMPUTE WS-PRETAX-WORK =
               GROSS-PAY - WS-HEALTH-DEDUCTION
               - WS-RETIREMENT-DEDUCTION
           IF WS-PRETAX-WORK < 0
               MOVE 0 TO WS-TAXABLE-WAGES
           ELSE
               MOVE WS-PRETAX-WORK TO WS-TAXABLE-WAGES
           END-IF
           COMPUTE WS-PRETAX-WORK = GROSS-PAY - WS-HEALTH-DEDUCTION
           IF WS-PRETAX-WORK < 0
               MOVE 0 TO WS-FICA-WAGES
           ELSE
               MOVE WS-PRETAX-WORK TO WS-FICA-WAGES
           END-IF.

      ******************************************************************
      * LOAD-W4-ELECTION - the employee's W-4 elections for this
      * check.  No record (or no elections file at all) prices the
      * employee single, no dependents, no extra, not exempt.
      ******************************************************************
       LOAD-W4-ELECTION.
           MOVE "S" TO WS-W4-FILING-STATUS
           MOVE 0 TO WS-W4-DEPENDENT-CREDIT
           MOVE 0 TO WS-W4-EXTRA-WITHHOLDING
           MOVE "N" TO WS-W4-EXEMPT
           IF WS-W4ELECT-AVAILABLE = "Y"
               MOVE EM-EMPLOYEE-ID TO WE-EMPLOYEE-ID
               READ W4-ELECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WE-VALID-FILING-STATUS
                           MOVE WE-FILING-STATUS
                               TO WS-W4-FILING-STATUS
                       END-IF
                       MOVE WE-DEPENDENT-CREDIT
                           TO WS-W4-DEPENDENT-CREDIT
                       MOVE WE-EXTRA-WITHHOLDING
                           TO WS-W4-EXTRA-WITHHOLDING
                       IF WE-EXEMPT
                           MOVE "Y" TO WS-W4-EXEMPT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * COMPUTE-ONE-GRADUATED-TAX - marginal-bracket calculation,
      * annualized around the run's pay group: the check's gross is
      * for a monthly check it stops a month's gross being shoved
      * into biweekly brackets.  A zero ceiling marks the open-ended
      * top bracket; bracket order in the table doesn't matter
      * because each slice is bounded independently.  The annual
      * WS-ANNUAL-CREDIT (the W-4 dependents amount) comes off the
      * annual tax before it is spread back over the periods.
      ******************************************************************
       COMPUTE-ONE-GRADUATED-TAX.
           MOVE 0 TO WS-ANNUAL-TAX
           COMPUTE WS-ANNUAL-GROSS =
               WS-TAXABLE-WAGES * WS-GROUP-PERIODS
           PERFORM VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > TB-BRACKET-COUNT
               IF TB-TAX-TYPE (WS-TB-SUB) = WS-TAX-TYPE-WANTED
                   AND TB-STATE-CODE (WS-TB-SUB) = WS-TAX-STATE-WANTED
                   PERFORM COMPUTE-ONE-ANNUAL-SLICE
               END-IF
           END-PERFORM
           IF WS-ANNUAL-CREDIT >= WS-ANNUAL-TAX
               MOVE 0 TO WS-ANNUAL-TAX
           ELSE
               SUBTRACT WS-ANNUAL-CREDIT FROM WS-ANNUAL-TAX
           END-IF
           COMPUTE WS-TAX-COMPUTED ROUNDED =
               WS-ANNUAL-TAX / WS-GROUP-PERIODS.


      ******************************************************************
      * COMPUTE-ONE-CAPPED-TAX - flat rate against the part of this
      * period's FICA wages that still fits under the annual wage
      * base.
      * WS-WAGE-BASE-ROOM is how much of the base the employee has
      * left this year (measured from WS-CAP-YTD-BEFORE, the
      * company-wide or work-state YTD the caller chose); a wage
      * base of zero means no cap (Medicare).
      ******************************************************************
       COMPUTE-ONE-CAPPED-TAX.
           MOVE 0 TO WS-TAX-COMPUTED
           PERFORM VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > TB-BRACKET-COUNT
               IF TB-TAX-TYPE (WS-TB-SUB) = WS-TAX-TYPE-WANTED
                   AND TB-STATE-CODE (WS-TB-SUB) = WS-TAX-STATE-WANTED
                   IF TB-WAGE-BASE (WS-TB-SUB) = 0
                       MOVE WS-FICA-WAGES TO WS-TAXABLE-PORTION
                   ELSE
                       COMPUTE WS-WAGE-BASE-ROOM =
                           TB-WAGE-BASE (WS-TB-SUB)
                           - WS-CAP-YTD-BEFORE
                       IF WS-WAGE-BASE-ROOM < 0
                           MOVE 0 TO WS-WAGE-BASE-ROOM
                       END-IF
                       IF WS-FICA-WAGES > WS-WAGE-BASE-ROOM
                           MOVE WS-WAGE-BASE-ROOM
                               TO WS-TAXABLE-PORTION
                       ELSE
                           MOVE WS-FICA-WAGES TO WS-TAXABLE-PORTION
                       END-IF
                   END-IF
                   COMPUTE WS-TAX-COMPUTED ROUNDED =
      * the file.
      ******************************************************************
       APPLY-EMPLOYEE-DEDUCTIONS.
           PERFORM TAKE-EMPLOYEE-DEDUCTIONS
           IF DD-ORDER-COUNT > 0
               IF WS-PROOF-MODE NOT = "Y"
                   PERFORM UPDATE-DEDUCTION-BALANCES
                   PERFORM ACCUMULATE-REMITTANCES
               END-IF
               ADD WS-OTHER-DEDUCTIONS TO DEDUCTION
               COMPUTE NET-PAY = GROSS-PAY - DEDUCTION
           END-IF.

      ******************************************************************
      * TAKE-EMPLOYEE-DEDUCTIONS - prices the employee's orders
      * against NET-PAY in priority order, leaving what each took in
      * DD-TAKEN and the total in WS-OTHER-DEDUCTIONS.  Nothing is
      * posted here; the balances and remittances follow separately.
      ******************************************************************
       TAKE-EMPLOYEE-DEDUCTIONS.
           MOVE 0 TO WS-OTHER-DEDUCTIONS
           PERFORM LOAD-EMPLOYEE-DEDUCTIONS
           IF DD-ORDER-COUNT > 0
                       PERFORM TAKE-ONE-DEDUCTION
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-EMPLOYEE-DEDUCTIONS.
           WRITE RMD-PRINT-LINE
           ADD RT-AMOUNT (WS-RT-SUB) TO WS-RMT-TOTAL.

      ******************************************************************
      * ACCUMULATE-PLAN-CONTRIBUTION - rolls this check's 401(k)
      * deferral, employer match and plan compensation into the
      * employee's recordkeeper row (live runs only), at WS-GL-FACTOR
      * so a void backs them out exactly as it does the GL burden.
      * Only participants get a row: an employee with a deferral
      * election, or a check that carried a deferral or match.  The
      * hire/term dates and status are refreshed from the master each
      * time, so the row carries the latest the run saw.
      ******************************************************************
       ACCUMULATE-PLAN-CONTRIBUTION.
           IF EM-RETIREMENT-PCT > 0 OR WS-RETIREMENT-DEDUCTION > 0
               OR WS-ER-MATCH > 0
               MOVE 0 TO WS-PC-HIT
               PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > PC-COUNT
                   IF PC-EMPLOYEE-ID (WS-PC-SUB) = EM-EMPLOYEE-ID
                       MOVE WS-PC-SUB TO WS-PC-HIT
                   END-IF
               END-PERFORM
               IF WS-PC-HIT = 0
                   IF PC-COUNT < PC-MAX
                       ADD 1 TO PC-COUNT
                       MOVE PC-COUNT TO WS-PC-HIT
                       MOVE EM-EMPLOYEE-ID TO PC-EMPLOYEE-ID (WS-PC-HIT)
                       MOVE 0 TO PC-DEFERRAL (WS-PC-HIT)
                       MOVE 0 TO PC-ER-MATCH (WS-PC-HIT)
                       MOVE 0 TO PC-PLAN-COMP (WS-PC-HIT)
                   ELSE
                       DISPLAY "Tabla de aportes 401(k) llena - "
                           EM-EMPLOYEE-ID " no va en el archivo del "
                           "administrador del plan; registrelo a "
                           "mano."
                   END-IF
               END-IF
               IF WS-PC-HIT > 0
                   MOVE EM-EMPLOYEE-NAME TO PC-EMPLOYEE-NAME (WS-PC-HIT)
                   MOVE EM-HIRE-DATE TO PC-HIRE-DATE (WS-PC-HIT)
                   MOVE EM-TERM-DATE TO PC-TERM-DATE (WS-PC-HIT)
                   MOVE EM-STATUS TO PC-STATUS (WS-PC-HIT)
                   COMPUTE PC-DEFERRAL (WS-PC-HIT) =
                       PC-DEFERRAL (WS-PC-HIT)
                       + WS-RETIREMENT-DEDUCTION * WS-GL-FACTOR
                   COMPUTE PC-ER-MATCH (WS-PC-HIT) =
                       PC-ER-MATCH (WS-PC-HIT)
                       + WS-ER-MATCH * WS-GL-FACTOR
                   COMPUTE PC-PLAN-COMP (WS-PC-HIT) =
                       PC-PLAN-COMP (WS-PC-HIT)
                       + WS-PLAN-COMP * WS-GL-FACTOR
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-PLAN-CONTRIBUTIONS - dumps the participant table at the
      * end of a live run as the recordkeeper's contribution file,
      * one record per participant, with the SSN from the W-4 record
      * (blank when none is on file - the recordkeeper rejects the
      * line and it is keyed by hand).  Totals are shown so they can
      * be tied to the GL's RETIRO and CARGA PATRONAL 401K lines.
      ******************************************************************
       WRITE-PLAN-CONTRIBUTIONS.
           IF PC-COUNT = 0
               DISPLAY "Sin aportes 401(k) en esta corrida."
           ELSE
               OPEN OUTPUT PLAN-CONTRIBUTION-FILE
               IF WS-RKCONTR-STATUS NOT = "00"
                   DISPLAY "No se pudo crear el archivo de aportes "
                       "401(k) (status " WS-RKCONTR-STATUS ")."
               ELSE
                   MOVE 0 TO WS-PCT-DEFERRAL WS-PCT-ER-MATCH
                   MOVE 0 TO WS-PCT-COUNT
                   PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                       UNTIL WS-PC-SUB > PC-COUNT
                       PERFORM WRITE-ONE-PLAN-CONTRIBUTION
                   END-PERFORM
                   CLOSE PLAN-CONTRIBUTION-FILE
                   DISPLAY "Archivo de aportes 401(k): "
                       WS-PCT-COUNT " participantes, diferido $"
                       WS-PCT-DEFERRAL ", patronal $" WS-PCT-ER-MATCH
               END-IF
           END-IF.

       WRITE-ONE-PLAN-CONTRIBUTION.
           MOVE WS-RUN-DATE-NUMERIC TO RK-PAYROLL-DATE
           MOVE WS-RUN-PAY-GROUP TO RK-PAY-GROUP
           MOVE SPACES TO RK-SSN
           IF WS-W4ELECT-AVAILABLE = "Y"
               MOVE PC-EMPLOYEE-ID (WS-PC-SUB) TO WE-EMPLOYEE-ID
               READ W4-ELECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WE-SSN TO RK-SSN
               END-READ
           END-IF
           MOVE PC-EMPLOYEE-ID (WS-PC-SUB) TO RK-EMPLOYEE-ID
           MOVE PC-EMPLOYEE-NAME (WS-PC-SUB) TO RK-EMPLOYEE-NAME
           MOVE PC-DEFERRAL (WS-PC-SUB) TO RK-DEFERRAL
           MOVE PC-ER-MATCH (WS-PC-SUB) TO RK-ER-MATCH
           MOVE PC-PLAN-COMP (WS-PC-SUB) TO RK-PLAN-COMP
           MOVE PC-HIRE-DATE (WS-PC-SUB) TO RK-HIRE-DATE
           MOVE PC-TERM-DATE (WS-PC-SUB) TO RK-TERM-DATE
           MOVE PC-STATUS (WS-PC-SUB) TO RK-EMPLOYMENT-STATUS
           MOVE PLAN-CONTRIBUTION-RECORD TO RK-CONTRIB-OUT
           WRITE RK-CONTRIB-OUT
           ADD 1 TO WS-PCT-COUNT
           ADD PC-DEFERRAL (WS-PC-SUB) TO WS-PCT-DEFERRAL
           ADD PC-ER-MATCH (WS-PC-SUB) TO WS-PCT-ER-MATCH.

      ******************************************************************
      * UPDATE-YTD - YTD-EARNINGS-FILE is keyed by employee ID alone,
      * with one record per employee carried across years; YE-YEAR just
                   YE-YTD-MEDICARE YE-YTD-HEALTH
                   YE-YTD-RETIREMENT YE-YTD-OTHER-DEDUCT
                   YE-YTD-NET YE-PAY-PERIODS
                   YE-YTD-TAXABLE-WAGES YE-YTD-FICA-WAGES
                   YE-YTD-ER-MATCH YE-YTD-PLAN-COMP
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > 4
                   MOVE 0 TO YE-QTR-GROSS (WS-QTR-SUB)
                   MOVE 0 TO YE-QTR-FEDERAL-TAX (WS-QTR-SUB)
                   MOVE 0 TO YE-QTR-FICA (WS-QTR-SUB)
                   MOVE 0 TO YE-QTR-MEDICARE (WS-QTR-SUB)
                   MOVE 0 TO YE-QTR-TAXABLE-WAGES (WS-QTR-SUB)
                   MOVE 0 TO YE-QTR-FICA-WAGES (WS-QTR-SUB)
               END-PERFORM
           END-IF

           ADD WS-RETIREMENT-DEDUCTION TO YE-YTD-RETIREMENT
           ADD WS-OTHER-DEDUCTIONS TO YE-YTD-OTHER-DEDUCT
           ADD NET-PAY TO YE-YTD-NET
           ADD WS-TAXABLE-WAGES TO YE-YTD-TAXABLE-WAGES
           ADD WS-FICA-WAGES TO YE-YTD-FICA-WAGES
           ADD WS-ER-MATCH TO YE-YTD-ER-MATCH
           ADD WS-PLAN-COMP TO YE-YTD-PLAN-COMP
           ADD 1 TO YE-PAY-PERIODS

      * The quarter bucket is only posted when the pay-period date
               ADD WS-FICA TO YE-QTR-FICA (WS-PERIOD-QUARTER)
               ADD WS-MEDICARE
                   TO YE-QTR-MEDICARE (WS-PERIOD-QUARTER)
               ADD WS-TAXABLE-WAGES
                   TO YE-QTR-TAXABLE-WAGES (WS-PERIOD-QUARTER)
               ADD WS-FICA-WAGES
                   TO YE-QTR-FICA-WAGES (WS-PERIOD-QUARTER)
           END-IF

           REWRITE YTD-EARNINGS-RECORD
      * the 941 report reads: it survives the YTD record's new-year
      * rollover, so fourth-quarter figures are still there when the
      * January 31 filing is prepared.  Because both sides key off
      * the period date and the check's own work state alone, a void
      * always lands in the same bucket its posting filled.
      ******************************************************************
       UPDATE-QUARTERLY-WAGES.
           PERFORM GET-PERIOD-QUARTER
               AND WS-QTRWAGE-AVAILABLE = "Y"
               MOVE EM-EMPLOYEE-ID TO QW-EMPLOYEE-ID
               MOVE WS-PERIOD-YEAR TO QW-YEAR
               MOVE WS-WORK-STATE TO QW-STATE-CODE
               MOVE "N" TO WS-QW-NEW-RECORD
               READ QUARTERLY-WAGE-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-QW-NEW-RECORD
                       MOVE EM-EMPLOYEE-ID TO QW-EMPLOYEE-ID
                       MOVE WS-PERIOD-YEAR TO QW-YEAR
                       MOVE WS-WORK-STATE TO QW-STATE-CODE
                       PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                           UNTIL WS-QTR-SUB > 4
                           MOVE 0 TO QW-QTR-GROSS (WS-QTR-SUB)
                           MOVE 0 TO QW-QTR-MEDICARE (WS-QTR-SUB)
                           MOVE 0 TO QW-QTR-FUTA (WS-QTR-SUB)
                           MOVE 0 TO QW-QTR-SUTA (WS-QTR-SUB)
                           MOVE 0 TO
                               QW-QTR-TAXABLE-WAGES (WS-QTR-SUB)
                           MOVE 0 TO QW-QTR-FICA-WAGES (WS-QTR-SUB)
                       END-PERFORM
               END-READ
               MOVE EM-EMPLOYEE-NAME TO QW-EMPLOYEE-NAME
      * subtracting from the unsigned buckets would garble them.
                       DISPLAY "Sin acumulado trimestral que "
                           "revertir: " EM-EMPLOYEE-ID " "
                           WS-PERIOD-YEAR " " WS-WORK-STATE
                   ELSE
                       PERFORM SUBTRACT-QUARTERLY-WAGES
                       REWRITE QUARTERLY-WAGE-RECORD
                       QW-QTR-MEDICARE (WS-PERIOD-QUARTER)
                   ADD WS-FUTA TO QW-QTR-FUTA (WS-PERIOD-QUARTER)
                   ADD WS-SUTA TO QW-QTR-SUTA (WS-PERIOD-QUARTER)
                   ADD WS-TAXABLE-WAGES TO
                       QW-QTR-TAXABLE-WAGES (WS-PERIOD-QUARTER)
                   ADD WS-FICA-WAGES TO
                       QW-QTR-FICA-WAGES (WS-PERIOD-QUARTER)
                   IF WS-QW-NEW-RECORD = "Y"
                       WRITE QUARTERLY-WAGE-RECORD
                   ELSE
           ELSE
               SUBTRACT WS-SUTA FROM
                   QW-QTR-SUTA (WS-PERIOD-QUARTER)
           END-IF
           IF WS-TAXABLE-WAGES >
               QW-QTR-TAXABLE-WAGES (WS-PERIOD-QUARTER)
               MOVE 0 TO QW-QTR-TAXABLE-WAGES (WS-PERIOD-QUARTER)
           ELSE
               SUBTRACT WS-TAXABLE-WAGES FROM
                   QW-QTR-TAXABLE-WAGES (WS-PERIOD-QUARTER)
           END-IF
           IF WS-FICA-WAGES > QW-QTR-FICA-WAGES (WS-PERIOD-QUARTER)
               MOVE 0 TO QW-QTR-FICA-WAGES (WS-PERIOD-QUARTER)
           ELSE
               SUBTRACT WS-FICA-WAGES FROM
                   QW-QTR-FICA-WAGES (WS-PERIOD-QUARTER)
           END-IF.

      ******************************************************************
      * and reports the issue on the positive-pay file.
      ******************************************************************
       WRITE-PHYSICAL-CHECK.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-ISSUE-CHECK-NUMBER
           MOVE WS-ISSUE-CHECK-NUMBER TO CH-N-CHECK-NUMBER
           MOVE WS-RUN-DATE-NUMERIC TO CH-N-ISSUE-DATE
           MOVE EM-EMPLOYEE-NAME TO CH-P-PAYEE-NAME
           MOVE EM-EMPLOYEE-ID TO CH-P-EMPLOYEE-ID
           MOVE CH-SEPARATOR-LINE TO CH-PRINT-LINE
           WRITE CH-PRINT-LINE

           PERFORM REGISTER-ISSUED-CHECK

           DISPLAY "Cheque " WS-ISSUE-CHECK-NUMBER " emitido a "
               EM-EMPLOYEE-NAME " por $" NET-PAY
           ADD 1 TO WS-CHECK-COUNT
           ADD 1 TO WS-NEXT-CHECK-NUMBER.

      ******************************************************************
      * REGISTER-ISSUED-CHECK - files check WS-ISSUE-CHECK-NUMBER on
      * the permanent register tied to its PAY-HISTORY record and
      * reports the issue on the positive-pay file: a check printed
      * off the counter above, or one written by hand and keyed
      * through the off-cycle entry.
      ******************************************************************
       REGISTER-ISSUED-CHECK.
           MOVE WS-ISSUE-CHECK-NUMBER TO CR-CHECK-NUMBER
           MOVE EM-EMPLOYEE-ID TO CR-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME TO CR-EMPLOYEE-NAME
           MOVE EH-PAY-PERIOD-DATE TO CR-PAY-PERIOD-DATE
           END-WRITE

           MOVE "I" TO PP-ISSUE-CODE
           MOVE WS-ISSUE-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE WS-RUN-DATE-NUMERIC TO PP-ISSUE-DATE
           MOVE NET-PAY TO PP-CHECK-AMOUNT
           MOVE EM-EMPLOYEE-NAME TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD.

      ******************************************************************
      * LOAD-NEXT-CHECK-NUMBER / SAVE-NEXT-CHECK-NUMBER - the check
           MOVE WS-RUN-DATE-NUMERIC TO PH-RUN-DATE
           MOVE WS-FUTA TO PH-ER-FUTA
           MOVE WS-SUTA TO PH-ER-SUTA
           MOVE WS-TAXABLE-WAGES TO PH-TAXABLE-WAGES
           MOVE WS-FICA-WAGES TO PH-FICA-WAGES
           MOVE WS-WORK-STATE TO PH-WORK-STATE
           MOVE WS-ER-MATCH TO PH-ER-MATCH
           MOVE WS-PLAN-COMP TO PH-PLAN-COMP
           MOVE EM-WC-CLASS TO PH-WC-CLASS
           COMPUTE PH-OT-PREMIUM ROUNDED =
               OVERTIME-PAY - OVERTIME-HOURS * HOURLY-RATE
           MOVE 1 TO PH-SEQUENCE-NUMBER
           PERFORM WRITE-HISTORY-RECORD.

           END-IF.

      ******************************************************************
      * ANOMALY SCREEN - run alongside every proof and live run, so
      * the items a second person should look at are on SCREEN.PRT
      * before the money moves.  Nothing here rejects a check: the
      * screen only flags, and CHECK-RELEASE-REQUIRED turns any flag
      * into a required release.  START-ANOMALY-SCREEN figures the
      * look-back dates, opens the report and loads the recent bank
      * changes from the audit file; SCREEN-PRICED-CHECK tests each
      * check that priced; FINISH-ANOMALY-SCREEN does the whole-run
      * checks once the batch is through.
      ******************************************************************
       START-ANOMALY-SCREEN.
           MOVE 0 TO BC-COUNT
           COMPUTE WS-SCREEN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUMERIC)
           COMPUTE WS-SCREEN-HIST-FROM = FUNCTION DATE-OF-INTEGER
               (WS-SCREEN-DAY-NUMBER - WS-SCREEN-HIST-DAYS)
           COMPUTE WS-SCREEN-BANK-FROM = FUNCTION DATE-OF-INTEGER
               (WS-SCREEN-DAY-NUMBER - WS-SCREEN-BANK-DAYS)

           MOVE "N" TO WS-SCREEN-AVAILABLE
           OPEN OUTPUT SCREEN-REPORT-FILE
           IF WS-SCREEN-STATUS = "00"
               MOVE "Y" TO WS-SCREEN-AVAILABLE
               MOVE WS-RUN-DATE-NUMERIC TO SR-H1-RUN-DATE
               MOVE SR-HEADING-LINE-1 TO SR-PRINT-LINE
               WRITE SR-PRINT-LINE
               MOVE SR-HEADING-LINE-2 TO SR-PRINT-LINE
               WRITE SR-PRINT-LINE
               MOVE SR-HEADING-LINE-3 TO SR-PRINT-LINE
               WRITE SR-PRINT-LINE
           ELSE
               DISPLAY "No se pudo crear data/SCREEN.PRT - las "
                   "anomalias solo se muestran en pantalla."
           END-IF
           PERFORM LOAD-RECENT-BANK-CHANGES.

      ******************************************************************
      * LOAD-RECENT-BANK-CHANGES - every master update in the bank
      * look-back whose before and after images carry a different
      * routing or account number.  An employee changed more than
      * once keeps the latest date.  No audit file means nothing has
      * been changed through maintenance, so nothing to load.
      ******************************************************************
       LOAD-RECENT-BANK-CHANGES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-SCREEN-EOF
               PERFORM UNTIL WS-SCREEN-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-SCREEN-EOF
                       NOT AT END
                           IF AL-ACTION-UPDATE
                               AND AL-CHANGE-DATE >=
                                   WS-SCREEN-BANK-FROM
                               PERFORM TEST-ONE-BANK-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       TEST-ONE-BANK-CHANGE.
           MOVE AL-BEFORE-IMAGE TO AUDIT-MASTER-IMAGE
           MOVE AMI-BANK-ACCOUNT TO WS-SCREEN-OLD-BANK
           MOVE AL-AFTER-IMAGE TO AUDIT-MASTER-IMAGE
           IF AMI-BANK-ACCOUNT NOT = WS-SCREEN-OLD-BANK
               MOVE 0 TO WS-BC-HIT
               PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                   UNTIL WS-BC-SUB > BC-COUNT
                   IF BC-EMPLOYEE-ID (WS-BC-SUB) = AL-EMPLOYEE-ID
                       MOVE WS-BC-SUB TO WS-BC-HIT
                   END-IF
               END-PERFORM
               IF WS-BC-HIT = 0
                   IF BC-COUNT < BC-MAX
                       ADD 1 TO BC-COUNT
                       MOVE BC-COUNT TO WS-BC-HIT
                       MOVE AL-EMPLOYEE-ID
                           TO BC-EMPLOYEE-ID (WS-BC-HIT)
                   ELSE
                       DISPLAY "Tabla de cambios de cuenta llena - "
                           "cambio no revisado: " AL-EMPLOYEE-ID
                   END-IF
               END-IF
               IF WS-BC-HIT > 0
                   MOVE AL-CHANGE-DATE TO BC-CHANGE-DATE (WS-BC-HIT)
               END-IF
           END-IF.

      ******************************************************************
      * NOTE-SCREEN-TRANSACTION - remembers who the batch carries
      * hours or pay for (voids don't count: reversing a check is not
      * paying the employee), so the active-without-hours check at
      * the end of the run knows who was left out.
      ******************************************************************
       NOTE-SCREEN-TRANSACTION.
           IF NOT EH-VOID-TRANS
               MOVE EH-EMPLOYEE-ID TO WS-SCREEN-EMP-ID
               PERFORM FIND-SCREEN-EMPLOYEE
               IF WS-SE-HIT = 0
                   IF SE-COUNT < SE-MAX
                       ADD 1 TO SE-COUNT
                       MOVE SE-COUNT TO WS-SE-HIT
                       MOVE EH-EMPLOYEE-ID
                           TO SE-EMPLOYEE-ID (WS-SE-HIT)
                       MOVE SPACES TO SE-EMPLOYEE-NAME (WS-SE-HIT)
                       MOVE SPACES TO SE-BANK-ACCOUNT (WS-SE-HIT)
                   ELSE
                       DISPLAY "Tabla de la revision de anomalias "
                           "llena - empleado no revisado: "
                           EH-EMPLOYEE-ID
                   END-IF
               END-IF
           END-IF.

       FIND-SCREEN-EMPLOYEE.
           MOVE 0 TO WS-SE-HIT
           PERFORM VARYING WS-SE-SUB FROM 1 BY 1
               UNTIL WS-SE-SUB > SE-COUNT OR WS-SE-HIT > 0
               IF SE-EMPLOYEE-ID (WS-SE-SUB) = WS-SCREEN-EMP-ID
                   MOVE WS-SE-SUB TO WS-SE-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * SCREEN-PRICED-CHECK - one check that passed every edit and
      * priced, tested against the employee's own history.  Only a
      * regular-time check is compared with the regular-time average:
      * vacation, bonus and adjustment checks have no "normal" to
      * be measured against.
      ******************************************************************
       SCREEN-PRICED-CHECK.
           MOVE EM-EMPLOYEE-ID TO WS-SCREEN-EMP-ID
           MOVE EM-EMPLOYEE-NAME TO WS-SCREEN-EMP-NAME
           PERFORM GATHER-SCREEN-HISTORY

           IF WS-SH-PRIOR-CHECKS = 0
               MOVE "PRIMER PAGO DEL EMPLEADO" TO WS-SCREEN-REASON
               MOVE NET-PAY TO WS-SCREEN-CURRENT
               MOVE 0 TO WS-SCREEN-NORMAL
               PERFORM WRITE-SCREEN-FLAG
           END-IF

           IF WS-SH-RECENT-CHECKS > 0 AND EH-REGULAR-TIME
               PERFORM SCREEN-AGAINST-NORMAL
           END-IF

           IF EM-DIRECT-DEPOSIT
               AND (EM-ROUTING-NUMBER NOT = SPACES
                   OR EM-ACCOUNT-NUMBER NOT = SPACES)
               PERFORM SCREEN-DEPOSIT-ACCOUNT
           END-IF.

      ******************************************************************
      * GATHER-SCREEN-HISTORY - browses the employee's PAY-HISTORY
      * rows.  A prior check is an unvoided "P" row from an earlier
      * run (this run's own rows, in live mode, are not history yet);
      * those in the look-back that were regular time are summed for
      * the averages.
      ******************************************************************
       GATHER-SCREEN-HISTORY.
           MOVE 0 TO WS-SH-PRIOR-CHECKS WS-SH-RECENT-CHECKS
           MOVE 0 TO WS-SH-GROSS WS-SH-NET WS-SH-HOURS
           IF WS-PAYHIST-AVAILABLE = "Y"
               MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE 0 TO PH-PAY-PERIOD-DATE
               MOVE 0 TO PH-SEQUENCE-NUMBER
               START PAY-HISTORY-FILE KEY NOT < PH-HISTORY-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-SCREEN-EOF
                       PERFORM UNTIL WS-SCREEN-EOF = "Y"
                           READ PAY-HISTORY-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-SCREEN-EOF
                               NOT AT END
                                   IF PH-EMPLOYEE-ID NOT =
                                       EM-EMPLOYEE-ID
                                       MOVE "Y" TO WS-SCREEN-EOF
                                   ELSE
                                       PERFORM ADD-SCREEN-HISTORY-CHECK
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF.

       ADD-SCREEN-HISTORY-CHECK.
           IF PH-PAYMENT-RECORD AND NOT PH-CHECK-VOIDED
               AND PH-RUN-DATE < WS-RUN-DATE-NUMERIC
               ADD 1 TO WS-SH-PRIOR-CHECKS
               IF PH-RUN-DATE >= WS-SCREEN-HIST-FROM
                   AND (PH-PAY-TYPE = "R" OR PH-PAY-TYPE = SPACE)
                   ADD 1 TO WS-SH-RECENT-CHECKS
                   ADD PH-GROSS-PAY TO WS-SH-GROSS
                   ADD PH-NET-PAY TO WS-SH-NET
                   ADD PH-HOURS-WORKED TO WS-SH-HOURS
               END-IF
           END-IF.

      ******************************************************************
      * SCREEN-AGAINST-NORMAL - gross and net more than the variance
      * percent either side of the employee's average, and (hourly
      * only - a salaried check doesn't move with the hours) hours
      * beyond the hours factor times the average.
      ******************************************************************
       SCREEN-AGAINST-NORMAL.
           MOVE GROSS-PAY TO WS-SCREEN-CURRENT
           COMPUTE WS-SCREEN-NORMAL ROUNDED =
               WS-SH-GROSS / WS-SH-RECENT-CHECKS
           PERFORM TEST-SCREEN-VARIANCE
           IF WS-SCREEN-DIFF > 0
               MOVE "BRUTO FUERA DE LO NORMAL" TO WS-SCREEN-REASON
               PERFORM WRITE-SCREEN-FLAG
           END-IF

           MOVE NET-PAY TO WS-SCREEN-CURRENT
           COMPUTE WS-SCREEN-NORMAL ROUNDED =
               WS-SH-NET / WS-SH-RECENT-CHECKS
           PERFORM TEST-SCREEN-VARIANCE
           IF WS-SCREEN-DIFF > 0
               MOVE "NETO FUERA DE LO NORMAL" TO WS-SCREEN-REASON
               PERFORM WRITE-SCREEN-FLAG
           END-IF

           IF NOT EM-SALARIED
               MOVE EH-HOURS-WORKED TO WS-SCREEN-CURRENT
               COMPUTE WS-SCREEN-NORMAL ROUNDED =
                   WS-SH-HOURS / WS-SH-RECENT-CHECKS
               IF WS-SCREEN-NORMAL > 0
                   AND WS-SCREEN-CURRENT >
                       WS-SCREEN-NORMAL * WS-SCREEN-HOURS-FACTOR
                   MOVE "HORAS MUY SOBRE LO NORMAL"
                       TO WS-SCREEN-REASON
                   PERFORM WRITE-SCREEN-FLAG
               END-IF
           END-IF.

      * Leaves in WS-SCREEN-DIFF how far past the allowed variance
      * the current figure is - zero or less means within normal.
       TEST-SCREEN-VARIANCE.
           COMPUTE WS-SCREEN-DIFF =
               WS-SCREEN-CURRENT - WS-SCREEN-NORMAL
           IF WS-SCREEN-DIFF < 0
               COMPUTE WS-SCREEN-DIFF = 0 - WS-SCREEN-DIFF
           END-IF
           IF WS-SCREEN-NORMAL > 0
               COMPUTE WS-SCREEN-DIFF = WS-SCREEN-DIFF
                   - WS-SCREEN-NORMAL * WS-SCREEN-VARIANCE-PCT
           ELSE
               MOVE 0 TO WS-SCREEN-DIFF
           END-IF.

      ******************************************************************
      * SCREEN-DEPOSIT-ACCOUNT - a deposit to an account changed in
      * the bank look-back is the classic diversion, so it is always
      * flagged; the account is also kept for the shared-account
      * check at the end of the run.
      ******************************************************************
       SCREEN-DEPOSIT-ACCOUNT.
           MOVE 0 TO WS-BC-HIT
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
               UNTIL WS-BC-SUB > BC-COUNT
               IF BC-EMPLOYEE-ID (WS-BC-SUB) = EM-EMPLOYEE-ID
                   MOVE WS-BC-SUB TO WS-BC-HIT
               END-IF
           END-PERFORM
           IF WS-BC-HIT > 0
               MOVE SPACES TO WS-SCREEN-REASON
               STRING "CUENTA CAMBIADA EL "
                   BC-CHANGE-DATE (WS-BC-HIT)
                   DELIMITED BY SIZE INTO WS-SCREEN-REASON
               MOVE NET-PAY TO WS-SCREEN-CURRENT
               MOVE 0 TO WS-SCREEN-NORMAL
               PERFORM WRITE-SCREEN-FLAG
           END-IF

           PERFORM FIND-SCREEN-EMPLOYEE
           IF WS-SE-HIT > 0
               MOVE EM-EMPLOYEE-NAME TO SE-EMPLOYEE-NAME (WS-SE-HIT)
               MOVE EM-ROUTING-NUMBER TO SE-ROUTING (WS-SE-HIT)
               MOVE EM-ACCOUNT-NUMBER TO SE-ACCOUNT (WS-SE-HIT)
           END-IF.

      ******************************************************************
      * FINISH-ANOMALY-SCREEN - the whole-run checks, then the count
      * the release step shows the approver.
      ******************************************************************
       FINISH-ANOMALY-SCREEN.
           PERFORM SCREEN-ACTIVE-WITHOUT-HOURS
           PERFORM SCREEN-SHARED-ACCOUNTS
           IF WS-SCREEN-AVAILABLE = "Y"
               MOVE SR-HEADING-LINE-2 TO SR-PRINT-LINE
               WRITE SR-PRINT-LINE
               MOVE WS-SCREEN-FLAGGED TO SR-T-FLAGGED
               MOVE SR-TOTAL-LINE TO SR-PRINT-LINE
               WRITE SR-PRINT-LINE
               CLOSE SCREEN-REPORT-FILE
               MOVE "N" TO WS-SCREEN-AVAILABLE
           END-IF
           DISPLAY "Revision de anomalias: " WS-SCREEN-FLAGGED
               " partidas senaladas (data/SCREEN.PRT)".

      ******************************************************************
      * SCREEN-ACTIVE-WITHOUT-HOURS - every active employee of the
      * run's pay group, hired by the run date, that the batch
      * carries no hours or pay for: a missed timecard, or a
      * termination nobody keyed.
      ******************************************************************
       SCREEN-ACTIVE-WITHOUT-HOURS.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY NOT < EM-EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-SCREEN-EOF
                   PERFORM UNTIL WS-SCREEN-EOF = "Y"
                       READ EMPLOYEE-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-SCREEN-EOF
                           NOT AT END
                               PERFORM TEST-ACTIVE-WITHOUT-HOURS
                       END-READ
                   END-PERFORM
           END-START.

       TEST-ACTIVE-WITHOUT-HOURS.
           MOVE EM-PAY-GROUP TO WS-EMP-PAY-GROUP
           IF WS-EMP-PAY-GROUP = SPACE
               MOVE "B" TO WS-EMP-PAY-GROUP
           END-IF
           IF EM-ACTIVE
               AND WS-EMP-PAY-GROUP = WS-RUN-PAY-GROUP
               AND EM-HIRE-DATE NOT > WS-RUN-DATE-NUMERIC
               MOVE EM-EMPLOYEE-ID TO WS-SCREEN-EMP-ID
               PERFORM FIND-SCREEN-EMPLOYEE
               IF WS-SE-HIT = 0
                   MOVE EM-EMPLOYEE-NAME TO WS-SCREEN-EMP-NAME
                   MOVE "ACTIVO SIN HORAS EN LA CORRIDA"
                       TO WS-SCREEN-REASON
                   MOVE 0 TO WS-SCREEN-CURRENT
                   MOVE 0 TO WS-SCREEN-NORMAL
                   PERFORM WRITE-SCREEN-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * SCREEN-SHARED-ACCOUNTS - two employees deposited to the same
      * routing and account number.  Each later employee is flagged
      * once, against the first one found with that account.
      ******************************************************************
       SCREEN-SHARED-ACCOUNTS.
           PERFORM VARYING WS-SE-SUB FROM 2 BY 1
               UNTIL WS-SE-SUB > SE-COUNT
               IF SE-BANK-ACCOUNT (WS-SE-SUB) NOT = SPACES
                   MOVE "N" TO WS-SCREEN-SHARED
                   PERFORM VARYING WS-SE-OTHER FROM 1 BY 1
                       UNTIL WS-SE-OTHER NOT < WS-SE-SUB
                           OR WS-SCREEN-SHARED = "Y"
                       IF SE-BANK-ACCOUNT (WS-SE-OTHER) =
                           SE-BANK-ACCOUNT (WS-SE-SUB)
                           MOVE "Y" TO WS-SCREEN-SHARED
                           MOVE SE-EMPLOYEE-ID (WS-SE-SUB)
                               TO WS-SCREEN-EMP-ID
                           MOVE SE-EMPLOYEE-NAME (WS-SE-SUB)
                               TO WS-SCREEN-EMP-NAME
                           MOVE SPACES TO WS-SCREEN-REASON
                           STRING "CUENTA COMPARTIDA CON "
                               SE-EMPLOYEE-ID (WS-SE-OTHER)
                               DELIMITED BY SIZE INTO WS-SCREEN-REASON
                           MOVE 0 TO WS-SCREEN-CURRENT
                           MOVE 0 TO WS-SCREEN-NORMAL
                           PERFORM WRITE-SCREEN-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-SCREEN-FLAG.
           ADD 1 TO WS-SCREEN-FLAGGED
           DISPLAY "ANOMALIA: " WS-SCREEN-EMP-ID " "
               WS-SCREEN-EMP-NAME " " WS-SCREEN-REASON
           IF WS-SCREEN-AVAILABLE = "Y"
               MOVE WS-SCREEN-EMP-ID TO SR-D-EMPLOYEE-ID
               MOVE WS-SCREEN-EMP-NAME TO SR-D-EMPLOYEE-NAME
               MOVE WS-SCREEN-REASON TO SR-D-REASON
               MOVE WS-SCREEN-CURRENT TO SR-D-CURRENT
               MOVE WS-SCREEN-NORMAL TO SR-D-NORMAL
               MOVE SR-DETAIL-LINE TO SR-PRINT-LINE
               WRITE SR-PRINT-LINE
           END-IF.

      ******************************************************************
      * PROOF-REPORT WRITERS - headers once at open, one exception
      * line per rejected transaction, and the projected control
      * totals (what the live run WOULD post) at the end.
      ******************************************************************
       WRITE-PROOF-HEADERS.
           MOVE WS-RUN-DATE-NUMERIC TO PF-H1-RUN-DATE
           MOVE PF-HEADING-LINE-1 TO PF-PRINT-LINE
           WRITE PF-PRINT-LINE
           MOVE PF-HEADING-LINE-2 TO PF-PRINT-LINE
      * ACCUMULATE-GL-DISTRIBUTION - adds this check into its
      * department's labor-distribution row (WS-GL-FACTOR is -1 for a
      * void, so reversals come straight back out).  The employer
      * FICA/Medicare burden is the match of the employee amounts;
      * the 401(k) employer match is burden of its own.
      ******************************************************************
       ACCUMULATE-GL-DISTRIBUTION.
           PERFORM FIND-GL-DEPARTMENT
                   GD-ER-FUTA (WS-GD-SUB) + WS-FUTA * WS-GL-FACTOR
               COMPUTE GD-ER-SUTA (WS-GD-SUB) =
                   GD-ER-SUTA (WS-GD-SUB) + WS-SUTA * WS-GL-FACTOR
               COMPUTE GD-ER-MATCH (WS-GD-SUB) =
                   GD-ER-MATCH (WS-GD-SUB)
                   + WS-ER-MATCH * WS-GL-FACTOR
           END-IF.

      ******************************************************************
           MOVE 0 TO GD-ER-FICA (WS-GD-SUB)
           MOVE 0 TO GD-ER-MEDICARE (WS-GD-SUB)
           MOVE 0 TO GD-ER-FUTA (WS-GD-SUB)
           MOVE 0 TO GD-ER-SUTA (WS-GD-SUB)
           MOVE 0 TO GD-ER-MATCH (WS-GD-SUB).

      ******************************************************************
      * WRITE-GL-DISTRIBUTION - dumps the department table at the end
           MOVE "CARGA PATRONAL SUTA" TO WS-GL-DESC
           MOVE GD-ER-SUTA (WS-GD-SUB) TO WS-GL-AMOUNT
           PERFORM WRITE-ONE-GL-POSTING
           MOVE "CARGA PATRONAL 401K" TO WS-GL-DESC
           MOVE GD-ER-MATCH (WS-GD-SUB) TO WS-GL-AMOUNT
           PERFORM WRITE-ONE-GL-POSTING

           MOVE "C" TO WS-GL-SIDE
           MOVE "IMP FEDERAL RETENIDO" TO WS-GL-DESC
           MOVE "SUTA POR PAGAR" TO WS-GL-DESC
           MOVE GD-ER-SUTA (WS-GD-SUB) TO WS-GL-AMOUNT
           PERFORM WRITE-ONE-GL-POSTING
           MOVE "401K PATRONAL X PAG" TO WS-GL-DESC
           MOVE GD-ER-MATCH (WS-GD-SUB) TO WS-GL-AMOUNT
           PERFORM WRITE-ONE-GL-POSTING

           MOVE GD-DEPARTMENT (WS-GD-SUB) TO GLD-D-DEPARTMENT
           MOVE GD-GROSS (WS-GD-SUB) TO GLD-D-GROSS
           COMPUTE WS-GL-BURDEN =
               GD-ER-FICA (WS-GD-SUB) + GD-ER-MEDICARE (WS-GD-SUB)
               + GD-ER-FUTA (WS-GD-SUB) + GD-ER-SUTA (WS-GD-SUB)
               + GD-ER-MATCH (WS-GD-SUB)
           MOVE WS-GL-BURDEN TO GLD-D-BURDEN
           MOVE GLD-DETAIL-LINE TO GLD-PRINT-LINE
           WRITE GLD-PRINT-LINE
               WRITE GL-POSTING-OUT
           END-IF.

      ******************************************************************
      * PROCESS-OFF-CYCLE-CHECK - one check paid between runs: a
      * final paycheck the law says is due on the spot, or an
      * employee the run missed.  Accounting either already wrote it
      * by hand from the checkbook ("M": check number, date and every
      * amount keyed as written) or has the system price the
      * withholding the way the live run does and print the one
      * check off the controlled counter ("S").  Either way it posts
      * like a live-run check - PAY-HISTORY, YTD and the quarterly
      * buckets, accruals, deduction balances, the check register
      * and positive pay - and then closes out as a run of its own:
      * its own GL posting and distribution (and remittance and
      * 401(k) files when the check carries any) archived under a
      * new run number, whose run-control and tax-liability records
      * are marked off-cycle ("O").  Those files replace the last
      * run's, which that run's close-out already archived under its
      * own number (data/REMIT.Rnnnnnn and friends).  The check print
      * and positive-pay files are extended rather than recreated,
      * so the last run's checks not yet printed or sent to the bank
      * stay on them.
      ******************************************************************
       PROCESS-OFF-CYCLE-CHECK.
           MOVE 0 TO WS-TOTAL-GROSS WS-TOTAL-DEDUCTIONS WS-TOTAL-NET
           MOVE 0 TO WS-HOURS-VARIANCE WS-REJECTED-COUNT
           MOVE 0 TO WS-EMPLOYEES-PROCESSED WS-CHECK-COUNT
           MOVE 0 TO RG-COUNT
           MOVE 0 TO GD-DEPT-COUNT
           MOVE 0 TO RT-CASE-COUNT
           MOVE 0 TO PC-COUNT
           MOVE "N" TO WS-PROOF-MODE
           MOVE "N" TO WS-OC-VALID
           MOVE "N" TO WS-OC-POSTED

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-OC-TODAY =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY
           MOVE WS-OC-TODAY TO WS-RUN-DATE-NUMERIC
           PERFORM LOAD-TAX-RATES

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "No hay empleados registrados todavia."
           ELSE
               PERFORM OPEN-OFF-CYCLE-FILES
               IF WS-OC-VALID = "Y"
                   PERFORM ACCEPT-OFF-CYCLE-CHECK
               END-IF
               IF WS-OC-VALID = "Y"
                   PERFORM PRICE-OFF-CYCLE-CHECK
               END-IF
               IF WS-OC-VALID = "Y"
                   PERFORM CONFIRM-OFF-CYCLE-CHECK
               END-IF
               IF WS-OC-POSTED = "Y"
                   PERFORM WRITE-GL-DISTRIBUTION
                   PERFORM WRITE-REMITTANCE
                   PERFORM WRITE-PLAN-CONTRIBUTIONS
               END-IF
               PERFORM CLOSE-OFF-CYCLE-FILES
               CLOSE EMPLOYEE-MASTER-FILE
               IF WS-OC-POSTED = "Y"
                   PERFORM CLOSE-OUT-OFF-CYCLE
               END-IF
           END-IF.

      ******************************************************************
      * OPEN-OFF-CYCLE-FILES - the live run's posting files, with the
      * same "35" auto-create, and the paper side opened EXTEND (a
      * file that isn't there yet is simply created).  A check file
      * that can't be opened at all stops the entry before anything
      * is keyed.
      ******************************************************************
       OPEN-OFF-CYCLE-FILES.
           MOVE "Y" TO WS-OC-VALID
           MOVE "Y" TO WS-YTD-AVAILABLE
           OPEN I-O YTD-EARNINGS-FILE
           IF WS-YTDEARN-STATUS = "35"
               CLOSE YTD-EARNINGS-FILE
               OPEN OUTPUT YTD-EARNINGS-FILE
               CLOSE YTD-EARNINGS-FILE
               OPEN I-O YTD-EARNINGS-FILE
           END-IF

           OPEN I-O PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = "35"
               CLOSE PAY-HISTORY-FILE
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           MOVE "Y" TO WS-PAYHIST-AVAILABLE

           OPEN I-O EMPLOYEE-DEDUCTION-FILE
           IF WS-EMPDED-STATUS = "35"
               CLOSE EMPLOYEE-DEDUCTION-FILE
               OPEN OUTPUT EMPLOYEE-DEDUCTION-FILE
               CLOSE EMPLOYEE-DEDUCTION-FILE
               OPEN I-O EMPLOYEE-DEDUCTION-FILE
           END-IF
           MOVE "Y" TO WS-EMPDED-AVAILABLE

           OPEN I-O ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "35"
               CLOSE ACCRUAL-FILE
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF
           MOVE "Y" TO WS-ACCRUAL-AVAILABLE

           MOVE "N" TO WS-RATEHIST-AVAILABLE
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-RATEHIST-STATUS = "00"
               MOVE "Y" TO WS-RATEHIST-AVAILABLE
           END-IF
           PERFORM OPEN-W4-ELECTIONS

           OPEN I-O QUARTERLY-WAGE-FILE
           IF WS-QTRWAGE-STATUS = "35"
               CLOSE QUARTERLY-WAGE-FILE
               OPEN OUTPUT QUARTERLY-WAGE-FILE
               CLOSE QUARTERLY-WAGE-FILE
               OPEN I-O QUARTERLY-WAGE-FILE
           END-IF
           MOVE "Y" TO WS-QTRWAGE-AVAILABLE

           OPEN I-O CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS = "35"
               CLOSE CHECK-REGISTER-FILE
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF
           PERFORM LOAD-NEXT-CHECK-NUMBER

           OPEN EXTEND CHECK-PRINT-FILE
           IF WS-CHKPRT-STATUS = "35"
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF
           IF WS-CHKPRT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cheques "
                   "(status " WS-CHKPRT-STATUS ")."
               MOVE "N" TO WS-OC-VALID
           END-IF
           OPEN EXTEND POSITIVE-PAY-FILE
           IF WS-POSPAY-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF
           IF WS-POSPAY-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de pago "
                   "positivo (status " WS-POSPAY-STATUS ")."
               MOVE "N" TO WS-OC-VALID
           END-IF.

       CLOSE-OFF-CYCLE-FILES.
           CLOSE YTD-EARNINGS-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-DEDUCTION-FILE
           CLOSE ACCRUAL-FILE
           CLOSE QUARTERLY-WAGE-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE POSITIVE-PAY-FILE
           IF WS-RATEHIST-AVAILABLE = "Y"
               CLOSE RATE-HISTORY-FILE
           END-IF
           IF WS-W4ELECT-AVAILABLE = "Y"
               CLOSE W4-ELECTION-FILE
           END-IF
           MOVE "N" TO WS-PAYHIST-AVAILABLE
           MOVE "N" TO WS-EMPDED-AVAILABLE
           MOVE "N" TO WS-QTRWAGE-AVAILABLE
           MOVE "N" TO WS-ACCRUAL-AVAILABLE
           MOVE "N" TO WS-RATEHIST-AVAILABLE
           MOVE "N" TO WS-W4ELECT-AVAILABLE.

      ******************************************************************
      * ACCEPT-OFF-CYCLE-CHECK - the employee, the mode, and the
      * check itself, built into the EMPLOYEE-HOURS record area so
      * the live run's edit, pricing and posting paragraphs work on
      * it unchanged.
      ******************************************************************
       ACCEPT-OFF-CYCLE-CHECK.
           MOVE "N" TO WS-OC-VALID
           DISPLAY "ID de empleado (6 caracteres): "
           ACCEPT EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Empleado no encontrado: " EM-EMPLOYEE-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-OC-VALID
           END-READ
           IF WS-OC-VALID = "Y"
               DISPLAY "Empleado: " EM-EMPLOYEE-NAME
                   "  Depto: " EM-DEPARTMENT
                   "  Estado: " EM-STATUS
                   "  Baja: " EM-TERM-DATE
               DISPLAY "Cheque (M=ya escrito a mano, S=el sistema "
                   "calcula e imprime): "
               MOVE SPACE TO WS-OC-MODE
               ACCEPT WS-OC-MODE
               IF WS-OC-MODE NOT = "M" AND WS-OC-MODE NOT = "S"
                   DISPLAY "Modalidad invalida - use M o S."
                   MOVE "N" TO WS-OC-VALID
               END-IF
           END-IF
           IF WS-OC-VALID = "Y"
               PERFORM ACCEPT-OFF-CYCLE-FIELDS
               PERFORM EDIT-OFF-CYCLE-FIELDS
           END-IF.

       ACCEPT-OFF-CYCLE-FIELDS.
           MOVE EM-EMPLOYEE-ID TO EH-EMPLOYEE-ID
           MOVE "P" TO EH-TRANSACTION-TYPE
           MOVE 0 TO EH-ADJUSTMENT-AMOUNT
           MOVE 0 TO WS-OC-CHECK-NUMBER
           MOVE 0 TO WS-OC-GROSS WS-OC-FEDERAL WS-OC-STATE
           MOVE 0 TO WS-OC-FICA WS-OC-MEDICARE WS-OC-HEALTH
           MOVE 0 TO WS-OC-RETIREMENT WS-OC-OTHER WS-OC-NET
           DISPLAY "Fecha del cheque (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-OC-CHECK-DATE
           IF WS-OC-CHECK-DATE = 0
               MOVE WS-OC-TODAY TO WS-OC-CHECK-DATE
           END-IF
           DISPLAY "Fecha del periodo que paga (AAAAMMDD, "
               "0 = la del cheque): "
           ACCEPT EH-PAY-PERIOD-DATE
           IF EH-PAY-PERIOD-DATE = 0
               MOVE WS-OC-CHECK-DATE TO EH-PAY-PERIOD-DATE
           END-IF
           DISPLAY "Tipo de pago (R/V/S/H/B): "
           ACCEPT EH-PAY-TYPE
           DISPLAY "Horas (0 si no aplica): "
           ACCEPT EH-HOURS-WORKED
           IF WS-OC-MODE = "M"
               DISPLAY "Numero de cheque: "
               ACCEPT WS-OC-CHECK-NUMBER
               DISPLAY "Salario bruto: "
               ACCEPT WS-OC-GROSS
               DISPLAY "Impuesto federal retenido: "
               ACCEPT WS-OC-FEDERAL
               DISPLAY "Impuesto estatal retenido: "
               ACCEPT WS-OC-STATE
               DISPLAY "FICA retenido: "
               ACCEPT WS-OC-FICA
               DISPLAY "Medicare retenido: "
               ACCEPT WS-OC-MEDICARE
               DISPLAY "Seguro de salud: "
               ACCEPT WS-OC-HEALTH
               DISPLAY "Retiro 401(k): "
               ACCEPT WS-OC-RETIREMENT
               DISPLAY "Otras deducciones: "
               ACCEPT WS-OC-OTHER
               DISPLAY "Neto del cheque: "
               ACCEPT WS-OC-NET
           ELSE
               DISPLAY "Salario bruto (0 = calcular con horas y "
                   "tarifa): "
               ACCEPT WS-OC-GROSS
           END-IF.

      ******************************************************************
      * EDIT-OFF-CYCLE-FIELDS - the check date has to be a real date
      * no later than today and in the current year (the YTD record
      * rolls over by year, so a check dated in a closed year cannot
      * be posted here).  Pay type and employee status go through
      * the live run's own edits - a terminated employee's final
      * check must pay a period on or before the termination date.
      ******************************************************************
       EDIT-OFF-CYCLE-FIELDS.
           COMPUTE WS-OC-CHECK-YEAR = WS-OC-CHECK-DATE / 10000
           COMPUTE WS-OC-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-OC-CHECK-DATE)
           IF WS-OC-DATE-INT = 0
               OR WS-OC-CHECK-DATE > WS-OC-TODAY
               OR WS-OC-CHECK-YEAR NOT = WS-CURRENT-YEAR
               DISPLAY "Fecha de cheque invalida (debe ser de este "
                   "ano y no posterior a hoy): " WS-OC-CHECK-DATE
               MOVE "N" TO WS-OC-VALID
           END-IF
           COMPUTE WS-OC-DATE-INT =
               FUNCTION INTEGER-OF-DATE (EH-PAY-PERIOD-DATE)
           IF WS-OC-DATE-INT = 0
               DISPLAY "Fecha de periodo invalida: "
                   EH-PAY-PERIOD-DATE
               MOVE "N" TO WS-OC-VALID
           END-IF
           IF WS-OC-VALID = "Y"
               PERFORM EDIT-PAY-TYPE
               IF WS-EDIT-OK = "Y"
                   PERFORM EDIT-EMPLOYEE-STATUS
               END-IF
               IF WS-EDIT-OK = "N"
                   MOVE "N" TO WS-OC-VALID
               END-IF
           END-IF
           IF WS-OC-VALID = "Y" AND WS-OC-MODE = "M"
               PERFORM EDIT-MANUAL-CHECK
           END-IF
           IF WS-OC-VALID = "Y"
               PERFORM SET-OFF-CYCLE-RUN
           END-IF.

      ******************************************************************
      * EDIT-MANUAL-CHECK - a hand-written check needs its number
      * (one not already on the register) and a gross, and its net
      * has to be exactly the gross less every amount keyed.
      ******************************************************************
       EDIT-MANUAL-CHECK.
           IF WS-OC-CHECK-NUMBER = 0
               DISPLAY "Numero de cheque requerido."
               MOVE "N" TO WS-OC-VALID
           ELSE
               MOVE WS-OC-CHECK-NUMBER TO CR-CHECK-NUMBER
               READ CHECK-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "El cheque " WS-OC-CHECK-NUMBER
                           " ya esta en el registro (empleado "
                           CR-EMPLOYEE-ID ")."
                       MOVE "N" TO WS-OC-VALID
               END-READ
           END-IF
           IF WS-OC-GROSS = 0
               DISPLAY "Salario bruto requerido."
               MOVE "N" TO WS-OC-VALID
           END-IF
           COMPUTE WS-OC-BALANCE =
               WS-OC-GROSS - WS-OC-FEDERAL - WS-OC-STATE
               - WS-OC-FICA - WS-OC-MEDICARE - WS-OC-HEALTH
               - WS-OC-RETIREMENT - WS-OC-OTHER - WS-OC-NET
           IF WS-OC-BALANCE NOT = 0
               DISPLAY "El neto no cuadra con el bruto menos las "
                   "deducciones (diferencia " WS-OC-BALANCE ")."
               MOVE "N" TO WS-OC-VALID
           END-IF.

      ******************************************************************
      * SET-OFF-CYCLE-RUN - the check is priced and filed under the
      * employee's own pay group (blank is biweekly) and dated the
      * day the check was written.
      ******************************************************************
       SET-OFF-CYCLE-RUN.
           MOVE EM-PAY-GROUP TO WS-RUN-PAY-GROUP
           IF WS-RUN-PAY-GROUP = SPACE
               MOVE "B" TO WS-RUN-PAY-GROUP
           END-IF
           EVALUATE WS-RUN-PAY-GROUP
               WHEN "W"
                   MOVE 52 TO WS-GROUP-PERIODS
               WHEN "M"
                   MOVE 12 TO WS-GROUP-PERIODS
               WHEN OTHER
                   MOVE "B" TO WS-RUN-PAY-GROUP
                   MOVE 26 TO WS-GROUP-PERIODS
           END-EVALUATE
           MOVE WS-GROUP-PERIODS TO WS-PERIODS-PER-YEAR
           MOVE WS-OC-CHECK-DATE TO WS-RUN-DATE-NUMERIC.

      ******************************************************************
      * PRICE-OFF-CYCLE-CHECK - a keyed gross is paid as keyed;
      * otherwise the gross comes from the hours at the rate in
      * effect for the period, through the live run's edits.  A
      * vacation/sick/holiday check larger than the bank is refused
      * when the system is writing it, but a check already written
      * by hand is money already out: it is posted anyway and the
      * bank goes negative, with a warning.
      ******************************************************************
       PRICE-OFF-CYCLE-CHECK.
           MOVE "Y" TO WS-EDIT-OK
           MOVE EH-HOURS-WORKED TO HOURS-WORKED
           MOVE EM-HOURLY-RATE TO HOURLY-RATE
           MOVE EM-PERIOD-SALARY TO WS-EFFECTIVE-SALARY
           PERFORM GET-EFFECTIVE-RATE
           IF WS-OC-GROSS > 0
               MOVE HOURS-WORKED TO REGULAR-HOURS
               MOVE 0 TO OVERTIME-HOURS
               MOVE WS-OC-GROSS TO REGULAR-PAY
               MOVE 0 TO OVERTIME-PAY
               MOVE WS-OC-GROSS TO GROSS-PAY
           ELSE
               PERFORM EDIT-HOURS-WORKED
               IF WS-EDIT-OK = "Y"
                   IF EM-SALARIED AND NOT EH-BONUS-PAY
                       PERFORM EDIT-PERIOD-SALARY
                   ELSE
                       PERFORM EDIT-HOURLY-RATE
                   END-IF
               END-IF
               IF WS-EDIT-OK = "Y"
                   PERFORM COMPUTE-GROSS-PAY
               END-IF
           END-IF
           IF WS-EDIT-OK = "Y"
               AND (EH-VACATION-TIME OR EH-SICK-TIME
                   OR EH-HOLIDAY-TIME)
               PERFORM EDIT-ACCRUAL-BALANCE
               IF WS-EDIT-OK = "N" AND WS-OC-MODE = "M"
                   DISPLAY "Cheque manual ya emitido - se registra y "
                       "el saldo queda negativo."
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           END-IF
           IF WS-EDIT-OK = "N"
               DISPLAY "Cheque fuera de ciclo rechazado: "
                   WS-REJECT-REASON
               MOVE "N" TO WS-OC-VALID
           ELSE
               PERFORM PRICE-OFF-CYCLE-WITHHOLDING
               PERFORM SHOW-OFF-CYCLE-CHECK
           END-IF.

      ******************************************************************
      * PRICE-OFF-CYCLE-WITHHOLDING - the live run's pricing path.
      * For a hand-written check the keyed withholdings replace what
      * the path computed, but the path still runs: it supplies the
      * taxable and FICA wages, the employer FUTA/SUTA and 401(k)
      * match, and the orders the keyed other deductions post to.
      ******************************************************************
       PRICE-OFF-CYCLE-WITHHOLDING.
           IF WS-OC-MODE = "M"
               MOVE WS-OC-HEALTH TO WS-HEALTH-DEDUCTION
               MOVE WS-OC-RETIREMENT TO WS-RETIREMENT-DEDUCTION
           ELSE
               COMPUTE WS-HEALTH-DEDUCTION ROUNDED =
                   EM-HEALTH-PREMIUM * WS-BASE-PERIODS
                   / WS-GROUP-PERIODS
               COMPUTE WS-RETIREMENT-DEDUCTION ROUNDED =
                   GROSS-PAY * EM-RETIREMENT-PCT
           END-IF
           MOVE EM-WORK-STATE TO WS-WORK-STATE
           PERFORM GET-YTD-GROSS-BEFORE
           PERFORM GET-401K-YTD-BEFORE
           PERFORM COMPUTE-401K-CONTRIBUTION
           IF WS-OC-MODE = "M"
               MOVE WS-OC-RETIREMENT TO WS-RETIREMENT-DEDUCTION
           END-IF
           PERFORM COMPUTE-TAXABLE-WAGES
           PERFORM LOAD-W4-ELECTION
           PERFORM COMPUTE-WITHHOLDING-TAXES
           IF WS-OC-MODE = "M"
               MOVE WS-OC-FEDERAL TO WS-FEDERAL-TAX
               MOVE WS-OC-STATE TO WS-STATE-TAX
               MOVE WS-OC-FICA TO WS-FICA
               MOVE WS-OC-MEDICARE TO WS-MEDICARE
           END-IF

           COMPUTE DEDUCTION =
               WS-FEDERAL-TAX + WS-STATE-TAX + WS-FICA
               + WS-MEDICARE + WS-HEALTH-DEDUCTION
               + WS-RETIREMENT-DEDUCTION
           COMPUTE NET-PAY = GROSS-PAY - DEDUCTION
           PERFORM TAKE-EMPLOYEE-DEDUCTIONS
           IF WS-OC-MODE = "M"
               PERFORM FIT-OFF-CYCLE-DEDUCTIONS
           END-IF
           ADD WS-OTHER-DEDUCTIONS TO DEDUCTION
           COMPUTE NET-PAY = GROSS-PAY - DEDUCTION.

      ******************************************************************
      * FIT-OFF-CYCLE-DEDUCTIONS - what a hand-written check withheld
      * as other deductions need not be what the orders would have
      * taken.  Anything the orders took beyond the keyed amount
      * comes back off them lowest priority first, so the balances
      * and remittances post only what the check really withheld; a
      * keyed amount beyond what the orders call for is still
      * withheld, it just belongs to no order.
      ******************************************************************
       FIT-OFF-CYCLE-DEDUCTIONS.
           IF WS-OTHER-DEDUCTIONS > WS-OC-OTHER
               COMPUTE WS-OC-EXCESS =
                   WS-OTHER-DEDUCTIONS - WS-OC-OTHER
               PERFORM VARYING WS-DD-SUB FROM 1 BY 1
                   UNTIL WS-DD-SUB > DD-ORDER-COUNT
                   MOVE "N" TO DD-DONE-FLAG (WS-DD-SUB)
               END-PERFORM
               PERFORM VARYING WS-DD-PASS FROM 1 BY 1
                   UNTIL WS-DD-PASS > DD-ORDER-COUNT
                       OR WS-OC-EXCESS = 0
                   MOVE 0 TO WS-DD-PICK
                   MOVE 0 TO WS-DD-BEST-PRI
                   PERFORM VARYING WS-DD-SUB FROM 1 BY 1
                       UNTIL WS-DD-SUB > DD-ORDER-COUNT
                       IF DD-DONE-FLAG (WS-DD-SUB) NOT = "Y"
                           AND DD-PRIORITY (WS-DD-SUB)
                               >= WS-DD-BEST-PRI
                           MOVE DD-PRIORITY (WS-DD-SUB)
                               TO WS-DD-BEST-PRI
                           MOVE WS-DD-SUB TO WS-DD-PICK
                       END-IF
                   END-PERFORM
                   IF WS-DD-PICK > 0
                       PERFORM TRIM-ONE-DEDUCTION
                   END-IF
               END-PERFORM
           ELSE
               IF WS-OTHER-DEDUCTIONS < WS-OC-OTHER
                   COMPUTE WS-OC-EXCESS =
                       WS-OC-OTHER - WS-OTHER-DEDUCTIONS
                   DISPLAY "Otras deducciones por $" WS-OC-EXCESS
                       " sin orden de deduccion que las respalde."
               END-IF
           END-IF
           MOVE WS-OC-OTHER TO WS-OTHER-DEDUCTIONS.

       TRIM-ONE-DEDUCTION.
           MOVE "Y" TO DD-DONE-FLAG (WS-DD-PICK)
           IF DD-TAKEN (WS-DD-PICK) > WS-OC-EXCESS
               SUBTRACT WS-OC-EXCESS FROM DD-TAKEN (WS-DD-PICK)
               MOVE 0 TO WS-OC-EXCESS
           ELSE
               SUBTRACT DD-TAKEN (WS-DD-PICK) FROM WS-OC-EXCESS
               MOVE 0 TO DD-TAKEN (WS-DD-PICK)
           END-IF.

       SHOW-OFF-CYCLE-CHECK.
           DISPLAY "-----------------------------------"
           DISPLAY "CHEQUE FUERA DE CICLO"
           DISPLAY "Empleado: " EM-EMPLOYEE-NAME
               "  Grupo: " WS-RUN-PAY-GROUP
           DISPLAY "Fecha del cheque: " WS-RUN-DATE-NUMERIC
               "  Periodo: " EH-PAY-PERIOD-DATE
               "  Tipo de Pago: " EH-PAY-TYPE
           IF WS-OC-MODE = "M"
               DISPLAY "Cheque manual numero: " WS-OC-CHECK-NUMBER
           ELSE
               DISPLAY "Se imprimira el cheque numero: "
                   WS-NEXT-CHECK-NUMBER
           END-IF
           DISPLAY "Salario Bruto: $" GROSS-PAY
           DISPLAY "Salario Gravable: $" WS-TAXABLE-WAGES
               "  Salario FICA: $" WS-FICA-WAGES
           DISPLAY "Impuesto Federal: $" WS-FEDERAL-TAX
           DISPLAY "Impuesto Estatal: $" WS-STATE-TAX
           DISPLAY "FICA: $" WS-FICA
           DISPLAY "Medicare: $" WS-MEDICARE
           DISPLAY "Seguro de Salud: $" WS-HEALTH-DEDUCTION
           DISPLAY "Retiro: $" WS-RETIREMENT-DEDUCTION
           DISPLAY "Otras Deducciones: $" WS-OTHER-DEDUCTIONS
           DISPLAY "Salario Neto: $" NET-PAY
           DISPLAY "FUTA patronal: $" WS-FUTA
               "  SUTA patronal: $" WS-SUTA
           DISPLAY "401(k) patronal: $" WS-ER-MATCH
               "  Compensacion del plan: $" WS-PLAN-COMP
           DISPLAY "-----------------------------------".

       CONFIRM-OFF-CYCLE-CHECK.
           DISPLAY "Registrar este cheque fuera de ciclo? (Y/N): "
           MOVE "N" TO WS-OC-CONFIRM
           ACCEPT WS-OC-CONFIRM
           IF WS-OC-CONFIRM = "Y" OR WS-OC-CONFIRM = "y"
               PERFORM POST-OFF-CYCLE-CHECK
           ELSE
               DISPLAY "Cheque fuera de ciclo NO registrado."
           END-IF.

      ******************************************************************
      * POST-OFF-CYCLE-CHECK - the live run's posting sequence for
      * one check.  A system check prints off the controlled counter,
      * which is saved right away; a hand-written one goes on the
      * register and positive pay under the number keyed.
      ******************************************************************
       POST-OFF-CYCLE-CHECK.
           ADD GROSS-PAY TO WS-TOTAL-GROSS
           ADD DEDUCTION TO WS-TOTAL-DEDUCTIONS
           ADD NET-PAY TO WS-TOTAL-NET
           PERFORM UPDATE-DEDUCTION-BALANCES
           PERFORM ACCUMULATE-REMITTANCES
           PERFORM UPDATE-YTD
           PERFORM UPDATE-ACCRUAL-BALANCES
           PERFORM WRITE-PAY-HISTORY
           IF WS-OC-MODE = "S"
               PERFORM WRITE-PHYSICAL-CHECK
               PERFORM SAVE-NEXT-CHECK-NUMBER
           ELSE
               MOVE WS-OC-CHECK-NUMBER TO WS-ISSUE-CHECK-NUMBER
               PERFORM REGISTER-ISSUED-CHECK
               ADD 1 TO WS-CHECK-COUNT
               DISPLAY "Cheque manual " WS-ISSUE-CHECK-NUMBER
                   " registrado a " EM-EMPLOYEE-NAME
                   " por $" NET-PAY
           END-IF
           MOVE +1 TO WS-GL-FACTOR
           PERFORM ACCUMULATE-GL-DISTRIBUTION
           PERFORM ACCUMULATE-PLAN-CONTRIBUTION
           MOVE 1 TO WS-EMPLOYEES-PROCESSED
           MOVE "Y" TO WS-OC-POSTED.

      ******************************************************************
      * CLOSE-OUT-OFF-CYCLE - the off-cycle check's own close-out:
      * the next run number, its GL files (and remittance and 401(k)
      * files, when the check had a garnishment or contribution)
      * archived under it, and the run-control and tax-liability
      * records marked "O".
      ******************************************************************
       CLOSE-OUT-OFF-CYCLE.
           MOVE "Y" TO WS-OFF-CYCLE-RUN
           PERFORM GET-NEXT-RUN-NUMBER
           IF WS-RUN-NUMBER = 0
               DISPLAY "No se pudo asignar numero de corrida - "
                   "archivo NO realizado."
           ELSE
               PERFORM ARCHIVE-OFF-CYCLE-FILES
               PERFORM WRITE-RUN-CONTROL
               PERFORM WRITE-TAX-LIABILITY
               DISPLAY "Cheque fuera de ciclo archivado como corrida "
                   WS-RUN-NUMBER " (" WS-RUN-DATE-NUMERIC ")."
           END-IF
           MOVE "N" TO WS-OFF-CYCLE-RUN.

       ARCHIVE-OFF-CYCLE-FILES.
           MOVE "data/GLPOST.DAT" TO WS-ARCHIVE-IN-NAME
           MOVE SPACES TO WS-ARCHIVE-OUT-NAME
           STRING "data/GLPOST.R" WS-RUN-NUMBER
               DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
           PERFORM ARCHIVE-ONE-PRINT-FILE

           MOVE "data/GLDIST.PRT" TO WS-ARCHIVE-IN-NAME
           MOVE SPACES TO WS-ARCHIVE-OUT-NAME
           STRING "data/GLDIST.R" WS-RUN-NUMBER
               DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
           PERFORM ARCHIVE-ONE-PRINT-FILE

           PERFORM ARCHIVE-REMIT-FILES

           IF PC-COUNT > 0
               MOVE "data/RKCONTR.DAT" TO WS-ARCHIVE-IN-NAME
               MOVE SPACES TO WS-ARCHIVE-OUT-NAME
               STRING "data/RKCONTR.R" WS-RUN-NUMBER
                   DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
               PERFORM ARCHIVE-ONE-PRINT-FILE
           END-IF.

      ******************************************************************
      * MAINTAIN-EMPLOYEES - every add/update is written to the
      * permanent audit file with before and after images under the
                   DISPLAY "Salario por periodo (0 si por hora): "
                   ACCEPT EM-PERIOD-SALARY
                   PERFORM ACCEPT-PAY-GROUP
                   PERFORM ACCEPT-WORK-STATE
                   PERFORM ACCEPT-WC-CLASS
                   MOVE "A" TO EM-STATUS
                   DISPLAY "Fecha de contratacion (AAAAMMDD): "
                   ACCEPT EM-HIRE-DATE
                   DISPLAY "  Asalariado: " EM-SALARIED-FLAG
                   DISPLAY "  Salario periodo: " EM-PERIOD-SALARY
                   DISPLAY "  Grupo de pago: " EM-PAY-GROUP
                       "  Estado de trabajo: " EM-WORK-STATE
                       "  Clase comp. laboral: " EM-WC-CLASS
                   DISPLAY "  Estado: " EM-STATUS
                       "  Alta: " EM-HIRE-DATE
                       "  Baja: " EM-TERM-DATE
                   DISPLAY "Salario por periodo (0 si por hora): "
                   ACCEPT EM-PERIOD-SALARY
                   PERFORM ACCEPT-PAY-GROUP
                   PERFORM ACCEPT-WORK-STATE
                   PERFORM ACCEPT-WC-CLASS
                   PERFORM ACCEPT-EMPLOYEE-STATUS
                   DISPLAY "Numero de ruta bancaria (9 dig.): "
                   ACCEPT EM-ROUTING-NUMBER
               MOVE "B" TO EM-PAY-GROUP
           END-IF.

      ******************************************************************
      * ACCEPT-WORK-STATE - the state the employee works in, as its
      * two-letter postal code; left blank for the home state.  A
      * change takes effect on the next check: the new state's
      * brackets price it and its wages start a new quarterly-wage
      * record, so that state's unemployment wage base starts over.
      ******************************************************************
       ACCEPT-WORK-STATE.
           DISPLAY "Estado de trabajo (2 letras, blanco = estado "
               "principal): "
           ACCEPT EM-WORK-STATE.

      ******************************************************************
      * ACCEPT-WC-CLASS - the workers' compensation class the
      * employee's payroll is rated under.  A class with no rate on
      * the WC-RATE file is accepted with a warning (the rate may
      * simply not be keyed yet); the premium report lists it
      * without a rate until one is.
      ******************************************************************
       ACCEPT-WC-CLASS.
           DISPLAY "Clase de compensacion laboral (4 caracteres): "
           ACCEPT EM-WC-CLASS
           IF EM-WC-CLASS NOT = SPACES
               MOVE "N" TO WS-WC-CLASS-FOUND
               OPEN INPUT WC-RATE-FILE
               IF WS-WCRATE-STATUS = "00"
                   MOVE EM-WC-CLASS TO WC-CLASS-CODE
                   MOVE 0 TO WC-POLICY-START
                   START WC-RATE-FILE KEY IS NOT LESS THAN WC-RATE-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ WC-RATE-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF WC-CLASS-CODE = EM-WC-CLASS
                                       MOVE "Y" TO WS-WC-CLASS-FOUND
                                   END-IF
                           END-READ
                   END-START
                   CLOSE WC-RATE-FILE
               END-IF
               IF WS-WC-CLASS-FOUND = "N"
                   DISPLAY "AVISO: la clase " EM-WC-CLASS
                       " no tiene tarifa registrada."
               END-IF
           END-IF.

       ACCEPT-PAY-METHOD.
           DISPLAY "Metodo de pago (D=deposito C=cheque): "
           ACCEPT EM-PAY-METHOD
      * WRITE-MASTER-AUDIT - one audit record per add or update:
      * date, time, the operator signed on to this maintenance
      * session, and the full before/after images of the master
      * record (before is spaces on an add) - or of the W-4 election
      * record, under action code "W", from MAINTAIN-W4-ELECTIONS.
      * AL-ACTION-CODE, WS-BEFORE-IMAGE and WS-AFTER-IMAGE are set by
      * the caller; the after image is captured before the
      * WRITE/REWRITE because the record area is no longer ours once
      * the record is released.
      ******************************************************************
       WRITE-MASTER-AUDIT.
           IF WS-AUDIT-AVAILABLE = "Y"
      * MAINTAIN-TAX-RATES / MAINTAIN-ONE-TAX-RATE - menu maintenance
      * for the TAX-RATE file, in the same add-or-update pattern as
      * MAINTAIN-EMPLOYEES.  Brackets are keyed by tax type (FED, STA,
      * FIC, MED, plus the employer-side FUT/SUT unemployment taxes,
      * and the optional married FEM/STM and head-of-household
      * FEH/STH withholding sets), state code (state types only -
      * blank for the home state) plus bracket number; floors and
      * ceilings are per-period gross amounts, a zero ceiling means
      * the bracket is open-ended, and the annual wage base (FIC, FUT,
      * SUT) is the YTD gross at which that tax stops.  The 401(k)
      * plan terms (MAT, MCP, DEF) are keyed here too, as bracket 01
      * - see TAXRATE.cpy for which field carries what.
      ******************************************************************
       MAINTAIN-TAX-RATES.
           MOVE "Y" TO WS-MAINTAIN-FLAG
           CLOSE TAX-RATE-FILE.

       MAINTAIN-ONE-TAX-RATE.
           DISPLAY "Tipo de impuesto (FED/FEM/FEH/STA/STM/STH/"
               "FIC/MED/FUT/SUT/MAT/MCP/DEF): "
           ACCEPT TR-TAX-TYPE
           MOVE SPACES TO TR-STATE-CODE
           IF TR-TAX-TYPE = "STA" OR "STM" OR "STH" OR "SUT"
               DISPLAY "Estado (2 letras, blanco = estado "
                   "principal): "
               ACCEPT TR-STATE-CODE
           END-IF
           DISPLAY "Numero de tramo (01-20): "
           ACCEPT TR-BRACKET-NUMBER

                   DISPLAY "Tramo actualizado."
           END-READ.

      ******************************************************************
      * MAINTAIN-WC-RATES / MAINTAIN-ONE-WC-RATE - menu maintenance
      * for the workers' compensation rate table, in the same add-or-
      * update pattern as MAINTAIN-TAX-RATES.  A class's rate is
      * keyed per policy period (class code plus the period's start
      * date), so a renewal adds a new record and the old period's
      * rate stays on file for its audit.
      ******************************************************************
       MAINTAIN-WC-RATES.
           MOVE "Y" TO WS-MAINTAIN-FLAG
           OPEN I-O WC-RATE-FILE
           IF WS-WCRATE-STATUS = "35"
               CLOSE WC-RATE-FILE
               OPEN OUTPUT WC-RATE-FILE
               CLOSE WC-RATE-FILE
               OPEN I-O WC-RATE-FILE
           END-IF

           PERFORM UNTIL WS-MAINTAIN-FLAG = "N"
               PERFORM MAINTAIN-ONE-WC-RATE
               DISPLAY "¿Desea mantener otra tarifa? (Y/N)"
               ACCEPT WS-MAINTAIN-FLAG
           END-PERFORM

           CLOSE WC-RATE-FILE.

       MAINTAIN-ONE-WC-RATE.
           DISPLAY "Clase de compensacion laboral (4 caracteres): "
           ACCEPT WC-CLASS-CODE
           DISPLAY "Inicio del periodo de poliza (AAAAMMDD): "
           ACCEPT WC-POLICY-START

           READ WC-RATE-FILE
               INVALID KEY
                   DISPLAY "Tarifa nueva."
                   PERFORM ACCEPT-WC-RATE-FIELDS
                   IF WS-EDIT-OK = "Y"
                       WRITE WC-RATE-RECORD
                       DISPLAY "Tarifa agregada."
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Tarifa existente - valores actuales:"
                   DISPLAY "  Descripcion: " WC-CLASS-DESC
                   DISPLAY "  Fin de poliza: " WC-POLICY-END
                   DISPLAY "  Tarifa por $100: " WC-RATE-PER-100
                   PERFORM ACCEPT-WC-RATE-FIELDS
                   IF WS-EDIT-OK = "Y"
                       REWRITE WC-RATE-RECORD
                       DISPLAY "Tarifa actualizada."
                   END-IF
           END-READ.

      ******************************************************************
      * ACCEPT-WC-RATE-FIELDS - both ends of the policy period have
      * to be real dates, in order; otherwise nothing is written and
      * the record on file (if any) stays as it was.
      ******************************************************************
       ACCEPT-WC-RATE-FIELDS.
           MOVE "Y" TO WS-EDIT-OK
           DISPLAY "Descripcion de la clase: "
           ACCEPT WC-CLASS-DESC
           DISPLAY "Fin del periodo de poliza (AAAAMMDD): "
           ACCEPT WC-POLICY-END
           DISPLAY "Tarifa por $100 de nomina (ej. 3.25): "
           ACCEPT WC-RATE-PER-100
           IF FUNCTION INTEGER-OF-DATE (WC-POLICY-START) = 0
               OR FUNCTION INTEGER-OF-DATE (WC-POLICY-END) = 0
               OR WC-POLICY-END < WC-POLICY-START
               DISPLAY "Periodo de poliza invalido - tarifa NO "
                   "grabada."
               MOVE "N" TO WS-EDIT-OK
           END-IF.

      ******************************************************************
      * MAINTAIN-EMPLOYEE-DEDUCTIONS / MAINTAIN-ONE-DEDUCTION - menu
      * maintenance for garnishment, child-support and loan orders,
           DISPLAY "Direccion postal de remesa: "
           ACCEPT ED-REMIT-ADDRESS.

      ******************************************************************
      * MAINTAIN-W4-ELECTIONS / MAINTAIN-ONE-W4-ELECTION - menu
      * maintenance for the employees' W-4 withholding elections, in
      * the same add-or-update pattern as MAINTAIN-EMPLOYEES and
      * audited the same way: every change goes to the audit file
      * with the election record's before and after images under
      * action code "W".  Elections can only be keyed for an employee
      * already on the master.
      ******************************************************************
       MAINTAIN-W4-ELECTIONS.
           MOVE "Y" TO WS-MAINTAIN-FLAG
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "No hay empleados registrados todavia."
           ELSE
               OPEN I-O W4-ELECTION-FILE
               IF WS-W4ELECT-STATUS = "35"
                   CLOSE W4-ELECTION-FILE
                   OPEN OUTPUT W4-ELECTION-FILE
                   CLOSE W4-ELECTION-FILE
                   OPEN I-O W4-ELECTION-FILE
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

               PERFORM UNTIL WS-MAINTAIN-FLAG = "N"
                   PERFORM MAINTAIN-ONE-W4-ELECTION
                   DISPLAY "¿Desea mantener otra eleccion? (Y/N)"
                   ACCEPT WS-MAINTAIN-FLAG
               END-PERFORM

               CLOSE W4-ELECTION-FILE
               IF WS-AUDIT-AVAILABLE = "Y"
                   CLOSE AUDIT-LOG-FILE
               END-IF
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       MAINTAIN-ONE-W4-ELECTION.
           DISPLAY "ID de empleado (6 caracteres): "
           ACCEPT EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Empleado no encontrado: " EM-EMPLOYEE-ID
               NOT INVALID KEY
                   DISPLAY "Empleado: " EM-EMPLOYEE-NAME
                   MOVE EM-EMPLOYEE-ID TO WE-EMPLOYEE-ID
                   READ W4-ELECTION-FILE
                       INVALID KEY
                           DISPLAY "Eleccion nueva."
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE EM-EMPLOYEE-ID TO WE-EMPLOYEE-ID
                           PERFORM ACCEPT-W4-ELECTION-FIELDS
                           MOVE W4-ELECTION-RECORD TO WS-AFTER-IMAGE
                           WRITE W4-ELECTION-RECORD
                           MOVE "W" TO AL-ACTION-CODE
                           PERFORM WRITE-MASTER-AUDIT
                           DISPLAY "Eleccion agregada."
                       NOT INVALID KEY
                           MOVE W4-ELECTION-RECORD TO WS-BEFORE-IMAGE
                           DISPLAY "Eleccion existente - valores "
                               "actuales:"
                           DISPLAY "  Estado civil: " WE-FILING-STATUS
                           DISPLAY "  Credito dependientes: "
                               WE-DEPENDENT-CREDIT
                           DISPLAY "  Retencion adicional: "
                               WE-EXTRA-WITHHOLDING
                           DISPLAY "  Exento: " WE-EXEMPT-FLAG
                           DISPLAY "  Recibido: " WE-RECEIVED-DATE
                           DISPLAY "  SSN: " WE-SSN
                           DISPLAY "  Domicilio: " WE-ADDRESS
                           DISPLAY "  " WE-CITY " " WE-STATE " "
                               WE-ZIP-CODE
                           PERFORM ACCEPT-W4-ELECTION-FIELDS
                           MOVE W4-ELECTION-RECORD TO WS-AFTER-IMAGE
                           REWRITE W4-ELECTION-RECORD
                           MOVE "W" TO AL-ACTION-CODE
                           PERFORM WRITE-MASTER-AUDIT
                           DISPLAY "Eleccion actualizada."
                   END-READ
           END-READ.

      ******************************************************************
      * ACCEPT-W4-ELECTION-FIELDS - an unrecognized filing status
      * falls back to S (single), the status an employee with no W-4
      * on file is withheld at; anything but Y on the exempt prompt
      * means not exempt.  The SSN and address are the ones the
      * employee wrote on the form and go on the W-2.
      ******************************************************************
       ACCEPT-W4-ELECTION-FIELDS.
           DISPLAY "Estado civil (S=soltero M=casado "
               "H=jefe de familia): "
           ACCEPT WE-FILING-STATUS
           IF NOT WE-VALID-FILING-STATUS
               DISPLAY "Estado no reconocido - se usara S "
                   "(soltero)."
               MOVE "S" TO WE-FILING-STATUS
           END-IF
           DISPLAY "Credito anual por dependientes: "
           ACCEPT WE-DEPENDENT-CREDIT
           DISPLAY "Retencion adicional por cheque: "
           ACCEPT WE-EXTRA-WITHHOLDING
           DISPLAY "¿Exento de retencion de impuesto sobre la "
               "renta? (Y/N): "
           ACCEPT WE-EXEMPT-FLAG
           IF NOT WE-EXEMPT
               MOVE "N" TO WE-EXEMPT-FLAG
           END-IF
           DISPLAY "Fecha de recepcion del W-4 (AAAAMMDD): "
           ACCEPT WE-RECEIVED-DATE
           DISPLAY "Numero de seguro social (9 digitos): "
           ACCEPT WE-SSN
           DISPLAY "Domicilio (calle y numero): "
           ACCEPT WE-ADDRESS
           DISPLAY "Ciudad: "
           ACCEPT WE-CITY
           DISPLAY "Estado (2 letras): "
           ACCEPT WE-STATE
           DISPLAY "Codigo postal (5 digitos): "
           ACCEPT WE-ZIP-CODE.

      ******************************************************************
      * PRINT-PAY-STUB - reprints an individual pay stub for any
      * employee and period straight from the permanent PAY-HISTORY
