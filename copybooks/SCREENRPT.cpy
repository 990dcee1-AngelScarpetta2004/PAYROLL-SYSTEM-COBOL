      ******************************************************************
      * SCREENRPT.cpy
      * Print-line layouts for the pre-release anomaly screen, in the
      * same move-to-the-FD-record pattern as PROOFRPT.cpy.  Proof
      * and live runs both write it: one line per item flagged - a
      * check that passed every edit but does not look like the
      * employee's own recent pay history, an active employee the
      * batch did not pay, a first paycheck, a deposit to a bank
      * account changed recently on the master, or one account
      * shared by two employees - with the check's figure and the
      * employee's normal level where there is one, then the count
      * the release step shows the approver.
      ******************************************************************
       01  SR-HEADING-LINE-1.
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  SR-H1-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(45)  VALUE
               "REVISION DE ANOMALIAS ANTES DE LIBERAR".

       01  SR-HEADING-LINE-2.
           05  FILLER                  PIC X(80)  VALUE ALL "-".

       01  SR-HEADING-LINE-3.
           05  FILLER                  PIC X(8)   VALUE "ID".
           05  FILLER                  PIC X(22)  VALUE "NOMBRE".
           05  FILLER                  PIC X(29)  VALUE "MOTIVO".
           05  FILLER                  PIC X(11)  VALUE "    ACTUAL".
           05  FILLER                  PIC X(10)  VALUE "    NORMAL".

       01  SR-DETAIL-LINE.
           05  SR-D-EMPLOYEE-ID        PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SR-D-EMPLOYEE-NAME      PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SR-D-REASON             PIC X(29).
           05  SR-D-CURRENT            PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  SR-D-NORMAL             PIC ZZ,ZZ9.99- BLANK WHEN ZERO.

       01  SR-TOTAL-LINE.
           05  FILLER                  PIC X(30)  VALUE
               "PARTIDAS SENALADAS:".
           05  SR-T-FLAGGED            PIC ZZZ,ZZ9.
