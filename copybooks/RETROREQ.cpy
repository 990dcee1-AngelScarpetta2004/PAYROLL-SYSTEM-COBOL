      ******************************************************************
      * RETROREQ.cpy
      * Parameter block RETRO-PAY-GEN (Payroll-retro.cbl) is CALLed
      * with.  The menu passes it with RQ-FROM-EMPLOYEE blank and
      * the generator prompts for the employee range and effective
      * date, as it always has; RATE-MASS-CHANGE (Payroll-ratechg.cbl)
      * fills them in for each employee it changed with a past
      * effective date, so a settlement's retro is generated without
      * keying it a second time.  The generator hands back how many
      * adjustments it wrote and their total.
      ******************************************************************
       01  RETRO-REQUEST.
           05  RQ-FROM-EMPLOYEE        PIC X(6).
           05  RQ-TO-EMPLOYEE          PIC X(6).
           05  RQ-EFFECTIVE-DATE       PIC 9(8).
           05  RQ-ADJUSTMENTS-WRITTEN  PIC 9(6).
           05  RQ-RETRO-TOTAL          PIC 9(9)V99.
