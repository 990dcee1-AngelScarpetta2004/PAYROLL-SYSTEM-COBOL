      ******************************************************************
      * EFW2.cpy
      * Record layouts for the SSA EFW2 W-2 submission file built by
      * W2-EFW2-GEN (Payroll-efw2.cbl), in the same move-to-the-FD-
      * record pattern as PAYREG.cpy.  Every record is 512 bytes:
      * RA submitter, RE employer, one RW per employee, RT totals of
      * the RW records, RF final.  Money fields are whole cents,
      * right-justified and zero-filled with no decimal point, as the
      * SSA specification requires; code fields this payroll has no
      * source for are sent as zeros (money) or blanks (everything
      * else), never left out, so every field stays in its column.
      ******************************************************************
       01  RA-SUBMITTER-RECORD.
           05  RA-RECORD-ID            PIC X(2)   VALUE "RA".
           05  RA-SUBMITTER-EIN        PIC X(9).
           05  RA-USER-ID              PIC X(8).
           05  RA-VENDOR-CODE          PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  RA-RESUB-INDICATOR      PIC X(1)   VALUE "0".
           05  RA-RESUB-WFID           PIC X(6)   VALUE SPACES.
           05  RA-SOFTWARE-CODE        PIC X(2)   VALUE "98".
           05  RA-COMPANY-NAME         PIC X(57).
           05  RA-COMPANY-LOCATION     PIC X(22)  VALUE SPACES.
           05  RA-COMPANY-DELIVERY     PIC X(22).
           05  RA-COMPANY-CITY         PIC X(22).
           05  RA-COMPANY-STATE        PIC X(2).
           05  RA-COMPANY-ZIP          PIC X(5).
           05  RA-COMPANY-ZIP-EXT      PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  RA-COMPANY-FOREIGN      PIC X(38)  VALUE SPACES.
           05  RA-COMPANY-COUNTRY      PIC X(2)   VALUE SPACES.
           05  RA-SUBMITTER-NAME       PIC X(57).
           05  RA-SUBMITTER-LOCATION   PIC X(22)  VALUE SPACES.
           05  RA-SUBMITTER-DELIVERY   PIC X(22).
           05  RA-SUBMITTER-CITY       PIC X(22).
           05  RA-SUBMITTER-STATE      PIC X(2).
           05  RA-SUBMITTER-ZIP        PIC X(5).
           05  RA-SUBMITTER-ZIP-EXT    PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  RA-SUBMITTER-FOREIGN    PIC X(38)  VALUE SPACES.
           05  RA-SUBMITTER-COUNTRY    PIC X(2)   VALUE SPACES.
           05  RA-CONTACT-NAME         PIC X(27).
           05  RA-CONTACT-PHONE        PIC X(15).
           05  RA-CONTACT-PHONE-EXT    PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RA-CONTACT-EMAIL        PIC X(40).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RA-CONTACT-FAX          PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RA-PREPARER-CODE        PIC X(1)   VALUE "L".
           05  FILLER                  PIC X(12)  VALUE SPACES.

       01  RE-EMPLOYER-RECORD.
           05  RE-RECORD-ID            PIC X(2)   VALUE "RE".
           05  RE-TAX-YEAR             PIC 9(4).
           05  RE-AGENT-INDICATOR      PIC X(1)   VALUE SPACES.
           05  RE-EMPLOYER-EIN         PIC X(9).
           05  RE-AGENT-EIN            PIC X(9)   VALUE SPACES.
           05  RE-TERMINATING          PIC X(1)   VALUE "0".
           05  RE-ESTABLISHMENT        PIC X(4)   VALUE SPACES.
           05  RE-OTHER-EIN            PIC X(9)   VALUE SPACES.
           05  RE-EMPLOYER-NAME        PIC X(57).
           05  RE-EMPLOYER-LOCATION    PIC X(22)  VALUE SPACES.
           05  RE-EMPLOYER-DELIVERY    PIC X(22).
           05  RE-EMPLOYER-CITY        PIC X(22).
           05  RE-EMPLOYER-STATE       PIC X(2).
           05  RE-EMPLOYER-ZIP         PIC X(5).
           05  RE-EMPLOYER-ZIP-EXT     PIC X(4)   VALUE SPACES.
           05  RE-KIND-OF-EMPLOYER     PIC X(1)   VALUE "N".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  RE-EMPLOYER-FOREIGN     PIC X(38)  VALUE SPACES.
           05  RE-EMPLOYER-COUNTRY     PIC X(2)   VALUE SPACES.
           05  RE-EMPLOYMENT-CODE      PIC X(1)   VALUE "R".
           05  RE-TAX-JURISDICTION     PIC X(1)   VALUE SPACES.
           05  RE-THIRD-PARTY-SICK     PIC X(1)   VALUE "0".
           05  RE-CONTACT-NAME         PIC X(27).
           05  RE-CONTACT-PHONE        PIC X(15).
           05  RE-CONTACT-PHONE-EXT    PIC X(5)   VALUE SPACES.
           05  RE-CONTACT-FAX          PIC X(10)  VALUE SPACES.
           05  RE-CONTACT-EMAIL        PIC X(40).
           05  FILLER                  PIC X(194) VALUE SPACES.

      * RW boxes 1-6 are the W-2's wage and tax boxes; RW-CODE-D is
      * box 12 code D (401(k) elective deferrals).
       01  RW-EMPLOYEE-RECORD.
           05  RW-RECORD-ID            PIC X(2)   VALUE "RW".
           05  RW-SSN                  PIC X(9).
           05  RW-FIRST-NAME           PIC X(15).
           05  RW-MIDDLE-NAME          PIC X(15)  VALUE SPACES.
           05  RW-LAST-NAME            PIC X(20).
           05  RW-SUFFIX               PIC X(4)   VALUE SPACES.
           05  RW-LOCATION-ADDRESS     PIC X(22)  VALUE SPACES.
           05  RW-DELIVERY-ADDRESS     PIC X(22).
           05  RW-CITY                 PIC X(22).
           05  RW-STATE                PIC X(2).
           05  RW-ZIP                  PIC X(5).
           05  RW-ZIP-EXT              PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  RW-FOREIGN              PIC X(38)  VALUE SPACES.
           05  RW-COUNTRY              PIC X(2)   VALUE SPACES.
           05  RW-BOX1-WAGES           PIC 9(9)V99.
           05  RW-BOX2-FEDERAL-TAX     PIC 9(9)V99.
           05  RW-BOX3-SS-WAGES        PIC 9(9)V99.
           05  RW-BOX4-SS-TAX          PIC 9(9)V99.
           05  RW-BOX5-MEDICARE-WAGES  PIC 9(9)V99.
           05  RW-BOX6-MEDICARE-TAX    PIC 9(9)V99.
           05  RW-SS-TIPS              PIC 9(9)V99 VALUE 0.
           05  FILLER                  PIC X(11)  VALUE SPACES.
           05  RW-DEPENDENT-CARE       PIC 9(9)V99 VALUE 0.
           05  RW-CODE-D               PIC 9(9)V99.
           05  FILLER                  PIC X(44)  VALUE ALL "0".
           05  FILLER                  PIC X(11)  VALUE SPACES.
           05  FILLER                  PIC X(44)  VALUE ALL "0".
           05  FILLER                  PIC X(11)  VALUE SPACES.
           05  FILLER                  PIC X(77)  VALUE ALL "0".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RW-STATUTORY-EMPLOYEE   PIC X(1)   VALUE "0".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RW-RETIREMENT-PLAN      PIC X(1).
           05  RW-THIRD-PARTY-SICK     PIC X(1)   VALUE "0".
           05  FILLER                  PIC X(23)  VALUE SPACES.

       01  RT-TOTAL-RECORD.
           05  RT-RECORD-ID            PIC X(2)   VALUE "RT".
           05  RT-RW-COUNT             PIC 9(7).
           05  RT-BOX1-WAGES           PIC 9(13)V99.
           05  RT-BOX2-FEDERAL-TAX     PIC 9(13)V99.
           05  RT-BOX3-SS-WAGES        PIC 9(13)V99.
           05  RT-BOX4-SS-TAX          PIC 9(13)V99.
           05  RT-BOX5-MEDICARE-WAGES  PIC 9(13)V99.
           05  RT-BOX6-MEDICARE-TAX    PIC 9(13)V99.
           05  RT-SS-TIPS              PIC 9(13)V99 VALUE 0.
           05  FILLER                  PIC X(15)  VALUE SPACES.
           05  RT-DEPENDENT-CARE       PIC 9(13)V99 VALUE 0.
           05  RT-CODE-D               PIC 9(13)V99.
           05  FILLER                  PIC X(60)  VALUE ALL "0".
           05  FILLER                  PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(60)  VALUE ALL "0".
           05  FILLER                  PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(105) VALUE ALL "0".
           05  FILLER                  PIC X(98)  VALUE SPACES.

       01  RF-FINAL-RECORD.
           05  RF-RECORD-ID            PIC X(2)   VALUE "RF".
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  RF-RW-COUNT             PIC 9(9).
           05  FILLER                  PIC X(496) VALUE SPACES.
