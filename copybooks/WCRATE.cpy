      ******************************************************************
      * WCRATE.cpy
      * Record layout for the WC-RATE indexed file: the workers'
      * compensation rate table, one record per class code per policy
      * period, keyed by class code plus the policy period's start
      * date so each renewal's rates are kept beside the old ones and
      * an audit of an earlier period still prices at that period's
      * rate.  WC-RATE-PER-100 is the premium per $100 of the class's
      * payroll as the insurer defines it (overtime premium and non-
      * work pay excluded).  Maintained from the menu, in the same
      * add-or-update pattern as the TAX-RATE file.
      ******************************************************************
       01  WC-RATE-RECORD.
           05  WC-RATE-KEY.
               10  WC-CLASS-CODE       PIC X(4).
               10  WC-POLICY-START     PIC 9(8).
           05  WC-POLICY-END           PIC 9(8).
           05  WC-RATE-PER-100         PIC 9(3)V99.
           05  WC-CLASS-DESC           PIC X(30).
