      ******************************************************************
      * TAXRATE.cpy
      * Record layout for the TAX-RATE indexed file, keyed by tax
      * type, state code and bracket number.  One record per
      * graduated bracket for federal ("FED") and state ("STA")
      * withholding, and a single
      * bracket each for FICA ("FIC") and Medicare ("MED") carrying
      * the annual wage base that caps them.  Married ("FEM"/"STM")
      * and head-of-household ("FEH"/"STH") withholding brackets are
      * optional; an employee whose W-4 filing status has no brackets
      * of its own is priced through FED/STA.  Maintained from the menu
      * so a rate change no longer means a recompile; when the file is
      * absent the payroll run falls back to the flat percentages in
      * DEDTAB.cpy.
      *
      * The 401(k) plan terms ride the same file as single entries
      * (bracket 01, blank state): "MAT" carries the employer match
      * rate in TR-RATE-PCT and the annual compensation limit in
      * TR-ANNUAL-WAGE-BASE, "MCP" the percent of pay the match stops
      * at in TR-RATE-PCT (zero = every deferral dollar is matched),
      * and "DEF" the annual employee deferral limit in
      * TR-ANNUAL-WAGE-BASE.
      *
      * TR-STATE-CODE is only used by the state types (STA/STM/STH
      * and SUT): each work state keys its own brackets and wage
      * base under its postal code, and a blank code is the home
      * state.  An employee whose work state has no brackets of a
      * type on file is priced through the home state's.  The
      * federal types (FED/FEM/FEH, FIC, MED, FUT) are always keyed
      * with a blank state.
      *
      * Bracket conventions:
      *   TR-BRACKET-FLOOR/CEILING bound the PER-PERIOD gross the
      *   bracket's rate applies to; a ceiling of zero means the
       01  TAX-RATE-RECORD.
           05  TR-RATE-KEY.
               10  TR-TAX-TYPE         PIC X(3).
               10  TR-STATE-CODE       PIC X(2).
               10  TR-BRACKET-NUMBER   PIC 9(2).
           05  TR-BRACKET-FLOOR        PIC 9(7)V99.
           05  TR-BRACKET-CEILING      PIC 9(7)V99.
