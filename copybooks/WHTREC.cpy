      **************************************************************
      *   WITHHOLDING RATE TABLE CARD - ONE CARD PER TAX BRACKET.   *
      *   THE PERIOD'S TAXABLE WAGE IS ANNUALIZED, THE HIGHEST      *
      *   BRACKET FLOOR NOT ABOVE IT IS SELECTED, AND THE ANNUAL    *
      *   TAX (BASE TAX PLUS RATE ON THE EXCESS OVER THE FLOOR) IS  *
      *   DIVIDED BACK DOWN TO THE PERIOD.  A FLAT TAX IS ONE CARD  *
      *   WITH A ZERO FLOOR AND ZERO BASE                           *
      **************************************************************
       01  WHT-REC.
                03  WHT-TAX-CODE           PIC X(4).
      *                FIT  = FEDERAL INCOME TAX
      *                SIT  = STATE INCOME TAX
      *                OASD = SOCIAL SECURITY (OASDI)
      *                MEDI = MEDICARE
                03  WHT-DESC               PIC X(20).
                03  WHT-FLOOR              PIC 9(7)V99.
      *                ANNUAL TAXABLE WAGE WHERE THE BRACKET STARTS
                03  WHT-RATE               PIC 9(2)V9(4).
      *                PERCENT ON THE EXCESS OVER THE FLOOR
                03  WHT-BASE-TAX           PIC 9(7)V99.
      *                ANNUAL TAX ALREADY DUE AT THE FLOOR
                03  WHT-GL-ACCT            PIC X(8).
      *                LIABILITY ACCOUNT THE WITHHOLDING IS CREDITED TO
                03  FILLER                 PIC X(24).
