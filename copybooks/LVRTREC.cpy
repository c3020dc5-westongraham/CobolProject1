      **************************************************************
      *   LEAVE ACCRUAL RATE CARD - ONE PER LEAVE TYPE PER SERVICE  *
      *   BAND (THE EMPSERV BANDS: 1 UNDER 1 YEAR, 2 1-5, 3 5-10,   *
      *   4 10-25, 5 25 AND OVER).  A TYPE/BAND WITH NO CARD DOES   *
      *   NOT ACCRUE                                                *
      **************************************************************
       01  LVRATE-REC.
                03  LR-TYPE                PIC X(1).
      *                V = VACATION   S = SICK   H = HOLIDAY
                03  LR-BAND                PIC 9(1).
                03  LR-ANNUAL-HOURS        PIC 9(3)V99.
      *                HOURS EARNED A YEAR, SPREAD OVER THE PAY PERIODS
                03  LR-CARRYOVER-CAP       PIC 9(3)V99.
      *                MOST HOURS CARRIED INTO A NEW YEAR
                03  LR-PAYOUT              PIC X(1).
      *                Y = BALANCE IS PAID OUT ON TERMINATION
                03  LR-DESC                PIC X(20).
                03  FILLER                 PIC X(47).
