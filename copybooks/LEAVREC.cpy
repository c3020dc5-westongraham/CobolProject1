      **************************************************************
      *   LEAVE BALANCE RECORD - ONE PER EMPLOYEE PER LEAVE TYPE,   *
      *   KEYED ON LV-KEY (EMPID + TYPE).  LEAVPOST ACCRUES AND     *
      *   TAKES LEAVE EACH PAY PERIOD AND APPLIES THE CARRYOVER     *
      *   CAP AT THE FIRST POSTING OF A NEW YEAR; LEAVRPT PRINTS    *
      *   THE STATEMENTS, LIABILITY AND TERMINATION PAYOUTS         *
      **************************************************************
       01  LEAVE-REC.
                03  LV-KEY.
                   05  LV-EMPID            PIC X(7).
                   05  LV-TYPE             PIC X(1).
      *                V = VACATION   S = SICK   H = HOLIDAY
                03  LV-BALANCE             PIC S9(5)V99.
      *                HOURS AVAILABLE - NEGATIVE WHEN OVERDRAWN
                03  LV-YEAR                PIC 9(4).
      *                YEAR THE YEAR-TO-DATE FIGURES BELONG TO
                03  LV-CARRYOVER-IN        PIC S9(5)V99.
      *                BALANCE BROUGHT INTO LV-YEAR AFTER THE CAP
                03  LV-FORFEITED           PIC 9(5)V99.
      *                HOURS OVER THE CAP LOST AT THE START OF LV-YEAR
                03  LV-YTD-ACCRUED         PIC 9(5)V99.
                03  LV-YTD-TAKEN           PIC 9(5)V99.
                03  LV-BAND                PIC 9(1).
      *                SERVICE BAND (AS EMPSERV) LAST ACCRUED AT
                03  LV-LAST-PERIOD         PIC X(8).
      *                YYYYMMDD PERIOD END LAST POSTED - A RERUN OF
      *                THE SAME PERIOD BACKS THE LAST FIGURES OUT
      *                BEFORE POSTING AGAIN
                03  LV-LAST-ACCRUED        PIC 9(3)V99.
                03  LV-LAST-TAKEN          PIC 9(3)V99.
                03  FILLER                 PIC X(14).
