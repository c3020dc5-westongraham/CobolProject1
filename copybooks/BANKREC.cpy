      **************************************************************
      *   DIRECT-DEPOSIT BANK ACCOUNT RECORD - ONE PER EMPLOYEE,    *
      *   KEYED ON BK-EMPID, WITH UP TO THREE ACCOUNTS THE NET PAY  *
      *   IS SPLIT ACROSS.  MAINTAINED BY BANKMNT; ACHGEN BUILDS    *
      *   THE NACHA FILE FROM IT AND MOVES EACH ACCOUNT THROUGH     *
      *   THE PRENOTE CYCLE.  AN UNUSED SLOT HAS BK-ROUTING SPACES  *
      **************************************************************
       01  BANK-REC.
                03  BK-EMPID               PIC X(7).
                03  BK-ACCOUNT             OCCURS 3 TIMES.
                   05  BK-ROUTING          PIC X(9).
      *                ABA ROUTING NUMBER, 9TH DIGIT IS THE CHECK DIGIT
                   05  BK-ACCT-NO          PIC X(17).
                   05  BK-ACCT-TYPE        PIC X(1).
      *                C = CHECKING   S = SAVINGS
                   05  BK-SPLIT-METHOD     PIC X(1).
      *                A = FIXED AMOUNT (BK-SPLIT-AMOUNT)
      *                P = PERCENT OF THE PAY (BK-SPLIT-PERCENT)
      *                R = REMAINDER AFTER THE A AND P ACCOUNTS
      *                WITH NO R ACCOUNT THE REMAINDER GOES TO THE
      *                HIGHEST-NUMBERED ACCOUNT ON FILE
                   05  BK-SPLIT-AMOUNT     PIC 9(5)V99.
                   05  BK-SPLIT-PERCENT    PIC 9(3)V99.
                   05  BK-PRENOTE-STATUS   PIC X(1).
      *                P = PRENOTE PENDING - NEW OR CHANGED ACCOUNT
      *                S = PRENOTE SENT FOR BK-PRENOTE-PERIOD
      *                L = LIVE - RECEIVES MONEY
                   05  BK-PRENOTE-PERIOD   PIC X(8).
      *                YYYYMMDD PERIOD END THE PRENOTE WENT OUT WITH
                03  BK-LAST-MAINT          PIC 9(8).
      *                YYYYMMDD OF THE LAST BANKMNT CHANGE
                03  FILLER                 PIC X(38).
