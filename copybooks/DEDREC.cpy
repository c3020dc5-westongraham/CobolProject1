      **************************************************************
      *   EMPLOYEE DEDUCTION RECORD - ONE PER EMPLOYEE PER          *
      *   DEDUCTION CODE, KEYED ON DED-KEY (EMPID + CODE).          *
      *   MAINTAINED BY DEDMNT; NETPAY TAKES THE DEDUCTION EACH     *
      *   PERIOD AND CARRIES THE YEAR-TO-DATE FIGURES FORWARD       *
      **************************************************************
       01  DED-REC.
                03  DED-KEY.
                   05  DED-EMPID           PIC X(7).
                   05  DED-CODE            PIC X(4).
                03  DED-DESC               PIC X(20).
                03  DED-METHOD             PIC X(1).
      *                F = FLAT AMOUNT PER PERIOD (DED-AMOUNT)
      *                P = PERCENT OF GROSS (DED-PERCENT)
                03  DED-AMOUNT             PIC 9(5)V99.
                03  DED-PERCENT            PIC 9(3)V99.
                03  DED-TAX-TREAT          PIC X(1).
      *                P = PRE-TAX FOR EVERY WITHHOLDING
      *                R = PRE-TAX FOR INCOME TAX ONLY (RETIREMENT)
      *                A = AFTER-TAX
                03  DED-ANNUAL-LIMIT       PIC 9(7)V99.
      *                ZERO = NO ANNUAL LIMIT
                03  DED-GL-ACCT            PIC X(8).
      *                LIABILITY ACCOUNT THE DEDUCTION IS CREDITED TO
                03  DED-YTD-AMT            PIC 9(7)V99.
                03  DED-LAST-PERIOD        PIC X(8).
      *                YYYYMMDD PERIOD END OF THE LAST AMOUNT TAKEN -
      *                A RERUN OF THE SAME PERIOD BACKS DED-LAST-AMT
      *                OUT OF THE YEAR-TO-DATE BEFORE TAKING IT AGAIN
                03  DED-LAST-AMT           PIC 9(5)V99.
                03  FILLER                 PIC X(14).
