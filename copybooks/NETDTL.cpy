      **************************************************************
      *   NET-PAY DETAIL FILE - WRITTEN BY NETPAY, ONE DATA RECORD  *
      *   PER EMPLOYEE ON THE PAY REGISTER IN EMPID ORDER, CARRYING *
      *   THE GROSS-TO-NET BREAKDOWN.  SAME H/D/T SHAPE AS PAYDTL - *
      *   THE TRAILER CARRIES THE COUNT, GROSS AND NET TOTALS       *
      **************************************************************
       01  NETDTL-REC.
                03  ND-REC-TYPE            PIC X(1).
      *                H = HEADER   D = DATA   T = TRAILER
                03  ND-DATA                PIC X(119).
                03  ND-HEADER REDEFINES ND-DATA.
                   05  ND-PERIOD-END       PIC 9(8).
                   05  ND-RUN-DATE         PIC 9(8).
                   05  FILLER              PIC X(103).
                03  ND-DETAIL REDEFINES ND-DATA.
                   05  ND-EMPID            PIC X(7).
                   05  ND-DEPT             PIC X(3).
                   05  ND-GROSS            PIC 9(7)V99.
                   05  ND-PRETAX-ALL       PIC 9(7)V99.
      *                PRE-TAX FOR EVERY WITHHOLDING (TREATMENT P)
                   05  ND-PRETAX-RET       PIC 9(7)V99.
      *                PRE-TAX FOR INCOME TAX ONLY (TREATMENT R)
                   05  ND-FIT              PIC 9(7)V99.
                   05  ND-SIT              PIC 9(7)V99.
                   05  ND-OASDI            PIC 9(7)V99.
                   05  ND-MEDICARE         PIC 9(7)V99.
                   05  ND-POSTTAX          PIC 9(7)V99.
                   05  ND-NET              PIC 9(7)V99.
                   05  FILLER              PIC X(28).
                03  ND-TRAILER REDEFINES ND-DATA.
                   05  ND-COUNT            PIC 9(7).
                   05  ND-TOT-GROSS        PIC 9(9)V99.
                   05  ND-TOT-NET          PIC 9(9)V99.
                   05  FILLER              PIC X(90).
