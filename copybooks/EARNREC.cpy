      **************************************************************
      *   EARNINGS HISTORY RECORD - ONE PER EMPLOYEE PER PAY        *
      *   PERIOD, KEYED ON EH-KEY (EMPID + PERIOD END) SO A PERIOD  *
      *   CAN ONLY EVER BE POSTED ONCE.  POSTED BY EARNPOST FROM    *
      *   THE PAYDTL REGISTER DETAIL AND THE NETDTL NET-PAY DETAIL; *
      *   READ BY WAGERPT FOR THE QUARTER AND YEAR-END STATEMENTS   *
      **************************************************************
       01  EARN-REC.
                03  EH-KEY.
                   05  EH-EMPID            PIC X(7).
                   05  EH-PERIOD-END       PIC X(8).
      *                YYYYMMDD - LAST DAY OF THE PAY PERIOD
                03  EH-DEPT                PIC X(3).
                03  EH-PAY-FREQ            PIC X(1).
                03  EH-PAY-RATE            PIC 9(5)V99.
      *                RATE THE PERIOD WAS PAID AT
                03  EH-REG-HOURS           PIC 9(3)V99.
                03  EH-OT-HOURS            PIC 9(3)V99.
                03  EH-GROSS               PIC 9(7)V99.
                03  EH-NET-POSTED          PIC X(1).
      *                Y = DEDUCTION/WITHHOLDING FIGURES BELOW POSTED
      *                N = GROSS ONLY SO FAR - NETPAY HAS NOT RUN
                03  EH-PRETAX-ALL          PIC 9(7)V99.
                03  EH-PRETAX-RET          PIC 9(7)V99.
                03  EH-FIT                 PIC 9(7)V99.
                03  EH-SIT                 PIC 9(7)V99.
                03  EH-OASDI               PIC 9(7)V99.
                03  EH-MEDICARE            PIC 9(7)V99.
                03  EH-POSTTAX             PIC 9(7)V99.
                03  EH-NET                 PIC 9(7)V99.
                03  EH-POST-DATE           PIC 9(8).
      *                YYYYMMDD THE PERIOD WAS POSTED
                03  EH-LEAVE-HOURS         PIC 9(3)V99.
      *                VACATION/SICK/HOLIDAY HOURS PAID AT STRAIGHT TIME
                03  EH-RETRO-PAY           PIC 9(7)V99.
      *                RETROACTIVE PAY INCLUDED IN EH-GROSS - FOR AN
      *                EARLIER PERIOD, PAID IN THIS ONE
                03  FILLER                 PIC X(60).
