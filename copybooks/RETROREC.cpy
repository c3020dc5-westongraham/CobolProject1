      **************************************************************
      *   RETRO PAY ADJUSTMENT RECORD - ONE PER EMPLOYEE PER PAY    *
      *   PERIOD PER BACK-DATED RATE CHANGE, KEYED ON RA-KEY        *
      *   (EMPID + PERIOD END + THE JOURNAL ENTRY'S DATE/TIME) SO   *
      *   A CHANGE CAN ONLY EVER BE CALCULATED ONCE FOR A PERIOD.   *
      *   WRITTEN BY RETROPAY FROM MAINTJRNL AND EARNHIST; PAYREG   *
      *   ADDS THE UNDERPAYMENTS TO THE NEXT REGISTER'S GROSS       *
      **************************************************************
       01  RETRO-REC.
                03  RA-KEY.
                   05  RA-EMPID            PIC X(7).
                   05  RA-PERIOD-END       PIC X(8).
      *                YYYYMMDD - THE PERIOD PAID AT THE OLD RATE
                   05  RA-J-DATE           PIC 9(8).
                   05  RA-J-TIME           PIC 9(8).
      *                J-DATE/J-TIME OF THE JOURNALED RATE CHANGE
                03  RA-DEPT                PIC X(3).
                03  RA-PAY-FREQ            PIC X(1).
                03  RA-EFF-DATE            PIC X(8).
      *                YYYYMMDD THE NEW RATE WAS EFFECTIVE FROM
                03  RA-OLD-RATE            PIC 9(5)V99.
                03  RA-NEW-RATE            PIC 9(5)V99.
                03  RA-HOURS               PIC 9(3)V99.
      *                HOURLY ONLY - REGULAR AND LEAVE HOURS PLUS
      *                OVERTIME HOURS AT TIME AND A HALF
                03  RA-PAID                PIC 9(7)V99.
                03  RA-OWED                PIC 9(7)V99.
                03  RA-AMOUNT              PIC S9(7)V99.
      *                RA-OWED - RA-PAID
                03  RA-TYPE                PIC X(1).
      *                U = UNDERPAID - RETRO PAY DUE
      *                O = OVERPAID - FOR REVIEW, NEVER RECOVERED
      *                    AUTOMATICALLY
                03  RA-STATUS              PIC X(1).
      *                P = PENDING - THE NEXT REGISTER PAYS IT
      *                R = REGISTERED IN RA-PAID-PERIOD
      *                V = OVERPAYMENT HELD FOR REVIEW
      *                X = CANCELLED - THE CHANGE'S BATCH WAS BACKED
      *                    OUT BEFORE IT WAS PAID
                03  RA-PAID-PERIOD         PIC X(8).
      *                YYYYMMDD PERIOD END OF THE REGISTER THAT PAID
      *                IT - A RERUN OF THAT REGISTER PAYS IT AGAIN
      *                RATHER THAN DROPPING IT
                03  RA-CALC-DATE           PIC 9(8).
      *                YYYYMMDD RETROPAY CALCULATED IT
                03  FILLER                 PIC X(13).
