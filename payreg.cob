      *  is always computed from the system of record instead of the
      *  payroll spreadsheet.  Hourly employees are extended over the
      *  hours on the per-period TIMECARD file - regular hours at
      *  M-PAY-RATE, hours over 40 in a week at time and a half,
      *  vacation, sick and holiday hours keyed under their leave pay
      *  codes at straight time - with an exception section for
      *  active hourly employees with no timecard and timecards with
      *  no master record.  Salaried
      *  frequencies carry their period gross on the master and use no
      *  timecard.  The department gross totals also feed the GLPOST
      *  posting file for accounting - one debit per department through
      *  the GLACTMAP account map, one balancing credit, and a trailer
      *  that must agree with the register grand gross.  Every
      *  employee registered is also written to the PAYDTL register
      *  detail file, stamped with the pay-period end date from the
      *  optional PAYCTL card (the run date when absent), which NETPAY
      *  carries on to net pay.  Retroactive pay RETROPAY has left
      *  pending on the RETROADJ file is added to the employee's gross
      *  and marked registered for the period, so a rerun of the same
      *  period pays it again rather than dropping it; overpayments on
      *  that file are held for payroll and never deducted here.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'PAYCTL'.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                FILE STATUS WS-GLMAP-STATUS.
            SELECT GLPOST-FILE  ASSIGN TO 'GLPOST'
                                FILE STATUS WS-GLPOST-FSTATUS.
            SELECT PAYDTL-FILE  ASSIGN TO 'PAYDTL'
                                FILE STATUS WS-PAYDTL-FSTATUS.
            SELECT RETRO-FILE   ASSIGN TO 'RETROADJ'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY RA-KEY
                                FILE STATUS WS-RETRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  PC-PERIOD-END          PIC X(8).
      *                YYYYMMDD PAY-PERIOD END - BLANK TAKES THE RUN
      *                DATE
                03  FILLER                 PIC X(72).

       FD  MASTER-FILE.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==MASTER-REC==
                                 ==I-EMPID==      BY ==M-EMPID==
                   05  GP-TOT-CREDIT       PIC 9(11)V99.
                   05  FILLER              PIC X(4).

       FD  PAYDTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYDTL.

      **************************************************************
      *  RETRO PAY ADJUSTMENTS - WRITTEN BY RETROPAY FOR BACK-DATED *
      *  RATE CHANGES, KEYED EMPID FIRST SO EACH EMPLOYEE'S ARE     *
      *  READ TOGETHER AS THE MASTER IS WALKED                      *
      **************************************************************
       FD  RETRO-FILE.
           COPY RETROREC.

       WORKING-STORAGE SECTION.
      **************************************************************
      *      LAYOUT FOR THE DETAIL LINE OF THE PAY REGISTER         *
                03  XP-LABEL               PIC X(26).
                03  XP-EMPID               PIC X(7).
                03  FILLER                 PIC X(86)     VALUE SPACES.

       COPY TCREC.

       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-PAYRPT-FSTATUS      PIC X(2)      VALUE '00'.
                03  WS-PAYDTL-FSTATUS      PIC X(2)      VALUE '00'.
      **************************************************************
      *         PAY-PERIOD STAMP FOR THE REGISTER DETAIL FILE -     *
      *         CONTROL-CARD PERIOD END OR THE RUN DATE             *
      **************************************************************
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-PERIOD-END          PIC 9(8)      VALUE ZERO.
      **************************************************************
      *         GROSS-PAY WORK FIELDS - FOR HOURLY EMPLOYEES THE    *
      *         RATE IS PER HOUR AND IS EXTENDED OVER THE TIMECARD  *
                03  WS-OT-HOURS            PIC 9(3)V99   VALUE ZERO.
                03  WS-WEEK-HOURS          PIC 9(3)V99   VALUE ZERO.
                03  WS-WEEK-IDX            PIC 9(1)      VALUE ZERO.
                03  WS-LEAVE-HOURS         PIC 9(3)V99   VALUE ZERO.
                03  WS-LEAVE-IDX           PIC 9(1)      VALUE ZERO.
      **************************************************************
      *         RETRO PAY WORK FIELDS - NO RETROADJ FILE YET MEANS  *
      *         NOTHING HAS EVER BEEN CALCULATED, NOT AN ERROR      *
      **************************************************************
                03  WS-RETRO-STATUS        PIC X(2)      VALUE '00'.
                03  WS-RETRO-OPEN          PIC X(1)      VALUE 'N'.
                03  WS-RETRO-DONE          PIC X(1)      VALUE 'N'.
                03  WS-RETRO-PAY           PIC 9(7)V99   VALUE ZERO.
                03  WS-RETRO-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-RETRO-TOTAL         PIC 9(9)V99   VALUE ZERO.
                03  WS-RETRO-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
      **************************************************************
      *         TIMECARD MATCH WORK FIELDS - THE SORTED TIMECARDS   *
      *         ARE WALKED ALONGSIDE THE KEY-ORDER MASTER READ,     *
                03  WS-TC-MATCHED          PIC X(1)      VALUE 'N'.
                03  WS-TC-READ             PIC 9(5)      VALUE ZERO.
      **************************************************************
      *         TIMECARD EXCEPTION TABLE - HOURLY EMPLOYEES WITH    *
      *         NO TIMECARD AND TIMECARDS WITH NO MASTER RECORD,    *
      *         HELD UNTIL THE EXCEPTION SECTION PRINTS AT THE END  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE                TO  WS-PERIOD-END.
           PERFORM 0100-READ-CONTROL-CARD.
           SORT SORT-WORK ON ASCENDING KEY SR-EMPID
                   USING TIMECARD-FILE
                   GIVING SORTED-FILE.
           OPEN INPUT MASTER-FILE
                INPUT SORTED-FILE
                OUTPUT PAYRPT-FILE
                OUTPUT PAYDTL-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           IF WS-PAYDTL-FSTATUS NOT = '00'
               DISPLAY 'PAYDTL-FILE OPEN FAILED, STATUS='
                       WS-PAYDTL-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RETRO-FILE.
           EVALUATE WS-RETRO-STATUS
               WHEN '00'
                   MOVE 'Y'                TO  WS-RETRO-OPEN
               WHEN '35'
      *            No RETROADJ until RETROPAY's first run - there is
      *            no retro pay to add.
                   CONTINUE
               WHEN OTHER
      *            Any other failure must not be read as "no retro
      *            pay" - that would drop what is owed with a clean
      *            completion code.
                   DISPLAY 'RETRO-FILE OPEN FAILED, STATUS='
                           WS-RETRO-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 1300-WRITE-DETAIL-HEADER.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2200-READ-TIMECARD.
           PERFORM 2000-READ-MASTER.
                   UNTIL WS-EOF-M = 1.
           PERFORM 1590-DRAIN-TIMECARDS
                   UNTIL WS-TC-KEY = HIGH-VALUES.
           PERFORM 1690-WRITE-DETAIL-TRAILER.
           PERFORM 1700-PRINT-DEPT-TOTALS.
           PERFORM 1750-PRINT-TYPE-TOTALS.
           PERFORM 1800-PRINT-GRAND-TOTAL.
           PERFORM 1820-PRINT-RETRO-TOTAL.
           PERFORM 1850-PRINT-EXCEPTIONS.
           PERFORM 1860-WRITE-GL-POSTINGS.
           CLOSE MASTER-FILE
                 SORTED-FILE
                 PAYRPT-FILE
                 PAYDTL-FILE.
           IF WS-RETRO-OPEN = 'Y'
               CLOSE RETRO-FILE
           END-IF.
           STOP RUN.

      **************************************************************
      *   READS THE OPTIONAL CONTROL CARD - A KEYED PERIOD END      *
      *   OVERRIDES THE RUN-DATE DEFAULT (FOR A LATE OR EARLY RUN)  *
      **************************************************************

       0100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
      *            The period end keys the earnings history and the
      *            deduction year-to-date figures - a mis-keyed date
      *            is refused and the run-date default kept.
                   IF PC-PERIOD-END NOT = SPACES
                       IF PC-PERIOD-END NUMERIC AND
                          PC-PERIOD-END(5:2) >= '01' AND
                          PC-PERIOD-END(5:2) <= '12' AND
                          PC-PERIOD-END(7:2) >= '01' AND
                          PC-PERIOD-END(7:2) <= '31'
                           MOVE PC-PERIOD-END
                                           TO  WS-PERIOD-END
                       ELSE
                           DISPLAY 'PAYREG: INVALID PERIOD END ON '
                                   'PAYCTL CARD IGNORED: '
                                   PC-PERIOD-END
                       END-IF
                   END-IF
           END-READ.
           CLOSE CTL-FILE.

      **************************************************************
      *   WRITES THE PERIOD-STAMP HEADER OF THE REGISTER DETAIL     *
      **************************************************************

       1300-WRITE-DETAIL-HEADER.
           MOVE 'H'                        TO  PR-REC-TYPE.
           MOVE SPACES                     TO  PR-DATA.
           MOVE WS-PERIOD-END              TO  PR-PERIOD-END.
           MOVE WS-RUN-DATE                TO  PR-RUN-DATE.
           WRITE PAYDTL-REC.

       1400-PRINT-HEAD.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE PAYRPT-REC FROM PRNT-HEADING1
           END-IF.
           PERFORM 1510-ALIGN-TIMECARD.
           PERFORM 1520-COMPUTE-GROSS.
           MOVE ZERO                       TO  WS-RETRO-PAY.
           IF WS-RETRO-OPEN = 'Y'
               PERFORM 1525-ADD-RETRO-PAY
           END-IF.
           IF WS-TC-MATCHED = 'Y'
               PERFORM 2200-READ-TIMECARD
           END-IF.
           PERFORM 1540-ACCUMULATE-DEPT.
           PERFORM 1560-ACCUMULATE-TYPE.
           PERFORM 1600-PRINT-DETAIL.
           PERFORM 1650-WRITE-REGISTER-DETAIL.
           PERFORM 2000-READ-MASTER.

      **************************************************************
      **************************************************************

       1520-COMPUTE-GROSS.
           MOVE ZERO                       TO  WS-REG-HOURS.
           MOVE ZERO                       TO  WS-OT-HOURS.
           MOVE ZERO                       TO  WS-LEAVE-HOURS.
           IF M-PAY-FREQ = 'H'
               PERFORM 1530-EXTEND-TIMECARD
           ELSE
               END-IF
           END-IF.

      **************************************************************
      *   ADDS THE EMPLOYEE'S PENDING RETRO PAY TO GROSS - EVERY    *
      *   UNDERPAYMENT NOT YET REGISTERED, AND ANY THIS SAME PERIOD *
      *   ALREADY REGISTERED ON AN EARLIER RUN.  EACH ONE TAKEN IS  *
      *   STAMPED WITH THE PERIOD THAT PAID IT                      *
      **************************************************************

       1525-ADD-RETRO-PAY.
           MOVE 'N'                        TO  WS-RETRO-DONE.
           MOVE LOW-VALUES                 TO  RA-KEY.
           MOVE M-EMPID                    TO  RA-EMPID.
           START RETRO-FILE KEY >= RA-KEY
               INVALID KEY
                   MOVE 'Y'                TO  WS-RETRO-DONE
           END-START.
           PERFORM UNTIL WS-RETRO-DONE = 'Y'
               READ RETRO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y'            TO  WS-RETRO-DONE
                   NOT AT END
                       IF RA-EMPID NOT = M-EMPID
                           MOVE 'Y'        TO  WS-RETRO-DONE
                       ELSE
                           PERFORM 1527-TAKE-RETRO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RETRO-PAY > ZERO
               ADD WS-RETRO-PAY            TO  WS-GROSS
               ADD 1                       TO  WS-RETRO-COUNT
               ADD WS-RETRO-PAY            TO  WS-RETRO-TOTAL
           END-IF.

       1527-TAKE-RETRO.
           IF RA-TYPE = 'U' AND
              (RA-STATUS = 'P' OR
               (RA-STATUS = 'R' AND RA-PAID-PERIOD = WS-PERIOD-END))
               ADD RA-AMOUNT               TO  WS-RETRO-PAY
               MOVE 'R'                    TO  RA-STATUS
               MOVE WS-PERIOD-END          TO  RA-PAID-PERIOD
               REWRITE RETRO-REC
                   INVALID KEY
                       DISPLAY 'RETRO-FILE REWRITE FAILED, STATUS='
                               WS-RETRO-STATUS
                       MOVE 16             TO  RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

      **************************************************************
      *   EXTENDS AN HOURLY EMPLOYEE OVER THE MATCHED TIMECARD -    *
      *   EACH WEEK'S FIRST 40 HOURS AT M-PAY-RATE, HOURS OVER 40   *
      *   AT TIME AND A HALF, VACATION/SICK/HOLIDAY HOURS AT        *
      *   STRAIGHT TIME. AN ACTIVE HOURLY EMPLOYEE WITH NO          *
      *   TIMECARD REGISTERS ZERO AND GOES ON THE EXCEPTION LIST    *
      **************************************************************

                   PERFORM 1535-SPLIT-ONE-WEEK
                       VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > 2
                   PERFORM 1537-ADD-LEAVE
                       VARYING WS-LEAVE-IDX FROM 1 BY 1
                       UNTIL WS-LEAVE-IDX > 3
                   COMPUTE WS-GROSS =
                           (M-PAY-RATE * WS-REG-HOURS) +
                           (M-PAY-RATE * 1.5 * WS-OT-HOURS) +
                           (M-PAY-RATE * WS-LEAVE-HOURS)
               ELSE
                   MOVE ZERO               TO  WS-GROSS
               END-IF
               ADD WS-WEEK-HOURS           TO  WS-REG-HOURS
           END-IF.

      *    Leave hours are not hours worked, so they stay out of the
      *    over-40 test.  An entry with a code other than V, S or H,
      *    or non-numeric hours, is not paid - LEAVPOST lists it.
       1537-ADD-LEAVE.
           IF (TC-LEAVE-CODE (WS-LEAVE-IDX) = 'V' OR
               TC-LEAVE-CODE (WS-LEAVE-IDX) = 'S' OR
               TC-LEAVE-CODE (WS-LEAVE-IDX) = 'H') AND
              TC-LEAVE-HOURS (WS-LEAVE-IDX) NUMERIC
               ADD TC-LEAVE-HOURS (WS-LEAVE-IDX) TO  WS-LEAVE-HOURS
           END-IF.

      **************************************************************
      *   EXCEPTION LOGGING - THE DETAIL IS HELD IN THE TABLE SO    *
      *   THE EXCEPTION SECTION CAN PRINT AFTER THE TOTALS          *
           ADD 1                           TO  WS-GRAND-TOTAL.
           ADD WS-GROSS                    TO  WS-GRAND-GROSS.

      **************************************************************
      *   WRITES ONE REGISTER DETAIL RECORD FOR THIS EMPLOYEE -     *
      *   THE SAME GROSS THE PRINTED REGISTER SHOWS                 *
      **************************************************************

       1650-WRITE-REGISTER-DETAIL.
           MOVE 'D'                        TO  PR-REC-TYPE.
           MOVE SPACES                     TO  PR-DATA.
           MOVE M-EMPID                    TO  PR-EMPID.
           MOVE M-LASTNAME                 TO  PR-LASTNAME.
           MOVE M-FIRSTNAME                TO  PR-FIRSTNAME.
           MOVE M-DEPT                     TO  PR-DEPT.
           MOVE M-EMPTYPE                  TO  PR-EMPTYPE.
           MOVE M-PAY-FREQ                 TO  PR-PAY-FREQ.
           IF M-PAY-RATE NUMERIC
               MOVE M-PAY-RATE             TO  PR-PAY-RATE
           ELSE
               MOVE ZERO                   TO  PR-PAY-RATE
           END-IF.
           MOVE WS-REG-HOURS               TO  PR-REG-HOURS.
           MOVE WS-OT-HOURS                TO  PR-OT-HOURS.
           MOVE WS-LEAVE-HOURS             TO  PR-LEAVE-HOURS.
           MOVE WS-RETRO-PAY               TO  PR-RETRO-PAY.
           MOVE WS-GROSS                   TO  PR-GROSS.
           WRITE PAYDTL-REC.

      **************************************************************
      *   WRITES THE REGISTER DETAIL TRAILER - NETPAY BALANCES THE  *
      *   RECORDS IT READS AGAINST THIS COUNT AND GROSS             *
      **************************************************************

       1690-WRITE-DETAIL-TRAILER.
           MOVE 'T'                        TO  PR-REC-TYPE.
           MOVE SPACES                     TO  PR-DATA.
           MOVE WS-GRAND-TOTAL             TO  PR-COUNT.
           MOVE WS-GRAND-GROSS             TO  PR-TOT-GROSS.
           WRITE PAYDTL-REC.

      **************************************************************
      *   PRINTS ONE SUBTOTAL LINE PER DEPARTMENT FROM THE TABLE    *
      **************************************************************
           WRITE PAYRPT-REC FROM PRNT-GRANDTOT
               AFTER ADVANCING 2 LINES.

      **************************************************************
      *   PRINTS HOW MUCH RETRO PAY THE GROSS ABOVE INCLUDES        *
      **************************************************************

       1820-PRINT-RETRO-TOTAL.
           IF WS-RETRO-COUNT > ZERO
               MOVE WS-RETRO-TOTAL         TO  WS-RETRO-EDIT
               MOVE SPACES                 TO  SEC-TITLE
               STRING 'RETRO PAY INCLUDED - EMPLOYEES: '
                      WS-RETRO-COUNT '  AMOUNT: ' WS-RETRO-EDIT
                                           DELIMITED BY SIZE
                   INTO SEC-TITLE
               WRITE PAYRPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.

      **************************************************************
      *   PRINTS THE TIMECARD EXCEPTION SECTION - ONE LINE PER      *
      *   HOURLY EMPLOYEE WITH NO TIMECARD AND PER TIMECARD WITH    *
