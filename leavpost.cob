
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LEAVPOST.
       AUTHOR. Weston Graham.
      *  Pay-period leave posting to the LEAVEBAL leave balance file.
      *  Runs after PAYREG with the same PAYCTL period-end card.  For
      *  every active employee each leave type accrues at the LVRATES
      *  rate for the employee's service band as of the period end
      *  (the EMPSERV bands off M-DATE), the annual hours spread over
      *  the periods in a year for M-PAY-FREQ.  Vacation, sick and
      *  holiday hours keyed on the TIMECARD under their leave pay
      *  codes are taken off the balance.  The first posting in a new
      *  year holds the balance brought forward to the carryover cap
      *  for the band and records the hours forfeited.  Hours taken
      *  beyond the balance and balances left negative are flagged
      *  on the posting report.  Each balance records the period it
      *  was last posted for, so a rerun of the same period backs the
      *  earlier figures out instead of posting them twice.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'PAYCTL'.
            SELECT RATE-FILE    ASSIGN TO 'LVRATES'
                                FILE STATUS WS-RATE-FSTATUS.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT TIMECARD-FILE
                                ASSIGN TO 'TIMECARD'.
            SELECT SORTED-FILE  ASSIGN TO 'LVTCSRT'.
            SELECT SORT-WORK    ASSIGN TO 'SORTWK1'.
            SELECT LEAVE-FILE   ASSIGN TO 'LEAVEBAL'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY LV-KEY
                                FILE STATUS WS-LEAVE-STATUS.
            SELECT LVP-RPT      ASSIGN TO 'LVPRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  PC-PERIOD-END          PIC X(8).
      *                YYYYMMDD PAY-PERIOD END - BLANK TAKES THE RUN
      *                DATE
                03  FILLER                 PIC X(72).

       FD  RATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY LVRTREC.

       FD  MASTER-FILE.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==MASTER-REC==
                                 ==I-EMPID==      BY ==M-EMPID==
                                 ==I-LASTNAME==   BY ==M-LASTNAME==
                                 ==I-FIRSTNAME==  BY ==M-FIRSTNAME==
                                 ==I-EMPTYPE==    BY ==M-EMPTYPE==
                                 ==I-TITLE==      BY ==M-TITLE==
                                 ==I-SSN==        BY ==M-SSN==
                                 ==I-STATUS==     BY ==M-STATUS==
                                 ==I-TERM-DATE==  BY ==M-TERM-DATE==
                                 ==I-PAY-RATE==   BY ==M-PAY-RATE==
                                 ==I-PAY-FREQ==   BY ==M-PAY-FREQ==
                                 ==I-DEPT==       BY ==M-DEPT==
                                 ==I-DATE==       BY ==M-DATE==.

       FD  TIMECARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIMECARD-REC               PIC X(80).

       SD  SORT-WORK.
       01  SORT-REC.
                03  SR-EMPID               PIC X(7).
                03  SR-REST                PIC X(73).

       FD  SORTED-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-REC                 PIC X(80).

       FD  LEAVE-FILE.
           COPY LEAVREC.

       FD  LVP-RPT
           LABEL RECORDS ARE OMITTED.
       01  LVP-RPT-REC                PIC X(125).

       WORKING-STORAGE SECTION.
      **************************************************************
      *      POSTING REPORT LINES                                   *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(36)     VALUE
                                  'LEAVE POSTING - PERIOD ENDING '.
                03  PH-PERIOD              PIC X(10).
                03  FILLER                 PIC X(68)     VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(17)     VALUE 'LAST'.
                03  FILLER                 PIC X(5)      VALUE 'DPT'.
                03  FILLER                 PIC X(4)      VALUE 'TYP'.
                03  FILLER                 PIC X(5)      VALUE 'BAND'.
                03  FILLER                 PIC X(11)     VALUE
                                                    '  PRIOR BAL'.
                03  FILLER                 PIC X(9)      VALUE
                                                    '  ACCRUED'.
                03  FILLER                 PIC X(9)      VALUE
                                                    '    TAKEN'.
                03  FILLER                 PIC X(11)     VALUE
                                                    '    NEW BAL'.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  FILLER                 PIC X(40)     VALUE 'NOTE'.
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  P-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  P-LASTNAME             PIC X(15).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  P-DEPT                 PIC X(3).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  P-TYPE                 PIC X(1).
                03  FILLER                 PIC X(4)      VALUE SPACES.
                03  P-BAND                 PIC 9(1).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  P-PRIOR-BAL            PIC -ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  P-ACCRUED              PIC ZZZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  P-TAKEN                PIC ZZZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  P-NEW-BAL              PIC -ZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  P-NOTE                 PIC X(40).
       01  PRNT-SECTION.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  SEC-TITLE              PIC X(60).
                03  FILLER                 PIC X(62)     VALUE SPACES.

       COPY TCREC.

       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-EOF-T               PIC 9         VALUE 0.
                03  WS-EOF-RT              PIC 9         VALUE 0.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-LEAVE-STATUS        PIC X(2)      VALUE '00'.
                03  WS-RATE-FSTATUS        PIC X(2)      VALUE '00'.
      **************************************************************
      *         PAY-PERIOD STAMP - CONTROL-CARD PERIOD END OR THE   *
      *         RUN DATE, THE SAME RULE PAYREG APPLIES              *
      **************************************************************
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-PERIOD-END          PIC 9(8)      VALUE ZERO.
                03  WS-PERIOD-X REDEFINES WS-PERIOD-END.
                   05  WS-PERIOD-YYYY      PIC 9(4).
                   05  WS-PERIOD-MMDD      PIC 9(4).
                03  WS-PERIOD-KEY          PIC X(8)      VALUE SPACES.
                03  WS-PERIOD-FMT.
                   05  WS-PF-MM            PIC X(2).
                   05  FILLER              PIC X(1)      VALUE '/'.
                   05  WS-PF-DD            PIC X(2).
                   05  FILLER              PIC X(1)      VALUE '/'.
                   05  WS-PF-YYYY          PIC X(4).
      **************************************************************
      *         ACCRUAL RATE TABLE - SUBSCRIPTED BY LEAVE TYPE      *
      *         (1 = V, 2 = S, 3 = H) AND SERVICE BAND              *
      **************************************************************
                03  WS-TYPE-CODES          PIC X(3)      VALUE 'VSH'.
                03  WS-RATE-TABLE.
                   05  WS-RATE-TYPE        OCCURS 3.
                       10  WS-RATE-BAND    OCCURS 5.
                           15  WR-SET      PIC X(1).
                           15  WR-ANNUAL   PIC 9(3)V99.
                           15  WR-CAP      PIC 9(3)V99.
                03  WS-RATE-CARDS          PIC 9(3)      VALUE ZERO.
                03  WS-RATE-REJECTS        PIC 9(3)      VALUE ZERO.
                03  WS-TYPE-IDX            PIC 9(1)      VALUE ZERO.
                03  WS-BAND-IDX            PIC 9(1)      VALUE ZERO.
      **************************************************************
      *         SERVICE BAND WORK FIELDS - YEARS AS OF THE PERIOD   *
      *         END, BANDED THE WAY EMPSERV'S 3200 BANDS THEM       *
      **************************************************************
                03  WS-HIRE-YYYY           PIC 9(4)      VALUE ZERO.
                03  WS-HIRE-MMDD           PIC 9(4)      VALUE ZERO.
                03  WS-HIRE-MMDD-X REDEFINES WS-HIRE-MMDD.
                   05  WS-HIRE-MM          PIC 9(2).
                   05  WS-HIRE-DD          PIC 9(2).
                03  WS-YEARS               PIC S9(4)     VALUE ZERO.
                03  WS-BAND                PIC 9(1)      VALUE ZERO.
                03  WS-DATE-OK             PIC X(1)      VALUE 'N'.
                03  WS-PERIODS-PER-YEAR    PIC 9(2)      VALUE ZERO.
      **************************************************************
      *         TIMECARD MATCH - SORTED TIMECARDS WALKED ALONGSIDE  *
      *         THE KEY-ORDER MASTER, HIGH-VALUES KEY AT EOF        *
      **************************************************************
                03  WS-TC-KEY              PIC X(7)
                                                  VALUE HIGH-VALUES.
                03  WS-TC-MATCHED          PIC X(1)      VALUE 'N'.
                03  WS-LEAVE-IDX           PIC 9(1)      VALUE ZERO.
                03  WS-TAKE-TABLE.
                   05  WS-TAKE             PIC 9(3)V99   OCCURS 3.
      **************************************************************
      *         ONE BALANCE'S POSTING                               *
      **************************************************************
                03  WS-ACCRUE              PIC 9(3)V99   VALUE ZERO.
                03  WS-AVAILABLE           PIC S9(5)V99  VALUE ZERO.
                03  WS-PRIOR-BAL           PIC S9(5)V99  VALUE ZERO.
                03  WS-NEW-RECORD          PIC X(1)      VALUE 'N'.
                03  WS-SKIP                PIC X(1)      VALUE 'N'.
                03  WS-NOTE                PIC X(40)     VALUE SPACES.
      **************************************************************
      *         RUN COUNTERS                                        *
      **************************************************************
                03  WS-EMP-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-POSTED-COUNT        PIC 9(5)      VALUE ZERO.
                03  WS-REPOST-COUNT        PIC 9(5)      VALUE ZERO.
                03  WS-FLAG-COUNT          PIC 9(5)      VALUE ZERO.
                03  WS-ERROR-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-ORPHAN-COUNT        PIC 9(5)      VALUE ZERO.
                03  WS-BADCODE-COUNT       PIC 9(5)      VALUE ZERO.
                03  WS-UNPAID-COUNT        PIC 9(5)      VALUE ZERO.
                03  WS-BADDATE-COUNT       PIC 9(5)      VALUE ZERO.
                03  WS-TOT-ACCRUED         PIC 9(7)V99   VALUE ZERO.
                03  WS-TOT-TAKEN           PIC 9(7)V99   VALUE ZERO.
                03  WS-TOT-FORFEITED       PIC 9(7)V99   VALUE ZERO.
      **************************************************************
      *         MULTI-PAGE HEADING / LINE-COUNT WORK FIELDS         *
      **************************************************************
                03  WS-PAGE-NUM            PIC 999       VALUE 1.
                03  WS-LINE-COUNT          PIC 999       VALUE ZERO.
                03  WS-LINES-PER-PAGE      PIC 999       VALUE 50.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE                TO  WS-PERIOD-END.
           PERFORM 0100-READ-CONTROL-CARD.
           MOVE WS-PERIOD-END              TO  WS-PERIOD-KEY.
           PERFORM 0200-LOAD-RATES.
           SORT SORT-WORK ON ASCENDING KEY SR-EMPID
                   USING TIMECARD-FILE
                   GIVING SORTED-FILE.
           OPEN INPUT MASTER-FILE
                INPUT SORTED-FILE
                I-O LEAVE-FILE
                OUTPUT LVP-RPT.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LEAVE-STATUS NOT = '00'
      *        First posting run has no balance file yet - create it
      *        rather than fail.
               OPEN OUTPUT LEAVE-FILE
               IF WS-LEAVE-STATUS NOT = '00'
                   DISPLAY 'LEAVE-FILE OPEN FAILED, STATUS='
                           WS-LEAVE-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2200-READ-TIMECARD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1000-PROCESS-EMPLOYEE
                   UNTIL WS-EOF-M = 1.
           PERFORM 1590-DRAIN-TIMECARDS
                   UNTIL WS-TC-KEY = HIGH-VALUES.
           PERFORM 1900-PRINT-SUMMARY.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE MASTER-FILE
                 SORTED-FILE
                 LEAVE-FILE
                 LVP-RPT.
           STOP RUN.

      **************************************************************
      *   READS THE OPTIONAL CONTROL CARD - A KEYED PERIOD END      *
      *   OVERRIDES THE RUN-DATE DEFAULT, THE SAME CARD PAYREG      *
      *   READS                                                     *
      **************************************************************

       0100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF PC-PERIOD-END NOT = SPACES
                       IF PC-PERIOD-END NUMERIC AND
                          PC-PERIOD-END(5:2) >= '01' AND
                          PC-PERIOD-END(5:2) <= '12' AND
                          PC-PERIOD-END(7:2) >= '01' AND
                          PC-PERIOD-END(7:2) <= '31'
                           MOVE PC-PERIOD-END
                                           TO  WS-PERIOD-END
                       ELSE
                           DISPLAY 'LEAVPOST: INVALID PERIOD END ON '
                                   'PAYCTL CARD IGNORED: '
                                   PC-PERIOD-END
                       END-IF
                   END-IF
           END-READ.
           CLOSE CTL-FILE.

      **************************************************************
      *   LOADS THE ACCRUAL RATE CARDS - A CARD WITH AN UNKNOWN     *
      *   TYPE, A BAND OUTSIDE 1-5 OR NON-NUMERIC HOURS IS REFUSED  *
      *   AND CALLED OUT RATHER THAN GUESSED AT                     *
      **************************************************************

       0200-LOAD-RATES.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 3
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 5
                   MOVE 'N'                TO  WR-SET (WS-TYPE-IDX
                                                       WS-BAND-IDX)
                   MOVE ZERO               TO  WR-ANNUAL (WS-TYPE-IDX
                                                       WS-BAND-IDX)
                                               WR-CAP (WS-TYPE-IDX
                                                       WS-BAND-IDX)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FSTATUS NOT = '00'
               DISPLAY 'RATE-FILE OPEN FAILED, STATUS='
                       WS-RATE-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-RT = 1
               READ RATE-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-RT
                   NOT AT END
                       PERFORM 0210-STORE-RATE-CARD
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

       0210-STORE-RATE-CARD.
           MOVE ZERO                       TO  WS-TYPE-IDX.
           EVALUATE LR-TYPE
               WHEN 'V'
                   MOVE 1                  TO  WS-TYPE-IDX
               WHEN 'S'
                   MOVE 2                  TO  WS-TYPE-IDX
               WHEN 'H'
                   MOVE 3                  TO  WS-TYPE-IDX
           END-EVALUATE.
           IF WS-TYPE-IDX = ZERO OR
              LR-BAND NOT NUMERIC OR
              LR-BAND < 1 OR LR-BAND > 5 OR
              LR-ANNUAL-HOURS NOT NUMERIC OR
              LR-CARRYOVER-CAP NOT NUMERIC
               DISPLAY 'LEAVPOST: LVRATES CARD REFUSED: '
                       LVRATE-REC (1:40)
               ADD 1                       TO  WS-RATE-REJECTS
           ELSE
               MOVE LR-BAND                TO  WS-BAND-IDX
               MOVE 'Y'                    TO  WR-SET (WS-TYPE-IDX
                                                       WS-BAND-IDX)
               MOVE LR-ANNUAL-HOURS        TO  WR-ANNUAL (WS-TYPE-IDX
                                                       WS-BAND-IDX)
               MOVE LR-CARRYOVER-CAP       TO  WR-CAP (WS-TYPE-IDX
                                                       WS-BAND-IDX)
               ADD 1                       TO  WS-RATE-CARDS
           END-IF.

      **************************************************************
      *   POSTS ONE MASTER RECORD - MATCHES ITS TIMECARD, WORKS OUT *
      *   THE SERVICE BAND, AND POSTS EACH LEAVE TYPE.  PAYREG      *
      *   PAYS ONLY ACTIVE EMPLOYEES, SO LEAVE ON ANYONE ELSE'S     *
      *   TIMECARD WAS NEVER PAID - IT IS LISTED, NOT TAKEN         *
      **************************************************************

       1000-PROCESS-EMPLOYEE.
           ADD 1                           TO  WS-EMP-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           PERFORM 1010-ALIGN-TIMECARD.
           MOVE ZERO                       TO  WS-TAKE (1)
                                               WS-TAKE (2)
                                               WS-TAKE (3).
           IF WS-TC-MATCHED = 'Y'
               IF M-STATUS = 'A' OR M-STATUS = SPACES
                   PERFORM 1020-SUM-LEAVE-TAKEN
                       VARYING WS-LEAVE-IDX FROM 1 BY 1
                       UNTIL WS-LEAVE-IDX > 3
               ELSE
                   PERFORM 1025-LIST-UNPAID-LEAVE
                       VARYING WS-LEAVE-IDX FROM 1 BY 1
                       UNTIL WS-LEAVE-IDX > 3
               END-IF
           END-IF.
           PERFORM 1030-COMPUTE-BAND.
           PERFORM 1100-POST-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3.
           IF WS-TC-MATCHED = 'Y'
               PERFORM 2200-READ-TIMECARD
           END-IF.
           PERFORM 2000-READ-MASTER.

       1010-ALIGN-TIMECARD.
           PERFORM UNTIL WS-TC-KEY >= M-EMPID
               PERFORM 1570-LOG-ORPHAN-TIMECARD
               PERFORM 2200-READ-TIMECARD
           END-PERFORM.
           IF WS-TC-KEY = M-EMPID
               MOVE 'Y'                    TO  WS-TC-MATCHED
           ELSE
               MOVE 'N'                    TO  WS-TC-MATCHED
           END-IF.

      *    A blank entry is unused.  Anything else that is not V, S
      *    or H with numeric hours was not paid by PAYREG either and
      *    is listed for payroll to correct.
       1020-SUM-LEAVE-TAKEN.
           IF TC-LEAVE-CODE (WS-LEAVE-IDX) NOT = SPACE
               IF TC-LEAVE-HOURS (WS-LEAVE-IDX) NUMERIC
                   EVALUATE TC-LEAVE-CODE (WS-LEAVE-IDX)
                       WHEN 'V'
                           ADD TC-LEAVE-HOURS (WS-LEAVE-IDX)
                                           TO  WS-TAKE (1)
                       WHEN 'S'
                           ADD TC-LEAVE-HOURS (WS-LEAVE-IDX)
                                           TO  WS-TAKE (2)
                       WHEN 'H'
                           ADD TC-LEAVE-HOURS (WS-LEAVE-IDX)
                                           TO  WS-TAKE (3)
                       WHEN OTHER
                           PERFORM 1580-LOG-BAD-LEAVE
                   END-EVALUATE
               ELSE
                   PERFORM 1580-LOG-BAD-LEAVE
               END-IF
           END-IF.

       1025-LIST-UNPAID-LEAVE.
           IF TC-LEAVE-CODE (WS-LEAVE-IDX) NOT = SPACE
               PERFORM 1585-LOG-UNPAID-LEAVE
           END-IF.

      **************************************************************
      *   YEARS OF SERVICE AS OF THE PERIOD END FROM THE MMDDYYYY   *
      *   HIRE DATE - A PART YEAR DOESN'T COUNT UNTIL THE           *
      *   ANNIVERSARY - BANDED AS EMPSERV BANDS THEM.  ALSO SETS    *
      *   THE PERIODS IN A YEAR FOR THE PAY FREQUENCY               *
      **************************************************************

       1030-COMPUTE-BAND.
           MOVE 'N'                        TO  WS-DATE-OK.
           MOVE 1                          TO  WS-BAND.
           IF M-DATE NUMERIC
               MOVE M-DATE(5:4)            TO  WS-HIRE-YYYY
               MOVE M-DATE(1:4)            TO  WS-HIRE-MMDD
               IF WS-HIRE-MM >= 01 AND WS-HIRE-MM <= 12 AND
                  WS-HIRE-DD >= 01 AND WS-HIRE-DD <= 31
                   MOVE 'Y'                TO  WS-DATE-OK
               END-IF
           END-IF.
           IF WS-DATE-OK = 'Y'
               COMPUTE WS-YEARS = WS-PERIOD-YYYY - WS-HIRE-YYYY
               IF WS-PERIOD-MMDD < WS-HIRE-MMDD
                   SUBTRACT 1              FROM  WS-YEARS
               END-IF
               EVALUATE TRUE
                   WHEN WS-YEARS < 1
                       MOVE 1              TO  WS-BAND
                   WHEN WS-YEARS < 5
                       MOVE 2              TO  WS-BAND
                   WHEN WS-YEARS < 10
                       MOVE 3              TO  WS-BAND
                   WHEN WS-YEARS < 25
                       MOVE 4              TO  WS-BAND
                   WHEN OTHER
                       MOVE 5              TO  WS-BAND
               END-EVALUATE
           ELSE
               IF M-STATUS = 'A' OR M-STATUS = SPACES
                   ADD 1                   TO  WS-BADDATE-COUNT
               END-IF
           END-IF.
           EVALUATE M-PAY-FREQ
               WHEN 'W'
                   MOVE 52                 TO  WS-PERIODS-PER-YEAR
               WHEN 'M'
                   MOVE 12                 TO  WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 26                 TO  WS-PERIODS-PER-YEAR
           END-EVALUATE.

      **************************************************************
      *   POSTS ONE LEAVE TYPE FOR THE EMPLOYEE - ONLY ACTIVE       *
      *   EMPLOYEES WITH A GOOD HIRE DATE ACCRUE, AND ONLY ACTIVE   *
      *   EMPLOYEES HAVE LEAVE TAKEN (1000 LEFT IT ZERO FOR THE     *
      *   REST).  NO RECORD IS STARTED FOR A TYPE WITH NOTHING TO   *
      *   POST                                                      *
      **************************************************************

       1100-POST-ONE-TYPE.
           MOVE ZERO                       TO  WS-ACCRUE.
           MOVE SPACES                     TO  WS-NOTE.
           MOVE 'N'                        TO  WS-SKIP.
           IF (M-STATUS = 'A' OR M-STATUS = SPACES) AND
              WS-DATE-OK = 'Y' AND
              WR-SET (WS-TYPE-IDX WS-BAND) = 'Y'
               COMPUTE WS-ACCRUE ROUNDED =
                       WR-ANNUAL (WS-TYPE-IDX WS-BAND) /
                       WS-PERIODS-PER-YEAR
           END-IF.
           MOVE M-EMPID                    TO  LV-EMPID.
           MOVE WS-TYPE-CODES (WS-TYPE-IDX:1) TO  LV-TYPE.
           READ LEAVE-FILE
               INVALID KEY
                   IF WS-ACCRUE = ZERO AND
                      WS-TAKE (WS-TYPE-IDX) = ZERO
                       MOVE 'Y'            TO  WS-SKIP
                   ELSE
                       PERFORM 1110-START-BALANCE
                   END-IF
               NOT INVALID KEY
                   MOVE 'N'                TO  WS-NEW-RECORD
                   PERFORM 1120-PREPARE-BALANCE
           END-READ.
           IF WS-SKIP = 'N'
               PERFORM 1150-APPLY-PERIOD
               PERFORM 1160-SAVE-BALANCE
           END-IF.

       1110-START-BALANCE.
           MOVE 'Y'                        TO  WS-NEW-RECORD.
           MOVE M-EMPID                    TO  LV-EMPID.
           MOVE WS-TYPE-CODES (WS-TYPE-IDX:1) TO  LV-TYPE.
           MOVE ZERO                       TO  LV-BALANCE
                                               LV-CARRYOVER-IN
                                               LV-FORFEITED
                                               LV-YTD-ACCRUED
                                               LV-YTD-TAKEN
                                               LV-LAST-ACCRUED
                                               LV-LAST-TAKEN.
           MOVE WS-PERIOD-YYYY             TO  LV-YEAR.
           MOVE WS-BAND                    TO  LV-BAND.
           MOVE SPACES                     TO  LV-LAST-PERIOD.
           MOVE SPACES                     TO  LEAVE-REC (67:14).

      **************************************************************
      *   READIES AN EXISTING BALANCE - A RERUN OF THE PERIOD LAST  *
      *   POSTED BACKS THOSE FIGURES OUT; A BALANCE ALREADY POSTED  *
      *   FOR A LATER PERIOD IS LEFT ALONE; THE FIRST POSTING OF A  *
      *   NEW YEAR APPLIES THE CARRYOVER CAP                        *
      **************************************************************

       1120-PREPARE-BALANCE.
           EVALUATE TRUE
               WHEN LV-LAST-PERIOD = WS-PERIOD-KEY
                   COMPUTE LV-BALANCE = LV-BALANCE
                                      - LV-LAST-ACCRUED
                                      + LV-LAST-TAKEN
                   SUBTRACT LV-LAST-ACCRUED FROM  LV-YTD-ACCRUED
                   SUBTRACT LV-LAST-TAKEN   FROM  LV-YTD-TAKEN
                   ADD 1                   TO  WS-REPOST-COUNT
                   MOVE 'PERIOD REPOSTED'  TO  WS-NOTE
               WHEN LV-LAST-PERIOD > WS-PERIOD-KEY
                   MOVE 'Y'                TO  WS-SKIP
                   ADD 1                   TO  WS-ERROR-COUNT
                   MOVE LV-BALANCE         TO  WS-PRIOR-BAL
                   MOVE ZERO               TO  WS-ACCRUE
                   MOVE 'LATER PERIOD ALREADY POSTED - SKIPPED'
                                           TO  WS-NOTE
                   PERFORM 1800-PRINT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *    A terminated employee's balance is what LEAVRPT reports
      *    as owed on payout - the carryover cap is for active
      *    employees and must not forfeit any of it.
           IF WS-SKIP = 'N' AND LV-YEAR < WS-PERIOD-YYYY
               IF M-STATUS = 'A' OR M-STATUS = SPACES
                   PERFORM 1130-ROLL-YEAR
               ELSE
                   MOVE WS-PERIOD-YYYY     TO  LV-YEAR
               END-IF
           END-IF.

      *    Without a rate card for the type and band there is no cap
      *    to apply and the whole balance carries.
       1130-ROLL-YEAR.
           MOVE ZERO                       TO  LV-FORFEITED.
           IF WR-SET (WS-TYPE-IDX WS-BAND) = 'Y'
               IF LV-BALANCE > WR-CAP (WS-TYPE-IDX WS-BAND)
                   COMPUTE LV-FORFEITED = LV-BALANCE
                                        - WR-CAP (WS-TYPE-IDX WS-BAND)
                   MOVE WR-CAP (WS-TYPE-IDX WS-BAND)
                                           TO  LV-BALANCE
                   ADD LV-FORFEITED        TO  WS-TOT-FORFEITED
                   MOVE 'OVER CARRYOVER CAP - HOURS FORFEITED'
                                           TO  WS-NOTE
               END-IF
           END-IF.
           MOVE LV-BALANCE                 TO  LV-CARRYOVER-IN.
           MOVE ZERO                       TO  LV-YTD-ACCRUED
                                               LV-YTD-TAKEN.
           MOVE WS-PERIOD-YYYY             TO  LV-YEAR.

      *    Hours taken beyond what is available are still taken - the
      *    employee was paid for them - and flagged for the leave
      *    administrator, as is any balance left below zero.
       1150-APPLY-PERIOD.
           MOVE LV-BALANCE                 TO  WS-PRIOR-BAL.
           COMPUTE WS-AVAILABLE = LV-BALANCE + WS-ACCRUE.
           COMPUTE LV-BALANCE = WS-AVAILABLE - WS-TAKE (WS-TYPE-IDX).
           ADD WS-ACCRUE                   TO  LV-YTD-ACCRUED.
           ADD WS-TAKE (WS-TYPE-IDX)       TO  LV-YTD-TAKEN.
           MOVE WS-ACCRUE                  TO  LV-LAST-ACCRUED.
           MOVE WS-TAKE (WS-TYPE-IDX)      TO  LV-LAST-TAKEN.
           MOVE WS-PERIOD-KEY              TO  LV-LAST-PERIOD.
           MOVE WS-BAND                    TO  LV-BAND.
           ADD WS-ACCRUE                   TO  WS-TOT-ACCRUED.
           ADD WS-TAKE (WS-TYPE-IDX)       TO  WS-TOT-TAKEN.
           EVALUATE TRUE
               WHEN WS-TAKE (WS-TYPE-IDX) > ZERO AND
                    WS-TAKE (WS-TYPE-IDX) > WS-AVAILABLE
                   MOVE '** TAKEN EXCEEDS BALANCE **' TO  WS-NOTE
                   ADD 1                   TO  WS-FLAG-COUNT
               WHEN LV-BALANCE < ZERO
                   MOVE '** NEGATIVE BALANCE **' TO  WS-NOTE
                   ADD 1                   TO  WS-FLAG-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1160-SAVE-BALANCE.
           IF WS-NEW-RECORD = 'Y'
               WRITE LEAVE-REC
                   INVALID KEY
                       MOVE 'WRITE FAILED'  TO  WS-NOTE
                       ADD 1                TO  WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1                TO  WS-POSTED-COUNT
               END-WRITE
           ELSE
               REWRITE LEAVE-REC
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO  WS-NOTE
                       ADD 1                TO  WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1                TO  WS-POSTED-COUNT
               END-REWRITE
           END-IF.
           PERFORM 1800-PRINT-LINE.

       1400-PRINT-HEAD.
           MOVE WS-PERIOD-KEY (5:2)        TO  WS-PF-MM.
           MOVE WS-PERIOD-KEY (7:2)        TO  WS-PF-DD.
           MOVE WS-PERIOD-KEY (1:4)        TO  WS-PF-YYYY.
           MOVE WS-PERIOD-FMT              TO  PH-PERIOD.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE LVP-RPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING PAGE.
           WRITE LVP-RPT-REC FROM PRNT-HEADING2
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  LVP-RPT-REC.
           WRITE LVP-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

      **************************************************************
      *   EXCEPTION LINES - A TIMECARD WITH NO MASTER RECORD, A     *
      *   LEAVE ENTRY WITH A BAD CODE OR HOURS, AND LEAVE ON THE    *
      *   TIMECARD OF AN EMPLOYEE PAYREG DID NOT PAY                *
      **************************************************************

       1570-LOG-ORPHAN-TIMECARD.
           ADD 1                           TO  WS-ORPHAN-COUNT.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE TC-EMPID                   TO  P-EMPID.
           MOVE 'TIMECARD NOT ON MASTER - LEAVE NOT POSTED'
                                           TO  P-NOTE.
           WRITE LVP-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

       1580-LOG-BAD-LEAVE.
           ADD 1                           TO  WS-BADCODE-COUNT.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE TC-EMPID                   TO  P-EMPID.
           MOVE TC-LEAVE-CODE (WS-LEAVE-IDX) TO  P-TYPE.
           MOVE 'INVALID LEAVE ENTRY - NOT TAKEN'
                                           TO  P-NOTE.
           WRITE LVP-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

       1585-LOG-UNPAID-LEAVE.
           ADD 1                           TO  WS-UNPAID-COUNT.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE TC-EMPID                   TO  P-EMPID.
           MOVE M-LASTNAME                 TO  P-LASTNAME.
           MOVE M-DEPT                     TO  P-DEPT.
           MOVE TC-LEAVE-CODE (WS-LEAVE-IDX) TO  P-TYPE.
           MOVE 'NOT ACTIVE - LEAVE NOT PAID, NOT TAKEN'
                                           TO  P-NOTE.
           WRITE LVP-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

       1590-DRAIN-TIMECARDS.
           PERFORM 1570-LOG-ORPHAN-TIMECARD.
           PERFORM 2200-READ-TIMECARD.

       1800-PRINT-LINE.
           MOVE M-EMPID                    TO  P-EMPID.
           MOVE M-LASTNAME                 TO  P-LASTNAME.
           MOVE M-DEPT                     TO  P-DEPT.
           MOVE LV-TYPE                    TO  P-TYPE.
           MOVE WS-BAND                    TO  P-BAND.
           MOVE WS-PRIOR-BAL               TO  P-PRIOR-BAL.
           MOVE WS-ACCRUE                  TO  P-ACCRUED.
           IF WS-SKIP = 'Y'
               MOVE ZERO                   TO  P-TAKEN
           ELSE
               MOVE WS-TAKE (WS-TYPE-IDX)  TO  P-TAKEN
           END-IF.
           MOVE LV-BALANCE                 TO  P-NEW-BAL.
           MOVE WS-NOTE                    TO  P-NOTE.
           WRITE LVP-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

      **************************************************************
      *   PRINTS THE END-OF-RUN POSTING SUMMARY                     *
      **************************************************************

       1900-PRINT-SUMMARY.
           MOVE SPACES                     TO  LVP-RPT-REC.
           WRITE LVP-RPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  LVP-RPT-REC.
           STRING 'EMPLOYEES READ: ' DELIMITED BY SIZE
                  WS-EMP-COUNT       DELIMITED BY SIZE
                  '  BALANCES POSTED: ' DELIMITED BY SIZE
                  WS-POSTED-COUNT    DELIMITED BY SIZE
                  '  REPOSTED: '     DELIMITED BY SIZE
                  WS-REPOST-COUNT    DELIMITED BY SIZE
                  '  FLAGGED: '      DELIMITED BY SIZE
                  WS-FLAG-COUNT      DELIMITED BY SIZE
                  '  ERRORS: '       DELIMITED BY SIZE
                  WS-ERROR-COUNT     DELIMITED BY SIZE
                  INTO LVP-RPT-REC.
           WRITE LVP-RPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  LVP-RPT-REC.
           STRING 'HOURS ACCRUED: '  DELIMITED BY SIZE
                  WS-TOT-ACCRUED     DELIMITED BY SIZE
                  '  TAKEN: '        DELIMITED BY SIZE
                  WS-TOT-TAKEN       DELIMITED BY SIZE
                  '  FORFEITED AT CARRYOVER: ' DELIMITED BY SIZE
                  WS-TOT-FORFEITED   DELIMITED BY SIZE
                  INTO LVP-RPT-REC.
           WRITE LVP-RPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  LVP-RPT-REC.
           STRING 'TIMECARDS NOT ON MASTER: ' DELIMITED BY SIZE
                  WS-ORPHAN-COUNT    DELIMITED BY SIZE
                  '  INVALID LEAVE ENTRIES: ' DELIMITED BY SIZE
                  WS-BADCODE-COUNT   DELIMITED BY SIZE
                  '  ACTIVE WITH BAD HIRE DATE: ' DELIMITED BY SIZE
                  WS-BADDATE-COUNT   DELIMITED BY SIZE
                  '  RATE CARDS REFUSED: ' DELIMITED BY SIZE
                  WS-RATE-REJECTS    DELIMITED BY SIZE
                  INTO LVP-RPT-REC.
           WRITE LVP-RPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  LVP-RPT-REC.
           STRING 'LEAVE ENTRIES NOT PAID (NOT ACTIVE): '
                                     DELIMITED BY SIZE
                  WS-UNPAID-COUNT    DELIMITED BY SIZE
                  INTO LVP-RPT-REC.
           WRITE LVP-RPT-REC
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   READS THE MASTER IN KEY ORDER - TERMINATED RECORDS ARE    *
      *   KEPT SO THEIR BALANCES ROLL AND ANY LEAVE ON A TIMECARD   *
      *   PAYREG DID NOT PAY IS LISTED                              *
      **************************************************************

       2000-READ-MASTER.
           READ MASTER-FILE
               AT END MOVE 1 TO WS-EOF-M
           END-READ.
           IF WS-EOF-M = 0 AND WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE READ ERROR, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.

      **************************************************************
      *   READS THE SORTED TIMECARDS - HIGH-VALUES KEY AT EOF       *
      **************************************************************

       2200-READ-TIMECARD.
           IF WS-EOF-T = 0
               READ SORTED-FILE INTO TIMECARD-DATA
                   AT END
                       MOVE 1              TO  WS-EOF-T
                       MOVE HIGH-VALUES    TO  WS-TC-KEY
                   NOT AT END
                       MOVE TC-EMPID       TO  WS-TC-KEY
               END-READ
           END-IF.

      **************************************************************
      *   SETS THE COMPLETION CODE - 8 WHEN THE MASTER WAS EMPTY,   *
      *   4 WHEN ANYTHING WAS FLAGGED OR REFUSED                    *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-EMP-COUNT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-FLAG-COUNT > ZERO OR
                    WS-ERROR-COUNT > ZERO OR
                    WS-ORPHAN-COUNT > ZERO OR
                    WS-BADCODE-COUNT > ZERO OR
                    WS-UNPAID-COUNT > ZERO OR
                    WS-BADDATE-COUNT > ZERO OR
                    WS-RATE-REJECTS > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
