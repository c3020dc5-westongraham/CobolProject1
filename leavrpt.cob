
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LEAVRPT.
       AUTHOR. Weston Graham.
      *  Leave reporting off the LEAVEBAL balance file, run after
      *  LEAVPOST.  LVSTMT gets one leave statement page per employee
      *  with each type's carryover, year-to-date accrued and taken,
      *  last posting and current balance.  LVLIAB is the department
      *  liability report - hours on the books for active employees
      *  valued at the employee's hourly rate, a salaried rate
      *  turned into an hourly figure over a 2080-hour year.  LVEXCP
      *  lists negative balances, the payout owed to terminated
      *  employees for each type LVRATES marks as paid out on
      *  termination, and balances for EMPIDs no longer on the
      *  master.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RATE-FILE    ASSIGN TO 'LVRATES'
                                FILE STATUS WS-RATE-FSTATUS.
            SELECT LEAVE-FILE   ASSIGN TO 'LEAVEBAL'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY LV-KEY
                                FILE STATUS WS-LEAVE-STATUS.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT STMT-FILE    ASSIGN TO 'LVSTMT'.
            SELECT LIAB-RPT     ASSIGN TO 'LVLIAB'.
            SELECT EXCP-RPT     ASSIGN TO 'LVEXCP'.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY LVRTREC.

       FD  LEAVE-FILE.
           COPY LEAVREC.

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

       FD  STMT-FILE
           LABEL RECORDS ARE OMITTED.
       01  STMT-REC                   PIC X(100).

       FD  LIAB-RPT
           LABEL RECORDS ARE OMITTED.
       01  LIAB-RPT-REC               PIC X(125).

       FD  EXCP-RPT
           LABEL RECORDS ARE OMITTED.
       01  EXCP-RPT-REC               PIC X(125).

       WORKING-STORAGE SECTION.
      **************************************************************
      *      LEAVE STATEMENT LINES - ONE PAGE PER EMPLOYEE          *
      **************************************************************
       01  ST-TITLE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(25)     VALUE
                                      'LEAVE STATEMENT AS OF '.
                03  ST-AS-OF               PIC X(10).
                03  FILLER                 PIC X(62)     VALUE SPACES.
       01  ST-INFO.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  ST-INFO-LABEL          PIC X(16).
                03  ST-INFO-VALUE          PIC X(50).
                03  FILLER                 PIC X(31)     VALUE SPACES.
       01  ST-COLUMNS.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(21)     VALUE 'TYPE'.
                03  FILLER                 PIC X(5)      VALUE 'YEAR'.
                03  FILLER                 PIC X(11)     VALUE
                                                    ' CARRIED IN'.
                03  FILLER                 PIC X(10)     VALUE
                                                    ' FORFEITED'.
                03  FILLER                 PIC X(10)     VALUE
                                                    '  ACCRUED'.
                03  FILLER                 PIC X(10)     VALUE
                                                    '    TAKEN'.
                03  FILLER                 PIC X(11)     VALUE
                                                    '    BALANCE'.
                03  FILLER                 PIC X(19)     VALUE SPACES.
       01  ST-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  ST-DESC                PIC X(20).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  ST-YEAR                PIC X(4).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  ST-CARRY               PIC -ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  ST-FORFEIT             PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  ST-ACCRUED             PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  ST-TAKEN               PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  ST-BALANCE             PIC -ZZ,ZZ9.99.
                03  FILLER                 PIC X(20)     VALUE SPACES.
       01  ST-LAST-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(24)     VALUE
                                           'LAST POSTED PERIOD END '.
                03  ST-LAST-PERIOD         PIC X(10).
                03  FILLER                 PIC X(63)     VALUE SPACES.
      **************************************************************
      *      LIABILITY REPORT LINES                                 *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(36)     VALUE
                                  'LEAVE LIABILITY BY DEPARTMENT AS OF'.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  PH-AS-OF               PIC X(10).
                03  FILLER                 PIC X(67)     VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(6)      VALUE 'DEPT'.
                03  FILLER                 PIC X(8)      VALUE
                                                    'ACTIVE'.
                03  FILLER                 PIC X(24)     VALUE
                                      '  VACATION HRS/AMOUNT'.
                03  FILLER                 PIC X(24)     VALUE
                                      '      SICK HRS/AMOUNT'.
                03  FILLER                 PIC X(24)     VALUE
                                      '   HOLIDAY HRS/AMOUNT'.
                03  FILLER                 PIC X(15)     VALUE
                                      '   TOTAL AMOUNT'.
                03  FILLER                 PIC X(21)     VALUE SPACES.
       01  PRNT-BREAK.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  B-CODE                 PIC X(6).
                03  B-COUNT                PIC ZZ,ZZ9.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-TYPE-FIGS            OCCURS 3.
                   05  B-HOURS             PIC -ZZZ,ZZ9.99.
                   05  B-AMOUNT            PIC -Z,ZZZ,ZZ9.99.
                03  B-TOTAL                PIC --,---,--9.99.
                03  FILLER                 PIC X(23)     VALUE SPACES.
      **************************************************************
      *      EXCEPTION LIST LINES                                   *
      **************************************************************
       01  EX-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(36)     VALUE
                                  'LEAVE EXCEPTIONS AND PAYOUTS AS OF'.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  XH-AS-OF               PIC X(10).
                03  FILLER                 PIC X(75)     VALUE SPACES.
       01  EX-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(33)     VALUE 'NAME'.
                03  FILLER                 PIC X(5)      VALUE 'DPT'.
                03  FILLER                 PIC X(4)      VALUE 'TYP'.
                03  FILLER                 PIC X(11)     VALUE
                                                    '    BALANCE'.
                03  FILLER                 PIC X(10)     VALUE
                                                    ' HRLY RATE'.
                03  FILLER                 PIC X(14)     VALUE
                                                    '   PAYOUT OWED'.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  FILLER                 PIC X(34)     VALUE 'NOTE'.
       01  EX-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  X-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  X-NAME                 PIC X(32).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  X-DEPT                 PIC X(3).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  X-TYPE                 PIC X(1).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  X-BALANCE              PIC -ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  X-RATE                 PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  X-PAYOUT               PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(4)      VALUE SPACES.
                03  X-NOTE                 PIC X(34).
       01  PRNT-SECTION.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  SEC-TITLE              PIC X(60).
                03  FILLER                 PIC X(62)     VALUE SPACES.

       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-L               PIC 9         VALUE 0.
                03  WS-EOF-RT              PIC 9         VALUE 0.
                03  WS-LEAVE-STATUS        PIC X(2)      VALUE '00'.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-RATE-FSTATUS        PIC X(2)      VALUE '00'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-DATE-IN             PIC X(8)      VALUE SPACES.
                03  WS-DATE-FMT.
                   05  WS-DF-MM            PIC X(2).
                   05  FILLER              PIC X(1)      VALUE '/'.
                   05  WS-DF-DD            PIC X(2).
                   05  FILLER              PIC X(1)      VALUE '/'.
                   05  WS-DF-YYYY          PIC X(4).
                03  WS-AS-OF               PIC X(10)     VALUE SPACES.
      **************************************************************
      *         LEAVE TYPE TABLE - DESCRIPTION AND TERMINATION      *
      *         PAYOUT RULE FROM THE LVRATES CARDS (1 = V, 2 = S,   *
      *         3 = H).  A TYPE IS PAID OUT WHEN ANY OF ITS CARDS   *
      *         SAYS SO                                             *
      **************************************************************
                03  WS-TYPE-CODES          PIC X(3)      VALUE 'VSH'.
                03  WS-TYPE-TABLE.
                   05  WS-TYPE-ENTRY       OCCURS 3.
                       10  WT-DESC         PIC X(20).
                       10  WT-PAYOUT       PIC X(1).
                       10  WT-DESC-SET     PIC X(1).
                03  WS-TYPE-IDX            PIC 9(1)      VALUE ZERO.
      **************************************************************
      *         ONE EMPLOYEE'S BALANCES - LEAVEBAL IS IN EMPID AND  *
      *         TYPE ORDER, SO THEY ARE CONTROL-BROKEN ON EMPID     *
      **************************************************************
                03  WS-CUR-EMPID           PIC X(7)      VALUE SPACES.
                03  WS-E-TABLE.
                   05  WS-E-ENTRY          OCCURS 3.
                       10  WE-FOUND        PIC X(1).
                       10  WE-YEAR         PIC 9(4).
                       10  WE-BALANCE      PIC S9(5)V99.
                       10  WE-CARRY        PIC S9(5)V99.
                       10  WE-FORFEIT      PIC 9(5)V99.
                       10  WE-ACCRUED      PIC 9(5)V99.
                       10  WE-TAKEN        PIC 9(5)V99.
                       10  WE-LAST-PERIOD  PIC X(8).
                03  WS-ON-MASTER           PIC X(1)      VALUE 'N'.
                03  WS-ACTIVE              PIC X(1)      VALUE 'N'.
                03  WS-EMP-NAME            PIC X(32)     VALUE SPACES.
                03  WS-HOURLY-RATE         PIC 9(5)V99   VALUE ZERO.
                03  WS-PERIODS-PER-YEAR    PIC 9(2)      VALUE ZERO.
                03  WS-AMOUNT              PIC S9(7)V99  VALUE ZERO.
                03  WS-LATEST-PERIOD       PIC X(8)      VALUE SPACES.
      **************************************************************
      *         DEPARTMENT LIABILITY TABLE                          *
      **************************************************************
                03  WS-DEPT-TABLE.
                   05  WS-DEPT-ENTRY       OCCURS 50 TIMES.
                       10  WD-DEPT         PIC X(3)      VALUE SPACES.
                       10  WD-COUNT        PIC 9(5)      VALUE ZERO.
                       10  WD-TYPE-FIGS    OCCURS 3.
                           15  WD-HOURS    PIC S9(7)V99  VALUE ZERO.
                           15  WD-AMOUNT   PIC S9(9)V99  VALUE ZERO.
                       10  WD-TOTAL        PIC S9(9)V99  VALUE ZERO.
                03  WS-DEPT-TABLE-COUNT    PIC 9(3)      VALUE ZERO.
                03  WS-TABLE-MAX           PIC 9(3)      VALUE 50.
                03  WS-TBL-FOUND           PIC X(1)      VALUE 'N'.
                03  WS-TBL-IDX             PIC 9(3)      VALUE ZERO.
      **************************************************************
      *         GRAND TOTALS AND RUN COUNTERS                       *
      **************************************************************
                03  WS-GRAND-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-GRAND-TYPE-FIGS     OCCURS 3.
                   05  WG-HOURS            PIC S9(7)V99  VALUE ZERO.
                   05  WG-AMOUNT           PIC S9(9)V99  VALUE ZERO.
                03  WS-GRAND-TOTAL         PIC S9(9)V99  VALUE ZERO.
                03  WS-GRAND-PAYOUT        PIC 9(9)V99   VALUE ZERO.
                03  WS-STMT-COUNT          PIC 9(5)      VALUE ZERO.
                03  WS-NEGATIVE-COUNT      PIC 9(5)      VALUE ZERO.
                03  WS-PAYOUT-COUNT        PIC 9(5)      VALUE ZERO.
                03  WS-NOMASTER-COUNT      PIC 9(5)      VALUE ZERO.
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
           MOVE WS-RUN-DATE                TO  WS-DATE-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE WS-DATE-FMT                TO  WS-AS-OF.
           PERFORM 0200-LOAD-TYPES.
           OPEN INPUT LEAVE-FILE
                INPUT MASTER-FILE
                OUTPUT STMT-FILE
                OUTPUT LIAB-RPT
                OUTPUT EXCP-RPT.
           IF WS-LEAVE-STATUS NOT = '00'
               DISPLAY 'LEAVE-FILE OPEN FAILED, STATUS='
                       WS-LEAVE-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           MOVE WS-AS-OF                   TO  XH-AS-OF.
           WRITE EXCP-RPT-REC FROM EX-HEADING1
                AFTER ADVANCING PAGE.
           WRITE EXCP-RPT-REC FROM EX-HEADING2
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  EXCP-RPT-REC.
           WRITE EXCP-RPT-REC
                AFTER ADVANCING 1 LINE.
           PERFORM 2000-READ-BALANCE.
           PERFORM 1000-PROCESS-BALANCE
                   UNTIL WS-EOF-L = 1.
           IF WS-CUR-EMPID NOT = SPACES
               PERFORM 1500-FINISH-EMPLOYEE
           END-IF.
           PERFORM 1700-PRINT-DEPT-TOTALS.
           PERFORM 1800-PRINT-GRAND-TOTAL.
           PERFORM 1900-PRINT-EXCEPTION-TOTALS.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE LEAVE-FILE
                 MASTER-FILE
                 STMT-FILE
                 LIAB-RPT
                 EXCP-RPT.
           STOP RUN.

      **************************************************************
      *   LOADS THE TYPE DESCRIPTIONS AND PAYOUT RULE FROM THE      *
      *   LVRATES CARDS - THE FIRST DESCRIPTION KEYED FOR A TYPE    *
      *   IS THE ONE PRINTED                                        *
      **************************************************************

       0200-LOAD-TYPES.
           MOVE 'VACATION'                 TO  WT-DESC (1).
           MOVE 'SICK'                     TO  WT-DESC (2).
           MOVE 'HOLIDAY'                  TO  WT-DESC (3).
           MOVE 'N'                        TO  WT-PAYOUT (1)
                                               WT-PAYOUT (2)
                                               WT-PAYOUT (3)
                                               WT-DESC-SET (1)
                                               WT-DESC-SET (2)
                                               WT-DESC-SET (3).
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
                       PERFORM 0210-STORE-TYPE
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

       0210-STORE-TYPE.
           MOVE ZERO                       TO  WS-TYPE-IDX.
           EVALUATE LR-TYPE
               WHEN 'V'
                   MOVE 1                  TO  WS-TYPE-IDX
               WHEN 'S'
                   MOVE 2                  TO  WS-TYPE-IDX
               WHEN 'H'
                   MOVE 3                  TO  WS-TYPE-IDX
           END-EVALUATE.
           IF WS-TYPE-IDX > ZERO
               IF LR-PAYOUT = 'Y'
                   MOVE 'Y'                TO  WT-PAYOUT (WS-TYPE-IDX)
               END-IF
               IF LR-DESC NOT = SPACES AND
                  WT-DESC-SET (WS-TYPE-IDX) = 'N'
                   MOVE LR-DESC            TO  WT-DESC (WS-TYPE-IDX)
                   MOVE 'Y'                TO  WT-DESC-SET (WS-TYPE-IDX)
               END-IF
           END-IF.

       1000-PROCESS-BALANCE.
           IF LV-EMPID NOT = WS-CUR-EMPID
               IF WS-CUR-EMPID NOT = SPACES
                   PERFORM 1500-FINISH-EMPLOYEE
               END-IF
               PERFORM 1050-START-EMPLOYEE
           END-IF.
           MOVE ZERO                       TO  WS-TYPE-IDX.
           EVALUATE LV-TYPE
               WHEN 'V'
                   MOVE 1                  TO  WS-TYPE-IDX
               WHEN 'S'
                   MOVE 2                  TO  WS-TYPE-IDX
               WHEN 'H'
                   MOVE 3                  TO  WS-TYPE-IDX
           END-EVALUATE.
           IF WS-TYPE-IDX > ZERO
               MOVE 'Y'                    TO  WE-FOUND (WS-TYPE-IDX)
               MOVE LV-YEAR                TO  WE-YEAR (WS-TYPE-IDX)
               MOVE LV-BALANCE             TO  WE-BALANCE (WS-TYPE-IDX)
               MOVE LV-CARRYOVER-IN        TO  WE-CARRY (WS-TYPE-IDX)
               MOVE LV-FORFEITED           TO  WE-FORFEIT (WS-TYPE-IDX)
               MOVE LV-YTD-ACCRUED         TO  WE-ACCRUED (WS-TYPE-IDX)
               MOVE LV-YTD-TAKEN           TO  WE-TAKEN (WS-TYPE-IDX)
               MOVE LV-LAST-PERIOD         TO  WE-LAST-PERIOD
                                                       (WS-TYPE-IDX)
               IF LV-LAST-PERIOD > WS-LATEST-PERIOD
                   MOVE LV-LAST-PERIOD     TO  WS-LATEST-PERIOD
               END-IF
           END-IF.
           PERFORM 2000-READ-BALANCE.

       1050-START-EMPLOYEE.
           MOVE LV-EMPID                   TO  WS-CUR-EMPID.
           MOVE SPACES                     TO  WS-LATEST-PERIOD.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 3
               MOVE 'N'                    TO  WE-FOUND (WS-TYPE-IDX)
               MOVE SPACES                 TO  WE-LAST-PERIOD
                                                       (WS-TYPE-IDX)
               MOVE ZERO                   TO  WE-YEAR (WS-TYPE-IDX)
                                               WE-BALANCE (WS-TYPE-IDX)
                                               WE-CARRY (WS-TYPE-IDX)
                                               WE-FORFEIT (WS-TYPE-IDX)
                                               WE-ACCRUED (WS-TYPE-IDX)
                                               WE-TAKEN (WS-TYPE-IDX)
           END-PERFORM.

      **************************************************************
      *   CLOSES OUT ONE EMPLOYEE - STATEMENT PAGE, DEPARTMENT      *
      *   LIABILITY FOR AN ACTIVE EMPLOYEE, AND THE EXCEPTION       *
      *   LINES                                                     *
      **************************************************************

       1500-FINISH-EMPLOYEE.
           PERFORM 1510-GET-EMPLOYEE.
           IF WS-ON-MASTER = 'N'
               ADD 1                       TO  WS-NOMASTER-COUNT
               MOVE SPACES                 TO  EX-LINE
               MOVE WS-CUR-EMPID           TO  X-EMPID
               MOVE 'BALANCES NOT ON MASTER'
                                           TO  X-NOTE
               WRITE EXCP-RPT-REC FROM EX-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 1600-PRINT-STATEMENT
               IF WS-ACTIVE = 'Y'
                   PERFORM 1550-ACCUMULATE-DEPT
               END-IF
               PERFORM 1650-CHECK-EXCEPTIONS
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 3
           END-IF.

      *    The hourly rate values leave hours - M-PAY-RATE itself for
      *    an hourly employee, otherwise the per-period salary over
      *    the periods in a year (the NETPAY rule) and 2080 hours.
       1510-GET-EMPLOYEE.
           MOVE WS-CUR-EMPID               TO  M-EMPID.
           MOVE ZERO                       TO  WS-HOURLY-RATE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N'                TO  WS-ON-MASTER
               NOT INVALID KEY
                   MOVE 'Y'                TO  WS-ON-MASTER
                   MOVE SPACES             TO  WS-EMP-NAME
                   STRING M-LASTNAME  DELIMITED BY '  '
                          ', '        DELIMITED BY SIZE
                          M-FIRSTNAME DELIMITED BY '  '
                       INTO WS-EMP-NAME
                   IF M-STATUS = 'T'
                       MOVE 'N'            TO  WS-ACTIVE
                   ELSE
                       MOVE 'Y'            TO  WS-ACTIVE
                   END-IF
                   EVALUATE M-PAY-FREQ
                       WHEN 'W'
                           MOVE 52         TO  WS-PERIODS-PER-YEAR
                       WHEN 'M'
                           MOVE 12         TO  WS-PERIODS-PER-YEAR
                       WHEN OTHER
                           MOVE 26         TO  WS-PERIODS-PER-YEAR
                   END-EVALUATE
                   IF M-PAY-RATE NUMERIC
                       IF M-PAY-FREQ = 'H'
                           MOVE M-PAY-RATE TO  WS-HOURLY-RATE
                       ELSE
                           COMPUTE WS-HOURLY-RATE ROUNDED =
                                   M-PAY-RATE * WS-PERIODS-PER-YEAR
                                   / 2080
                       END-IF
                   END-IF
           END-READ.

       1550-ACCUMULATE-DEPT.
           MOVE 'N'                        TO  WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               IF WD-DEPT (WS-TBL-IDX) = M-DEPT
                   MOVE 'Y'                TO  WS-TBL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = 'N'
               IF WS-DEPT-TABLE-COUNT >= WS-TABLE-MAX
                   DISPLAY 'DEPT TABLE FULL, DISCARDING DEPT: '
                           M-DEPT
                   MOVE ZERO               TO  WS-TBL-IDX
               ELSE
                   ADD 1                   TO  WS-DEPT-TABLE-COUNT
                   MOVE WS-DEPT-TABLE-COUNT TO  WS-TBL-IDX
                   MOVE M-DEPT             TO  WD-DEPT (WS-TBL-IDX)
               END-IF
           END-IF.
           ADD 1                           TO  WS-GRAND-COUNT.
           IF WS-TBL-IDX > ZERO
               ADD 1                       TO  WD-COUNT (WS-TBL-IDX)
           END-IF.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 3
               COMPUTE WS-AMOUNT ROUNDED =
                       WE-BALANCE (WS-TYPE-IDX) * WS-HOURLY-RATE
               IF WS-TBL-IDX > ZERO
                   ADD WE-BALANCE (WS-TYPE-IDX)
                             TO  WD-HOURS (WS-TBL-IDX WS-TYPE-IDX)
                   ADD WS-AMOUNT
                             TO  WD-AMOUNT (WS-TBL-IDX WS-TYPE-IDX)
                   ADD WS-AMOUNT   TO  WD-TOTAL (WS-TBL-IDX)
               END-IF
               ADD WE-BALANCE (WS-TYPE-IDX) TO  WG-HOURS (WS-TYPE-IDX)
               ADD WS-AMOUNT               TO  WG-AMOUNT (WS-TYPE-IDX)
               ADD WS-AMOUNT               TO  WS-GRAND-TOTAL
           END-PERFORM.

       1400-PRINT-HEAD.
           MOVE WS-AS-OF                   TO  PH-AS-OF.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE LIAB-RPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING PAGE.
           WRITE LIAB-RPT-REC FROM PRNT-HEADING2
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  LIAB-RPT-REC.
           WRITE LIAB-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

       1450-FORMAT-DATE.
           MOVE WS-DATE-IN (5:2)           TO  WS-DF-MM.
           MOVE WS-DATE-IN (7:2)           TO  WS-DF-DD.
           MOVE WS-DATE-IN (1:4)           TO  WS-DF-YYYY.

      **************************************************************
      *   PRINTS ONE EMPLOYEE'S LEAVE STATEMENT PAGE                *
      **************************************************************

       1600-PRINT-STATEMENT.
           ADD 1                           TO  WS-STMT-COUNT.
           MOVE WS-AS-OF                   TO  ST-AS-OF.
           WRITE STMT-REC FROM ST-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'EMPLOYEE:'                TO  ST-INFO-LABEL.
           MOVE SPACES                     TO  ST-INFO-VALUE.
           STRING WS-CUR-EMPID '  ' WS-EMP-NAME
                                           DELIMITED BY SIZE
               INTO ST-INFO-VALUE.
           WRITE STMT-REC FROM ST-INFO
               AFTER ADVANCING 2 LINES.
           MOVE 'DEPARTMENT:'              TO  ST-INFO-LABEL.
           MOVE M-DEPT                     TO  ST-INFO-VALUE.
           WRITE STMT-REC FROM ST-INFO
               AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM ST-COLUMNS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 3
               IF WE-FOUND (WS-TYPE-IDX) = 'Y'
                   MOVE WT-DESC (WS-TYPE-IDX) TO  ST-DESC
                   MOVE WE-YEAR (WS-TYPE-IDX) TO  ST-YEAR
                   MOVE WE-CARRY (WS-TYPE-IDX) TO  ST-CARRY
                   MOVE WE-FORFEIT (WS-TYPE-IDX) TO  ST-FORFEIT
                   MOVE WE-ACCRUED (WS-TYPE-IDX) TO  ST-ACCRUED
                   MOVE WE-TAKEN (WS-TYPE-IDX) TO  ST-TAKEN
                   MOVE WE-BALANCE (WS-TYPE-IDX) TO  ST-BALANCE
                   WRITE STMT-REC FROM ST-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE WS-LATEST-PERIOD           TO  WS-DATE-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE WS-DATE-FMT                TO  ST-LAST-PERIOD.
           WRITE STMT-REC FROM ST-LAST-LINE
               AFTER ADVANCING 2 LINES.

      **************************************************************
      *   EXCEPTION LINES FOR ONE TYPE - A NEGATIVE BALANCE, AND    *
      *   FOR A TERMINATED EMPLOYEE THE PAYOUT OWED ON A TYPE PAID  *
      *   OUT AT TERMINATION                                        *
      **************************************************************

       1650-CHECK-EXCEPTIONS.
           IF WE-FOUND (WS-TYPE-IDX) = 'Y'
               MOVE SPACES                 TO  EX-LINE
               MOVE WS-CUR-EMPID           TO  X-EMPID
               MOVE WS-EMP-NAME            TO  X-NAME
               MOVE M-DEPT                 TO  X-DEPT
               MOVE WS-TYPE-CODES (WS-TYPE-IDX:1) TO  X-TYPE
               MOVE WE-BALANCE (WS-TYPE-IDX) TO  X-BALANCE
               MOVE WS-HOURLY-RATE         TO  X-RATE
               EVALUATE TRUE
                   WHEN WE-BALANCE (WS-TYPE-IDX) < ZERO
                       ADD 1               TO  WS-NEGATIVE-COUNT
                       MOVE ZERO           TO  X-PAYOUT
                       MOVE 'NEGATIVE BALANCE'
                                           TO  X-NOTE
                       WRITE EXCP-RPT-REC FROM EX-LINE
                           AFTER ADVANCING 1 LINE
                   WHEN WS-ACTIVE = 'N' AND
                        WT-PAYOUT (WS-TYPE-IDX) = 'Y' AND
                        WE-BALANCE (WS-TYPE-IDX) > ZERO
                       ADD 1               TO  WS-PAYOUT-COUNT
                       COMPUTE WS-AMOUNT ROUNDED =
                               WE-BALANCE (WS-TYPE-IDX) *
                               WS-HOURLY-RATE
                       ADD WS-AMOUNT       TO  WS-GRAND-PAYOUT
                       MOVE WS-AMOUNT      TO  X-PAYOUT
                       MOVE SPACES         TO  X-NOTE
                       STRING 'TERMINATED ' M-TERM-DATE (1:2) '/'
                              M-TERM-DATE (3:2) '/' M-TERM-DATE (5:4)
                              ' - PAY OUT' DELIMITED BY SIZE
                           INTO X-NOTE
                       WRITE EXCP-RPT-REC FROM EX-LINE
                           AFTER ADVANCING 1 LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      **************************************************************
      *   PRINTS ONE LIABILITY LINE PER DEPARTMENT FROM THE TABLE   *
      **************************************************************

       1700-PRINT-DEPT-TOTALS.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 1400-PRINT-HEAD
               END-IF
               MOVE WD-DEPT (WS-TBL-IDX)   TO  B-CODE
               MOVE WD-COUNT (WS-TBL-IDX)  TO  B-COUNT
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 3
                   MOVE WD-HOURS (WS-TBL-IDX WS-TYPE-IDX)
                                           TO  B-HOURS (WS-TYPE-IDX)
                   MOVE WD-AMOUNT (WS-TBL-IDX WS-TYPE-IDX)
                                           TO  B-AMOUNT (WS-TYPE-IDX)
               END-PERFORM
               MOVE WD-TOTAL (WS-TBL-IDX)  TO  B-TOTAL
               WRITE LIAB-RPT-REC FROM PRNT-BREAK
                   AFTER ADVANCING 1 LINE
               ADD 1                       TO  WS-LINE-COUNT
           END-PERFORM.

       1800-PRINT-GRAND-TOTAL.
           MOVE 'ALL'                      TO  B-CODE.
           MOVE WS-GRAND-COUNT             TO  B-COUNT.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 3
               MOVE WG-HOURS (WS-TYPE-IDX) TO  B-HOURS (WS-TYPE-IDX)
               MOVE WG-AMOUNT (WS-TYPE-IDX) TO  B-AMOUNT (WS-TYPE-IDX)
           END-PERFORM.
           MOVE WS-GRAND-TOTAL             TO  B-TOTAL.
           WRITE LIAB-RPT-REC FROM PRNT-BREAK
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'LEAVE STATEMENTS PRINTED: '
                  WS-STMT-COUNT            DELIMITED BY SIZE
               INTO SEC-TITLE.
           WRITE LIAB-RPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 2 LINES.

       1900-PRINT-EXCEPTION-TOTALS.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'NEGATIVE BALANCES: '    DELIMITED BY SIZE
                  WS-NEGATIVE-COUNT        DELIMITED BY SIZE
                  '  NOT ON MASTER: '      DELIMITED BY SIZE
                  WS-NOMASTER-COUNT        DELIMITED BY SIZE
               INTO SEC-TITLE.
           WRITE EXCP-RPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  EX-LINE.
           MOVE 'TOTAL TERMINATION PAYOUTS OWED'
                                           TO  X-NAME.
           MOVE WS-GRAND-PAYOUT            TO  X-PAYOUT.
           STRING 'PAYOUT LINES: '         DELIMITED BY SIZE
                  WS-PAYOUT-COUNT          DELIMITED BY SIZE
               INTO X-NOTE.
           WRITE EXCP-RPT-REC FROM EX-LINE
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   READS THE LEAVE BALANCES IN KEY ORDER                     *
      **************************************************************

       2000-READ-BALANCE.
           READ LEAVE-FILE
               AT END
                   MOVE 1                  TO  WS-EOF-L
           END-READ.
           IF WS-EOF-L = 0 AND WS-LEAVE-STATUS NOT = '00'
               DISPLAY 'LEAVE-FILE READ ERROR, STATUS='
                       WS-LEAVE-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.

      **************************************************************
      *   SETS THE COMPLETION CODE - 8 WHEN THERE WERE NO BALANCES, *
      *   4 WHEN ANY EXCEPTION WAS LISTED                           *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-STMT-COUNT = ZERO AND WS-NOMASTER-COUNT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-NEGATIVE-COUNT > ZERO OR
                    WS-PAYOUT-COUNT > ZERO OR
                    WS-NOMASTER-COUNT > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
