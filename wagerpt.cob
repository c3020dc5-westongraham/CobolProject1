
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WAGERPT.
       AUTHOR. Weston Graham.
      *  Wage summaries off the EARNHIST earnings history file.  The
      *  WAGECTL card picks the run: Q prints the quarter-end wage
      *  summary by employee and department for a calendar quarter,
      *  Y prints the same summary for the calendar year and also a
      *  one-page W-2 style wage and tax statement per employee on
      *  W2STMT.  A period belongs to the quarter or year its period
      *  end date falls in.  SSNs are masked to the last 4 digits
      *  unless the PARMCARD carries PARM-SSN-AUTH = 'Y', the same rule
      *  Project1 and EMPINQ apply.  An employee with periods posted
      *  before NETPAY ran is called out, since their withholding is
      *  not yet complete.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'WAGECTL'.
            SELECT OPTIONAL PARM-FILE
                                ASSIGN TO 'PARMCARD'.
            SELECT EARN-FILE    ASSIGN TO 'EARNHIST'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY EH-KEY
                                FILE STATUS WS-EARN-STATUS.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT WAGE-RPT     ASSIGN TO 'WAGERPT'.
            SELECT W2-FILE      ASSIGN TO 'W2STMT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  WG-FUNCTION            PIC X(1).
      *                Q = QUARTER SUMMARY (DEFAULT)
      *                Y = YEAR SUMMARY PLUS W-2 STATEMENTS
                03  WG-YEAR                PIC X(4).
      *                BLANK TAKES THE RUN DATE'S YEAR
                03  WG-QUARTER             PIC X(1).
      *                1-4, BLANK TAKES THE RUN DATE'S QUARTER
                03  WG-EMPLOYER-NAME       PIC X(30).
                03  WG-EMPLOYER-EIN        PIC X(10).
                03  FILLER                 PIC X(34).

       FD  PARM-FILE
           LABEL RECORDS ARE OMITTED.
       01  PARM-CARD-REC              PIC X(80).

       FD  EARN-FILE.
           COPY EARNREC.

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

       FD  WAGE-RPT
           LABEL RECORDS ARE OMITTED.
       01  WAGE-RPT-REC               PIC X(125).

       FD  W2-FILE
           LABEL RECORDS ARE OMITTED.
       01  W2-REC                     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY PARMCARD.
      **************************************************************
      *      WAGE SUMMARY HEADING LINES                             *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PH-TITLE               PIC X(40).
                03  PH-RANGE               PIC X(30).
                03  FILLER                 PIC X(44)     VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(8)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(21)     VALUE 'NAME'.
                03  FILLER                 PIC X(12)     VALUE 'SSN'.
                03  FILLER                 PIC X(3)      VALUE 'DPT'.
                03  FILLER                 PIC X(13)     VALUE
                                                    '        GROSS'.
                03  FILLER                 PIC X(13)     VALUE
                                                    '  FIT WAGES'.
                03  FILLER                 PIC X(11)     VALUE
                                                    '        FIT'.
                03  FILLER                 PIC X(11)     VALUE
                                                    '    SOC SEC'.
                03  FILLER                 PIC X(11)     VALUE
                                                    '   MEDICARE'.
                03  FILLER                 PIC X(11)     VALUE
                                                    '        SIT'.
                03  FILLER                 PIC X(8)      VALUE SPACES.
      **************************************************************
      *      ONE LINE PER EMPLOYEE WITH WAGES IN THE RANGE          *
      **************************************************************
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  W-EMPID                PIC X(7).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-NAME                 PIC X(20).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-SSN                  PIC X(11).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-DEPT                 PIC X(3).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-GROSS                PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-WAGES                PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-FIT                  PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-OASDI                PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-MEDICARE             PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  W-SIT                  PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(8)      VALUE SPACES.
      **************************************************************
      *      DEPARTMENT SUBTOTAL LINE - AMOUNTS ALIGN WITH DETAIL   *
      **************************************************************
       01  PRNT-BREAK.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  B-LABEL                PIC X(12).
                03  B-CODE                 PIC X(3).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  FILLER                 PIC X(11)     VALUE
                                                    'HEADCOUNT:'.
                03  B-COUNT                PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(9)      VALUE SPACES.
                03  B-GROSS                PIC ZZ,ZZZ,ZZ9.99.
                03  B-WAGES                PIC ZZ,ZZZ,ZZ9.99.
                03  B-FIT                  PIC ZZZZ,ZZ9.99.
                03  B-OASDI                PIC ZZZZ,ZZ9.99.
                03  B-MEDICARE             PIC ZZZZ,ZZ9.99.
                03  B-SIT                  PIC ZZZZ,ZZ9.99.
                03  FILLER                 PIC X(8)      VALUE SPACES.
       01  PRNT-SECTION.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  SEC-TITLE              PIC X(60).
                03  FILLER                 PIC X(62)     VALUE SPACES.
      **************************************************************
      *      W-2 STYLE STATEMENT LINES - ONE PAGE PER EMPLOYEE      *
      **************************************************************
       01  W2-TITLE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(27)     VALUE
                                      'WAGE AND TAX STATEMENT FOR '.
                03  W2-YEAR                PIC X(4).
                03  FILLER                 PIC X(66)     VALUE SPACES.
       01  W2-INFO.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  W2-INFO-LABEL          PIC X(16).
                03  W2-INFO-VALUE          PIC X(50).
                03  FILLER                 PIC X(31)     VALUE SPACES.
       01  W2-BOX-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  W2-BOX                 PIC X(4).
                03  W2-LABEL               PIC X(40).
                03  W2-AMOUNT              PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(41)     VALUE SPACES.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-E               PIC 9         VALUE 0.
                03  WS-EARN-STATUS         PIC X(2)      VALUE '00'.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
      **************************************************************
      *         RUN SELECTION - FUNCTION AND THE PERIOD-END DATE    *
      *         RANGE IT COVERS                                     *
      **************************************************************
                03  WS-FUNCTION            PIC X(1)      VALUE 'Q'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
                   05  WS-RUN-YYYY         PIC X(4).
                   05  WS-RUN-MM           PIC 9(2).
                   05  WS-RUN-DD           PIC X(2).
                03  WS-YEAR                PIC X(4)      VALUE SPACES.
                03  WS-QUARTER             PIC 9(1)      VALUE ZERO.
                03  WS-FROM-MM             PIC 9(2)      VALUE ZERO.
                03  WS-TO-MM               PIC 9(2)      VALUE ZERO.
                03  WS-FROM-DATE           PIC X(8)      VALUE SPACES.
                03  WS-TO-DATE             PIC X(8)      VALUE SPACES.
                03  WS-EMPLOYER-NAME       PIC X(30)     VALUE SPACES.
                03  WS-EMPLOYER-EIN        PIC X(10)     VALUE SPACES.
      **************************************************************
      *         SSN MASKING WORK FIELDS - SAME RULE AS Project1's   *
      *         1650-FORMAT-SSN, LAST 4 DIGITS UNLESS AUTHORIZED    *
      **************************************************************
                03  WS-MASKED-SSN          PIC X(11)     VALUE SPACES.
                03  WS-EDITED-SSN          PIC XXXBXXBXXXX.
                03  WS-SSN-OUT             PIC X(11)     VALUE SPACES.
      **************************************************************
      *         ONE EMPLOYEE'S FIGURES FOR THE RANGE - HISTORY IS   *
      *         IN EMPID ORDER, SO THEY ARE CONTROL-BROKEN ON EMPID *
      **************************************************************
                03  WS-CUR-EMPID           PIC X(7)      VALUE SPACES.
                03  WS-E-DEPT              PIC X(3)      VALUE SPACES.
                03  WS-E-PERIODS           PIC 9(3)      VALUE ZERO.
                03  WS-E-MISSING           PIC 9(3)      VALUE ZERO.
                03  WS-E-GROSS             PIC 9(9)V99   VALUE ZERO.
                03  WS-E-PRETAX-ALL        PIC 9(9)V99   VALUE ZERO.
                03  WS-E-PRETAX-RET        PIC 9(9)V99   VALUE ZERO.
                03  WS-E-FIT               PIC 9(9)V99   VALUE ZERO.
                03  WS-E-SIT               PIC 9(9)V99   VALUE ZERO.
                03  WS-E-OASDI             PIC 9(9)V99   VALUE ZERO.
                03  WS-E-MEDICARE          PIC 9(9)V99   VALUE ZERO.
                03  WS-E-WAGES             PIC 9(9)V99   VALUE ZERO.
                03  WS-E-FICA-WAGES        PIC 9(9)V99   VALUE ZERO.
                03  WS-EMP-NAME            PIC X(32)     VALUE SPACES.
      **************************************************************
      *         DEPARTMENT SUBTOTAL TABLE                           *
      **************************************************************
                03  WS-DEPT-TABLE.
                   05  WS-DEPT-ENTRY       OCCURS 50 TIMES.
                       10  WD-DEPT         PIC X(3)      VALUE SPACES.
                       10  WD-COUNT        PIC 9(5)      VALUE ZERO.
                       10  WD-GROSS        PIC 9(9)V99   VALUE ZERO.
                       10  WD-WAGES        PIC 9(9)V99   VALUE ZERO.
                       10  WD-FIT          PIC 9(9)V99   VALUE ZERO.
                       10  WD-OASDI        PIC 9(9)V99   VALUE ZERO.
                       10  WD-MEDICARE     PIC 9(9)V99   VALUE ZERO.
                       10  WD-SIT          PIC 9(9)V99   VALUE ZERO.
                03  WS-DEPT-TABLE-COUNT    PIC 9(3)      VALUE ZERO.
                03  WS-TABLE-MAX           PIC 9(3)      VALUE 50.
                03  WS-TBL-FOUND           PIC X(1)      VALUE 'N'.
                03  WS-TBL-IDX             PIC 9(3)      VALUE ZERO.
      **************************************************************
      *         GRAND TOTALS AND RUN COUNTERS                       *
      **************************************************************
                03  WS-GRAND-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-GRAND-GROSS         PIC 9(9)V99   VALUE ZERO.
                03  WS-GRAND-WAGES         PIC 9(9)V99   VALUE ZERO.
                03  WS-GRAND-FIT           PIC 9(9)V99   VALUE ZERO.
                03  WS-GRAND-OASDI         PIC 9(9)V99   VALUE ZERO.
                03  WS-GRAND-MEDICARE      PIC 9(9)V99   VALUE ZERO.
                03  WS-GRAND-SIT           PIC 9(9)V99   VALUE ZERO.
                03  WS-STMT-COUNT          PIC 9(5)      VALUE ZERO.
                03  WS-INCOMPLETE-COUNT    PIC 9(5)      VALUE ZERO.
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
           PERFORM 0100-READ-PARM-CARD.
           PERFORM 0150-READ-CONTROL-CARD.
           PERFORM 0200-SET-RANGE.
           OPEN INPUT EARN-FILE
                INPUT MASTER-FILE
                OUTPUT WAGE-RPT
                OUTPUT W2-FILE.
           IF WS-EARN-STATUS NOT = '00'
               DISPLAY 'EARN-FILE OPEN FAILED, STATUS='
                       WS-EARN-STATUS
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
           PERFORM 2000-READ-HISTORY.
           PERFORM 1000-PROCESS-HISTORY
                   UNTIL WS-EOF-E = 1.
           IF WS-CUR-EMPID NOT = SPACES
               PERFORM 1500-FINISH-EMPLOYEE
           END-IF.
           PERFORM 1700-PRINT-DEPT-TOTALS.
           PERFORM 1800-PRINT-GRAND-TOTAL.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE EARN-FILE
                 MASTER-FILE
                 WAGE-RPT
                 W2-FILE.
           STOP RUN.

      **************************************************************
      *   READS THE OPTIONAL RUN-TIME PARAMETER CARD                *
      **************************************************************

       0100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO PARM-REC
               AT END CONTINUE
           END-READ.
           CLOSE PARM-FILE.

      **************************************************************
      *   READS THE OPTIONAL CONTROL CARD - FUNCTION, YEAR,         *
      *   QUARTER AND THE EMPLOYER LINES FOR THE STATEMENTS.  A     *
      *   MIS-KEYED YEAR OR QUARTER IS REFUSED AND THE RUN-DATE     *
      *   DEFAULT KEPT                                              *
      **************************************************************

       0150-READ-CONTROL-CARD.
           MOVE WS-RUN-YYYY                TO  WS-YEAR.
           COMPUTE WS-QUARTER = (WS-RUN-MM + 2) / 3.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF WG-FUNCTION = 'Y'
                       MOVE 'Y'            TO  WS-FUNCTION
                   END-IF
                   IF WG-YEAR NOT = SPACES
                       IF WG-YEAR NUMERIC
                           MOVE WG-YEAR    TO  WS-YEAR
                       ELSE
                           DISPLAY 'WAGERPT: INVALID YEAR ON '
                                   'WAGECTL CARD IGNORED: ' WG-YEAR
                       END-IF
                   END-IF
                   IF WG-QUARTER NOT = SPACE
                       IF WG-QUARTER >= '1' AND WG-QUARTER <= '4'
                           MOVE WG-QUARTER TO  WS-QUARTER
                       ELSE
                           DISPLAY 'WAGERPT: INVALID QUARTER ON '
                                   'WAGECTL CARD IGNORED: '
                                   WG-QUARTER
                       END-IF
                   END-IF
                   MOVE WG-EMPLOYER-NAME   TO  WS-EMPLOYER-NAME
                   MOVE WG-EMPLOYER-EIN    TO  WS-EMPLOYER-EIN
           END-READ.
           CLOSE CTL-FILE.

      **************************************************************
      *   TURNS THE YEAR AND QUARTER INTO THE PERIOD-END RANGE      *
      **************************************************************

       0200-SET-RANGE.
           IF WS-FUNCTION = 'Y'
               MOVE 1                      TO  WS-FROM-MM
               MOVE 12                     TO  WS-TO-MM
               MOVE 'YEAR-END WAGE SUMMARY' TO  PH-TITLE
           ELSE
               COMPUTE WS-FROM-MM = (WS-QUARTER * 3) - 2
               COMPUTE WS-TO-MM   = WS-QUARTER * 3
               MOVE 'QUARTER-END WAGE SUMMARY' TO  PH-TITLE
           END-IF.
           STRING WS-YEAR WS-FROM-MM '01'  DELIMITED BY SIZE
               INTO WS-FROM-DATE.
           STRING WS-YEAR WS-TO-MM '31'    DELIMITED BY SIZE
               INTO WS-TO-DATE.
           MOVE SPACES                     TO  PH-RANGE.
           STRING 'PERIODS ENDING ' WS-FROM-DATE ' - ' WS-TO-DATE
                                           DELIMITED BY SIZE
               INTO PH-RANGE.

      **************************************************************
      *   TAKES ONE HISTORY RECORD - A NEW EMPID CLOSES OUT THE     *
      *   PREVIOUS EMPLOYEE; ONLY PERIODS IN THE RANGE COUNT        *
      **************************************************************

       1000-PROCESS-HISTORY.
           IF EH-EMPID NOT = WS-CUR-EMPID
               IF WS-CUR-EMPID NOT = SPACES
                   PERFORM 1500-FINISH-EMPLOYEE
               END-IF
               PERFORM 1050-START-EMPLOYEE
           END-IF.
           IF EH-PERIOD-END >= WS-FROM-DATE AND
              EH-PERIOD-END <= WS-TO-DATE
               ADD 1                       TO  WS-E-PERIODS
               MOVE EH-DEPT                TO  WS-E-DEPT
               ADD EH-GROSS                TO  WS-E-GROSS
               IF EH-NET-POSTED = 'Y'
                   ADD EH-PRETAX-ALL       TO  WS-E-PRETAX-ALL
                   ADD EH-PRETAX-RET       TO  WS-E-PRETAX-RET
                   ADD EH-FIT              TO  WS-E-FIT
                   ADD EH-SIT              TO  WS-E-SIT
                   ADD EH-OASDI            TO  WS-E-OASDI
                   ADD EH-MEDICARE         TO  WS-E-MEDICARE
               ELSE
                   ADD 1                   TO  WS-E-MISSING
               END-IF
           END-IF.
           PERFORM 2000-READ-HISTORY.

       1050-START-EMPLOYEE.
           MOVE EH-EMPID                   TO  WS-CUR-EMPID.
           MOVE SPACES                     TO  WS-E-DEPT.
           MOVE ZERO                       TO  WS-E-PERIODS
                                               WS-E-MISSING
                                               WS-E-GROSS
                                               WS-E-PRETAX-ALL
                                               WS-E-PRETAX-RET
                                               WS-E-FIT
                                               WS-E-SIT
                                               WS-E-OASDI
                                               WS-E-MEDICARE.

      **************************************************************
      *   CLOSES OUT ONE EMPLOYEE - SUMMARY LINE, DEPARTMENT AND    *
      *   GRAND TOTALS, AND ON A YEAR RUN THE STATEMENT PAGE        *
      **************************************************************

       1500-FINISH-EMPLOYEE.
           IF WS-E-PERIODS > ZERO
               COMPUTE WS-E-WAGES = WS-E-GROSS - WS-E-PRETAX-ALL
                                               - WS-E-PRETAX-RET
               COMPUTE WS-E-FICA-WAGES = WS-E-GROSS - WS-E-PRETAX-ALL
               PERFORM 1510-GET-EMPLOYEE
               PERFORM 1550-ACCUMULATE-DEPT
               PERFORM 1600-PRINT-DETAIL
               IF WS-E-MISSING > ZERO
                   ADD 1                   TO  WS-INCOMPLETE-COUNT
               END-IF
               IF WS-FUNCTION = 'Y'
                   PERFORM 1650-PRINT-STATEMENT
               END-IF
           END-IF.

       1510-GET-EMPLOYEE.
           MOVE WS-CUR-EMPID               TO  M-EMPID.
           READ MASTER-FILE
               INVALID KEY
                   ADD 1                   TO  WS-NOMASTER-COUNT
                   MOVE 'NOT ON MASTER'    TO  WS-EMP-NAME
                   MOVE SPACES             TO  WS-SSN-OUT
               NOT INVALID KEY
                   MOVE SPACES             TO  WS-EMP-NAME
                   STRING M-LASTNAME  DELIMITED BY '  '
                          ', '        DELIMITED BY SIZE
                          M-FIRSTNAME DELIMITED BY '  '
                       INTO WS-EMP-NAME
                   PERFORM 1520-FORMAT-SSN
           END-READ.

      **************************************************************
      *   BUILDS THE SSN VALUE - FULL SSN ONLY WHEN PARM-SSN-AUTH   *
      *   = 'Y', OTHERWISE MASKED TO THE LAST 4 DIGITS, THE SAME    *
      *   RULE Project1 APPLIES ON THE ROSTER                       *
      **************************************************************

       1520-FORMAT-SSN.
           MOVE '***-**-'                  TO  WS-MASKED-SSN(1:7).
           MOVE M-SSN(6:4)                 TO  WS-MASKED-SSN(8:4).
           IF PARM-SSN-AUTH = 'Y'
               MOVE M-SSN                  TO  WS-EDITED-SSN
               INSPECT WS-EDITED-SSN REPLACING ALL ' ' BY '-'
               MOVE WS-EDITED-SSN          TO  WS-SSN-OUT
           ELSE
               MOVE WS-MASKED-SSN          TO  WS-SSN-OUT
           END-IF.

       1550-ACCUMULATE-DEPT.
           MOVE 'N'                        TO  WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               IF WD-DEPT (WS-TBL-IDX) = WS-E-DEPT
                   MOVE 'Y'                TO  WS-TBL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = 'N'
               IF WS-DEPT-TABLE-COUNT >= WS-TABLE-MAX
                   DISPLAY 'DEPT TABLE FULL, DISCARDING DEPT: '
                           WS-E-DEPT
                   MOVE ZERO               TO  WS-TBL-IDX
               ELSE
                   ADD 1                   TO  WS-DEPT-TABLE-COUNT
                   MOVE WS-DEPT-TABLE-COUNT TO  WS-TBL-IDX
                   MOVE WS-E-DEPT          TO  WD-DEPT (WS-TBL-IDX)
               END-IF
           END-IF.
           IF WS-TBL-IDX > ZERO
               ADD 1                       TO  WD-COUNT (WS-TBL-IDX)
               ADD WS-E-GROSS              TO  WD-GROSS (WS-TBL-IDX)
               ADD WS-E-WAGES              TO  WD-WAGES (WS-TBL-IDX)
               ADD WS-E-FIT                TO  WD-FIT (WS-TBL-IDX)
               ADD WS-E-OASDI              TO  WD-OASDI (WS-TBL-IDX)
               ADD WS-E-MEDICARE           TO  WD-MEDICARE (WS-TBL-IDX)
               ADD WS-E-SIT                TO  WD-SIT (WS-TBL-IDX)
           END-IF.
           ADD 1                           TO  WS-GRAND-COUNT.
           ADD WS-E-GROSS                  TO  WS-GRAND-GROSS.
           ADD WS-E-WAGES                  TO  WS-GRAND-WAGES.
           ADD WS-E-FIT                    TO  WS-GRAND-FIT.
           ADD WS-E-OASDI                  TO  WS-GRAND-OASDI.
           ADD WS-E-MEDICARE               TO  WS-GRAND-MEDICARE.
           ADD WS-E-SIT                    TO  WS-GRAND-SIT.

       1400-PRINT-HEAD.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE WAGE-RPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING PAGE.
           WRITE WAGE-RPT-REC FROM PRNT-HEADING2
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  WAGE-RPT-REC.
           WRITE WAGE-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

       1600-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           MOVE WS-CUR-EMPID               TO  W-EMPID.
           MOVE WS-EMP-NAME                TO  W-NAME.
           MOVE WS-SSN-OUT                 TO  W-SSN.
           MOVE WS-E-DEPT                  TO  W-DEPT.
           MOVE WS-E-GROSS                 TO  W-GROSS.
           MOVE WS-E-WAGES                 TO  W-WAGES.
           MOVE WS-E-FIT                   TO  W-FIT.
           MOVE WS-E-OASDI                 TO  W-OASDI.
           MOVE WS-E-MEDICARE              TO  W-MEDICARE.
           MOVE WS-E-SIT                   TO  W-SIT.
           WRITE WAGE-RPT-REC FROM PRNT-DATA1
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.
           IF WS-E-MISSING > ZERO
               MOVE SPACES                 TO  SEC-TITLE
               STRING '    WITHHOLDING INCOMPLETE - PERIODS '
                      'POSTED WITHOUT NET FIGURES: '
                      WS-E-MISSING         DELIMITED BY SIZE
                   INTO SEC-TITLE
               WRITE WAGE-RPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
               ADD 1                       TO  WS-LINE-COUNT
           END-IF.

      **************************************************************
      *   PRINTS ONE W-2 STYLE STATEMENT PAGE - WAGES LESS PRE-TAX  *
      *   DEDUCTIONS IN BOX 1, RETIREMENT DEFERRALS (TREATMENT R)   *
      *   STAY IN THE SOCIAL SECURITY AND MEDICARE WAGES            *
      **************************************************************

       1650-PRINT-STATEMENT.
           ADD 1                           TO  WS-STMT-COUNT.
           MOVE WS-YEAR                    TO  W2-YEAR.
           WRITE W2-REC FROM W2-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'EMPLOYER:'                TO  W2-INFO-LABEL.
           MOVE SPACES                     TO  W2-INFO-VALUE.
           STRING WS-EMPLOYER-NAME '  EIN ' WS-EMPLOYER-EIN
                                           DELIMITED BY SIZE
               INTO W2-INFO-VALUE.
           WRITE W2-REC FROM W2-INFO
               AFTER ADVANCING 2 LINES.
           MOVE 'EMPLOYEE:'                TO  W2-INFO-LABEL.
           MOVE SPACES                     TO  W2-INFO-VALUE.
           STRING WS-CUR-EMPID '  ' WS-EMP-NAME
                                           DELIMITED BY SIZE
               INTO W2-INFO-VALUE.
           WRITE W2-REC FROM W2-INFO
               AFTER ADVANCING 1 LINE.
           MOVE 'SSN:'                     TO  W2-INFO-LABEL.
           MOVE WS-SSN-OUT                 TO  W2-INFO-VALUE.
           WRITE W2-REC FROM W2-INFO
               AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  W2-REC.
           WRITE W2-REC
               AFTER ADVANCING 1 LINE.
           MOVE '1'                        TO  W2-BOX.
           MOVE 'WAGES, TIPS, OTHER COMPENSATION'
                                           TO  W2-LABEL.
           MOVE WS-E-WAGES                 TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           MOVE '2'                        TO  W2-BOX.
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO  W2-LABEL.
           MOVE WS-E-FIT                   TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           MOVE '3'                        TO  W2-BOX.
           MOVE 'SOCIAL SECURITY WAGES'    TO  W2-LABEL.
           MOVE WS-E-FICA-WAGES            TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           MOVE '4'                        TO  W2-BOX.
           MOVE 'SOCIAL SECURITY TAX WITHHELD' TO  W2-LABEL.
           MOVE WS-E-OASDI                 TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           MOVE '5'                        TO  W2-BOX.
           MOVE 'MEDICARE WAGES AND TIPS'  TO  W2-LABEL.
           MOVE WS-E-FICA-WAGES            TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           MOVE '6'                        TO  W2-BOX.
           MOVE 'MEDICARE TAX WITHHELD'    TO  W2-LABEL.
           MOVE WS-E-MEDICARE              TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           MOVE '12'                       TO  W2-BOX.
           MOVE 'D - ELECTIVE DEFERRALS'   TO  W2-LABEL.
           MOVE WS-E-PRETAX-RET            TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           MOVE '16'                       TO  W2-BOX.
           MOVE 'STATE WAGES, TIPS, ETC.'  TO  W2-LABEL.
           MOVE WS-E-WAGES                 TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           MOVE '17'                       TO  W2-BOX.
           MOVE 'STATE INCOME TAX'         TO  W2-LABEL.
           MOVE WS-E-SIT                   TO  W2-AMOUNT.
           PERFORM 1660-WRITE-BOX.
           IF WS-E-MISSING > ZERO
               MOVE SPACES                 TO  W2-BOX
               MOVE 'WITHHOLDING INCOMPLETE - SEE WAGERPT'
                                           TO  W2-LABEL
               MOVE ZERO                   TO  W2-AMOUNT
               WRITE W2-REC FROM W2-BOX-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       1660-WRITE-BOX.
           WRITE W2-REC FROM W2-BOX-LINE
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   PRINTS ONE SUBTOTAL LINE PER DEPARTMENT FROM THE TABLE    *
      **************************************************************

       1700-PRINT-DEPT-TOTALS.
           MOVE SPACES                     TO  WAGE-RPT-REC.
           WRITE WAGE-RPT-REC
                AFTER ADVANCING 1 LINE.
           MOVE 'WAGES BY DEPARTMENT'      TO  SEC-TITLE.
           WRITE WAGE-RPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               MOVE 'DEPARTMENT:'          TO  B-LABEL
               MOVE WD-DEPT (WS-TBL-IDX)   TO  B-CODE
               MOVE WD-COUNT (WS-TBL-IDX)  TO  B-COUNT
               MOVE WD-GROSS (WS-TBL-IDX)  TO  B-GROSS
               MOVE WD-WAGES (WS-TBL-IDX)  TO  B-WAGES
               MOVE WD-FIT (WS-TBL-IDX)    TO  B-FIT
               MOVE WD-OASDI (WS-TBL-IDX)  TO  B-OASDI
               MOVE WD-MEDICARE (WS-TBL-IDX) TO  B-MEDICARE
               MOVE WD-SIT (WS-TBL-IDX)    TO  B-SIT
               WRITE WAGE-RPT-REC FROM PRNT-BREAK
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       1800-PRINT-GRAND-TOTAL.
           MOVE 'ALL DEPTS:'               TO  B-LABEL.
           MOVE SPACES                     TO  B-CODE.
           MOVE WS-GRAND-COUNT             TO  B-COUNT.
           MOVE WS-GRAND-GROSS             TO  B-GROSS.
           MOVE WS-GRAND-WAGES             TO  B-WAGES.
           MOVE WS-GRAND-FIT               TO  B-FIT.
           MOVE WS-GRAND-OASDI             TO  B-OASDI.
           MOVE WS-GRAND-MEDICARE          TO  B-MEDICARE.
           MOVE WS-GRAND-SIT               TO  B-SIT.
           WRITE WAGE-RPT-REC FROM PRNT-BREAK
               AFTER ADVANCING 2 LINES.
           IF WS-FUNCTION = 'Y'
               MOVE SPACES                 TO  SEC-TITLE
               STRING 'WAGE AND TAX STATEMENTS PRINTED: '
                      WS-STMT-COUNT        DELIMITED BY SIZE
                   INTO SEC-TITLE
               WRITE WAGE-RPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-INCOMPLETE-COUNT > ZERO
               MOVE SPACES                 TO  SEC-TITLE
               STRING 'EMPLOYEES WITH INCOMPLETE WITHHOLDING: '
                      WS-INCOMPLETE-COUNT  DELIMITED BY SIZE
                   INTO SEC-TITLE
               WRITE WAGE-RPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-NOMASTER-COUNT > ZERO
               MOVE SPACES                 TO  SEC-TITLE
               STRING 'HISTORY EMPIDS NOT ON MASTER: '
                      WS-NOMASTER-COUNT    DELIMITED BY SIZE
                   INTO SEC-TITLE
               WRITE WAGE-RPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.

      **************************************************************
      *   READS THE EARNINGS HISTORY IN KEY ORDER                   *
      **************************************************************

       2000-READ-HISTORY.
           READ EARN-FILE
               AT END
                   MOVE 1                  TO  WS-EOF-E
           END-READ.
           IF WS-EOF-E = 0 AND WS-EARN-STATUS NOT = '00'
               DISPLAY 'EARN-FILE READ ERROR, STATUS='
                       WS-EARN-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.

      **************************************************************
      *   SETS THE COMPLETION CODE - 8 WHEN NO ONE HAD WAGES IN     *
      *   THE RANGE, 4 WHEN WITHHOLDING IS INCOMPLETE OR HISTORY    *
      *   EMPIDS ARE MISSING FROM THE MASTER                        *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-GRAND-COUNT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-INCOMPLETE-COUNT > ZERO OR
                    WS-NOMASTER-COUNT > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
