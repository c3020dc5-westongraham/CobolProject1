
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NETPAY.
       AUTHOR. Weston Graham.
      *  Net-pay register and employee pay stubs.  Takes each
      *  employee's gross from the PAYDTL register detail file PAYREG
      *  writes and carries it to net: pre-tax deductions from the
      *  DEDFILE deductions file (flat amount or percent of gross,
      *  held to the annual limit), withholding from the WHTABLE rate
      *  table on the annualized taxable wage, then after-tax
      *  deductions.  Prints the net-pay register with subtotals by
      *  department and by deduction code, one stub page per employee
      *  on PAYSTUB, and writes the NETDTL net-pay detail file.
      *  The GLPOST file PAYREG wrote is re-cut onto GLPOSTN - the
      *  department debits carried through unchanged, the accrued-
      *  payroll credit reduced to net pay, and one liability credit
      *  per deduction and withholding code - with a trailer that must
      *  still balance to the register gross; the scheduler copies
      *  GLPOSTN over GLPOST after a clean run.  Each deduction records
      *  the period it was last taken for, so a rerun of the same
      *  period does not count the amount toward the year twice.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYDTL-FILE  ASSIGN TO 'PAYDTL'
                                FILE STATUS WS-PAYDTL-FSTATUS.
            SELECT DED-FILE     ASSIGN TO 'DEDFILE'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY DED-KEY
                                FILE STATUS WS-DED-STATUS.
            SELECT WHT-FILE     ASSIGN TO 'WHTABLE'
                                FILE STATUS WS-WHT-FSTATUS.
            SELECT GLIN-FILE    ASSIGN TO 'GLPOST'
                                FILE STATUS WS-GLIN-FSTATUS.
            SELECT GLPOST-FILE  ASSIGN TO 'GLPOSTN'
                                FILE STATUS WS-GLPOST-FSTATUS.
            SELECT NETDTL-FILE  ASSIGN TO 'NETDTL'
                                FILE STATUS WS-NETDTL-FSTATUS.
            SELECT NETRPT-FILE  ASSIGN TO 'NETRPT'.
            SELECT STUB-FILE    ASSIGN TO 'PAYSTUB'.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYDTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYDTL.

       FD  DED-FILE.
           COPY DEDREC.

       FD  WHT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY WHTREC.

      **************************************************************
      *  GL POSTING FILE AS PAYREG WROTE IT - ONLY THE DEPARTMENT   *
      *  DEBITS AND THE CLEARING ACCOUNT NUMBER ARE TAKEN FROM IT   *
      **************************************************************
       FD  GLIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLIN-REC                   PIC X(31).

      **************************************************************
      *  RE-CUT GL POSTING FILE - SAME LAYOUT AS PAYREG'S GLPOST    *
      **************************************************************
       FD  GLPOST-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLPOST-REC.
                03  GP-REC-TYPE            PIC X(1).
      *                D = DEBIT   C = CREDIT   T = TRAILER
                03  GP-DATA                PIC X(30).
                03  GP-POSTING REDEFINES GP-DATA.
                   05  GP-ACCT             PIC X(8).
                   05  GP-DEPT             PIC X(3).
                   05  GP-AMOUNT           PIC 9(9)V99.
                   05  FILLER              PIC X(8).
                03  GP-TRAILER REDEFINES GP-DATA.
                   05  GP-TOT-DEBIT        PIC 9(11)V99.
                   05  GP-TOT-CREDIT       PIC 9(11)V99.
                   05  FILLER              PIC X(4).

       FD  NETDTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NETDTL.

       FD  NETRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  NETRPT-REC                 PIC X(125).

       FD  STUB-FILE
           LABEL RECORDS ARE OMITTED.
       01  STUB-REC                   PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      *      LAYOUT FOR THE DETAIL LINE OF THE NET-PAY REGISTER     *
      **************************************************************
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  N-EMPID                PIC X(7).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  N-LASTNAME             PIC X(15).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  N-FIRSTNAME            PIC X(15).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  N-DEPT                 PIC X(3).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  N-GROSS                PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  N-PRETAX               PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  N-TAXES                PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  N-POSTTAX              PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  N-NET                  PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(8)      VALUE SPACES.
      **************************************************************
      *      LAYOUT FOR THE HEADING LINE OF THE NET-PAY REGISTER    *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(10)     VALUE 'EMP ID'.
                03  FILLER                 PIC X(18)     VALUE 'LAST'.
                03  FILLER                 PIC X(18)     VALUE 'FIRST'.
                03  FILLER                 PIC X(6)      VALUE 'DEPT'.
                03  FILLER                 PIC X(14)     VALUE
                                                    '       GROSS'.
                03  FILLER                 PIC X(12)     VALUE
                                                    '   PRE-TAX'.
                03  FILLER                 PIC X(12)     VALUE
                                                    '     TAXES'.
                03  FILLER                 PIC X(12)     VALUE
                                                    '  POST-TAX'.
                03  FILLER                 PIC X(12)     VALUE
                                                    '         NET'.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(30)     VALUE
                                   'NET-PAY REGISTER - PERIOD END '.
                03  PH-PERIOD              PIC X(10).
                03  FILLER                 PIC X(82)     VALUE SPACES.
      **************************************************************
      *   DEPARTMENT SUBTOTAL LINE                                  *
      **************************************************************
       01  PRNT-BREAK.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  B-LABEL                PIC X(12).
                03  B-CODE                 PIC X(4).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  FILLER                 PIC X(11)     VALUE
                                                    'HEADCOUNT:'.
                03  B-COUNT                PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(7)      VALUE 'GROSS:'.
                03  B-GROSS                PIC ZZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(10)     VALUE
                                                    'DEDUCTED:'.
                03  B-DEDUCT               PIC ZZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'NET:'.
                03  B-NET                  PIC ZZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(13)     VALUE SPACES.
      **************************************************************
      *   DEDUCTION-CODE SUBTOTAL LINE - WITHHOLDING CODES INCLUDED *
      **************************************************************
       01  PRNT-CODE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  C-CODE                 PIC X(4).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  C-DESC                 PIC X(20).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(7)      VALUE 'COUNT:'.
                03  C-COUNT                PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(8)      VALUE
                                                    'AMOUNT:'.
                03  C-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE
                                                    'GL ACCT:'.
                03  C-ACCT                 PIC X(8).
                03  FILLER                 PIC X(33)     VALUE SPACES.
      **************************************************************
      *   GRAND-TOTAL LINE - PRINTED AFTER THE SUBTOTAL SECTIONS    *
      **************************************************************
       01  PRNT-GRANDTOT.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(20)     VALUE
                                                    'TOTAL EMPLOYEES:'.
                03  GT-COUNT               PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(7)      VALUE 'GROSS:'.
                03  GT-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(10)     VALUE
                                                    'DEDUCTED:'.
                03  GT-DEDUCT              PIC ZZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'NET:'.
                03  GT-NET                 PIC ZZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(22)     VALUE SPACES.
      **************************************************************
      *   SECTION HEADING AND EXCEPTION DETAIL LINES                *
      **************************************************************
       01  PRNT-SECTION.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  SEC-TITLE              PIC X(60).
                03  FILLER                 PIC X(62)     VALUE SPACES.
       01  PRNT-EXCP.
                03  FILLER                 PIC X(6)      VALUE SPACES.
                03  XP-EMPID               PIC X(7).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  XP-CODE                PIC X(8).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  XP-REASON              PIC X(30).
                03  FILLER                 PIC X(68)     VALUE SPACES.
      **************************************************************
      *   PAY STUB LINES - ONE PAGE PER EMPLOYEE                    *
      **************************************************************
       01  STUB-TITLE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(40)     VALUE
                                           'EARNINGS STATEMENT'.
                03  FILLER                 PIC X(14)     VALUE
                                           'PERIOD ENDING '.
                03  ST-PERIOD              PIC X(10).
                03  FILLER                 PIC X(33)     VALUE SPACES.
       01  STUB-EMP.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(10)     VALUE
                                           'EMPLOYEE: '.
                03  ST-EMPID               PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  ST-NAME                PIC X(32).
                03  FILLER                 PIC X(6)      VALUE 'DEPT: '.
                03  ST-DEPT                PIC X(3).
                03  FILLER                 PIC X(37)     VALUE SPACES.
       01  STUB-COLHEAD.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(26)     VALUE
                                           'DESCRIPTION'.
                03  FILLER                 PIC X(9)      VALUE 'TYPE'.
                03  FILLER                 PIC X(9)      VALUE
                                           '  HOURS'.
                03  FILLER                 PIC X(12)     VALUE
                                           '      RATE'.
                03  FILLER                 PIC X(15)     VALUE
                                           '     CURRENT'.
                03  FILLER                 PIC X(12)     VALUE
                                           'YEAR TO DATE'.
                03  FILLER                 PIC X(14)     VALUE SPACES.
       01  STUB-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  ST-LABEL               PIC X(26).
                03  ST-TYPE                PIC X(9).
                03  ST-HOURS               PIC ZZ9.99
                                                  BLANK WHEN ZERO.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  ST-RATE                PIC ZZ,ZZ9.99
                                                  BLANK WHEN ZERO.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  ST-AMOUNT              PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  ST-YTD                 PIC Z,ZZZ,ZZ9.99
                                                  BLANK WHEN ZERO.
                03  FILLER                 PIC X(14)     VALUE SPACES.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-R               PIC 9         VALUE 0.
                03  WS-EOF-W               PIC 9         VALUE 0.
                03  WS-EOF-G               PIC 9         VALUE 0.
                03  WS-EOF-D               PIC 9         VALUE 0.
                03  WS-PAYDTL-FSTATUS      PIC X(2)      VALUE '00'.
                03  WS-DED-STATUS          PIC X(2)      VALUE '00'.
                03  WS-WHT-FSTATUS         PIC X(2)      VALUE '00'.
                03  WS-GLIN-FSTATUS        PIC X(2)      VALUE '00'.
                03  WS-GLPOST-FSTATUS      PIC X(2)      VALUE '00'.
                03  WS-NETDTL-FSTATUS      PIC X(2)      VALUE '00'.
      **************************************************************
      *         PAY PERIOD - FROM THE REGISTER DETAIL HEADER, THE   *
      *         RUN DATE WHEN THE HEADER IS MISSING                 *
      **************************************************************
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-PERIOD-END          PIC 9(8)      VALUE ZERO.
                03  WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
                   05  WS-PERIOD-YYYY      PIC X(4).
                   05  WS-PERIOD-MM        PIC X(2).
                   05  WS-PERIOD-DD        PIC X(2).
                03  WS-PERIOD-PRINT        PIC X(10)     VALUE SPACES.
                03  WS-HEADER-SEEN         PIC X(1)      VALUE 'N'.
                03  WS-TRAILER-SEEN        PIC X(1)      VALUE 'N'.
                03  WS-TRL-COUNT           PIC 9(7)      VALUE ZERO.
                03  WS-TRL-GROSS           PIC 9(9)V99   VALUE ZERO.
      **************************************************************
      *         GROSS-TO-NET WORK FIELDS FOR ONE EMPLOYEE -         *
      *         WS-REMAIN IS THE PAY STILL AVAILABLE, SO NO         *
      *         DEDUCTION OR WITHHOLDING CAN TAKE NET BELOW ZERO    *
      **************************************************************
                03  WS-GROSS               PIC 9(7)V99   VALUE ZERO.
                03  WS-REMAIN              PIC 9(7)V99   VALUE ZERO.
                03  WS-PRETAX-ALL          PIC 9(7)V99   VALUE ZERO.
                03  WS-PRETAX-RET          PIC 9(7)V99   VALUE ZERO.
                03  WS-POSTTAX             PIC 9(7)V99   VALUE ZERO.
                03  WS-TAX-TOTAL           PIC 9(7)V99   VALUE ZERO.
                03  WS-NET                 PIC 9(7)V99   VALUE ZERO.
                03  WS-INC-TAXABLE         PIC 9(7)V99   VALUE ZERO.
                03  WS-FICA-TAXABLE        PIC 9(7)V99   VALUE ZERO.
                03  WS-TAXABLE             PIC 9(7)V99   VALUE ZERO.
                03  WS-ANNUAL-WAGE         PIC 9(9)V99   VALUE ZERO.
                03  WS-ANNUAL-TAX          PIC 9(9)V99   VALUE ZERO.
                03  WS-PERIODS-PER-YEAR    PIC 9(2)      VALUE ZERO.
                03  WS-DED-CALC            PIC 9(7)V99   VALUE ZERO.
                03  WS-PRIOR-YTD           PIC 9(7)V99   VALUE ZERO.
                03  WS-LIMIT-LEFT          PIC 9(7)V99   VALUE ZERO.
                03  WS-REG-AMOUNT          PIC 9(7)V99   VALUE ZERO.
                03  WS-OT-RATE             PIC 9(5)V99   VALUE ZERO.
                03  WS-OT-AMOUNT           PIC 9(7)V99   VALUE ZERO.
                03  WS-LEAVE-AMOUNT        PIC 9(7)V99   VALUE ZERO.
                03  WS-OTHER-EARN          PIC 9(7)V99   VALUE ZERO.
                03  WS-PASS                PIC X(1)      VALUE SPACE.
      *                B = PRE-TAX PASS   A = AFTER-TAX PASS
                03  WS-EMP-NAME            PIC X(32)     VALUE SPACES.
      **************************************************************
      *         WITHHOLDING TAX SLOTS - ONE PER TAX CODE THE RATE   *
      *         TABLE MAY CARRY, IN NETDTL ORDER.  SLOTS 1-2 ARE    *
      *         TAXED ON THE INCOME-TAX WAGE, 3-4 ON THE FICA WAGE  *
      **************************************************************
                03  WS-TAX-SLOTS.
                   05  WS-TAX-SLOT         OCCURS 4 TIMES.
                       10  WX-CODE         PIC X(4).
                       10  WX-DESC         PIC X(20).
                       10  WX-GL-ACCT      PIC X(8).
                       10  WX-AMOUNT       PIC 9(7)V99.
                03  WS-TAX-IDX             PIC 9(1)      VALUE ZERO.
      **************************************************************
      *         WITHHOLDING RATE TABLE - LOADED FROM WHTABLE        *
      **************************************************************
                03  WS-WHT-TABLE.
                   05  WS-WHT-ENTRY        OCCURS 100 TIMES.
                       10  WW-TAX-IDX      PIC 9(1).
                       10  WW-FLOOR        PIC 9(7)V99.
                       10  WW-RATE         PIC 9(2)V9(4).
                       10  WW-BASE-TAX     PIC 9(7)V99.
                03  WS-WHT-COUNT           PIC 9(3)      VALUE ZERO.
                03  WS-WHT-MAX             PIC 9(3)      VALUE 100.
                03  WS-WHT-IDX             PIC 9(3)      VALUE ZERO.
                03  WS-WHT-BEST            PIC 9(3)      VALUE ZERO.
                03  WS-WHT-REJECTED        PIC 9(3)      VALUE ZERO.
      **************************************************************
      *         STUB LINE TABLE - THIS EMPLOYEE'S DEDUCTIONS AND    *
      *         WITHHOLDING, HELD UNTIL THE STUB PRINTS             *
      **************************************************************
                03  WS-STUB-TABLE.
                   05  WS-STUB-ENTRY       OCCURS 30 TIMES.
                       10  SL-DESC         PIC X(26).
                       10  SL-TYPE         PIC X(9).
                       10  SL-AMOUNT       PIC 9(7)V99.
                       10  SL-YTD          PIC 9(7)V99.
                03  WS-STUB-COUNT          PIC 9(3)      VALUE ZERO.
                03  WS-STUB-MAX            PIC 9(3)      VALUE 30.
                03  WS-STUB-IDX            PIC 9(3)      VALUE ZERO.
      **************************************************************
      *         DEDUCTION-CODE SUBTOTAL TABLE - DEDUCTIONS AND      *
      *         WITHHOLDING ALIKE, EACH WITH THE LIABILITY ACCOUNT  *
      *         IT IS CREDITED TO                                   *
      **************************************************************
                03  WS-CODE-TABLE.
                   05  WS-CODE-ENTRY       OCCURS 100 TIMES.
                       10  WC-CODE         PIC X(4)      VALUE SPACES.
                       10  WC-DESC         PIC X(20)     VALUE SPACES.
                       10  WC-GL-ACCT      PIC X(8)      VALUE SPACES.
                       10  WC-COUNT        PIC 9(5)      VALUE ZERO.
                       10  WC-AMOUNT       PIC 9(9)V99   VALUE ZERO.
                03  WS-CODE-TABLE-COUNT    PIC 9(3)      VALUE ZERO.
                03  WS-CODE-TABLE-MAX      PIC 9(3)      VALUE 100.
                03  WS-POST-CODE           PIC X(4)      VALUE SPACES.
                03  WS-POST-DESC           PIC X(20)     VALUE SPACES.
                03  WS-POST-ACCT           PIC X(8)      VALUE SPACES.
                03  WS-POST-AMOUNT         PIC 9(7)V99   VALUE ZERO.
      **************************************************************
      *         DEPARTMENT SUBTOTAL TABLE                           *
      **************************************************************
                03  WS-DEPT-TABLE.
                   05  WS-DEPT-ENTRY       OCCURS 50 TIMES.
                       10  WD-DEPT         PIC X(3)      VALUE SPACES.
                       10  WD-COUNT        PIC 9(5)      VALUE ZERO.
                       10  WD-GROSS        PIC 9(9)V99   VALUE ZERO.
                       10  WD-DEDUCT       PIC 9(9)V99   VALUE ZERO.
                       10  WD-NET          PIC 9(9)V99   VALUE ZERO.
                03  WS-DEPT-TABLE-COUNT    PIC 9(3)      VALUE ZERO.
                03  WS-TABLE-MAX           PIC 9(3)      VALUE 50.
                03  WS-TBL-FOUND           PIC X(1)      VALUE 'N'.
                03  WS-TBL-IDX             PIC 9(3)      VALUE ZERO.
                03  WS-GRAND-TOTAL         PIC 9(7)      VALUE ZERO.
                03  WS-GRAND-GROSS         PIC 9(9)V99   VALUE ZERO.
                03  WS-GRAND-DEDUCT        PIC 9(9)V99   VALUE ZERO.
                03  WS-GRAND-NET           PIC 9(9)V99   VALUE ZERO.
      **************************************************************
      *         DEDUCTION EXCEPTION TABLE - LIMITS REACHED AND      *
      *         AMOUNTS CUT SHORT FOR LACK OF PAY                   *
      **************************************************************
                03  WS-EXCP-TABLE.
                   05  WS-EXCP-ENTRY       OCCURS 200 TIMES.
                       10  XC-EMPID        PIC X(7).
                       10  XC-CODE         PIC X(4).
                       10  XC-REASON       PIC X(30).
                03  WS-EXCP-COUNT          PIC 9(3)      VALUE ZERO.
                03  WS-EXCP-MAX            PIC 9(3)      VALUE 200.
                03  WS-EXCP-LOST           PIC 9(3)      VALUE ZERO.
                03  WS-EXCP-IDX            PIC 9(3)      VALUE ZERO.
                03  WS-EXCP-CODE           PIC X(4)      VALUE SPACES.
                03  WS-EXCP-REASON         PIC X(30)     VALUE SPACES.
      **************************************************************
      *         GL POSTING WORK FIELDS - THE CLEARING ACCOUNT IS    *
      *         TAKEN FROM PAYREG'S CREDIT RECORD; A CODE WITH NO   *
      *         USABLE LIABILITY ACCOUNT POSTS TO SUSPENSE AND IS   *
      *         REPORTED, NEVER DROPPED                             *
      **************************************************************
                03  WS-GL-IN.
                   05  GI-REC-TYPE         PIC X(1).
                   05  GI-ACCT             PIC X(8).
                   05  GI-DEPT             PIC X(3).
                   05  GI-AMOUNT           PIC 9(9)V99.
                   05  FILLER              PIC X(8).
                03  WS-SUSPENSE-ACCT       PIC X(8)   VALUE '99999999'.
                03  WS-CREDIT-ACCT         PIC X(8)   VALUE '20100000'.
                03  WS-GL-DEBIT-TOT        PIC 9(11)V99  VALUE ZERO.
                03  WS-GL-CREDIT-TOT       PIC 9(11)V99  VALUE ZERO.
                03  WS-UNMAPPED-COUNT      PIC 9(3)      VALUE ZERO.
                03  WS-GL-BALANCED         PIC X(1)      VALUE 'Y'.
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
           PERFORM 0100-LOAD-WITHHOLDING.
           OPEN INPUT PAYDTL-FILE
                I-O DED-FILE
                OUTPUT NETDTL-FILE
                OUTPUT NETRPT-FILE
                OUTPUT STUB-FILE.
           IF WS-PAYDTL-FSTATUS NOT = '00'
               DISPLAY 'PAYDTL-FILE OPEN FAILED, STATUS='
                       WS-PAYDTL-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DED-STATUS NOT = '00'
               DISPLAY 'DED-FILE OPEN FAILED, STATUS='
                       WS-DED-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NETDTL-FSTATUS NOT = '00'
               DISPLAY 'NETDTL-FILE OPEN FAILED, STATUS='
                       WS-NETDTL-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-REGISTER.
           IF WS-HEADER-SEEN = 'N'
               DISPLAY 'NETPAY: PAYDTL HAS NO PERIOD HEADER - '
                       'RUN DATE USED AS PERIOD END'
           END-IF.
           PERFORM 0200-FORMAT-PERIOD.
           PERFORM 0300-WRITE-NET-HEADER.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1000-PROCESS-EMPLOYEE
                   UNTIL WS-EOF-R = 1.
           PERFORM 1690-WRITE-NET-TRAILER.
           PERFORM 1700-PRINT-DEPT-TOTALS.
           PERFORM 1750-PRINT-CODE-TOTALS.
           PERFORM 1800-PRINT-GRAND-TOTAL.
           PERFORM 1850-PRINT-EXCEPTIONS.
           PERFORM 1860-WRITE-GL-POSTINGS.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE PAYDTL-FILE
                 DED-FILE
                 NETDTL-FILE
                 NETRPT-FILE
                 STUB-FILE.
           STOP RUN.

      **************************************************************
      *   LOADS THE WITHHOLDING RATE TABLE - A CARD WITH AN UNKNOWN *
      *   TAX CODE OR NON-NUMERIC FIGURES IS REFUSED AND CALLED OUT *
      *   RATHER THAN GUESSED AT                                    *
      **************************************************************

       0100-LOAD-WITHHOLDING.
           MOVE 'FIT '                     TO  WX-CODE (1).
           MOVE 'SIT '                     TO  WX-CODE (2).
           MOVE 'OASD'                     TO  WX-CODE (3).
           MOVE 'MEDI'                     TO  WX-CODE (4).
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 4
               MOVE WX-CODE (WS-TAX-IDX)   TO  WX-DESC (WS-TAX-IDX)
               MOVE SPACES                 TO  WX-GL-ACCT (WS-TAX-IDX)
           END-PERFORM.
           OPEN INPUT WHT-FILE.
           IF WS-WHT-FSTATUS NOT = '00'
               DISPLAY 'WHT-FILE OPEN FAILED, STATUS='
                       WS-WHT-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-W = 1
               READ WHT-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-W
                   NOT AT END
                       PERFORM 0110-STORE-WHT-CARD
               END-READ
           END-PERFORM.
           CLOSE WHT-FILE.

       0110-STORE-WHT-CARD.
           MOVE ZERO                       TO  WS-TAX-IDX.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > 4
               IF WX-CODE (WS-TBL-IDX) = WHT-TAX-CODE
                   MOVE WS-TBL-IDX         TO  WS-TAX-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TAX-IDX = ZERO OR
              WHT-FLOOR NOT NUMERIC OR
              WHT-RATE NOT NUMERIC OR
              WHT-BASE-TAX NOT NUMERIC
               DISPLAY 'NETPAY: WHTABLE CARD REFUSED: ' WHT-TAX-CODE
                       ' ' WHT-DESC
               ADD 1                       TO  WS-WHT-REJECTED
           ELSE
               IF WS-WHT-COUNT >= WS-WHT-MAX
                   DISPLAY 'NETPAY: WHTABLE FULL, CARD DISCARDED: '
                           WHT-TAX-CODE ' ' WHT-DESC
                   ADD 1                   TO  WS-WHT-REJECTED
               ELSE
                   ADD 1                   TO  WS-WHT-COUNT
                   MOVE WS-TAX-IDX         TO  WW-TAX-IDX (WS-WHT-COUNT)
                   MOVE WHT-FLOOR          TO  WW-FLOOR (WS-WHT-COUNT)
                   MOVE WHT-RATE           TO  WW-RATE (WS-WHT-COUNT)
                   MOVE WHT-BASE-TAX       TO
                                           WW-BASE-TAX (WS-WHT-COUNT)
      *            The first card for a code names it and carries its
      *            liability account.
                   IF WX-GL-ACCT (WS-TAX-IDX) = SPACES
                       MOVE WHT-DESC       TO  WX-DESC (WS-TAX-IDX)
                       MOVE WHT-GL-ACCT    TO  WX-GL-ACCT (WS-TAX-IDX)
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *   EDITS THE PERIOD END FOR THE REPORT AND STUB HEADINGS     *
      **************************************************************

       0200-FORMAT-PERIOD.
           MOVE SPACES                     TO  WS-PERIOD-PRINT.
           STRING WS-PERIOD-YYYY '/' WS-PERIOD-MM '/' WS-PERIOD-DD
                                           DELIMITED BY SIZE
               INTO WS-PERIOD-PRINT.

       0300-WRITE-NET-HEADER.
           MOVE 'H'                        TO  ND-REC-TYPE.
           MOVE SPACES                     TO  ND-DATA.
           MOVE WS-PERIOD-END              TO  ND-PERIOD-END.
           MOVE WS-RUN-DATE                TO  ND-RUN-DATE.
           WRITE NETDTL-REC.

      **************************************************************
      *   CARRIES ONE EMPLOYEE FROM GROSS TO NET - PRE-TAX          *
      *   DEDUCTIONS, THEN WITHHOLDING ON WHAT IS LEFT TAXABLE,     *
      *   THEN AFTER-TAX DEDUCTIONS                                 *
      **************************************************************

       1000-PROCESS-EMPLOYEE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           IF PR-GROSS NUMERIC
               MOVE PR-GROSS               TO  WS-GROSS
           ELSE
               MOVE ZERO                   TO  WS-GROSS
           END-IF.
           MOVE WS-GROSS                   TO  WS-REMAIN.
           MOVE ZERO                       TO  WS-PRETAX-ALL
                                               WS-PRETAX-RET
                                               WS-POSTTAX
                                               WS-TAX-TOTAL
                                               WS-STUB-COUNT.
           EVALUATE PR-PAY-FREQ
               WHEN 'W'
                   MOVE 52                 TO  WS-PERIODS-PER-YEAR
               WHEN 'M'
                   MOVE 12                 TO  WS-PERIODS-PER-YEAR
      *        Hourly timecards cover two weeks, so hourly staff are
      *        paid on the biweekly cycle.
               WHEN OTHER
                   MOVE 26                 TO  WS-PERIODS-PER-YEAR
           END-EVALUATE.
           MOVE 'B'                        TO  WS-PASS.
           PERFORM 1100-SCAN-DEDUCTIONS.
           PERFORM 1200-COMPUTE-WITHHOLDING.
           MOVE 'A'                        TO  WS-PASS.
           PERFORM 1100-SCAN-DEDUCTIONS.
           MOVE WS-REMAIN                  TO  WS-NET.
           PERFORM 1300-ACCUMULATE-DEPT.
           PERFORM 1500-PRINT-DETAIL.
           PERFORM 1550-WRITE-NET-DETAIL.
           PERFORM 1600-PRINT-STUB.
           PERFORM 2000-READ-REGISTER.

      **************************************************************
      *   WALKS THIS EMPLOYEE'S DEDUCTIONS IN CODE ORDER, TAKING    *
      *   THE ONES THAT BELONG TO THE CURRENT PASS                  *
      **************************************************************

       1100-SCAN-DEDUCTIONS.
           MOVE PR-EMPID                   TO  DED-EMPID.
           MOVE LOW-VALUES                 TO  DED-CODE.
           MOVE 0                          TO  WS-EOF-D.
           START DED-FILE KEY NOT < DED-KEY
               INVALID KEY
                   MOVE 1                  TO  WS-EOF-D
           END-START.
           PERFORM UNTIL WS-EOF-D = 1
               READ DED-FILE NEXT RECORD
                   AT END
                       MOVE 1              TO  WS-EOF-D
               END-READ
               IF WS-EOF-D = 0
                   IF DED-EMPID NOT = PR-EMPID
                       MOVE 1              TO  WS-EOF-D
                   ELSE
                       IF (WS-PASS = 'B' AND
                           (DED-TAX-TREAT = 'P' OR
                            DED-TAX-TREAT = 'R')) OR
                          (WS-PASS = 'A' AND
                           DED-TAX-TREAT NOT = 'P' AND
                           DED-TAX-TREAT NOT = 'R')
                           PERFORM 1120-TAKE-DEDUCTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      **************************************************************
      *   TAKES ONE DEDUCTION - FLAT OR PERCENT OF GROSS, HELD TO   *
      *   WHAT IS LEFT OF THE ANNUAL LIMIT AND OF THE PAY, AND      *
      *   CARRIES THE YEAR-TO-DATE FORWARD ON THE DEDUCTION RECORD  *
      **************************************************************

       1120-TAKE-DEDUCTION.
           MOVE DED-CODE                   TO  WS-EXCP-CODE.
           IF DED-METHOD = 'P' AND DED-PERCENT NUMERIC
               COMPUTE WS-DED-CALC ROUNDED =
                       WS-GROSS * DED-PERCENT / 100
           ELSE
               IF DED-AMOUNT NUMERIC
                   MOVE DED-AMOUNT         TO  WS-DED-CALC
               ELSE
                   MOVE ZERO               TO  WS-DED-CALC
               END-IF
           END-IF.
      *    Year to date as it stood before this period - a rerun of
      *    the period backs out what the earlier run took, and the
      *    first period of a new year starts the count over.
           IF DED-YTD-AMT NOT NUMERIC
               MOVE ZERO                   TO  DED-YTD-AMT
           END-IF.
           IF DED-LAST-AMT NOT NUMERIC
               MOVE ZERO                   TO  DED-LAST-AMT
           END-IF.
           IF DED-LAST-PERIOD(1:4) NOT = WS-PERIOD-YYYY
               MOVE ZERO                   TO  WS-PRIOR-YTD
           ELSE
               IF DED-LAST-PERIOD = WS-PERIOD-END-X AND
                  DED-YTD-AMT >= DED-LAST-AMT
                   COMPUTE WS-PRIOR-YTD = DED-YTD-AMT - DED-LAST-AMT
               ELSE
                   MOVE DED-YTD-AMT        TO  WS-PRIOR-YTD
               END-IF
           END-IF.
           IF DED-ANNUAL-LIMIT NUMERIC AND DED-ANNUAL-LIMIT > ZERO
               IF WS-PRIOR-YTD >= DED-ANNUAL-LIMIT
                   IF WS-DED-CALC > ZERO
                       MOVE 'ANNUAL LIMIT REACHED'
                                           TO  WS-EXCP-REASON
                       PERFORM 1190-LOG-EXCEPTION
                   END-IF
                   MOVE ZERO               TO  WS-DED-CALC
               ELSE
                   COMPUTE WS-LIMIT-LEFT =
                           DED-ANNUAL-LIMIT - WS-PRIOR-YTD
                   IF WS-DED-CALC > WS-LIMIT-LEFT
                       MOVE WS-LIMIT-LEFT  TO  WS-DED-CALC
                       MOVE 'HELD TO ANNUAL LIMIT'
                                           TO  WS-EXCP-REASON
                       PERFORM 1190-LOG-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF WS-DED-CALC > WS-REMAIN
               MOVE WS-REMAIN              TO  WS-DED-CALC
               MOVE 'CUT SHORT - INSUFFICIENT PAY'
                                           TO  WS-EXCP-REASON
               PERFORM 1190-LOG-EXCEPTION
           END-IF.
           SUBTRACT WS-DED-CALC            FROM WS-REMAIN.
           EVALUATE DED-TAX-TREAT
               WHEN 'P'
                   ADD WS-DED-CALC         TO  WS-PRETAX-ALL
               WHEN 'R'
                   ADD WS-DED-CALC         TO  WS-PRETAX-RET
               WHEN OTHER
                   ADD WS-DED-CALC         TO  WS-POSTTAX
           END-EVALUATE.
           COMPUTE DED-YTD-AMT = WS-PRIOR-YTD + WS-DED-CALC.
           MOVE WS-PERIOD-END-X            TO  DED-LAST-PERIOD.
           MOVE WS-DED-CALC                TO  DED-LAST-AMT.
           REWRITE DED-REC
               INVALID KEY
                   DISPLAY 'DED-FILE REWRITE FAILED, STATUS='
                           WS-DED-STATUS ' KEY=' DED-KEY
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
           END-REWRITE.
           IF WS-DED-CALC > ZERO
               MOVE DED-CODE               TO  WS-POST-CODE
               MOVE DED-DESC               TO  WS-POST-DESC
               MOVE DED-GL-ACCT            TO  WS-POST-ACCT
               MOVE WS-DED-CALC            TO  WS-POST-AMOUNT
               PERFORM 1150-ACCUMULATE-CODE
               IF WS-STUB-COUNT < WS-STUB-MAX
                   ADD 1                   TO  WS-STUB-COUNT
                   MOVE SPACES             TO
                                           SL-DESC (WS-STUB-COUNT)
                   STRING DED-CODE ' ' DED-DESC DELIMITED BY SIZE
                       INTO SL-DESC (WS-STUB-COUNT)
                   IF DED-TAX-TREAT = 'A'
                       MOVE 'AFTER-TAX'    TO  SL-TYPE (WS-STUB-COUNT)
                   ELSE
                       MOVE 'PRE-TAX'      TO  SL-TYPE (WS-STUB-COUNT)
                   END-IF
                   MOVE WS-DED-CALC        TO  SL-AMOUNT (WS-STUB-COUNT)
                   MOVE DED-YTD-AMT        TO  SL-YTD (WS-STUB-COUNT)
               END-IF
           END-IF.

      **************************************************************
      *   ACCUMULATES ONE AMOUNT IN THE DEDUCTION-CODE TABLE - THE  *
      *   FIRST OCCURRENCE OF A CODE FIXES ITS LIABILITY ACCOUNT    *
      **************************************************************

       1150-ACCUMULATE-CODE.
           MOVE 'N'                        TO  WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-CODE-TABLE-COUNT
               IF WC-CODE (WS-TBL-IDX) = WS-POST-CODE
                   ADD 1                   TO  WC-COUNT (WS-TBL-IDX)
                   ADD WS-POST-AMOUNT      TO  WC-AMOUNT (WS-TBL-IDX)
                   MOVE 'Y'                TO  WS-TBL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = 'N'
               IF WS-CODE-TABLE-COUNT >= WS-CODE-TABLE-MAX
      *            The amount still has to reach the GL or the feed
      *            cannot balance - it lands in suspense with the
      *            last entry's code.
                   DISPLAY 'CODE TABLE FULL, SUSPENSE FOR CODE: '
                           WS-POST-CODE
                   MOVE WS-CODE-TABLE-COUNT TO  WS-TBL-IDX
                   MOVE WS-SUSPENSE-ACCT   TO  WC-GL-ACCT (WS-TBL-IDX)
                   ADD WS-POST-AMOUNT      TO  WC-AMOUNT (WS-TBL-IDX)
               ELSE
                   ADD 1                   TO  WS-CODE-TABLE-COUNT
                   MOVE WS-CODE-TABLE-COUNT TO  WS-TBL-IDX
                   MOVE WS-POST-CODE       TO  WC-CODE (WS-TBL-IDX)
                   MOVE WS-POST-DESC       TO  WC-DESC (WS-TBL-IDX)
                   MOVE WS-POST-ACCT       TO  WC-GL-ACCT (WS-TBL-IDX)
                   MOVE 1                  TO  WC-COUNT (WS-TBL-IDX)
                   MOVE WS-POST-AMOUNT     TO  WC-AMOUNT (WS-TBL-IDX)
               END-IF
           END-IF.

       1190-LOG-EXCEPTION.
           IF WS-EXCP-COUNT >= WS-EXCP-MAX
               ADD 1                       TO  WS-EXCP-LOST
           ELSE
               ADD 1                       TO  WS-EXCP-COUNT
               MOVE PR-EMPID               TO  XC-EMPID (WS-EXCP-COUNT)
               MOVE WS-EXCP-CODE           TO  XC-CODE (WS-EXCP-COUNT)
               MOVE WS-EXCP-REASON         TO
                                           XC-REASON (WS-EXCP-COUNT)
           END-IF.

      **************************************************************
      *   WITHHOLDING - INCOME TAXES ON GROSS LESS EVERY PRE-TAX    *
      *   DEDUCTION, FICA TAXES ON GROSS LESS ONLY THE TREATMENT P  *
      *   DEDUCTIONS (RETIREMENT DEFERRALS STAY FICA-TAXABLE)       *
      **************************************************************

       1200-COMPUTE-WITHHOLDING.
           COMPUTE WS-INC-TAXABLE =
                   WS-GROSS - WS-PRETAX-ALL - WS-PRETAX-RET.
           COMPUTE WS-FICA-TAXABLE = WS-GROSS - WS-PRETAX-ALL.
           PERFORM 1250-COMPUTE-ONE-TAX
               VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > 4.

      *    Percentage method - annualize the period's taxable wage,
      *    take the highest bracket whose floor it reaches, and bring
      *    the annual tax back down to the period.
       1250-COMPUTE-ONE-TAX.
           IF WS-TAX-IDX <= 2
               MOVE WS-INC-TAXABLE         TO  WS-TAXABLE
           ELSE
               MOVE WS-FICA-TAXABLE        TO  WS-TAXABLE
           END-IF.
           COMPUTE WS-ANNUAL-WAGE = WS-TAXABLE * WS-PERIODS-PER-YEAR.
           MOVE ZERO                       TO  WS-WHT-BEST.
           PERFORM VARYING WS-WHT-IDX FROM 1 BY 1
                   UNTIL WS-WHT-IDX > WS-WHT-COUNT
               IF WW-TAX-IDX (WS-WHT-IDX) = WS-TAX-IDX AND
                  WW-FLOOR (WS-WHT-IDX) <= WS-ANNUAL-WAGE
                   IF WS-WHT-BEST = ZERO
                       MOVE WS-WHT-IDX     TO  WS-WHT-BEST
                   ELSE
                       IF WW-FLOOR (WS-WHT-IDX) >
                          WW-FLOOR (WS-WHT-BEST)
                           MOVE WS-WHT-IDX TO  WS-WHT-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO                       TO  WX-AMOUNT (WS-TAX-IDX).
           IF WS-WHT-BEST > ZERO AND WS-TAXABLE > ZERO
               COMPUTE WS-ANNUAL-TAX ROUNDED =
                       WW-BASE-TAX (WS-WHT-BEST) +
                       ((WS-ANNUAL-WAGE - WW-FLOOR (WS-WHT-BEST)) *
                        WW-RATE (WS-WHT-BEST) / 100)
               COMPUTE WX-AMOUNT (WS-TAX-IDX) ROUNDED =
                       WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
           END-IF.
           IF WX-AMOUNT (WS-TAX-IDX) > WS-REMAIN
               MOVE WS-REMAIN              TO  WX-AMOUNT (WS-TAX-IDX)
               MOVE WX-CODE (WS-TAX-IDX)   TO  WS-EXCP-CODE
               MOVE 'WITHHOLDING HELD TO PAY'
                                           TO  WS-EXCP-REASON
               PERFORM 1190-LOG-EXCEPTION
           END-IF.
           SUBTRACT WX-AMOUNT (WS-TAX-IDX) FROM WS-REMAIN.
           ADD WX-AMOUNT (WS-TAX-IDX)      TO  WS-TAX-TOTAL.
           IF WX-AMOUNT (WS-TAX-IDX) > ZERO
               MOVE WX-CODE (WS-TAX-IDX)   TO  WS-POST-CODE
               MOVE WX-DESC (WS-TAX-IDX)   TO  WS-POST-DESC
               MOVE WX-GL-ACCT (WS-TAX-IDX) TO  WS-POST-ACCT
               MOVE WX-AMOUNT (WS-TAX-IDX) TO  WS-POST-AMOUNT
               PERFORM 1150-ACCUMULATE-CODE
               IF WS-STUB-COUNT < WS-STUB-MAX
                   ADD 1                   TO  WS-STUB-COUNT
                   MOVE SPACES             TO
                                           SL-DESC (WS-STUB-COUNT)
                   STRING WX-CODE (WS-TAX-IDX) ' '
                          WX-DESC (WS-TAX-IDX) DELIMITED BY SIZE
                       INTO SL-DESC (WS-STUB-COUNT)
                   MOVE 'TAX'              TO  SL-TYPE (WS-STUB-COUNT)
                   MOVE WX-AMOUNT (WS-TAX-IDX)
                                           TO  SL-AMOUNT (WS-STUB-COUNT)
                   MOVE ZERO               TO  SL-YTD (WS-STUB-COUNT)
               END-IF
           END-IF.

      **************************************************************
      *   ACCUMULATES THIS EMPLOYEE IN THE DEPARTMENT TABLE         *
      **************************************************************

       1300-ACCUMULATE-DEPT.
           MOVE 'N'                        TO  WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               IF WD-DEPT (WS-TBL-IDX) = PR-DEPT
                   MOVE 'Y'                TO  WS-TBL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = 'N'
               IF WS-DEPT-TABLE-COUNT >= WS-TABLE-MAX
                   DISPLAY 'DEPT TABLE FULL, DISCARDING DEPT: '
                           PR-DEPT
                   MOVE ZERO               TO  WS-TBL-IDX
               ELSE
                   ADD 1                   TO  WS-DEPT-TABLE-COUNT
                   MOVE WS-DEPT-TABLE-COUNT TO  WS-TBL-IDX
                   MOVE PR-DEPT            TO  WD-DEPT (WS-TBL-IDX)
               END-IF
           END-IF.
           IF WS-TBL-IDX > ZERO
               ADD 1                       TO  WD-COUNT (WS-TBL-IDX)
               ADD WS-GROSS                TO  WD-GROSS (WS-TBL-IDX)
               COMPUTE WD-DEDUCT (WS-TBL-IDX) =
                       WD-DEDUCT (WS-TBL-IDX) + WS-GROSS - WS-NET
               ADD WS-NET                  TO  WD-NET (WS-TBL-IDX)
           END-IF.

       1400-PRINT-HEAD.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           MOVE WS-PERIOD-PRINT            TO  PH-PERIOD.
           WRITE NETRPT-REC FROM PRNT-HEADING2
                AFTER ADVANCING PAGE.
           WRITE NETRPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  NETRPT-REC.
           WRITE NETRPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

      **************************************************************
      *   PRINTS ONE NET-PAY REGISTER LINE FOR THIS EMPLOYEE        *
      **************************************************************

       1500-PRINT-DETAIL.
           MOVE PR-EMPID                   TO  N-EMPID.
           MOVE PR-LASTNAME                TO  N-LASTNAME.
           MOVE PR-FIRSTNAME               TO  N-FIRSTNAME.
           MOVE PR-DEPT                    TO  N-DEPT.
           MOVE WS-GROSS                   TO  N-GROSS.
           COMPUTE N-PRETAX = WS-PRETAX-ALL + WS-PRETAX-RET.
           MOVE WS-TAX-TOTAL               TO  N-TAXES.
           MOVE WS-POSTTAX                 TO  N-POSTTAX.
           MOVE WS-NET                     TO  N-NET.
           WRITE NETRPT-REC FROM PRNT-DATA1
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.
           ADD 1                           TO  WS-GRAND-TOTAL.
           ADD WS-GROSS                    TO  WS-GRAND-GROSS.
           ADD WS-NET                      TO  WS-GRAND-NET.
           COMPUTE WS-GRAND-DEDUCT =
                   WS-GRAND-DEDUCT + WS-GROSS - WS-NET.

       1550-WRITE-NET-DETAIL.
           MOVE 'D'                        TO  ND-REC-TYPE.
           MOVE SPACES                     TO  ND-DATA.
           MOVE PR-EMPID                   TO  ND-EMPID.
           MOVE PR-DEPT                    TO  ND-DEPT.
           MOVE WS-GROSS                   TO  ND-GROSS.
           MOVE WS-PRETAX-ALL              TO  ND-PRETAX-ALL.
           MOVE WS-PRETAX-RET              TO  ND-PRETAX-RET.
           MOVE WX-AMOUNT (1)              TO  ND-FIT.
           MOVE WX-AMOUNT (2)              TO  ND-SIT.
           MOVE WX-AMOUNT (3)              TO  ND-OASDI.
           MOVE WX-AMOUNT (4)              TO  ND-MEDICARE.
           MOVE WS-POSTTAX                 TO  ND-POSTTAX.
           MOVE WS-NET                     TO  ND-NET.
           WRITE NETDTL-REC.

      **************************************************************
      *   PRINTS THE ONE-PAGE PAY STUB - EARNINGS, THEN EVERY       *
      *   DEDUCTION AND WITHHOLDING TAKEN, THEN NET PAY             *
      **************************************************************

       1600-PRINT-STUB.
           MOVE WS-PERIOD-PRINT            TO  ST-PERIOD.
           WRITE STUB-REC FROM STUB-TITLE
               AFTER ADVANCING PAGE.
           MOVE PR-EMPID                   TO  ST-EMPID.
           MOVE SPACES                     TO  WS-EMP-NAME.
           STRING PR-LASTNAME  DELIMITED BY '  '
                  ', '         DELIMITED BY SIZE
                  PR-FIRSTNAME DELIMITED BY '  '
               INTO WS-EMP-NAME.
           MOVE WS-EMP-NAME                TO  ST-NAME.
           MOVE PR-DEPT                    TO  ST-DEPT.
           WRITE STUB-REC FROM STUB-EMP
               AFTER ADVANCING 1 LINE.
           WRITE STUB-REC FROM STUB-COLHEAD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  STUB-REC.
           WRITE STUB-REC
               AFTER ADVANCING 1 LINE.
           IF PR-PAY-FREQ = 'H'
      *        Overtime and leave are priced the way PAYREG paid
      *        them and retro pay is shown as posted; regular pay
      *        takes the remainder so the lines foot to the register
      *        gross to the penny.
               COMPUTE WS-OT-RATE ROUNDED = PR-PAY-RATE * 1.5
               COMPUTE WS-OT-AMOUNT ROUNDED =
                       PR-PAY-RATE * 1.5 * PR-OT-HOURS
               COMPUTE WS-LEAVE-AMOUNT ROUNDED =
                       PR-PAY-RATE * PR-LEAVE-HOURS
               COMPUTE WS-OTHER-EARN =
                       WS-OT-AMOUNT + WS-LEAVE-AMOUNT + PR-RETRO-PAY
               IF WS-OTHER-EARN > WS-GROSS
                   MOVE ZERO               TO  WS-REG-AMOUNT
               ELSE
                   COMPUTE WS-REG-AMOUNT = WS-GROSS - WS-OTHER-EARN
               END-IF
               MOVE 'REGULAR'              TO  ST-LABEL
               MOVE 'EARNINGS'             TO  ST-TYPE
               MOVE PR-REG-HOURS           TO  ST-HOURS
               MOVE PR-PAY-RATE            TO  ST-RATE
               MOVE WS-REG-AMOUNT          TO  ST-AMOUNT
               MOVE ZERO                   TO  ST-YTD
               WRITE STUB-REC FROM STUB-LINE
                   AFTER ADVANCING 1 LINE
               IF PR-OT-HOURS > ZERO
                   MOVE 'OVERTIME'         TO  ST-LABEL
                   MOVE PR-OT-HOURS        TO  ST-HOURS
                   MOVE WS-OT-RATE         TO  ST-RATE
                   MOVE WS-OT-AMOUNT       TO  ST-AMOUNT
                   WRITE STUB-REC FROM STUB-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               IF PR-LEAVE-HOURS > ZERO
                   MOVE 'LEAVE'            TO  ST-LABEL
                   MOVE PR-LEAVE-HOURS     TO  ST-HOURS
                   MOVE PR-PAY-RATE        TO  ST-RATE
                   MOVE WS-LEAVE-AMOUNT    TO  ST-AMOUNT
                   WRITE STUB-REC FROM STUB-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           ELSE
               IF PR-RETRO-PAY > WS-GROSS
                   MOVE ZERO               TO  WS-REG-AMOUNT
               ELSE
                   COMPUTE WS-REG-AMOUNT = WS-GROSS - PR-RETRO-PAY
               END-IF
               MOVE 'SALARY'               TO  ST-LABEL
               MOVE 'EARNINGS'             TO  ST-TYPE
               MOVE ZERO                   TO  ST-HOURS
               MOVE ZERO                   TO  ST-RATE
               MOVE WS-REG-AMOUNT          TO  ST-AMOUNT
               MOVE ZERO                   TO  ST-YTD
               WRITE STUB-REC FROM STUB-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF PR-RETRO-PAY > ZERO
               MOVE 'RETRO PAY'            TO  ST-LABEL
               MOVE 'EARNINGS'             TO  ST-TYPE
               MOVE ZERO                   TO  ST-HOURS
               MOVE ZERO                   TO  ST-RATE
               MOVE PR-RETRO-PAY           TO  ST-AMOUNT
               MOVE ZERO                   TO  ST-YTD
               WRITE STUB-REC FROM STUB-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'GROSS PAY'                TO  ST-LABEL.
           MOVE SPACES                     TO  ST-TYPE.
           MOVE ZERO                       TO  ST-HOURS.
           MOVE ZERO                       TO  ST-RATE.
           MOVE WS-GROSS                   TO  ST-AMOUNT.
           MOVE ZERO                       TO  ST-YTD.
           WRITE STUB-REC FROM STUB-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  STUB-REC.
           WRITE STUB-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 1650-PRINT-STUB-LINE
               VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > WS-STUB-COUNT.
           MOVE 'NET PAY'                  TO  ST-LABEL.
           MOVE SPACES                     TO  ST-TYPE.
           MOVE ZERO                       TO  ST-HOURS.
           MOVE ZERO                       TO  ST-RATE.
           MOVE WS-NET                     TO  ST-AMOUNT.
           MOVE ZERO                       TO  ST-YTD.
           WRITE STUB-REC FROM STUB-LINE
               AFTER ADVANCING 2 LINES.

       1650-PRINT-STUB-LINE.
           MOVE SL-DESC (WS-STUB-IDX)      TO  ST-LABEL.
           MOVE SL-TYPE (WS-STUB-IDX)      TO  ST-TYPE.
           MOVE ZERO                       TO  ST-HOURS.
           MOVE ZERO                       TO  ST-RATE.
           MOVE SL-AMOUNT (WS-STUB-IDX)    TO  ST-AMOUNT.
           MOVE SL-YTD (WS-STUB-IDX)       TO  ST-YTD.
           WRITE STUB-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   WRITES THE NET-PAY DETAIL TRAILER                         *
      **************************************************************

       1690-WRITE-NET-TRAILER.
           MOVE 'T'                        TO  ND-REC-TYPE.
           MOVE SPACES                     TO  ND-DATA.
           MOVE WS-GRAND-TOTAL             TO  ND-COUNT.
           MOVE WS-GRAND-GROSS             TO  ND-TOT-GROSS.
           MOVE WS-GRAND-NET               TO  ND-TOT-NET.
           WRITE NETDTL-REC.

      **************************************************************
      *   PRINTS ONE SUBTOTAL LINE PER DEPARTMENT FROM THE TABLE    *
      **************************************************************

       1700-PRINT-DEPT-TOTALS.
           MOVE SPACES                     TO  NETRPT-REC.
           WRITE NETRPT-REC
                AFTER ADVANCING 1 LINE.
           MOVE 'NET PAY BY DEPARTMENT'    TO  SEC-TITLE.
           WRITE NETRPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               MOVE 'DEPARTMENT:'          TO  B-LABEL
               MOVE WD-DEPT (WS-TBL-IDX)   TO  B-CODE
               MOVE WD-COUNT (WS-TBL-IDX)  TO  B-COUNT
               MOVE WD-GROSS (WS-TBL-IDX)  TO  B-GROSS
               MOVE WD-DEDUCT (WS-TBL-IDX) TO  B-DEDUCT
               MOVE WD-NET (WS-TBL-IDX)    TO  B-NET
               WRITE NETRPT-REC FROM PRNT-BREAK
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

      **************************************************************
      *   PRINTS ONE SUBTOTAL LINE PER DEDUCTION / WITHHOLDING CODE *
      **************************************************************

       1750-PRINT-CODE-TOTALS.
           MOVE SPACES                     TO  NETRPT-REC.
           WRITE NETRPT-REC
                AFTER ADVANCING 1 LINE.
           MOVE 'DEDUCTIONS AND WITHHOLDING BY CODE'
                                           TO  SEC-TITLE.
           WRITE NETRPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-CODE-TABLE-COUNT
               MOVE WC-CODE (WS-TBL-IDX)   TO  C-CODE
               MOVE WC-DESC (WS-TBL-IDX)   TO  C-DESC
               MOVE WC-COUNT (WS-TBL-IDX)  TO  C-COUNT
               MOVE WC-AMOUNT (WS-TBL-IDX) TO  C-AMOUNT
               MOVE WC-GL-ACCT (WS-TBL-IDX) TO  C-ACCT
               WRITE NETRPT-REC FROM PRNT-CODE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       1800-PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-TOTAL             TO  GT-COUNT.
           MOVE WS-GRAND-GROSS             TO  GT-GROSS.
           MOVE WS-GRAND-DEDUCT            TO  GT-DEDUCT.
           MOVE WS-GRAND-NET               TO  GT-NET.
           WRITE NETRPT-REC FROM PRNT-GRANDTOT
               AFTER ADVANCING 2 LINES.

      **************************************************************
      *   PRINTS THE DEDUCTION EXCEPTION SECTION                    *
      **************************************************************

       1850-PRINT-EXCEPTIONS.
           MOVE SPACES                     TO  NETRPT-REC.
           WRITE NETRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'DEDUCTION EXCEPTIONS'     TO  SEC-TITLE.
           WRITE NETRPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 1 LINE.
           IF WS-EXCP-COUNT = ZERO AND WS-EXCP-LOST = ZERO
               MOVE 'NONE'                 TO  SEC-TITLE
               WRITE NETRPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING WS-EXCP-IDX FROM 1 BY 1
                   UNTIL WS-EXCP-IDX > WS-EXCP-COUNT
               MOVE XC-EMPID (WS-EXCP-IDX) TO  XP-EMPID
               MOVE XC-CODE (WS-EXCP-IDX)  TO  XP-CODE
               MOVE XC-REASON (WS-EXCP-IDX) TO  XP-REASON
               WRITE NETRPT-REC FROM PRNT-EXCP
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           IF WS-EXCP-LOST > ZERO
               MOVE 'EXCEPTION TABLE FULL - SOME EXCEPTIONS NOT LISTED'
                                           TO  SEC-TITLE
               WRITE NETRPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.

      **************************************************************
      *   RE-CUTS THE GL POSTING FILE - PAYREG'S DEPARTMENT DEBITS  *
      *   UNCHANGED, THE CLEARING CREDIT REDUCED TO NET PAY, ONE    *
      *   LIABILITY CREDIT PER CODE, AND THE TRAILER.  THE TRAILER  *
      *   TOTALS MUST STILL EQUAL THE REGISTER GROSS OR THE JOB     *
      *   ENDS WITH CONDITION CODE 12 SO THE SCHEDULER HOLDS THE    *
      *   GL FEED                                                   *
      **************************************************************

       1860-WRITE-GL-POSTINGS.
           OPEN INPUT GLIN-FILE
                OUTPUT GLPOST-FILE.
           IF WS-GLIN-FSTATUS NOT = '00'
               DISPLAY 'GLIN-FILE OPEN FAILED, STATUS='
                       WS-GLIN-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GLPOST-FSTATUS NOT = '00'
               DISPLAY 'GLPOST-FILE OPEN FAILED, STATUS='
                       WS-GLPOST-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES                     TO  NETRPT-REC.
           WRITE NETRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'GL POSTINGS'              TO  SEC-TITLE.
           WRITE NETRPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 1 LINE.
           PERFORM UNTIL WS-EOF-G = 1
               READ GLIN-FILE INTO WS-GL-IN
                   AT END
                       MOVE 1              TO  WS-EOF-G
                   NOT AT END
                       PERFORM 1870-CARRY-DEBIT
               END-READ
           END-PERFORM.
           PERFORM 1880-POST-NET-CREDIT.
           PERFORM 1885-POST-LIABILITY
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-CODE-TABLE-COUNT.
           PERFORM 1890-POST-TRAILER.
           CLOSE GLIN-FILE
                 GLPOST-FILE.

      *    Department debits pass through as PAYREG mapped them; the
      *    old gross credit only supplies the clearing account, and
      *    the old trailer is rebuilt.
       1870-CARRY-DEBIT.
           EVALUATE GI-REC-TYPE
               WHEN 'D'
                   MOVE WS-GL-IN           TO  GLPOST-REC
                   WRITE GLPOST-REC
                   ADD GI-AMOUNT           TO  WS-GL-DEBIT-TOT
               WHEN 'C'
                   MOVE GI-ACCT            TO  WS-CREDIT-ACCT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1880-POST-NET-CREDIT.
           MOVE 'C'                        TO  GP-REC-TYPE.
           MOVE SPACES                     TO  GP-DATA.
           MOVE WS-CREDIT-ACCT             TO  GP-ACCT.
           MOVE WS-GRAND-NET               TO  GP-AMOUNT.
           WRITE GLPOST-REC.
           ADD WS-GRAND-NET                TO  WS-GL-CREDIT-TOT.

      *    A code with no numeric liability account posts to suspense
      *    and is reported so accounting can reclassify it.
       1885-POST-LIABILITY.
           IF WC-AMOUNT (WS-TBL-IDX) > ZERO
               MOVE 'C'                    TO  GP-REC-TYPE
               MOVE SPACES                 TO  GP-DATA
               IF WC-GL-ACCT (WS-TBL-IDX) NUMERIC
                   MOVE WC-GL-ACCT (WS-TBL-IDX) TO  GP-ACCT
               ELSE
                   MOVE WS-SUSPENSE-ACCT   TO  GP-ACCT
                   ADD 1                   TO  WS-UNMAPPED-COUNT
                   MOVE SPACES             TO  XP-EMPID
                   MOVE WC-CODE (WS-TBL-IDX) TO  XP-CODE
                   MOVE 'NO LIABILITY ACCT - SUSPENSE'
                                           TO  XP-REASON
                   WRITE NETRPT-REC FROM PRNT-EXCP
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE WC-AMOUNT (WS-TBL-IDX) TO  GP-AMOUNT
               WRITE GLPOST-REC
               ADD WC-AMOUNT (WS-TBL-IDX)  TO  WS-GL-CREDIT-TOT
           END-IF.

       1890-POST-TRAILER.
           MOVE 'T'                        TO  GP-REC-TYPE.
           MOVE SPACES                     TO  GP-DATA.
           MOVE WS-GL-DEBIT-TOT            TO  GP-TOT-DEBIT.
           MOVE WS-GL-CREDIT-TOT           TO  GP-TOT-CREDIT.
           WRITE GLPOST-REC.
           IF WS-GL-DEBIT-TOT NOT = WS-GRAND-GROSS OR
              WS-GL-CREDIT-TOT NOT = WS-GRAND-GROSS
               MOVE 'N'                    TO  WS-GL-BALANCED
               DISPLAY 'NETPAY GL POSTINGS OUT OF BALANCE: DEBITS='
                       WS-GL-DEBIT-TOT
                       ' CREDITS=' WS-GL-CREDIT-TOT
                       ' REGISTER GROSS=' WS-GRAND-GROSS
               MOVE 'GL POSTINGS OUT OF BALANCE - SEE CONSOLE'
                                           TO  SEC-TITLE
               WRITE NETRPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'GL POSTINGS IN BALANCE WITH REGISTER GROSS'
                                           TO  SEC-TITLE
               WRITE NETRPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE 'UNMAPPED LIABILITY CODES POSTED TO SUSPENSE'
                                           TO  SEC-TITLE
               WRITE NETRPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.

      **************************************************************
      *   READS THE REGISTER DETAIL - THE HEADER SUPPLIES THE       *
      *   PERIOD, THE TRAILER THE CONTROL TOTALS; ONLY DATA         *
      *   RECORDS ARE HANDED BACK                                   *
      **************************************************************

       2000-READ-REGISTER.
           PERFORM UNTIL WS-EOF-R = 1
               READ PAYDTL-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-R
               END-READ
               IF WS-EOF-R = 1
                   EXIT PERFORM
               END-IF
               EVALUATE PR-REC-TYPE
                   WHEN 'H'
                       MOVE 'Y'            TO  WS-HEADER-SEEN
                       IF PR-PERIOD-END NUMERIC
                           MOVE PR-PERIOD-END TO  WS-PERIOD-END
                       END-IF
                   WHEN 'T'
                       MOVE 'Y'            TO  WS-TRAILER-SEEN
                       MOVE PR-COUNT       TO  WS-TRL-COUNT
                       MOVE PR-TOT-GROSS   TO  WS-TRL-GROSS
                   WHEN 'D'
                       EXIT PERFORM
                   WHEN OTHER
                       DISPLAY 'NETPAY: PAYDTL RECORD TYPE '
                               PR-REC-TYPE ' IGNORED'
               END-EVALUATE
           END-PERFORM.

      **************************************************************
      *   SETS THE COMPLETION CODE - 12 WHEN THE REGISTER DETAIL    *
      *   DOES NOT BALANCE TO ITS TRAILER OR THE GL FEED IS OUT OF  *
      *   BALANCE, 8 WHEN THERE WAS NO ONE TO PAY, 4 WHEN           *
      *   DEDUCTIONS WERE HELD OR WITHHOLDING CARDS REFUSED         *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           IF WS-TRAILER-SEEN = 'N' OR
              WS-TRL-COUNT NOT = WS-GRAND-TOTAL OR
              WS-TRL-GROSS NOT = WS-GRAND-GROSS
               DISPLAY 'NETPAY: REGISTER DETAIL OUT OF BALANCE - '
                       'TRAILER COUNT=' WS-TRL-COUNT
                       ' GROSS=' WS-TRL-GROSS
                       ' READ COUNT=' WS-GRAND-TOTAL
                       ' GROSS=' WS-GRAND-GROSS
               MOVE 12                     TO  RETURN-CODE
           ELSE
               IF WS-GL-BALANCED = 'N'
                   MOVE 12                 TO  RETURN-CODE
               ELSE
                   IF WS-GRAND-TOTAL = ZERO
                       MOVE 8              TO  RETURN-CODE
                   ELSE
                       IF WS-EXCP-COUNT > ZERO OR
                          WS-EXCP-LOST > ZERO OR
                          WS-WHT-REJECTED > ZERO OR
                          WS-UNMAPPED-COUNT > ZERO
                           MOVE 4          TO  RETURN-CODE
                       ELSE
                           MOVE 0          TO  RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
