
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACHGEN.
       AUTHOR. Weston Graham.
      *  Direct-deposit ACH file.  Takes each employee's net pay from
      *  the NETDTL net-pay detail file NETPAY writes (or the gross
      *  from PAYDTL when the ACHCTL card says G), splits it across
      *  the accounts on the BANKFILE bank-account file, and writes a
      *  NACHA PPD credit file on ACHFILE - one file, one batch, with
      *  the batch and file control totals and padding to a full
      *  block.  A new or changed account goes out as a zero-dollar
      *  prenote (tran code 23/33) and its share of the pay goes on
      *  the paper-check list; the next cycle it is live.  Employees
      *  with no account on file are listed on CHKLIST for paper
      *  checks.  The deposits plus the paper checks must equal the
      *  register total and the register detail must balance to its
      *  trailer, or the run ends with return code 12 and the file is
      *  not to be sent.  A rerun of the same period gives the same
      *  file - a prenote already sent this period is sent again, not
      *  taken live.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'ACHCTL'.
            SELECT NETDTL-FILE  ASSIGN TO 'NETDTL'
                                FILE STATUS WS-REG-FSTATUS.
            SELECT PAYDTL-FILE  ASSIGN TO 'PAYDTL'
                                FILE STATUS WS-REG-FSTATUS.
            SELECT BANK-FILE    ASSIGN TO 'BANKFILE'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY BK-EMPID
                                FILE STATUS WS-BANK-STATUS.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT ACH-FILE     ASSIGN TO 'ACHFILE'
                                FILE STATUS WS-ACH-FSTATUS.
            SELECT ACH-RPT      ASSIGN TO 'ACHRPT'.
            SELECT CHK-RPT      ASSIGN TO 'CHKLIST'.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  AC-SOURCE              PIC X(1).
      *                N = NET PAY FROM NETDTL (DEFAULT)
      *                G = GROSS PAY FROM PAYDTL
                03  AC-DEST-ROUTING        PIC X(9).
      *                ROUTING NUMBER OF THE BANK THE FILE GOES TO
                03  AC-DEST-NAME           PIC X(23).
                03  AC-COMPANY-ID          PIC X(10).
                03  AC-COMPANY-NAME        PIC X(16).
                03  AC-EFF-DATE            PIC X(6).
      *                YYMMDD SETTLEMENT DATE, BLANK TAKES THE RUN DATE
                03  AC-FILE-ID             PIC X(1).
      *                FILE ID MODIFIER, BLANK TAKES 'A'
                03  FILLER                 PIC X(14).

       FD  NETDTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NETDTL.

       FD  PAYDTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYDTL.

       FD  BANK-FILE.
           COPY BANKREC.

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

       FD  ACH-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-REC                    PIC X(94).

       FD  ACH-RPT
           LABEL RECORDS ARE OMITTED.
       01  ACH-RPT-REC                PIC X(100).

       FD  CHK-RPT
           LABEL RECORDS ARE OMITTED.
       01  CHK-RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      *      NACHA RECORD LAYOUTS - 94 BYTES, BLOCKING FACTOR 10    *
      **************************************************************
       01  ACH-FILE-HEADER.
                03  FH-REC-TYPE            PIC X(1)      VALUE '1'.
                03  FH-PRIORITY            PIC X(2)      VALUE '01'.
                03  FH-DEST                PIC X(10).
                03  FH-ORIGIN              PIC X(10).
                03  FH-CREATE-DATE         PIC X(6).
                03  FH-CREATE-TIME         PIC X(4).
                03  FH-FILE-ID             PIC X(1).
                03  FH-REC-SIZE            PIC X(3)      VALUE '094'.
                03  FH-BLOCKING            PIC X(2)      VALUE '10'.
                03  FH-FORMAT              PIC X(1)      VALUE '1'.
                03  FH-DEST-NAME           PIC X(23).
                03  FH-ORIGIN-NAME         PIC X(23).
                03  FH-REFERENCE           PIC X(8)      VALUE SPACES.
       01  ACH-BATCH-HEADER.
                03  BH-REC-TYPE            PIC X(1)      VALUE '5'.
                03  BH-SERVICE-CLASS       PIC X(3)      VALUE '220'.
      *                220 = CREDITS ONLY
                03  BH-COMPANY-NAME        PIC X(16).
                03  BH-DISCRETIONARY       PIC X(20)     VALUE SPACES.
                03  BH-COMPANY-ID          PIC X(10).
                03  BH-SEC-CODE            PIC X(3)      VALUE 'PPD'.
                03  BH-ENTRY-DESC          PIC X(10)     VALUE
                                                    'PAYROLL'.
                03  BH-DESC-DATE           PIC X(6).
                03  BH-EFF-DATE            PIC X(6).
                03  BH-SETTLE-DATE         PIC X(3)      VALUE SPACES.
                03  BH-ORIG-STATUS         PIC X(1)      VALUE '1'.
                03  BH-ODFI                PIC X(8).
                03  BH-BATCH-NO            PIC 9(7).
       01  ACH-ENTRY.
                03  ED-REC-TYPE            PIC X(1)      VALUE '6'.
                03  ED-TRAN-CODE           PIC X(2).
      *                22/32 = CHECKING/SAVINGS CREDIT
      *                23/33 = CHECKING/SAVINGS PRENOTE
                03  ED-RDFI                PIC X(8).
                03  ED-CHECK-DIGIT         PIC X(1).
                03  ED-ACCT-NO             PIC X(17).
                03  ED-AMOUNT              PIC 9(8)V99.
                03  ED-IDENT               PIC X(15).
                03  ED-NAME                PIC X(22).
                03  ED-DISCRETIONARY       PIC X(2)      VALUE SPACES.
                03  ED-ADDENDA             PIC X(1)      VALUE '0'.
                03  ED-TRACE-ODFI          PIC X(8).
                03  ED-TRACE-SEQ           PIC 9(7).
       01  ACH-BATCH-CONTROL.
                03  BC-REC-TYPE            PIC X(1)      VALUE '8'.
                03  BC-SERVICE-CLASS       PIC X(3)      VALUE '220'.
                03  BC-ENTRY-COUNT         PIC 9(6).
                03  BC-ENTRY-HASH          PIC 9(10).
                03  BC-TOT-DEBIT           PIC 9(10)V99.
                03  BC-TOT-CREDIT          PIC 9(10)V99.
                03  BC-COMPANY-ID          PIC X(10).
                03  BC-AUTH-CODE           PIC X(19)     VALUE SPACES.
                03  BC-RESERVED            PIC X(6)      VALUE SPACES.
                03  BC-ODFI                PIC X(8).
                03  BC-BATCH-NO            PIC 9(7).
       01  ACH-FILE-CONTROL.
                03  FC-REC-TYPE            PIC X(1)      VALUE '9'.
                03  FC-BATCH-COUNT         PIC 9(6).
                03  FC-BLOCK-COUNT         PIC 9(6).
                03  FC-ENTRY-COUNT         PIC 9(8).
                03  FC-ENTRY-HASH          PIC 9(10).
                03  FC-TOT-DEBIT           PIC 9(10)V99.
                03  FC-TOT-CREDIT          PIC 9(10)V99.
                03  FC-RESERVED            PIC X(39)     VALUE SPACES.
      **************************************************************
      *      DEPOSIT REGISTER LINES                                 *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(35)     VALUE
                                  'DIRECT DEPOSIT REGISTER - PERIOD '.
                03  PH-PERIOD              PIC X(10).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PH-SOURCE              PIC X(9).
                03  FILLER                 PIC X(40)     VALUE SPACES.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(24)     VALUE 'NAME'.
                03  FILLER                 PIC X(3)      VALUE 'AC'.
                03  FILLER                 PIC X(4)      VALUE 'TC'.
                03  FILLER                 PIC X(11)     VALUE
                                                    'ROUTING'.
                03  FILLER                 PIC X(10)     VALUE
                                                    'ACCOUNT'.
                03  FILLER                 PIC X(9)      VALUE 'ENTRY'.
                03  FILLER                 PIC X(12)     VALUE
                                                    '      AMOUNT'.
                03  FILLER                 PIC X(15)     VALUE SPACES.
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  D-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-NAME                 PIC X(22).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-SLOT                 PIC 9(1).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-TRAN-CODE            PIC X(2).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-ROUTING              PIC X(9).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-ACCT                 PIC X(8).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-KIND                 PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-AMOUNT               PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(13)     VALUE SPACES.
       01  PRNT-TOTAL.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  T-LABEL                PIC X(40).
                03  T-COUNT                PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  T-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(33)     VALUE SPACES.
      **************************************************************
      *      PAPER-CHECK EXCEPTION LIST LINES                       *
      **************************************************************
       01  CHK-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(35)     VALUE
                                  'PAPER CHECK EXCEPTIONS - PERIOD '.
                03  CH-PERIOD              PIC X(10).
                03  FILLER                 PIC X(52)     VALUE SPACES.
       01  CHK-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(24)     VALUE 'NAME'.
                03  FILLER                 PIC X(5)      VALUE 'DPT'.
                03  FILLER                 PIC X(14)     VALUE
                                                    ' CHECK AMOUNT'.
                03  FILLER                 PIC X(45)     VALUE 'REASON'.
       01  CHK-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  C-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  C-NAME                 PIC X(22).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  C-DEPT                 PIC X(3).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  C-AMOUNT               PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  C-REASON               PIC X(25).
                03  FILLER                 PIC X(20)     VALUE SPACES.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-R               PIC 9         VALUE 0.
                03  WS-REG-FSTATUS         PIC X(2)      VALUE '00'.
                03  WS-BANK-STATUS         PIC X(2)      VALUE '00'.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-ACH-FSTATUS         PIC X(2)      VALUE '00'.
      **************************************************************
      *         RUN OPTIONS FROM THE ACHCTL CARD                    *
      **************************************************************
                03  WS-SOURCE              PIC X(1)      VALUE 'N'.
                03  WS-CARD-OK             PIC X(1)      VALUE 'N'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-RUN-TIME            PIC 9(8)      VALUE ZERO.
                03  WS-PERIOD-END          PIC 9(8)      VALUE ZERO.
                03  WS-PERIOD-X REDEFINES WS-PERIOD-END
                                           PIC X(8).
                03  WS-PERIOD-FMT.
                   05  WS-PF-MM            PIC X(2).
                   05  FILLER              PIC X(1)      VALUE '/'.
                   05  WS-PF-DD            PIC X(2).
                   05  FILLER              PIC X(1)      VALUE '/'.
                   05  WS-PF-YYYY          PIC X(4).
                03  WS-ODFI                PIC X(8)      VALUE SPACES.
      **************************************************************
      *         CURRENT REGISTER DETAIL - THE SAME FIELDS WHICHEVER *
      *         FILE IT CAME FROM                                   *
      **************************************************************
                03  WS-HEADER-SEEN         PIC X(1)      VALUE 'N'.
                03  WS-TRAILER-SEEN        PIC X(1)      VALUE 'N'.
                03  WS-TRL-COUNT           PIC 9(7)      VALUE ZERO.
                03  WS-TRL-TOTAL           PIC 9(9)V99   VALUE ZERO.
                03  WS-REG-EMPID           PIC X(7)      VALUE SPACES.
                03  WS-REG-DEPT            PIC X(3)      VALUE SPACES.
                03  WS-REG-AMOUNT          PIC 9(7)V99   VALUE ZERO.
                03  WS-EMP-NAME            PIC X(22)     VALUE SPACES.
      **************************************************************
      *         SPLIT OF ONE EMPLOYEE'S PAY ACROSS THE ACCOUNTS     *
      **************************************************************
                03  WS-SHARE-TABLE.
                   05  WS-SHARE            PIC 9(7)V99   OCCURS 3.
                03  WS-REMAIN              PIC 9(7)V99   VALUE ZERO.
                03  WS-R-SLOT              PIC 9(1)      VALUE ZERO.
                03  WS-LAST-SLOT           PIC 9(1)      VALUE ZERO.
                03  WS-SLOT-IDX            PIC 9(1)      VALUE ZERO.
                03  WS-BANK-CHANGED        PIC X(1)      VALUE 'N'.
                03  WS-PAPER-AMT           PIC 9(7)V99   VALUE ZERO.
                03  WS-PAPER-REASON        PIC X(25)     VALUE SPACES.
                03  WS-ENTRY-KIND          PIC X(1)      VALUE SPACES.
                03  WS-ENTRY-AMT           PIC 9(7)V99   VALUE ZERO.
                03  WS-ACCT-POS            PIC 9(2)      VALUE ZERO.
                03  WS-MASKED-ACCT         PIC X(8)      VALUE SPACES.
      **************************************************************
      *         ACH FILE COUNTERS AND CONTROL TOTALS                *
      **************************************************************
                03  WS-BATCH-OPEN          PIC X(1)      VALUE 'N'.
                03  WS-BATCH-COUNT         PIC 9(6)      VALUE ZERO.
                03  WS-ENTRY-COUNT         PIC 9(8)      VALUE ZERO.
                03  WS-RECORD-COUNT        PIC 9(8)      VALUE ZERO.
                03  WS-BLOCK-COUNT         PIC 9(6)      VALUE ZERO.
                03  WS-PAD-COUNT           PIC 9(2)      VALUE ZERO.
                03  WS-RDFI-NUM            PIC 9(8)      VALUE ZERO.
                03  WS-ENTRY-HASH          PIC 9(12)     VALUE ZERO.
                03  WS-TRACE-SEQ           PIC 9(7)      VALUE ZERO.
                03  WS-PAD-REC             PIC X(94)     VALUE ALL '9'.
      **************************************************************
      *         RUN TOTALS FOR THE BALANCE CHECK                    *
      **************************************************************
                03  WS-REG-COUNT           PIC 9(7)      VALUE ZERO.
                03  WS-REG-TOTAL           PIC 9(9)V99   VALUE ZERO.
                03  WS-ACH-CREDIT          PIC 9(10)V99  VALUE ZERO.
                03  WS-DEPOSIT-COUNT       PIC 9(7)      VALUE ZERO.
                03  WS-PRENOTE-COUNT       PIC 9(7)      VALUE ZERO.
                03  WS-LIVE-COUNT          PIC 9(7)      VALUE ZERO.
                03  WS-PAPER-COUNT         PIC 9(7)      VALUE ZERO.
                03  WS-PAPER-TOTAL         PIC 9(9)V99   VALUE ZERO.
                03  WS-PAID-TOTAL          PIC 9(10)V99  VALUE ZERO.
                03  WS-OUT-OF-BALANCE      PIC X(1)      VALUE 'N'.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE                TO  WS-PERIOD-END.
           PERFORM 0100-READ-CONTROL-CARD.
           IF WS-CARD-OK = 'N'
               DISPLAY 'ACHGEN: ACHCTL CARD MISSING OR DESTINATION '
                       'ROUTING INVALID - NO FILE BUILT'
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SOURCE = 'G'
               OPEN INPUT PAYDTL-FILE
           ELSE
               OPEN INPUT NETDTL-FILE
           END-IF.
           IF WS-REG-FSTATUS NOT = '00'
               DISPLAY 'REGISTER DETAIL OPEN FAILED, STATUS='
                       WS-REG-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BANK-FILE
                INPUT MASTER-FILE
                OUTPUT ACH-FILE
                OUTPUT ACH-RPT
                OUTPUT CHK-RPT.
           IF WS-BANK-STATUS NOT = '00'
               DISPLAY 'BANK-FILE OPEN FAILED, STATUS='
                       WS-BANK-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACH-FSTATUS NOT = '00'
               DISPLAY 'ACH-FILE OPEN FAILED, STATUS='
                       WS-ACH-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-REGISTER.
           IF WS-HEADER-SEEN = 'N'
               DISPLAY 'ACHGEN: REGISTER DETAIL HAS NO PERIOD HEADER '
                       '- RUN DATE USED AS PERIOD END'
           END-IF.
           PERFORM 0200-WRITE-FILE-HEADER.
           PERFORM 0300-PRINT-HEADINGS.
           PERFORM 1000-PROCESS-EMPLOYEE
                   UNTIL WS-EOF-R = 1.
           PERFORM 1700-CLOSE-BATCH.
           PERFORM 1750-WRITE-FILE-CONTROL.
           PERFORM 1800-PRINT-TOTALS.
           PERFORM 9000-SET-COMPLETION-CODE.
           IF WS-SOURCE = 'G'
               CLOSE PAYDTL-FILE
           ELSE
               CLOSE NETDTL-FILE
           END-IF.
           CLOSE BANK-FILE
                 MASTER-FILE
                 ACH-FILE
                 ACH-RPT
                 CHK-RPT.
           STOP RUN.

      **************************************************************
      *   READS THE ACHCTL CARD - THE DESTINATION ROUTING NUMBER    *
      *   IS REQUIRED, THE BANK REJECTS A FILE WITHOUT IT           *
      **************************************************************

       0100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF AC-DEST-ROUTING NUMERIC
                       MOVE 'Y'            TO  WS-CARD-OK
                   END-IF
                   IF AC-SOURCE = 'G'
                       MOVE 'G'            TO  WS-SOURCE
                   END-IF
           END-READ.
           CLOSE CTL-FILE.
           IF WS-CARD-OK = 'Y'
               MOVE AC-DEST-ROUTING (1:8)  TO  WS-ODFI
               IF AC-EFF-DATE = SPACES
                   MOVE WS-RUN-DATE (3:6)  TO  AC-EFF-DATE
               END-IF
               IF AC-FILE-ID = SPACE
                   MOVE 'A'                TO  AC-FILE-ID
               END-IF
           END-IF.

       0200-WRITE-FILE-HEADER.
           MOVE SPACE                      TO  FH-DEST (1:1).
           MOVE AC-DEST-ROUTING            TO  FH-DEST (2:9).
           MOVE AC-COMPANY-ID              TO  FH-ORIGIN.
           MOVE WS-RUN-DATE (3:6)          TO  FH-CREATE-DATE.
           MOVE WS-RUN-TIME (1:4)          TO  FH-CREATE-TIME.
           MOVE AC-FILE-ID                 TO  FH-FILE-ID.
           MOVE AC-DEST-NAME               TO  FH-DEST-NAME.
           MOVE AC-COMPANY-NAME            TO  FH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER.
           ADD 1                           TO  WS-RECORD-COUNT.

       0300-PRINT-HEADINGS.
           MOVE WS-PERIOD-X (5:2)          TO  WS-PF-MM.
           MOVE WS-PERIOD-X (7:2)          TO  WS-PF-DD.
           MOVE WS-PERIOD-X (1:4)          TO  WS-PF-YYYY.
           MOVE WS-PERIOD-FMT              TO  PH-PERIOD
                                               CH-PERIOD.
           IF WS-SOURCE = 'G'
               MOVE '(GROSS)'              TO  PH-SOURCE
           ELSE
               MOVE '(NET)'                TO  PH-SOURCE
           END-IF.
           WRITE ACH-RPT-REC FROM PRNT-HEADING1
               AFTER ADVANCING PAGE.
           WRITE ACH-RPT-REC FROM PRNT-HEADING2
               AFTER ADVANCING 2 LINES.
           WRITE CHK-RPT-REC FROM CHK-HEADING1
               AFTER ADVANCING PAGE.
           WRITE CHK-RPT-REC FROM CHK-HEADING2
               AFTER ADVANCING 2 LINES.

      **************************************************************
      *   PAYS ONE EMPLOYEE - SPLITS THE PAY ACROSS THE ACCOUNTS    *
      *   ON FILE, WRITES THE ENTRIES, AND LISTS WHATEVER COULD     *
      *   NOT BE DEPOSITED FOR A PAPER CHECK                        *
      **************************************************************

       1000-PROCESS-EMPLOYEE.
           ADD 1                           TO  WS-REG-COUNT.
           ADD WS-REG-AMOUNT               TO  WS-REG-TOTAL.
           PERFORM 1050-GET-NAME.
           MOVE ZERO                       TO  WS-PAPER-AMT.
           MOVE SPACES                     TO  WS-PAPER-REASON.
           MOVE 'N'                        TO  WS-BANK-CHANGED.
           MOVE WS-REG-EMPID               TO  BK-EMPID.
           READ BANK-FILE
               INVALID KEY
                   MOVE WS-REG-AMOUNT      TO  WS-PAPER-AMT
                   MOVE 'NO BANK ACCOUNT ON FILE' TO  WS-PAPER-REASON
               NOT INVALID KEY
                   PERFORM 1100-SPLIT-PAY
                   PERFORM 1200-PAY-ACCOUNTS
           END-READ.
           IF WS-BANK-CHANGED = 'Y'
               REWRITE BANK-REC
                   INVALID KEY
                       DISPLAY 'BANK-FILE REWRITE FAILED, EMPID='
                               BK-EMPID ' STATUS=' WS-BANK-STATUS
                       MOVE 16             TO  RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.
           IF WS-PAPER-AMT > ZERO
               PERFORM 1500-LIST-PAPER-CHECK
           END-IF.
           PERFORM 2000-READ-REGISTER.

       1050-GET-NAME.
           MOVE WS-REG-EMPID               TO  M-EMPID.
           MOVE SPACES                     TO  WS-EMP-NAME.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER'    TO  WS-EMP-NAME
               NOT INVALID KEY
                   STRING M-LASTNAME  DELIMITED BY '  '
                          ', '        DELIMITED BY SIZE
                          M-FIRSTNAME DELIMITED BY '  '
                       INTO WS-EMP-NAME
           END-READ.

      **************************************************************
      *   SPLITS THE PAY - FIXED AMOUNTS AND PERCENTS IN SLOT       *
      *   ORDER, HELD TO WHAT IS LEFT, THEN THE REMAINDER TO THE R  *
      *   ACCOUNT OR, WITHOUT ONE, THE LAST ACCOUNT ON FILE         *
      **************************************************************

       1100-SPLIT-PAY.
           MOVE WS-REG-AMOUNT              TO  WS-REMAIN.
           MOVE ZERO                       TO  WS-R-SLOT
                                               WS-LAST-SLOT.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3
               MOVE ZERO                   TO  WS-SHARE (WS-SLOT-IDX)
               IF BK-ROUTING (WS-SLOT-IDX) NOT = SPACES
                   MOVE WS-SLOT-IDX        TO  WS-LAST-SLOT
                   EVALUATE BK-SPLIT-METHOD (WS-SLOT-IDX)
                       WHEN 'A'
                           MOVE BK-SPLIT-AMOUNT (WS-SLOT-IDX)
                                           TO  WS-SHARE (WS-SLOT-IDX)
                       WHEN 'P'
                           COMPUTE WS-SHARE (WS-SLOT-IDX) ROUNDED =
                               WS-REG-AMOUNT *
                               BK-SPLIT-PERCENT (WS-SLOT-IDX) / 100
                       WHEN OTHER
                           MOVE WS-SLOT-IDX TO  WS-R-SLOT
                   END-EVALUATE
                   IF WS-SHARE (WS-SLOT-IDX) > WS-REMAIN
                       MOVE WS-REMAIN      TO  WS-SHARE (WS-SLOT-IDX)
                   END-IF
                   SUBTRACT WS-SHARE (WS-SLOT-IDX) FROM WS-REMAIN
               END-IF
           END-PERFORM.
           IF WS-R-SLOT > ZERO
               ADD WS-REMAIN               TO  WS-SHARE (WS-R-SLOT)
           ELSE
               IF WS-LAST-SLOT > ZERO
                   ADD WS-REMAIN           TO  WS-SHARE (WS-LAST-SLOT)
               ELSE
                   MOVE WS-REMAIN          TO  WS-PAPER-AMT
                   MOVE 'NO BANK ACCOUNT ON FILE'
                                           TO  WS-PAPER-REASON
               END-IF
           END-IF.

       1200-PAY-ACCOUNTS.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3
               IF BK-ROUTING (WS-SLOT-IDX) NOT = SPACES
                   PERFORM 1210-PAY-ONE-ACCOUNT
               END-IF
           END-PERFORM.

      **************************************************************
      *   ONE ACCOUNT THROUGH THE PRENOTE CYCLE - P GETS ITS        *
      *   PRENOTE AND GOES TO S FOR THIS PERIOD; S FROM AN EARLIER  *
      *   PERIOD HAS HAD ITS CYCLE AND GOES LIVE; S FOR THIS PERIOD *
      *   IS A RERUN AND SENDS THE SAME PRENOTE AGAIN.  WHILE AN    *
      *   ACCOUNT IS IN PRENOTE ITS SHARE IS PAID BY PAPER CHECK    *
      **************************************************************

       1210-PAY-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN BK-PRENOTE-STATUS (WS-SLOT-IDX) = 'L'
                   CONTINUE
               WHEN BK-PRENOTE-STATUS (WS-SLOT-IDX) = 'S' AND
                    BK-PRENOTE-PERIOD (WS-SLOT-IDX) < WS-PERIOD-X
                   MOVE 'L'                TO  BK-PRENOTE-STATUS
                                                   (WS-SLOT-IDX)
                   MOVE 'Y'                TO  WS-BANK-CHANGED
                   ADD 1                   TO  WS-LIVE-COUNT
               WHEN OTHER
                   MOVE 'S'                TO  BK-PRENOTE-STATUS
                                                   (WS-SLOT-IDX)
                   MOVE WS-PERIOD-X        TO  BK-PRENOTE-PERIOD
                                                   (WS-SLOT-IDX)
                   MOVE 'Y'                TO  WS-BANK-CHANGED
           END-EVALUATE.
           IF BK-PRENOTE-STATUS (WS-SLOT-IDX) = 'L'
               IF WS-SHARE (WS-SLOT-IDX) > ZERO
                   MOVE 'L'                TO  WS-ENTRY-KIND
                   MOVE WS-SHARE (WS-SLOT-IDX) TO  WS-ENTRY-AMT
                   PERFORM 1300-WRITE-ENTRY
               END-IF
           ELSE
               MOVE 'P'                    TO  WS-ENTRY-KIND
               MOVE ZERO                   TO  WS-ENTRY-AMT
               PERFORM 1300-WRITE-ENTRY
               ADD WS-SHARE (WS-SLOT-IDX)  TO  WS-PAPER-AMT
               MOVE 'ACCOUNT IN PRENOTE'   TO  WS-PAPER-REASON
           END-IF.

      **************************************************************
      *   WRITES ONE ENTRY DETAIL - THE BATCH HEADER GOES OUT AHEAD *
      *   OF THE FIRST ONE, SO A RUN WITH NO ENTRIES HAS NO EMPTY   *
      *   BATCH FOR THE BANK TO REJECT                              *
      **************************************************************

       1300-WRITE-ENTRY.
           IF WS-BATCH-OPEN = 'N'
               PERFORM 1310-WRITE-BATCH-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN BK-ACCT-TYPE (WS-SLOT-IDX) = 'S' AND
                    WS-ENTRY-KIND = 'L'
                   MOVE '32'               TO  ED-TRAN-CODE
               WHEN BK-ACCT-TYPE (WS-SLOT-IDX) = 'S'
                   MOVE '33'               TO  ED-TRAN-CODE
               WHEN WS-ENTRY-KIND = 'L'
                   MOVE '22'               TO  ED-TRAN-CODE
               WHEN OTHER
                   MOVE '23'               TO  ED-TRAN-CODE
           END-EVALUATE.
           MOVE BK-ROUTING (WS-SLOT-IDX) (1:8) TO  ED-RDFI.
           MOVE BK-ROUTING (WS-SLOT-IDX) (9:1) TO  ED-CHECK-DIGIT.
           MOVE BK-ACCT-NO (WS-SLOT-IDX)   TO  ED-ACCT-NO.
           MOVE WS-ENTRY-AMT               TO  ED-AMOUNT.
           MOVE WS-REG-EMPID               TO  ED-IDENT.
           MOVE WS-EMP-NAME                TO  ED-NAME.
           ADD 1                           TO  WS-TRACE-SEQ.
           MOVE WS-ODFI                    TO  ED-TRACE-ODFI.
           MOVE WS-TRACE-SEQ               TO  ED-TRACE-SEQ.
           WRITE ACH-REC FROM ACH-ENTRY.
           ADD 1                           TO  WS-RECORD-COUNT
                                               WS-ENTRY-COUNT.
           MOVE BK-ROUTING (WS-SLOT-IDX) (1:8) TO  WS-RDFI-NUM.
           ADD WS-RDFI-NUM                 TO  WS-ENTRY-HASH.
           ADD WS-ENTRY-AMT                TO  WS-ACH-CREDIT.
           IF WS-ENTRY-KIND = 'L'
               ADD 1                       TO  WS-DEPOSIT-COUNT
               MOVE 'DEPOSIT'              TO  D-KIND
           ELSE
               ADD 1                       TO  WS-PRENOTE-COUNT
               MOVE 'PRENOTE'              TO  D-KIND
           END-IF.
           PERFORM 1350-PRINT-ENTRY.

       1310-WRITE-BATCH-HEADER.
           MOVE 'Y'                        TO  WS-BATCH-OPEN.
           ADD 1                           TO  WS-BATCH-COUNT.
           MOVE AC-COMPANY-NAME            TO  BH-COMPANY-NAME.
           MOVE AC-COMPANY-ID              TO  BH-COMPANY-ID.
           MOVE WS-PERIOD-X (3:6)          TO  BH-DESC-DATE.
           MOVE AC-EFF-DATE                TO  BH-EFF-DATE.
           MOVE WS-ODFI                    TO  BH-ODFI.
           MOVE WS-BATCH-COUNT             TO  BH-BATCH-NO.
           WRITE ACH-REC FROM ACH-BATCH-HEADER.
           ADD 1                           TO  WS-RECORD-COUNT.

      *    Only the last four characters of the account number are
      *    printed - the register goes round the payroll office.
       1350-PRINT-ENTRY.
           MOVE WS-REG-EMPID               TO  D-EMPID.
           MOVE WS-EMP-NAME                TO  D-NAME.
           MOVE WS-SLOT-IDX                TO  D-SLOT.
           MOVE ED-TRAN-CODE               TO  D-TRAN-CODE.
           MOVE BK-ROUTING (WS-SLOT-IDX)   TO  D-ROUTING.
           MOVE '****'                     TO  WS-MASKED-ACCT.
           PERFORM VARYING WS-ACCT-POS FROM 17 BY -1
                   UNTIL WS-ACCT-POS < 4 OR
                         BK-ACCT-NO (WS-SLOT-IDX) (WS-ACCT-POS:1)
                                           NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-ACCT-POS >= 4
               MOVE BK-ACCT-NO (WS-SLOT-IDX) (WS-ACCT-POS - 3:4)
                                           TO  WS-MASKED-ACCT (5:4)
           END-IF.
           MOVE WS-MASKED-ACCT             TO  D-ACCT.
           MOVE WS-ENTRY-AMT               TO  D-AMOUNT.
           WRITE ACH-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.

       1500-LIST-PAPER-CHECK.
           ADD 1                           TO  WS-PAPER-COUNT.
           ADD WS-PAPER-AMT                TO  WS-PAPER-TOTAL.
           MOVE WS-REG-EMPID               TO  C-EMPID.
           MOVE WS-EMP-NAME                TO  C-NAME.
           MOVE WS-REG-DEPT                TO  C-DEPT.
           MOVE WS-PAPER-AMT               TO  C-AMOUNT.
           MOVE WS-PAPER-REASON            TO  C-REASON.
           WRITE CHK-RPT-REC FROM CHK-DATA1
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   BATCH CONTROL - ENTRY COUNT, ENTRY HASH (SUM OF THE       *
      *   8-DIGIT RDFI ROUTING NUMBERS, LOW 10 DIGITS) AND CREDITS  *
      **************************************************************

       1700-CLOSE-BATCH.
           IF WS-BATCH-OPEN = 'Y'
               MOVE WS-ENTRY-COUNT         TO  BC-ENTRY-COUNT
               MOVE WS-ENTRY-HASH          TO  BC-ENTRY-HASH
               MOVE ZERO                   TO  BC-TOT-DEBIT
               MOVE WS-ACH-CREDIT          TO  BC-TOT-CREDIT
               MOVE AC-COMPANY-ID          TO  BC-COMPANY-ID
               MOVE WS-ODFI                TO  BC-ODFI
               MOVE WS-BATCH-COUNT         TO  BC-BATCH-NO
               WRITE ACH-REC FROM ACH-BATCH-CONTROL
               ADD 1                       TO  WS-RECORD-COUNT
           END-IF.

      **************************************************************
      *   FILE CONTROL, THEN ALL-9 RECORDS OUT TO A FULL BLOCK OF   *
      *   TEN                                                       *
      **************************************************************

       1750-WRITE-FILE-CONTROL.
           ADD 1                           TO  WS-RECORD-COUNT.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.
           COMPUTE WS-PAD-COUNT = (WS-BLOCK-COUNT * 10)
                                - WS-RECORD-COUNT.
           MOVE WS-BATCH-COUNT             TO  FC-BATCH-COUNT.
           MOVE WS-BLOCK-COUNT             TO  FC-BLOCK-COUNT.
           MOVE WS-ENTRY-COUNT             TO  FC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH              TO  FC-ENTRY-HASH.
           MOVE ZERO                       TO  FC-TOT-DEBIT.
           MOVE WS-ACH-CREDIT              TO  FC-TOT-CREDIT.
           WRITE ACH-REC FROM ACH-FILE-CONTROL.
           PERFORM WS-PAD-COUNT TIMES
               WRITE ACH-REC FROM WS-PAD-REC
           END-PERFORM.

      **************************************************************
      *   RUN TOTALS AND THE BALANCE CHECK - DEPOSITS PLUS PAPER    *
      *   CHECKS MUST EQUAL THE REGISTER, AND THE REGISTER DETAIL   *
      *   MUST EQUAL ITS TRAILER                                    *
      **************************************************************

       1800-PRINT-TOTALS.
           COMPUTE WS-PAID-TOTAL = WS-ACH-CREDIT + WS-PAPER-TOTAL.
           IF WS-TRAILER-SEEN = 'N' OR
              WS-TRL-COUNT NOT = WS-REG-COUNT OR
              WS-TRL-TOTAL NOT = WS-REG-TOTAL OR
              WS-PAID-TOTAL NOT = WS-REG-TOTAL
               MOVE 'Y'                    TO  WS-OUT-OF-BALANCE
           END-IF.
           MOVE 'REGISTER EMPLOYEES / TOTAL'  TO  T-LABEL.
           MOVE WS-REG-COUNT               TO  T-COUNT.
           MOVE WS-REG-TOTAL               TO  T-AMOUNT.
           WRITE ACH-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 3 LINES.
           MOVE 'REGISTER TRAILER'         TO  T-LABEL.
           MOVE WS-TRL-COUNT               TO  T-COUNT.
           MOVE WS-TRL-TOTAL               TO  T-AMOUNT.
           WRITE ACH-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'DIRECT DEPOSITS'          TO  T-LABEL.
           MOVE WS-DEPOSIT-COUNT           TO  T-COUNT.
           MOVE WS-ACH-CREDIT              TO  T-AMOUNT.
           WRITE ACH-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'PAPER CHECKS (SEE CHKLIST)' TO  T-LABEL.
           MOVE WS-PAPER-COUNT             TO  T-COUNT.
           MOVE WS-PAPER-TOTAL             TO  T-AMOUNT.
           WRITE ACH-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'DEPOSITS PLUS PAPER CHECKS' TO  T-LABEL.
           MOVE ZERO                       TO  T-COUNT.
           MOVE WS-PAID-TOTAL              TO  T-AMOUNT.
           WRITE ACH-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'PRENOTES SENT'            TO  T-LABEL.
           MOVE WS-PRENOTE-COUNT           TO  T-COUNT.
           MOVE ZERO                       TO  T-AMOUNT.
           WRITE ACH-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNTS TAKEN LIVE THIS RUN' TO  T-LABEL.
           MOVE WS-LIVE-COUNT              TO  T-COUNT.
           WRITE ACH-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'ACH ENTRIES / FILE CREDIT TOTAL' TO  T-LABEL.
           MOVE WS-ENTRY-COUNT             TO  T-COUNT.
           MOVE WS-ACH-CREDIT              TO  T-AMOUNT.
           WRITE ACH-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  ACH-RPT-REC.
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE '   *** OUT OF BALANCE - DO NOT SEND ACHFILE ***'
                                           TO  ACH-RPT-REC
           ELSE
               MOVE '   IN BALANCE'        TO  ACH-RPT-REC
           END-IF.
           WRITE ACH-RPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE 'PAPER CHECKS'             TO  T-LABEL.
           MOVE WS-PAPER-COUNT             TO  T-COUNT.
           MOVE WS-PAPER-TOTAL             TO  T-AMOUNT.
           WRITE CHK-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 2 LINES.

      **************************************************************
      *   READS THE REGISTER DETAIL UP TO THE NEXT DATA RECORD,     *
      *   TAKING THE PERIOD FROM THE HEADER AND THE CONTROL TOTALS  *
      *   FROM THE TRAILER                                          *
      **************************************************************

       2000-READ-REGISTER.
           IF WS-SOURCE = 'G'
               PERFORM 2100-READ-PAYDTL
           ELSE
               PERFORM 2200-READ-NETDTL
           END-IF.

       2100-READ-PAYDTL.
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
                       MOVE PR-TOT-GROSS   TO  WS-TRL-TOTAL
                   WHEN 'D'
                       MOVE PR-EMPID       TO  WS-REG-EMPID
                       MOVE PR-DEPT        TO  WS-REG-DEPT
                       MOVE PR-GROSS       TO  WS-REG-AMOUNT
                       EXIT PERFORM
                   WHEN OTHER
                       DISPLAY 'ACHGEN: PAYDTL RECORD TYPE '
                               PR-REC-TYPE ' IGNORED'
               END-EVALUATE
           END-PERFORM.

       2200-READ-NETDTL.
           PERFORM UNTIL WS-EOF-R = 1
               READ NETDTL-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-R
               END-READ
               IF WS-EOF-R = 1
                   EXIT PERFORM
               END-IF
               EVALUATE ND-REC-TYPE
                   WHEN 'H'
                       MOVE 'Y'            TO  WS-HEADER-SEEN
                       IF ND-PERIOD-END NUMERIC
                           MOVE ND-PERIOD-END TO  WS-PERIOD-END
                       END-IF
                   WHEN 'T'
                       MOVE 'Y'            TO  WS-TRAILER-SEEN
                       MOVE ND-COUNT       TO  WS-TRL-COUNT
                       MOVE ND-TOT-NET     TO  WS-TRL-TOTAL
                   WHEN 'D'
                       MOVE ND-EMPID       TO  WS-REG-EMPID
                       MOVE ND-DEPT        TO  WS-REG-DEPT
                       MOVE ND-NET         TO  WS-REG-AMOUNT
                       EXIT PERFORM
                   WHEN OTHER
                       DISPLAY 'ACHGEN: NETDTL RECORD TYPE '
                               ND-REC-TYPE ' IGNORED'
               END-EVALUATE
           END-PERFORM.

      **************************************************************
      *   SETS THE COMPLETION CODE - 12 WHEN OUT OF BALANCE, 8      *
      *   WHEN THERE WAS NO ONE TO PAY, 4 WHEN ANY PAY WENT TO      *
      *   PAPER CHECKS                                              *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE = 'Y'
                   DISPLAY 'ACHGEN: OUT OF BALANCE - REGISTER='
                           WS-REG-TOTAL ' TRAILER=' WS-TRL-TOTAL
                           ' PAID=' WS-PAID-TOTAL
                   MOVE 12                 TO  RETURN-CODE
               WHEN WS-REG-COUNT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-PAPER-COUNT > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
