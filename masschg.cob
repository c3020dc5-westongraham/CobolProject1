
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MASSCHG.
       AUTHOR. Weston Graham.
      *  Mass-change transaction generator for across-the-board
      *  raises, department folds and retitles.  MASSCTL cards each
      *  carry a selection (DEPT, EMPTYPE, TITLE, pay frequency,
      *  active only) and one action: a percent or flat pay increase
      *  rounded to the cent or the dollar, a new DEPT, a new EMPTYPE
      *  or a new TITLE, with an optional effective date.  COB1-MASTER
      *  is read in EMPID order and every employee a card selects gets
      *  one complete 'C' card on MAINTTRAN - all the actions of every
      *  card that selects them, applied in card order to the current
      *  master image - so EMPMAINT stays the single gate to the
      *  master, the same way HRFEED does.  Cards with different
      *  effective dates selecting the same employee cannot share one
      *  transaction, so that employee is refused and listed.  The
      *  run card picks the mode: preview (the default) prints the
      *  before/after of every affected employee with totals and
      *  writes nothing, so HR can sign off; generate prints the same
      *  listing and writes the cards.  A bad control card forces the
      *  run back to preview.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE     ASSIGN TO 'MASSCTL'.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT REF-FILE     ASSIGN TO 'DEPTREF'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY REF-CODE
                                FILE STATUS WS-REF-STATUS.
            SELECT TRANS-FILE   ASSIGN TO 'MAINTTRAN'.
            SELECT MASS-RPT     ASSIGN TO 'MASSRPT'.

       DATA DIVISION.
       FILE SECTION.
      **************************************************************
      *  CONTROL CARDS - AN OPTIONAL RUN CARD (TYPE R) AND ONE      *
      *  SELECTION/ACTION CARD (TYPE S) PER MASS CHANGE.  A BLANK   *
      *  SELECTION FIELD MATCHES ANYTHING                           *
      **************************************************************
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  MC-CARD-TYPE           PIC X(1).
      *                R = RUN CARD   S = SELECTION/ACTION CARD
                03  MC-CARD-DATA           PIC X(79).
                03  MC-RUN-CARD REDEFINES MC-CARD-DATA.
                   05  MC-RUN-MODE         PIC X(1).
      *                P = PREVIEW ONLY (DEFAULT)   G = GENERATE
                   05  FILLER              PIC X(78).
                03  MC-SEL-CARD REDEFINES MC-CARD-DATA.
                   05  MC-SEL-DEPT         PIC X(3).
                   05  MC-SEL-EMPTYPE      PIC X(2).
                   05  MC-SEL-TITLE        PIC X(17).
                   05  MC-SEL-FREQ         PIC X(1).
                   05  MC-SEL-ACTIVE       PIC X(1).
      *                Y OR BLANK = ACTIVE ONLY   N = TERMINATED TOO
                   05  MC-ACTION           PIC X(1).
      *                P = PERCENT INCREASE   F = FLAT INCREASE
      *                D = NEW DEPT   E = NEW EMPTYPE   T = NEW TITLE
                   05  MC-PERCENT          PIC 9(3)V99.
                   05  MC-FLAT             PIC 9(5)V99.
                   05  MC-ROUND            PIC X(1).
      *                C OR BLANK = NEAREST CENT   D = NEAREST DOLLAR
                   05  MC-NEW-VALUE        PIC X(17).
                   05  MC-EFF-DATE         PIC X(8).
      *                YYYYMMDD - BLANK APPLIES THE NIGHT EMPMAINT RUNS
                   05  MC-HC-OVERRIDE      PIC X(1).
      *                Y = SET THE EMPMAINT HEADCOUNT OVERRIDE ON THE
      *                    GENERATED CARDS (DEPARTMENT FOLDS)
                   05  FILLER              PIC X(15).

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

       FD  REF-FILE.
           COPY DEPTREC.

      **************************************************************
      *  EMPMAINT TRANSACTION FILE - SAME LAYOUT EMPMAINT READS     *
      **************************************************************
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-REC.
                03  MT-FUNCTION            PIC X(1).
      *                A = ADD   C = CHANGE   D = DEACTIVATE
                03  MT-TRANS-DATA          PIC X(98).
                03  MT-TRANS-AREA REDEFINES MT-TRANS-DATA.
                   05  FILLER              PIC X(85).
                   05  MT-HC-OVERRIDE      PIC X(1).
      *                EMPMAINT HEADCOUNT OVERRIDE
                   05  FILLER              PIC X(12).
                03  MT-EFF-DATE            PIC X(8).

       FD  MASS-RPT
           LABEL RECORDS ARE OMITTED.
       01  MASS-RPT-REC               PIC X(125).

       WORKING-STORAGE SECTION.

      *    The employee's new image - the master record with every
      *    selecting card's action applied - which becomes the
      *    MT-TRANS-DATA of the generated card.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==NW-FIELDS==
                                 ==I-EMPID==      BY ==NW-EMPID==
                                 ==I-LASTNAME==   BY ==NW-LASTNAME==
                                 ==I-FIRSTNAME==  BY ==NW-FIRSTNAME==
                                 ==I-EMPTYPE==    BY ==NW-EMPTYPE==
                                 ==I-TITLE==      BY ==NW-TITLE==
                                 ==I-SSN==        BY ==NW-SSN==
                                 ==I-STATUS==     BY ==NW-STATUS==
                                 ==I-TERM-DATE==  BY ==NW-TERM-DATE==
                                 ==I-PAY-RATE==   BY ==NW-PAY-RATE==
                                 ==I-PAY-FREQ==   BY ==NW-PAY-FREQ==
                                 ==I-DEPT==       BY ==NW-DEPT==
                                 ==I-DATE==       BY ==NW-DATE==.
      **************************************************************
      *      MASS-CHANGE HEADING LINES                              *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(30)     VALUE
                               'MASS CHANGE'.
                03  PH-MODE                PIC X(40).
                03  FILLER                 PIC X(44)     VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(8)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(18)     VALUE 'NAME'.
                03  FILLER                 PIC X(2)      VALUE 'F'.
                03  FILLER                 PIC X(8)      VALUE
                                                    'DEPT'.
                03  FILLER                 PIC X(7)      VALUE
                                                    'TYPE'.
                03  FILLER                 PIC X(9)      VALUE
                                                    ' OLD RATE'.
                03  FILLER                 PIC X(10)     VALUE
                                                    '  NEW RATE'.
                03  FILLER                 PIC X(10)     VALUE
                                                    '  INCREASE'.
                03  FILLER                 PIC X(20)     VALUE
                                                    '  OLD TITLE'.
                03  FILLER                 PIC X(18)     VALUE
                                                    'NEW TITLE'.
                03  FILLER                 PIC X(12)     VALUE
                                                    'EFFECTIVE'.
      **************************************************************
      *      ONE BEFORE/AFTER LINE PER AFFECTED EMPLOYEE            *
      **************************************************************
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  D-EMPID                PIC X(7).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-NAME                 PIC X(17).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-FREQ                 PIC X(1).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-OLD-DEPT             PIC X(3).
                03  D-DEPT-ARROW           PIC X(1).
                03  D-NEW-DEPT             PIC X(3).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-OLD-TYPE             PIC X(2).
                03  D-TYPE-ARROW           PIC X(1).
                03  D-NEW-TYPE             PIC X(2).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-OLD-RATE             PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-NEW-RATE             PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-INCREASE             PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-OLD-TITLE            PIC X(17).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-NEW-TITLE            PIC X(17).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-EFF-DATE             PIC X(10).
                03  FILLER                 PIC X(1)      VALUE SPACES.
      **************************************************************
      *      CONTROL-CARD ECHO LINE - WHAT EACH CARD ASKED FOR AND  *
      *      WHETHER IT WAS ACCEPTED                                *
      **************************************************************
       01  PRNT-CARD.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'CARD '.
                03  C-CARD-NO              PIC Z9.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  C-DEPT                 PIC X(3).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  C-EMPTYPE              PIC X(2).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  C-TITLE                PIC X(17).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  C-FREQ                 PIC X(1).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  C-ACTIVE               PIC X(1).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  C-ACTION               PIC X(14).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  C-AMOUNT               PIC ZZ,ZZ9.99.
                03  C-UNIT                 PIC X(3).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  C-NEW-VALUE            PIC X(17).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  C-EFF-DATE             PIC X(8).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  C-RESULT               PIC X(25).
                03  FILLER                 PIC X(3)      VALUE SPACES.
       01  PRNT-SECTION.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  SEC-TITLE              PIC X(80).
                03  FILLER                 PIC X(42)     VALUE SPACES.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-C               PIC 9         VALUE 0.
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-REF-STATUS          PIC X(2)      VALUE '00'.
                03  WS-RUN-MODE            PIC X(1)      VALUE 'P'.
                   88  GENERATE-MODE                      VALUE 'G'.
                03  WS-BAD-CARDS           PIC 9(3)      VALUE ZERO.
      **************************************************************
      *         CONTROL-CARD TABLE - THE ACCEPTED CARDS, APPLIED    *
      *         TO EVERY MASTER RECORD IN CARD ORDER                *
      **************************************************************
                03  WS-CARD-TABLE.
                   05  WS-CARD-ENTRY       OCCURS 50 TIMES.
                       10  CT-CARD-NO      PIC 9(2).
                       10  CT-SEL-DEPT     PIC X(3).
                       10  CT-SEL-EMPTYPE  PIC X(2).
                       10  CT-SEL-TITLE    PIC X(17).
                       10  CT-SEL-FREQ     PIC X(1).
                       10  CT-SEL-ACTIVE   PIC X(1).
                       10  CT-ACTION       PIC X(1).
                       10  CT-PERCENT      PIC 9(3)V99.
                       10  CT-FLAT         PIC 9(5)V99.
                       10  CT-ROUND        PIC X(1).
                       10  CT-NEW-VALUE    PIC X(17).
                       10  CT-EFF-DATE     PIC X(8).
                       10  CT-HC-OVERRIDE  PIC X(1).
                       10  CT-SELECTED     PIC 9(5).
                03  WS-CARD-COUNT          PIC 9(2)      VALUE ZERO.
                03  WS-CARD-MAX            PIC 9(2)      VALUE 50.
                03  WS-CARD-IDX            PIC 9(2)      VALUE ZERO.
                03  WS-CARD-NO             PIC 9(2)      VALUE ZERO.
                03  WS-CARD-VALID          PIC X(1)      VALUE 'Y'.
                   88  CARD-IS-VALID                      VALUE 'Y'.
                03  WS-CARD-RESULT         PIC X(25)     VALUE SPACES.
      **************************************************************
      *         ONE EMPLOYEE'S WORK FIELDS                          *
      **************************************************************
                03  WS-SELECTED            PIC X(1)      VALUE 'N'.
                03  WS-CARD-MATCH          PIC X(1)      VALUE 'N'.
                03  WS-EMP-OK              PIC X(1)      VALUE 'Y'.
                03  WS-EMP-REASON          PIC X(40)     VALUE SPACES.
                03  WS-EMP-EFF-DATE        PIC X(8)      VALUE SPACES.
                03  WS-EMP-OVERRIDE        PIC X(1)      VALUE SPACE.
                03  WS-OLD-RATE            PIC 9(5)V99   VALUE ZERO.
                03  WS-CALC-RATE           PIC 9(6)V9(4) VALUE ZERO.
                03  WS-CALC-DOLLARS        PIC 9(7)      VALUE ZERO.
                03  WS-NEW-RATE            PIC 9(7)V99   VALUE ZERO.
                03  WS-INCREASE            PIC 9(5)V99   VALUE ZERO.
                03  WS-NAME                PIC X(17)     VALUE SPACES.
      **************************************************************
      *         RUN COUNTERS AND TOTALS - EVERY EMPLOYEE SELECTED   *
      *         IS GENERATED, UNCHANGED OR REFUSED                  *
      **************************************************************
                03  WS-MST-READ            PIC 9(5)      VALUE ZERO.
                03  WS-SEL-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-GEN-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-UNCHANGED           PIC 9(5)      VALUE ZERO.
                03  WS-REFUSED             PIC 9(5)      VALUE ZERO.
                03  WS-RAISE-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-TOT-OLD-RATE        PIC 9(9)V99   VALUE ZERO.
                03  WS-TOT-NEW-RATE        PIC 9(9)V99   VALUE ZERO.
                03  WS-TOT-INCREASE        PIC 9(9)V99   VALUE ZERO.
                03  WS-TOT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
                03  WS-BALANCE-TOTAL       PIC 9(6)      VALUE ZERO.
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
           OPEN INPUT CTL-FILE
                INPUT REF-FILE
                OUTPUT MASS-RPT.
           IF WS-REF-STATUS NOT = '00'
               DISPLAY 'REF-FILE OPEN FAILED, STATUS='
                       WS-REF-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'CONTROL CARDS'            TO  PH-MODE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-CONTROL.
           PERFORM 0200-LOAD-CARD
                   UNTIL WS-EOF-C = 1.
           CLOSE CTL-FILE
                 REF-FILE.
           IF WS-BAD-CARDS > ZERO AND GENERATE-MODE
               MOVE 'P'                    TO  WS-RUN-MODE
               MOVE SPACES                 TO  SEC-TITLE
               STRING 'INVALID CONTROL CARDS - RUN FORCED TO '
                      'PREVIEW, NO CARDS WRITTEN'
                      DELIMITED BY SIZE
                   INTO SEC-TITLE
               PERFORM 1750-WRITE-SECTION
           END-IF.
           IF GENERATE-MODE
               MOVE 'GENERATE - MAINTTRAN CARDS WRITTEN'
                                           TO  PH-MODE
           ELSE
               MOVE 'PREVIEW ONLY - NO CARDS WRITTEN'
                                           TO  PH-MODE
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF GENERATE-MODE
               OPEN OUTPUT TRANS-FILE
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           IF WS-CARD-COUNT > ZERO
               PERFORM 2100-READ-MASTER
               PERFORM 1000-PROCESS-EMPLOYEE
                       UNTIL WS-EOF-M = 1
           END-IF.
           PERFORM 1800-PRINT-TOTALS.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE MASTER-FILE
                 MASS-RPT.
           IF GENERATE-MODE
               CLOSE TRANS-FILE
           END-IF.
           STOP RUN.

      **************************************************************
      *   TAKES ONE CONTROL CARD - THE RUN CARD SETS THE MODE, A    *
      *   SELECTION CARD IS VALIDATED, ECHOED AND TABLED            *
      **************************************************************

       0200-LOAD-CARD.
           EVALUATE MC-CARD-TYPE
               WHEN 'R'
                   IF MC-RUN-MODE = 'G'
                       MOVE 'G'            TO  WS-RUN-MODE
                   ELSE
                       MOVE 'P'            TO  WS-RUN-MODE
                   END-IF
               WHEN 'S'
                   ADD 1                   TO  WS-CARD-NO
                   PERFORM 0250-VALIDATE-CARD
                   IF CARD-IS-VALID
                       PERFORM 0280-TABLE-CARD
                   ELSE
                       ADD 1               TO  WS-BAD-CARDS
                   END-IF
                   PERFORM 0290-ECHO-CARD
               WHEN OTHER
                   ADD 1                   TO  WS-BAD-CARDS
                   MOVE SPACES             TO  SEC-TITLE
                   STRING 'UNKNOWN CARD TYPE IGNORED: '
                          CTL-CARD(1:40)   DELIMITED BY SIZE
                       INTO SEC-TITLE
                   PERFORM 1750-WRITE-SECTION
           END-EVALUATE.
           PERFORM 2000-READ-CONTROL.

      **************************************************************
      *   A SELECTION CARD NEEDS A KNOWN ACTION WITH ITS AMOUNT OR  *
      *   NEW VALUE, A NEW DEPT/EMPTYPE THAT IS ON DEPTREF, AND A   *
      *   BLANK OR NUMERIC EFFECTIVE DATE                           *
      **************************************************************

       0250-VALIDATE-CARD.
           MOVE 'Y'                        TO  WS-CARD-VALID.
           MOVE 'ACCEPTED'                 TO  WS-CARD-RESULT.
           EVALUATE MC-ACTION
               WHEN 'P'
                   IF MC-PERCENT NOT NUMERIC OR MC-PERCENT = ZERO
                       MOVE 'N'            TO  WS-CARD-VALID
                       MOVE 'PERCENT MISSING'
                                           TO  WS-CARD-RESULT
                   END-IF
               WHEN 'F'
                   IF MC-FLAT NOT NUMERIC OR MC-FLAT = ZERO
                       MOVE 'N'            TO  WS-CARD-VALID
                       MOVE 'FLAT AMOUNT MISSING'
                                           TO  WS-CARD-RESULT
                   END-IF
               WHEN 'D'
                   MOVE SPACES             TO  REF-CODE
                   MOVE MC-NEW-VALUE(1:3)  TO  REF-CODE
                   PERFORM 0260-CHECK-REF-CODE
               WHEN 'E'
                   MOVE SPACES             TO  REF-CODE
                   MOVE MC-NEW-VALUE(1:2)  TO  REF-CODE(1:2)
                   PERFORM 0260-CHECK-REF-CODE
               WHEN 'T'
                   IF MC-NEW-VALUE = SPACES
                       MOVE 'N'            TO  WS-CARD-VALID
                       MOVE 'NEW TITLE MISSING'
                                           TO  WS-CARD-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 'N'                TO  WS-CARD-VALID
                   MOVE 'INVALID ACTION'   TO  WS-CARD-RESULT
           END-EVALUATE.
           IF CARD-IS-VALID AND
              (MC-ACTION = 'P' OR MC-ACTION = 'F') AND
              MC-ROUND NOT = SPACE AND
              MC-ROUND NOT = 'C' AND MC-ROUND NOT = 'D'
               MOVE 'N'                    TO  WS-CARD-VALID
               MOVE 'INVALID ROUNDING CODE' TO  WS-CARD-RESULT
           END-IF.
           IF CARD-IS-VALID AND MC-EFF-DATE NOT = SPACES
               IF MC-EFF-DATE NOT NUMERIC
                   MOVE 'N'                TO  WS-CARD-VALID
                   MOVE 'INVALID EFFECTIVE DATE'
                                           TO  WS-CARD-RESULT
               END-IF
           END-IF.
           IF CARD-IS-VALID AND WS-CARD-COUNT >= WS-CARD-MAX
               MOVE 'N'                    TO  WS-CARD-VALID
               MOVE 'CARD TABLE FULL'      TO  WS-CARD-RESULT
           END-IF.

       0260-CHECK-REF-CODE.
           IF MC-NEW-VALUE = SPACES
               MOVE 'N'                    TO  WS-CARD-VALID
               MOVE 'NEW CODE MISSING'     TO  WS-CARD-RESULT
           ELSE
               READ REF-FILE
                   INVALID KEY
                       MOVE 'N'            TO  WS-CARD-VALID
                       MOVE 'NEW CODE NOT ON DEPTREF'
                                           TO  WS-CARD-RESULT
               END-READ
           END-IF.

       0280-TABLE-CARD.
           ADD 1                           TO  WS-CARD-COUNT.
           MOVE WS-CARD-NO                 TO  CT-CARD-NO
                                               (WS-CARD-COUNT).
           MOVE MC-SEL-DEPT                TO  CT-SEL-DEPT
                                               (WS-CARD-COUNT).
           MOVE MC-SEL-EMPTYPE             TO  CT-SEL-EMPTYPE
                                               (WS-CARD-COUNT).
           MOVE MC-SEL-TITLE               TO  CT-SEL-TITLE
                                               (WS-CARD-COUNT).
           MOVE MC-SEL-FREQ                TO  CT-SEL-FREQ
                                               (WS-CARD-COUNT).
           IF MC-SEL-ACTIVE = 'N'
               MOVE 'N'                    TO  CT-SEL-ACTIVE
                                               (WS-CARD-COUNT)
           ELSE
               MOVE 'Y'                    TO  CT-SEL-ACTIVE
                                               (WS-CARD-COUNT)
           END-IF.
           MOVE MC-ACTION                  TO  CT-ACTION
                                               (WS-CARD-COUNT).
           MOVE ZERO                       TO  CT-PERCENT
                                               (WS-CARD-COUNT)
                                               CT-FLAT
                                               (WS-CARD-COUNT)
                                               CT-SELECTED
                                               (WS-CARD-COUNT).
           IF MC-ACTION = 'P'
               MOVE MC-PERCENT             TO  CT-PERCENT
                                               (WS-CARD-COUNT)
           END-IF.
           IF MC-ACTION = 'F'
               MOVE MC-FLAT                TO  CT-FLAT
                                               (WS-CARD-COUNT)
           END-IF.
           IF MC-ROUND = 'D'
               MOVE 'D'                    TO  CT-ROUND
                                               (WS-CARD-COUNT)
           ELSE
               MOVE 'C'                    TO  CT-ROUND
                                               (WS-CARD-COUNT)
           END-IF.
           MOVE MC-NEW-VALUE               TO  CT-NEW-VALUE
                                               (WS-CARD-COUNT).
           MOVE MC-EFF-DATE                TO  CT-EFF-DATE
                                               (WS-CARD-COUNT).
           MOVE MC-HC-OVERRIDE             TO  CT-HC-OVERRIDE
                                               (WS-CARD-COUNT).

       0290-ECHO-CARD.
           MOVE ZERO                       TO  C-AMOUNT.
           MOVE SPACES                     TO  C-UNIT.
           MOVE WS-CARD-NO                 TO  C-CARD-NO.
           MOVE MC-SEL-DEPT                TO  C-DEPT.
           MOVE MC-SEL-EMPTYPE             TO  C-EMPTYPE.
           MOVE MC-SEL-TITLE               TO  C-TITLE.
           MOVE MC-SEL-FREQ                TO  C-FREQ.
           MOVE MC-SEL-ACTIVE              TO  C-ACTIVE.
           EVALUATE MC-ACTION
               WHEN 'P'
                   MOVE 'PERCENT RAISE'    TO  C-ACTION
                   IF MC-PERCENT NUMERIC
                       MOVE MC-PERCENT     TO  C-AMOUNT
                   END-IF
                   MOVE ' % '              TO  C-UNIT
                   MOVE MC-ROUND           TO  C-UNIT(3:1)
               WHEN 'F'
                   MOVE 'FLAT RAISE'       TO  C-ACTION
                   IF MC-FLAT NUMERIC
                       MOVE MC-FLAT        TO  C-AMOUNT
                   END-IF
                   MOVE ' $ '              TO  C-UNIT
                   MOVE MC-ROUND           TO  C-UNIT(3:1)
               WHEN 'D'
                   MOVE 'NEW DEPT'         TO  C-ACTION
               WHEN 'E'
                   MOVE 'NEW EMPTYPE'      TO  C-ACTION
               WHEN 'T'
                   MOVE 'NEW TITLE'        TO  C-ACTION
               WHEN OTHER
                   MOVE MC-ACTION          TO  C-ACTION
           END-EVALUATE.
           MOVE MC-NEW-VALUE               TO  C-NEW-VALUE.
           MOVE MC-EFF-DATE                TO  C-EFF-DATE.
           MOVE WS-CARD-RESULT             TO  C-RESULT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE MASS-RPT-REC FROM PRNT-CARD
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

      **************************************************************
      *   RUNS ONE MASTER RECORD PAST EVERY CARD.  THE NEW IMAGE    *
      *   STARTS AS THE MASTER RECORD WITH ITS FILLER CLEARED, AND  *
      *   EACH SELECTING CARD'S ACTION IS APPLIED TO IT IN TURN -   *
      *   SELECTION IS ALWAYS TESTED AGAINST THE MASTER AS IT       *
      *   STANDS, NOT AGAINST AN EARLIER CARD'S RESULT              *
      **************************************************************

       1000-PROCESS-EMPLOYEE.
           MOVE MASTER-REC                 TO  NW-FIELDS.
           MOVE SPACES                     TO  NW-FIELDS(86:5).
           IF M-PAY-RATE NOT NUMERIC
               MOVE ZERO                   TO  NW-PAY-RATE
           END-IF.
           MOVE NW-PAY-RATE                TO  WS-OLD-RATE.
           MOVE 'N'                        TO  WS-SELECTED.
           MOVE 'Y'                        TO  WS-EMP-OK.
           MOVE SPACES                     TO  WS-EMP-REASON
                                               WS-EMP-EFF-DATE
                                               WS-EMP-OVERRIDE.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               PERFORM 1050-TEST-SELECTION
               IF WS-CARD-MATCH = 'Y'
                   PERFORM 1100-APPLY-ACTION
               END-IF
           END-PERFORM.
           IF WS-SELECTED = 'Y'
               ADD 1                       TO  WS-SEL-COUNT
               PERFORM 1500-FINISH-EMPLOYEE
           END-IF.
           PERFORM 2100-READ-MASTER.

       1050-TEST-SELECTION.
           MOVE 'Y'                        TO  WS-CARD-MATCH.
           IF CT-SEL-DEPT (WS-CARD-IDX) NOT = SPACES AND
              CT-SEL-DEPT (WS-CARD-IDX) NOT = M-DEPT
               MOVE 'N'                    TO  WS-CARD-MATCH
           END-IF.
           IF CT-SEL-EMPTYPE (WS-CARD-IDX) NOT = SPACES AND
              CT-SEL-EMPTYPE (WS-CARD-IDX) NOT = M-EMPTYPE
               MOVE 'N'                    TO  WS-CARD-MATCH
           END-IF.
           IF CT-SEL-TITLE (WS-CARD-IDX) NOT = SPACES AND
              CT-SEL-TITLE (WS-CARD-IDX) NOT = M-TITLE
               MOVE 'N'                    TO  WS-CARD-MATCH
           END-IF.
           IF CT-SEL-FREQ (WS-CARD-IDX) NOT = SPACE AND
              CT-SEL-FREQ (WS-CARD-IDX) NOT = M-PAY-FREQ
               MOVE 'N'                    TO  WS-CARD-MATCH
           END-IF.
           IF CT-SEL-ACTIVE (WS-CARD-IDX) = 'Y' AND
              M-STATUS = 'T'
               MOVE 'N'                    TO  WS-CARD-MATCH
           END-IF.

      **************************************************************
      *   APPLIES ONE CARD'S ACTION TO THE NEW IMAGE.  ALL THE      *
      *   CARDS SELECTING ONE EMPLOYEE MUST AGREE ON THE EFFECTIVE  *
      *   DATE - THEIR CHANGES GO OUT ON ONE TRANSACTION            *
      **************************************************************

       1100-APPLY-ACTION.
           ADD 1                   TO  CT-SELECTED (WS-CARD-IDX).
           IF WS-SELECTED = 'N'
               MOVE 'Y'                    TO  WS-SELECTED
               MOVE CT-EFF-DATE (WS-CARD-IDX) TO  WS-EMP-EFF-DATE
           ELSE
               IF CT-EFF-DATE (WS-CARD-IDX) NOT = WS-EMP-EFF-DATE
                   MOVE 'N'                TO  WS-EMP-OK
                   MOVE 'CARDS DISAGREE ON EFFECTIVE DATE'
                                           TO  WS-EMP-REASON
               END-IF
           END-IF.
           IF CT-HC-OVERRIDE (WS-CARD-IDX) = 'Y'
               MOVE 'Y'                    TO  WS-EMP-OVERRIDE
           END-IF.
           EVALUATE CT-ACTION (WS-CARD-IDX)
               WHEN 'P'
                   COMPUTE WS-CALC-RATE ROUNDED =
                           NW-PAY-RATE *
                           (100 + CT-PERCENT (WS-CARD-IDX)) / 100
                       ON SIZE ERROR
                           MOVE 999999.9999 TO  WS-CALC-RATE
                   END-COMPUTE
                   PERFORM 1150-ROUND-RATE
               WHEN 'F'
                   COMPUTE WS-CALC-RATE =
                           NW-PAY-RATE + CT-FLAT (WS-CARD-IDX)
                   PERFORM 1150-ROUND-RATE
               WHEN 'D'
                   MOVE CT-NEW-VALUE (WS-CARD-IDX)(1:3)
                                           TO  NW-DEPT
               WHEN 'E'
                   MOVE CT-NEW-VALUE (WS-CARD-IDX)(1:2)
                                           TO  NW-EMPTYPE
               WHEN 'T'
                   MOVE CT-NEW-VALUE (WS-CARD-IDX)
                                           TO  NW-TITLE
           END-EVALUATE.

      *    Nearest cent by default; D rounds to the nearest whole
      *    dollar.  A result past the master's 99,999.99 ceiling
      *    refuses the employee rather than truncating the raise.
       1150-ROUND-RATE.
           IF CT-ROUND (WS-CARD-IDX) = 'D'
               COMPUTE WS-CALC-DOLLARS ROUNDED = WS-CALC-RATE
               MOVE WS-CALC-DOLLARS        TO  WS-NEW-RATE
           ELSE
               COMPUTE WS-NEW-RATE ROUNDED = WS-CALC-RATE
           END-IF.
           IF WS-NEW-RATE > 99999.99
               MOVE 'N'                    TO  WS-EMP-OK
               MOVE 'NEW PAY RATE OVER 99,999.99'
                                           TO  WS-EMP-REASON
           ELSE
               MOVE WS-NEW-RATE            TO  NW-PAY-RATE
           END-IF.

      **************************************************************
      *   A SELECTED EMPLOYEE IS REFUSED, LEFT ALONE WHEN THE CARDS *
      *   CHANGE NOTHING, OR LISTED AND (GENERATE MODE) WRITTEN     *
      **************************************************************

       1500-FINISH-EMPLOYEE.
           MOVE SPACES                     TO  WS-NAME.
           STRING M-LASTNAME  DELIMITED BY SPACE
                  ', '        DELIMITED BY SIZE
                  M-FIRSTNAME DELIMITED BY SPACE
               INTO WS-NAME.
           IF WS-EMP-OK = 'N'
               ADD 1                       TO  WS-REFUSED
               MOVE SPACES                 TO  SEC-TITLE
               STRING 'EMPID ' M-EMPID ' ' WS-NAME
                      ' NOT GENERATED - ' WS-EMP-REASON
                                           DELIMITED BY SIZE
                   INTO SEC-TITLE
               PERFORM 1750-WRITE-SECTION
           ELSE
               IF NW-FIELDS(1:85) = MASTER-REC(1:85) AND
                  NW-FIELDS(91:8) = MASTER-REC(91:8) AND
                  NW-PAY-RATE = WS-OLD-RATE
                   ADD 1                   TO  WS-UNCHANGED
               ELSE
                   PERFORM 1600-PRINT-DETAIL
                   PERFORM 1650-WRITE-TRANS
               END-IF
           END-IF.

       1600-PRINT-DETAIL.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE M-EMPID                    TO  D-EMPID.
           MOVE WS-NAME                    TO  D-NAME.
           MOVE M-PAY-FREQ                 TO  D-FREQ.
           MOVE M-DEPT                     TO  D-OLD-DEPT.
           MOVE M-EMPTYPE                  TO  D-OLD-TYPE.
           IF NW-DEPT NOT = M-DEPT
               MOVE '>'                    TO  D-DEPT-ARROW
               MOVE NW-DEPT                TO  D-NEW-DEPT
           END-IF.
           IF NW-EMPTYPE NOT = M-EMPTYPE
               MOVE '>'                    TO  D-TYPE-ARROW
               MOVE NW-EMPTYPE             TO  D-NEW-TYPE
           END-IF.
           MOVE WS-OLD-RATE                TO  D-OLD-RATE.
           MOVE NW-PAY-RATE                TO  D-NEW-RATE.
           MOVE ZERO                       TO  WS-INCREASE.
           IF NW-PAY-RATE > WS-OLD-RATE
               COMPUTE WS-INCREASE = NW-PAY-RATE - WS-OLD-RATE
               ADD 1                       TO  WS-RAISE-COUNT
           END-IF.
           MOVE WS-INCREASE                TO  D-INCREASE.
           IF NW-TITLE NOT = M-TITLE
               MOVE M-TITLE                TO  D-OLD-TITLE
               MOVE NW-TITLE               TO  D-NEW-TITLE
           END-IF.
           IF WS-EMP-EFF-DATE = SPACES
               MOVE 'NEXT RUN'             TO  D-EFF-DATE
           ELSE
               STRING WS-EMP-EFF-DATE(1:4) '/' WS-EMP-EFF-DATE(5:2)
                      '/' WS-EMP-EFF-DATE(7:2)
                                           DELIMITED BY SIZE
                   INTO D-EFF-DATE
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE MASS-RPT-REC FROM PRNT-DATA1
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.
           ADD WS-OLD-RATE                 TO  WS-TOT-OLD-RATE.
           ADD NW-PAY-RATE                 TO  WS-TOT-NEW-RATE.
           ADD WS-INCREASE                 TO  WS-TOT-INCREASE.

       1650-WRITE-TRANS.
           ADD 1                           TO  WS-GEN-COUNT.
           IF GENERATE-MODE
               MOVE 'C'                    TO  MT-FUNCTION
               MOVE NW-FIELDS              TO  MT-TRANS-DATA
               MOVE WS-EMP-OVERRIDE        TO  MT-HC-OVERRIDE
               MOVE WS-EMP-EFF-DATE        TO  MT-EFF-DATE
               WRITE TRANS-REC
           END-IF.

       1400-PRINT-HEAD.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE MASS-RPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING PAGE.
           WRITE MASS-RPT-REC FROM PRNT-HEADING2
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  MASS-RPT-REC.
           WRITE MASS-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

       1750-WRITE-SECTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE MASS-RPT-REC FROM PRNT-SECTION
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

      **************************************************************
      *   PRINTS HOW MANY EACH CARD SELECTED AND THE RUN TOTALS -   *
      *   THE SIGN-OFF FIGURES FOR A PREVIEW                        *
      **************************************************************

       1800-PRINT-TOTALS.
           MOVE SPACES                     TO  SEC-TITLE.
           PERFORM 1750-WRITE-SECTION.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE SPACES                 TO  SEC-TITLE
               STRING 'CARD ' CT-CARD-NO (WS-CARD-IDX)
                      ' SELECTED: ' CT-SELECTED (WS-CARD-IDX)
                                           DELIMITED BY SIZE
                   INTO SEC-TITLE
               PERFORM 1750-WRITE-SECTION
           END-PERFORM.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'MASTER RECORDS READ: ' WS-MST-READ
                  '   EMPLOYEES SELECTED: ' WS-SEL-COUNT
                                           DELIMITED BY SIZE
               INTO SEC-TITLE.
           PERFORM 1750-WRITE-SECTION.
           MOVE SPACES                     TO  SEC-TITLE.
           IF GENERATE-MODE
               STRING 'CHANGE CARDS WRITTEN: ' WS-GEN-COUNT
                                           DELIMITED BY SIZE
                   INTO SEC-TITLE
           ELSE
               STRING 'CHANGE CARDS TO BE WRITTEN: ' WS-GEN-COUNT
                                           DELIMITED BY SIZE
                   INTO SEC-TITLE
           END-IF.
           PERFORM 1750-WRITE-SECTION.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'UNCHANGED: ' WS-UNCHANGED
                  '   REFUSED: ' WS-REFUSED
                  '   BAD CONTROL CARDS: ' WS-BAD-CARDS
                                           DELIMITED BY SIZE
               INTO SEC-TITLE.
           PERFORM 1750-WRITE-SECTION.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'PAY RATES RAISED: ' WS-RAISE-COUNT
                                           DELIMITED BY SIZE
               INTO SEC-TITLE.
           PERFORM 1750-WRITE-SECTION.
           MOVE WS-TOT-OLD-RATE            TO  WS-TOT-EDIT.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'TOTAL PAY RATE BEFORE: ' WS-TOT-EDIT
                                           DELIMITED BY SIZE
               INTO SEC-TITLE.
           PERFORM 1750-WRITE-SECTION.
           MOVE WS-TOT-NEW-RATE            TO  WS-TOT-EDIT.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'TOTAL PAY RATE AFTER:  ' WS-TOT-EDIT
                                           DELIMITED BY SIZE
               INTO SEC-TITLE.
           PERFORM 1750-WRITE-SECTION.
           MOVE WS-TOT-INCREASE            TO  WS-TOT-EDIT.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'TOTAL INCREASE:        ' WS-TOT-EDIT
                                           DELIMITED BY SIZE
               INTO SEC-TITLE.
           PERFORM 1750-WRITE-SECTION.

      **************************************************************
      *   READS THE CONTROL CARDS                                   *
      **************************************************************

       2000-READ-CONTROL.
           READ CTL-FILE
               AT END
                   MOVE 1                  TO  WS-EOF-C
           END-READ.

      **************************************************************
      *   READS THE MASTER IN EMPID ORDER                           *
      **************************************************************

       2100-READ-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE 1                  TO  WS-EOF-M
               NOT AT END
                   ADD 1                   TO  WS-MST-READ
           END-READ.
           IF WS-EOF-M = 0 AND WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE READ ERROR, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.

      **************************************************************
      *   SETS THE COMPLETION CODE AND PROVES THE COUNTS BALANCE -  *
      *   EVERY EMPLOYEE SELECTED WAS GENERATED, UNCHANGED OR       *
      *   REFUSED.  12 = OUT OF BALANCE, 8 = NOTHING TO GENERATE,   *
      *   4 = BAD CARDS OR REFUSED EMPLOYEES, 0 = CLEAN             *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           COMPUTE WS-BALANCE-TOTAL =
                   WS-GEN-COUNT + WS-UNCHANGED + WS-REFUSED.
           EVALUATE TRUE
               WHEN WS-SEL-COUNT NOT = WS-BALANCE-TOTAL
                   DISPLAY 'MASSCHG OUT OF BALANCE: SELECTED='
                           WS-SEL-COUNT
                           ' GENERATED=' WS-GEN-COUNT
                           ' UNCHANGED=' WS-UNCHANGED
                           ' REFUSED=' WS-REFUSED
                   MOVE 12                 TO  RETURN-CODE
               WHEN WS-GEN-COUNT = ZERO
                   DISPLAY 'MASSCHG WARNING: NO CHANGE CARDS '
                           'GENERATED'
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-BAD-CARDS > ZERO OR WS-REFUSED > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
