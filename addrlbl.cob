
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADDRLBL.
       AUTHOR. Weston Graham.
      *  Mailing labels and address list from the EMPADDR address
      *  file, for year-end and benefits mailings.  Reads COB1-MASTER
      *  in EMPID order and picks employees by the LBLCTL card - one
      *  department or all, active or terminated or both - then
      *  looks up each one's address.  Every selected employee with
      *  an address gets a six-line label on ADDRLBL and a line on
      *  the ADDRLST address list; one with no address is listed as
      *  such and gets no label.  Separately, every active employee
      *  in the selected department(s) with no address on file is
      *  listed on the ADDREXC exception report, whatever status
      *  the card picked, so HR can chase the missing addresses
      *  before the next mailing.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'LBLCTL'.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT ADDR-FILE    ASSIGN TO 'EMPADDR'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY AD-EMPID
                                FILE STATUS WS-ADDR-STATUS.
            SELECT LABEL-FILE   ASSIGN TO 'ADDRLBL'.
            SELECT LIST-RPT     ASSIGN TO 'ADDRLST'.
            SELECT EXC-RPT      ASSIGN TO 'ADDREXC'.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  LC-DEPT                PIC X(3).
      *                DEPARTMENT CODE - BLANK SELECTS ALL
                03  FILLER                 PIC X(1).
                03  LC-STATUS              PIC X(1).
      *                A = ACTIVE ONLY   T = TERMINATED ONLY
      *                BLANK = BOTH
                03  FILLER                 PIC X(75).

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

       FD  ADDR-FILE.
           COPY ADDRREC.

      **************************************************************
      *  MAILING LABELS - ONE-UP, SIX LINES PER LABEL               *
      **************************************************************
       FD  LABEL-FILE
           LABEL RECORDS ARE OMITTED.
       01  LABEL-REC                  PIC X(40).

       FD  LIST-RPT
           LABEL RECORDS ARE OMITTED.
       01  LIST-RPT-REC               PIC X(125).

       FD  EXC-RPT
           LABEL RECORDS ARE OMITTED.
       01  EXC-RPT-REC                PIC X(125).

       WORKING-STORAGE SECTION.
      **************************************************************
      *      ADDRESS LIST HEADING LINES                             *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PH-TITLE               PIC X(40).
                03  PH-RANGE               PIC X(40).
                03  FILLER                 PIC X(34)     VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMPID'.
                03  FILLER                 PIC X(26)     VALUE 'NAME'.
                03  FILLER                 PIC X(4)      VALUE 'DPT'.
                03  FILLER                 PIC X(3)      VALUE 'S'.
                03  FILLER                 PIC X(28)     VALUE
                                                    'STREET ADDRESS'.
                03  FILLER                 PIC X(37)     VALUE
                                                    'CITY, STATE  ZIP'.
                03  FILLER                 PIC X(15)     VALUE 'PHONE'.
      **************************************************************
      *      EXCEPTION REPORT COLUMN HEADING                        *
      **************************************************************
       01  PRNT-HEADING3.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMPID'.
                03  FILLER                 PIC X(26)     VALUE 'NAME'.
                03  FILLER                 PIC X(4)      VALUE 'DPT'.
                03  FILLER                 PIC X(19)     VALUE 'TITLE'.
                03  FILLER                 PIC X(64)     VALUE
                                                    'HIRE DATE'.
      **************************************************************
      *      ADDRESS LIST DETAIL LINE                               *
      **************************************************************
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  L-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-NAME                 PIC X(24).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-DEPT                 PIC X(3).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  L-STATUS               PIC X(1).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-STREET               PIC X(26).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-CITY-LINE            PIC X(36).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  L-PHONE                PIC X(14).
                03  FILLER                 PIC X(1)      VALUE SPACES.
      **************************************************************
      *      EXCEPTION DETAIL LINE - ACTIVE, NO ADDRESS ON FILE     *
      **************************************************************
       01  PRNT-EXC.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  X-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  X-NAME                 PIC X(24).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  X-DEPT                 PIC X(3).
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  X-TITLE                PIC X(17).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  X-HIRE-DATE            PIC X(10).
                03  FILLER                 PIC X(54)     VALUE SPACES.
      **************************************************************
      *      TOTALS LINE                                            *
      **************************************************************
       01  PRNT-TOTAL.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  T-LABEL                PIC X(40).
                03  T-COUNT                PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(75)     VALUE SPACES.
      **************************************************************
      *      ONE LABEL, BUILT A LINE AT A TIME AND CLOSED UP SO A   *
      *      BLANK SECOND STREET LINE LEAVES NO GAP                 *
      **************************************************************
       01  WS-LABEL.
                03  WS-LABEL-LINE          PIC X(40)     OCCURS 6.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-ADDR-STATUS         PIC X(2)      VALUE '00'.
      **************************************************************
      *         SELECTION FROM THE LBLCTL CARD                      *
      **************************************************************
                03  WS-SEL-DEPT            PIC X(3)      VALUE SPACES.
                03  WS-SEL-STATUS          PIC X(1)      VALUE SPACE.
                03  WS-DEPT-MATCH          PIC X(1)      VALUE 'N'.
                03  WS-SELECTED            PIC X(1)      VALUE 'N'.
                03  WS-ACTIVE              PIC X(1)      VALUE 'N'.
                03  WS-HAS-ADDR            PIC X(1)      VALUE 'N'.
      **************************************************************
      *         LABEL AND LINE BUILD WORK FIELDS                    *
      **************************************************************
                03  WS-NAME                PIC X(32)     VALUE SPACES.
                03  WS-CITY-LINE           PIC X(40)     VALUE SPACES.
                03  WS-LBL-IDX             PIC 9(1)      VALUE ZERO.
                03  WS-LBL-USED            PIC 9(1)      VALUE ZERO.
      **************************************************************
      *         RUN COUNTS FOR THE TOTALS AND COMPLETION CODE       *
      **************************************************************
                03  WS-MST-READ            PIC 9(5)      VALUE ZERO.
                03  WS-SEL-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-LABEL-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-NO-ADDR-COUNT       PIC 9(5)      VALUE ZERO.
                03  WS-EXC-COUNT           PIC 9(5)      VALUE ZERO.
      **************************************************************
      *         MULTI-PAGE HEADING / LINE-COUNT WORK FIELDS - ONE   *
      *         SET FOR THE LIST, ONE FOR THE EXCEPTION REPORT      *
      **************************************************************
                03  WS-PAGE-NUM            PIC 999       VALUE 1.
                03  WS-LINE-COUNT          PIC 999       VALUE ZERO.
                03  WS-EXC-PAGE-NUM        PIC 999       VALUE 1.
                03  WS-EXC-LINE-COUNT      PIC 999       VALUE ZERO.
                03  WS-LINES-PER-PAGE      PIC 999       VALUE 50.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 0150-READ-CONTROL-CARD.
           OPEN INPUT MASTER-FILE
                INPUT ADDR-FILE
                OUTPUT LABEL-FILE
                OUTPUT LIST-RPT
                OUTPUT EXC-RPT.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'ADDR-FILE OPEN FAILED, STATUS='
                       WS-ADDR-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES                     TO  PH-RANGE.
           IF WS-SEL-DEPT = SPACES
               MOVE 'DEPT: ALL'            TO  PH-RANGE
           ELSE
               STRING 'DEPT: ' WS-SEL-DEPT DELIMITED BY SIZE
                   INTO PH-RANGE
           END-IF.
           EVALUATE WS-SEL-STATUS
               WHEN 'A'
                   MOVE 'STATUS: ACTIVE'   TO  PH-RANGE(15:)
               WHEN 'T'
                   MOVE 'STATUS: TERMINATED'
                                           TO  PH-RANGE(15:)
               WHEN OTHER
                   MOVE 'STATUS: ALL'      TO  PH-RANGE(15:)
           END-EVALUATE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1450-PRINT-EXC-HEAD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1000-PROCESS-MASTER
                   UNTIL WS-EOF-M = 1.
           PERFORM 1800-PRINT-TOTALS.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE MASTER-FILE
                 ADDR-FILE
                 LABEL-FILE
                 LIST-RPT
                 EXC-RPT.
           STOP RUN.

      **************************************************************
      *   READS THE OPTIONAL CONTROL CARD - NO CARD LISTS EVERY     *
      *   DEPARTMENT AND BOTH STATUSES.  A STATUS OTHER THAN A, T   *
      *   OR BLANK IS REFUSED AND BOTH ARE LISTED                   *
      **************************************************************

       0150-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE LC-DEPT            TO  WS-SEL-DEPT
                   IF LC-STATUS = 'A' OR LC-STATUS = 'T' OR
                      LC-STATUS = SPACE
                       MOVE LC-STATUS      TO  WS-SEL-STATUS
                   ELSE
                       DISPLAY 'ADDRLBL: INVALID STATUS ON '
                               'LBLCTL CARD IGNORED: ' LC-STATUS
                   END-IF
           END-READ.
           CLOSE CTL-FILE.

      **************************************************************
      *   ONE MASTER EMPLOYEE - LABEL AND LIST LINE WHEN SELECTED,  *
      *   EXCEPTION LINE WHEN ACTIVE IN A SELECTED DEPARTMENT WITH  *
      *   NO ADDRESS ON FILE                                        *
      **************************************************************

       1000-PROCESS-MASTER.
           PERFORM 1100-CHECK-SELECTED.
           IF WS-DEPT-MATCH = 'Y'
               MOVE 'N'                    TO  WS-HAS-ADDR
               MOVE M-EMPID                TO  AD-EMPID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'            TO  WS-HAS-ADDR
               END-READ
               MOVE SPACES                 TO  WS-NAME
               STRING M-FIRSTNAME DELIMITED BY '  '
                      ' '         DELIMITED BY SIZE
                      M-LASTNAME  DELIMITED BY '  '
                   INTO WS-NAME
               IF WS-SELECTED = 'Y'
                   ADD 1                   TO  WS-SEL-COUNT
                   IF WS-HAS-ADDR = 'Y'
                       PERFORM 1200-PRINT-LABEL
                   ELSE
                       ADD 1               TO  WS-NO-ADDR-COUNT
                   END-IF
                   PERFORM 1300-PRINT-LIST-LINE
               END-IF
               IF WS-ACTIVE = 'Y' AND WS-HAS-ADDR = 'N'
                   PERFORM 1350-PRINT-EXCEPTION
               END-IF
           END-IF.
           PERFORM 2000-READ-MASTER.

      *    A blank status byte on the master is active, the same
      *    reading EMPINQ gives it.
       1100-CHECK-SELECTED.
           MOVE 'N'                        TO  WS-DEPT-MATCH
                                               WS-SELECTED
                                               WS-ACTIVE.
           IF M-STATUS = 'A' OR M-STATUS = SPACE
               MOVE 'Y'                    TO  WS-ACTIVE
           END-IF.
           IF WS-SEL-DEPT = SPACES OR WS-SEL-DEPT = M-DEPT
               MOVE 'Y'                    TO  WS-DEPT-MATCH
           END-IF.
           IF WS-DEPT-MATCH = 'Y'
               EVALUATE TRUE
                   WHEN WS-SEL-STATUS = SPACE
                       MOVE 'Y'            TO  WS-SELECTED
                   WHEN WS-SEL-STATUS = 'A' AND WS-ACTIVE = 'Y'
                       MOVE 'Y'            TO  WS-SELECTED
                   WHEN WS-SEL-STATUS = 'T' AND M-STATUS = 'T'
                       MOVE 'Y'            TO  WS-SELECTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      **************************************************************
      *   SIX-LINE LABEL: NAME, STREET, SECOND STREET LINE WHEN     *
      *   THERE IS ONE, CITY/STATE/ZIP, THEN BLANK LINES TO THE     *
      *   NEXT LABEL                                                *
      **************************************************************

       1200-PRINT-LABEL.
           MOVE SPACES                     TO  WS-LABEL.
           MOVE 1                          TO  WS-LBL-USED.
           MOVE WS-NAME                    TO  WS-LABEL-LINE (1).
           ADD 1                           TO  WS-LBL-USED.
           MOVE AD-STREET1                 TO  WS-LABEL-LINE
                                                   (WS-LBL-USED).
           IF AD-STREET2 NOT = SPACES
               ADD 1                       TO  WS-LBL-USED
               MOVE AD-STREET2             TO  WS-LABEL-LINE
                                                   (WS-LBL-USED)
           END-IF.
           PERFORM 1250-BUILD-CITY-LINE.
           ADD 1                           TO  WS-LBL-USED.
           MOVE WS-CITY-LINE               TO  WS-LABEL-LINE
                                                   (WS-LBL-USED).
           PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > 6
               WRITE LABEL-REC FROM WS-LABEL-LINE (WS-LBL-IDX)
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           ADD 1                           TO  WS-LABEL-COUNT.

       1250-BUILD-CITY-LINE.
           MOVE SPACES                     TO  WS-CITY-LINE.
           STRING AD-CITY  DELIMITED BY '  '
                  ', '     DELIMITED BY SIZE
                  AD-STATE DELIMITED BY SIZE
                  '  '     DELIMITED BY SIZE
                  AD-ZIP   DELIMITED BY SIZE
               INTO WS-CITY-LINE.

      **************************************************************
      *   ADDRESS LIST LINE - THE SECOND STREET LINE, WHEN THERE    *
      *   IS ONE, PRINTS UNDER THE FIRST                            *
      **************************************************************

       1300-PRINT-LIST-LINE.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE M-EMPID                    TO  L-EMPID.
           MOVE WS-NAME                    TO  L-NAME.
           MOVE M-DEPT                     TO  L-DEPT.
           MOVE M-STATUS                   TO  L-STATUS.
           IF WS-HAS-ADDR = 'N'
               MOVE '** NO ADDRESS ON FILE **' TO  L-STREET
               PERFORM 1700-WRITE-LINE
           ELSE
               MOVE AD-STREET1             TO  L-STREET
               PERFORM 1250-BUILD-CITY-LINE
               MOVE WS-CITY-LINE           TO  L-CITY-LINE
               IF AD-PHONE NOT = SPACES
                   STRING '(' AD-PHONE(1:3) ') ' AD-PHONE(4:3)
                          '-' AD-PHONE(7:4) DELIMITED BY SIZE
                       INTO L-PHONE
               END-IF
               PERFORM 1700-WRITE-LINE
               IF AD-STREET2 NOT = SPACES
                   MOVE SPACES             TO  PRNT-DATA1
                   MOVE AD-STREET2         TO  L-STREET
                   PERFORM 1700-WRITE-LINE
               END-IF
           END-IF.

       1350-PRINT-EXCEPTION.
           MOVE SPACES                     TO  PRNT-EXC.
           MOVE M-EMPID                    TO  X-EMPID.
           MOVE WS-NAME                    TO  X-NAME.
           MOVE M-DEPT                     TO  X-DEPT.
           MOVE M-TITLE                    TO  X-TITLE.
           IF M-DATE NUMERIC
               STRING M-DATE(1:2) '/' M-DATE(3:2) '/' M-DATE(5:4)
                      DELIMITED BY SIZE
                   INTO X-HIRE-DATE
           ELSE
               MOVE M-DATE                 TO  X-HIRE-DATE
           END-IF.
           IF WS-EXC-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1450-PRINT-EXC-HEAD
           END-IF.
           WRITE EXC-RPT-REC FROM PRNT-EXC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-EXC-LINE-COUNT.
           ADD 1                           TO  WS-EXC-COUNT.

       1400-PRINT-HEAD.
           MOVE 'EMPLOYEE ADDRESS LIST'    TO  PH-TITLE.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE LIST-RPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING PAGE.
           WRITE LIST-RPT-REC FROM PRNT-HEADING2
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  LIST-RPT-REC.
           WRITE LIST-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

       1450-PRINT-EXC-HEAD.
           MOVE 'ACTIVE EMPLOYEES WITH NO ADDRESS ON FILE'
                                           TO  PH-TITLE.
           MOVE WS-EXC-PAGE-NUM            TO  PH-PAGE-NO.
           WRITE EXC-RPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING PAGE.
           WRITE EXC-RPT-REC FROM PRNT-HEADING3
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  EXC-RPT-REC.
           WRITE EXC-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-EXC-PAGE-NUM.
           MOVE ZERO                       TO  WS-EXC-LINE-COUNT.

       1700-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE LIST-RPT-REC FROM PRNT-DATA1
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

      **************************************************************
      *   RUN TOTALS ON THE ADDRESS LIST, EXCEPTION COUNT ON THE    *
      *   EXCEPTION REPORT                                          *
      **************************************************************

       1800-PRINT-TOTALS.
           MOVE 'MASTER RECORDS READ:'     TO  T-LABEL.
           MOVE WS-MST-READ                TO  T-COUNT.
           WRITE LIST-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 2 LINES.
           MOVE 'EMPLOYEES SELECTED:'      TO  T-LABEL.
           MOVE WS-SEL-COUNT               TO  T-COUNT.
           WRITE LIST-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'LABELS PRINTED:'          TO  T-LABEL.
           MOVE WS-LABEL-COUNT             TO  T-COUNT.
           WRITE LIST-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'SELECTED WITH NO ADDRESS ON FILE:' TO  T-LABEL.
           MOVE WS-NO-ADDR-COUNT           TO  T-COUNT.
           WRITE LIST-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'ACTIVE EMPLOYEES WITH NO ADDRESS:' TO  T-LABEL.
           MOVE WS-EXC-COUNT               TO  T-COUNT.
           WRITE EXC-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 2 LINES.

      **************************************************************
      *   0 = CLEAN   4 = ACTIVE EMPLOYEES WITH NO ADDRESS          *
      *   8 = NOTHING SELECTED                                      *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-SEL-COUNT = ZERO
                   DISPLAY 'ADDRLBL WARNING: NO EMPLOYEES SELECTED'
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-EXC-COUNT > ZERO
                   DISPLAY 'ADDRLBL WARNING: ACTIVE EMPLOYEES WITH '
                           'NO ADDRESS, COUNT=' WS-EXC-COUNT
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.

      **************************************************************
      *   READS THE MASTER FILE IN KEY ORDER                        *
      **************************************************************

       2000-READ-MASTER.
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
