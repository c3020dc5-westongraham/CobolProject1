
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDRPT.
       AUTHOR. Weston Graham.
      *  Monthly budget-vs-actual report for position control.  Each
      *  POSCTL position (department and title) is set against the
      *  active COB1-MASTER employees holding it: authorized count,
      *  actual headcount, vacancies and overages, with the active
      *  employees in a department/title that has no position shown
      *  as unbudgeted.  By department the month's budget (budgeted
      *  pay per period times the register periods that ended in
      *  the month) is compared with the actual gross the register
      *  paid, taken from the EARNHIST history EARNPOST builds from
      *  each register's PAYDTL.  The BUDCTL card picks the month -
      *  blank takes the run date's month.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'BUDCTL'.
            SELECT POS-FILE     ASSIGN TO 'POSCTL'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY PS-KEY
                                FILE STATUS WS-POS-STATUS.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT EARN-FILE    ASSIGN TO 'EARNHIST'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY EH-KEY
                                FILE STATUS WS-EARN-STATUS.
            SELECT WORK-FILE    ASSIGN TO 'BUDWORK'.
            SELECT SORTED-FILE  ASSIGN TO 'BUDSRT'.
            SELECT SORT-WORK    ASSIGN TO 'SORTWK1'.
            SELECT BUD-RPT      ASSIGN TO 'BUDRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  BC-MONTH               PIC X(6).
      *                YYYYMM - BLANK TAKES THE RUN DATE'S MONTH
                03  FILLER                 PIC X(74).

       FD  POS-FILE.
           COPY POSREC.

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

       FD  EARN-FILE.
           COPY EARNREC.

      **************************************************************
      *  WORK RECORD - ONE PER POSITION (SOURCE P) AND ONE PER      *
      *  ACTIVE EMPLOYEE (SOURCE M), SORTED TOGETHER ON DEPT AND    *
      *  TITLE SO EACH POSITION MEETS THE PEOPLE HOLDING IT         *
      **************************************************************
       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-REC.
                03  BW-DEPT                PIC X(3).
                03  BW-TITLE               PIC X(17).
                03  BW-SOURCE              PIC X(1).
      *                P = POSCTL POSITION   M = ACTIVE MASTER RECORD
                03  BW-AUTH-COUNT          PIC 9(4).
                03  BW-BUDGET-PAY          PIC 9(7)V99.
                03  FILLER                 PIC X(6).

       SD  SORT-WORK.
       01  SORT-REC.
                03  SW-DEPT                PIC X(3).
                03  SW-TITLE               PIC X(17).
                03  FILLER                 PIC X(20).

       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-REC.
                03  BS-DEPT                PIC X(3).
                03  BS-TITLE               PIC X(17).
                03  BS-SOURCE              PIC X(1).
                03  BS-AUTH-COUNT          PIC 9(4).
                03  BS-BUDGET-PAY          PIC 9(7)V99.
                03  FILLER                 PIC X(6).

       FD  BUD-RPT
           LABEL RECORDS ARE OMITTED.
       01  BUD-RPT-REC                PIC X(125).

       WORKING-STORAGE SECTION.
      **************************************************************
      *      BUDGET REPORT HEADING LINES                            *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(40)     VALUE
                               'POSITION BUDGET VS ACTUAL'.
                03  PH-RANGE               PIC X(40).
                03  FILLER                 PIC X(34)     VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'DPT'.
                03  FILLER                 PIC X(19)     VALUE 'TITLE'.
                03  FILLER                 PIC X(6)      VALUE 'AUTH'.
                03  FILLER                 PIC X(7)      VALUE
                                                    ' ACTUAL'.
                03  FILLER                 PIC X(7)      VALUE
                                                    ' VACANT'.
                03  FILLER                 PIC X(7)      VALUE
                                                    '   OVER'.
                03  FILLER                 PIC X(14)     VALUE
                                                    '  BUDGET/PRD'.
                03  FILLER                 PIC X(15)     VALUE
                                                    '   BUDGET/MONTH'.
                03  FILLER                 PIC X(15)     VALUE
                                                    '  ACTUAL GROSS'.
                03  FILLER                 PIC X(16)     VALUE
                                                    '       VARIANCE'.
                03  FILLER                 PIC X(11)     VALUE SPACES.
      **************************************************************
      *      ONE LINE PER POSITION, PER DEPARTMENT AND FOR THE      *
      *      WHOLE COMPANY - GROSS AND VARIANCE ARE KNOWN ONLY BY   *
      *      DEPARTMENT, THE REGISTER DOES NOT CARRY TITLE          *
      **************************************************************
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  B-DEPT                 PIC X(3).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-TITLE                PIC X(17).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-AUTH                 PIC ZZZ9.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-ACTUAL               PIC ZZZZ9.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-VACANT               PIC ZZZZ9.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-OVER                 PIC ZZZZ9.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-BUDGET-PRD           PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-BUDGET-MONTH         PIC ZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-ACTUAL-GROSS         PIC ZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-VARIANCE             PIC -ZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  B-NOTE                 PIC X(11).
       01  PRNT-SECTION.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  SEC-TITLE              PIC X(60).
                03  FILLER                 PIC X(62)     VALUE SPACES.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-P               PIC 9         VALUE 0.
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-EOF-E               PIC 9         VALUE 0.
                03  WS-EOF-S               PIC 9         VALUE 0.
                03  WS-POS-STATUS          PIC X(2)      VALUE '00'.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-EARN-STATUS         PIC X(2)      VALUE '00'.
      **************************************************************
      *         RUN SELECTION - THE MONTH AND THE REGISTER PERIODS  *
      *         THAT ENDED IN IT                                    *
      **************************************************************
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
                   05  WS-RUN-YYYYMM       PIC X(6).
                   05  WS-RUN-DD           PIC X(2).
                03  WS-MONTH               PIC X(6)      VALUE SPACES.
                03  WS-PERIOD-TABLE.
                   05  WS-PERIOD-END       PIC X(8)      OCCURS 10.
                03  WS-PERIOD-COUNT        PIC 9(2)      VALUE ZERO.
                03  WS-PERIOD-MAX          PIC 9(2)      VALUE 10.
                03  WS-PERIOD-IDX          PIC 9(2)      VALUE ZERO.
                03  WS-PERIOD-FOUND        PIC X(1)      VALUE 'N'.
      **************************************************************
      *         ONE POSITION'S FIGURES - THE SORTED WORK FILE IS    *
      *         CONTROL-BROKEN ON DEPT + TITLE, THEN ON DEPT        *
      **************************************************************
                03  WS-CUR-DEPT            PIC X(3)      VALUE SPACES.
                03  WS-CUR-TITLE           PIC X(17)     VALUE SPACES.
                03  WS-FIRST-REC           PIC X(1)      VALUE 'Y'.
                03  WS-P-ON-FILE           PIC X(1)      VALUE 'N'.
                03  WS-P-AUTH              PIC 9(5)      VALUE ZERO.
                03  WS-P-ACTUAL            PIC 9(5)      VALUE ZERO.
                03  WS-P-VACANT            PIC 9(5)      VALUE ZERO.
                03  WS-P-OVER              PIC 9(5)      VALUE ZERO.
                03  WS-P-BUDGET-PRD        PIC 9(7)V99   VALUE ZERO.
                03  WS-P-BUDGET-MONTH      PIC 9(9)V99   VALUE ZERO.
      **************************************************************
      *         DEPARTMENT AND COMPANY ACCUMULATORS                 *
      **************************************************************
                03  WS-D-AUTH              PIC 9(5)      VALUE ZERO.
                03  WS-D-ACTUAL            PIC 9(5)      VALUE ZERO.
                03  WS-D-VACANT            PIC 9(5)      VALUE ZERO.
                03  WS-D-OVER              PIC 9(5)      VALUE ZERO.
                03  WS-D-BUDGET-PRD        PIC 9(7)V99   VALUE ZERO.
                03  WS-D-BUDGET-MONTH      PIC 9(9)V99   VALUE ZERO.
                03  WS-D-GROSS             PIC 9(9)V99   VALUE ZERO.
                03  WS-VARIANCE            PIC S9(9)V99  VALUE ZERO.
                03  WS-G-AUTH              PIC 9(5)      VALUE ZERO.
                03  WS-G-ACTUAL            PIC 9(5)      VALUE ZERO.
                03  WS-G-VACANT            PIC 9(5)      VALUE ZERO.
                03  WS-G-OVER              PIC 9(5)      VALUE ZERO.
                03  WS-G-BUDGET-PRD        PIC 9(7)V99   VALUE ZERO.
                03  WS-G-BUDGET-MONTH      PIC 9(9)V99   VALUE ZERO.
                03  WS-G-GROSS             PIC 9(9)V99   VALUE ZERO.
                03  WS-POS-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-UNBUDGETED-COUNT    PIC 9(5)      VALUE ZERO.
      **************************************************************
      *         DEPARTMENT GROSS TABLE - THE MONTH'S REGISTER GROSS *
      *         BY EH-DEPT, MARKED OFF AS EACH DEPARTMENT PRINTS    *
      **************************************************************
                03  WS-DEPT-TABLE.
                   05  WS-DEPT-ENTRY       OCCURS 50 TIMES.
                       10  WD-DEPT         PIC X(3)      VALUE SPACES.
                       10  WD-GROSS        PIC 9(9)V99   VALUE ZERO.
                       10  WD-PRINTED      PIC X(1)      VALUE 'N'.
                03  WS-DEPT-TABLE-COUNT    PIC 9(3)      VALUE ZERO.
                03  WS-TABLE-MAX           PIC 9(3)      VALUE 50.
                03  WS-TBL-FOUND           PIC X(1)      VALUE 'N'.
                03  WS-TBL-IDX             PIC 9(3)      VALUE ZERO.
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
           PERFORM 0150-READ-CONTROL-CARD.
           OPEN INPUT POS-FILE
                INPUT MASTER-FILE
                INPUT EARN-FILE
                OUTPUT WORK-FILE
                OUTPUT BUD-RPT.
           IF WS-POS-STATUS NOT = '00'
               DISPLAY 'POS-FILE OPEN FAILED, STATUS='
                       WS-POS-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EARN-STATUS NOT = '00'
               DISPLAY 'EARN-FILE OPEN FAILED, STATUS='
                       WS-EARN-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0200-LOAD-GROSS.
           PERFORM 0300-BUILD-WORK-FILE.
           CLOSE POS-FILE
                 MASTER-FILE
                 EARN-FILE
                 WORK-FILE.
           SORT SORT-WORK ON ASCENDING KEY SW-DEPT SW-TITLE
                   USING WORK-FILE
                   GIVING SORTED-FILE.
           OPEN INPUT SORTED-FILE.
           MOVE SPACES                     TO  PH-RANGE.
           STRING 'MONTH ' WS-MONTH(1:4) '/' WS-MONTH(5:2)
                  '   REGISTER PERIODS: ' WS-PERIOD-COUNT
                                           DELIMITED BY SIZE
               INTO PH-RANGE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-SORTED.
           PERFORM 1000-PROCESS-SORTED
                   UNTIL WS-EOF-S = 1.
           IF WS-FIRST-REC = 'N'
               PERFORM 1500-FINISH-POSITION
               PERFORM 1600-FINISH-DEPT
           END-IF.
           PERFORM 1650-PRINT-GROSS-ONLY-DEPTS.
           PERFORM 1800-PRINT-GRAND-TOTAL.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE SORTED-FILE
                 BUD-RPT.
           STOP RUN.

      **************************************************************
      *   READS THE OPTIONAL CONTROL CARD - A MIS-KEYED MONTH IS    *
      *   REFUSED AND THE RUN-DATE DEFAULT KEPT                     *
      **************************************************************

       0150-READ-CONTROL-CARD.
           MOVE WS-RUN-YYYYMM              TO  WS-MONTH.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF BC-MONTH NOT = SPACES
                       IF BC-MONTH NUMERIC AND
                          BC-MONTH(5:2) >= '01' AND
                          BC-MONTH(5:2) <= '12'
                           MOVE BC-MONTH   TO  WS-MONTH
                       ELSE
                           DISPLAY 'BUDRPT: INVALID MONTH ON '
                                   'BUDCTL CARD IGNORED: ' BC-MONTH
                       END-IF
                   END-IF
           END-READ.
           CLOSE CTL-FILE.

      **************************************************************
      *   TOTALS THE MONTH'S REGISTER GROSS BY DEPARTMENT AND       *
      *   COUNTS THE DISTINCT REGISTER PERIODS THAT ENDED IN IT     *
      **************************************************************

       0200-LOAD-GROSS.
           PERFORM 2100-READ-HISTORY.
           PERFORM UNTIL WS-EOF-E = 1
               IF EH-PERIOD-END(1:6) = WS-MONTH
                   PERFORM 0210-NOTE-PERIOD
                   PERFORM 1550-ACCUMULATE-DEPT
               END-IF
               PERFORM 2100-READ-HISTORY
           END-PERFORM.

       0210-NOTE-PERIOD.
           MOVE 'N'                        TO  WS-PERIOD-FOUND.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PERIOD-END (WS-PERIOD-IDX) = EH-PERIOD-END
                   MOVE 'Y'                TO  WS-PERIOD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PERIOD-FOUND = 'N' AND
              WS-PERIOD-COUNT < WS-PERIOD-MAX
               ADD 1                       TO  WS-PERIOD-COUNT
               MOVE EH-PERIOD-END          TO  WS-PERIOD-END
                                               (WS-PERIOD-COUNT)
           END-IF.

      **************************************************************
      *   WRITES ONE WORK RECORD PER POSITION AND ONE PER ACTIVE    *
      *   EMPLOYEE FOR THE SORT                                     *
      **************************************************************

       0300-BUILD-WORK-FILE.
           PERFORM UNTIL WS-EOF-P = 1
               READ POS-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-P
                   NOT AT END
                       MOVE SPACES         TO  WORK-REC
                       MOVE PS-DEPT        TO  BW-DEPT
                       MOVE PS-TITLE       TO  BW-TITLE
                       MOVE 'P'            TO  BW-SOURCE
                       MOVE PS-AUTH-COUNT  TO  BW-AUTH-COUNT
                       MOVE PS-BUDGET-PAY  TO  BW-BUDGET-PAY
                       WRITE WORK-REC
                       ADD 1               TO  WS-POS-COUNT
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-EOF-M = 1
               READ MASTER-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-M
                   NOT AT END
                       IF M-STATUS NOT = 'T'
                           MOVE SPACES     TO  WORK-REC
                           MOVE M-DEPT     TO  BW-DEPT
                           MOVE M-TITLE    TO  BW-TITLE
                           MOVE 'M'        TO  BW-SOURCE
                           MOVE ZERO       TO  BW-AUTH-COUNT
                                               BW-BUDGET-PAY
                           WRITE WORK-REC
                       END-IF
               END-READ
               IF WS-EOF-M = 0 AND WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'MASTER-FILE READ ERROR, STATUS='
                           WS-MASTER-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

      **************************************************************
      *   TAKES ONE SORTED WORK RECORD - A NEW DEPT OR TITLE        *
      *   CLOSES OUT THE POSITION, A NEW DEPT THE DEPARTMENT        *
      **************************************************************

       1000-PROCESS-SORTED.
           IF WS-FIRST-REC = 'Y'
               MOVE 'N'                    TO  WS-FIRST-REC
               MOVE BS-DEPT                TO  WS-CUR-DEPT
               PERFORM 1050-START-DEPT
               PERFORM 1060-START-POSITION
           ELSE
               IF BS-DEPT NOT = WS-CUR-DEPT
                   PERFORM 1500-FINISH-POSITION
                   PERFORM 1600-FINISH-DEPT
                   MOVE BS-DEPT            TO  WS-CUR-DEPT
                   PERFORM 1050-START-DEPT
                   PERFORM 1060-START-POSITION
               ELSE
                   IF BS-TITLE NOT = WS-CUR-TITLE
                       PERFORM 1500-FINISH-POSITION
                       PERFORM 1060-START-POSITION
                   END-IF
               END-IF
           END-IF.
           IF BS-SOURCE = 'P'
               MOVE 'Y'                    TO  WS-P-ON-FILE
               MOVE BS-AUTH-COUNT          TO  WS-P-AUTH
               MOVE BS-BUDGET-PAY          TO  WS-P-BUDGET-PRD
           ELSE
               ADD 1                       TO  WS-P-ACTUAL
           END-IF.
           PERFORM 2000-READ-SORTED.

       1050-START-DEPT.
           MOVE ZERO                       TO  WS-D-AUTH
                                               WS-D-ACTUAL
                                               WS-D-VACANT
                                               WS-D-OVER
                                               WS-D-BUDGET-PRD
                                               WS-D-BUDGET-MONTH.

       1060-START-POSITION.
           MOVE BS-TITLE                   TO  WS-CUR-TITLE.
           MOVE 'N'                        TO  WS-P-ON-FILE.
           MOVE ZERO                       TO  WS-P-AUTH
                                               WS-P-ACTUAL
                                               WS-P-VACANT
                                               WS-P-OVER
                                               WS-P-BUDGET-PRD
                                               WS-P-BUDGET-MONTH.

      **************************************************************
      *   PRINTS THE POSITION LINE AND ROLLS IT INTO THE            *
      *   DEPARTMENT.  VACANCIES AND OVERAGES ARE KEPT APART - ONE  *
      *   TITLE'S OPENINGS DO NOT EXCUSE ANOTHER'S OVERAGE          *
      **************************************************************

       1500-FINISH-POSITION.
           IF WS-P-ACTUAL > WS-P-AUTH
               COMPUTE WS-P-OVER = WS-P-ACTUAL - WS-P-AUTH
           ELSE
               COMPUTE WS-P-VACANT = WS-P-AUTH - WS-P-ACTUAL
           END-IF.
           COMPUTE WS-P-BUDGET-MONTH =
                   WS-P-BUDGET-PRD * WS-PERIOD-COUNT.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE WS-CUR-DEPT                TO  B-DEPT.
           MOVE WS-CUR-TITLE               TO  B-TITLE.
           MOVE WS-P-AUTH                  TO  B-AUTH.
           MOVE WS-P-ACTUAL                TO  B-ACTUAL.
           MOVE WS-P-VACANT                TO  B-VACANT.
           MOVE WS-P-OVER                  TO  B-OVER.
           MOVE WS-P-BUDGET-PRD            TO  B-BUDGET-PRD.
           MOVE WS-P-BUDGET-MONTH          TO  B-BUDGET-MONTH.
           IF WS-P-ON-FILE = 'N'
               MOVE 'UNBUDGETED'           TO  B-NOTE
               ADD 1                       TO  WS-UNBUDGETED-COUNT
           END-IF.
           PERFORM 1700-WRITE-LINE.
           ADD WS-P-AUTH                   TO  WS-D-AUTH.
           ADD WS-P-ACTUAL                 TO  WS-D-ACTUAL.
           ADD WS-P-VACANT                 TO  WS-D-VACANT.
           ADD WS-P-OVER                   TO  WS-D-OVER.
           ADD WS-P-BUDGET-PRD             TO  WS-D-BUDGET-PRD.
           ADD WS-P-BUDGET-MONTH           TO  WS-D-BUDGET-MONTH.

      **************************************************************
      *   PRINTS THE DEPARTMENT LINE WITH THE MONTH'S GROSS FROM    *
      *   THE TABLE AND ROLLS IT INTO THE COMPANY TOTALS            *
      **************************************************************

       1600-FINISH-DEPT.
           MOVE ZERO                       TO  WS-D-GROSS.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               IF WD-DEPT (WS-TBL-IDX) = WS-CUR-DEPT
                   MOVE WD-GROSS (WS-TBL-IDX) TO  WS-D-GROSS
                   MOVE 'Y'                TO  WD-PRINTED (WS-TBL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM 1620-PRINT-DEPT-LINE.

       1620-PRINT-DEPT-LINE.
           COMPUTE WS-VARIANCE = WS-D-BUDGET-MONTH - WS-D-GROSS.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE WS-CUR-DEPT                TO  B-DEPT.
           MOVE '** DEPT TOTAL **'         TO  B-TITLE.
           MOVE WS-D-AUTH                  TO  B-AUTH.
           MOVE WS-D-ACTUAL                TO  B-ACTUAL.
           MOVE WS-D-VACANT                TO  B-VACANT.
           MOVE WS-D-OVER                  TO  B-OVER.
           MOVE WS-D-BUDGET-PRD            TO  B-BUDGET-PRD.
           MOVE WS-D-BUDGET-MONTH          TO  B-BUDGET-MONTH.
           MOVE WS-D-GROSS                 TO  B-ACTUAL-GROSS.
           MOVE WS-VARIANCE                TO  B-VARIANCE.
           IF WS-VARIANCE < ZERO
               MOVE 'OVER BUDGET'          TO  B-NOTE
           END-IF.
           PERFORM 1700-WRITE-LINE.
           MOVE SPACES                     TO  BUD-RPT-REC.
           WRITE BUD-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.
           ADD WS-D-AUTH                   TO  WS-G-AUTH.
           ADD WS-D-ACTUAL                 TO  WS-G-ACTUAL.
           ADD WS-D-VACANT                 TO  WS-G-VACANT.
           ADD WS-D-OVER                   TO  WS-G-OVER.
           ADD WS-D-BUDGET-PRD             TO  WS-G-BUDGET-PRD.
           ADD WS-D-BUDGET-MONTH           TO  WS-G-BUDGET-MONTH.
           ADD WS-D-GROSS                  TO  WS-G-GROSS.

      **************************************************************
      *   A DEPARTMENT THE REGISTER PAID IN THE MONTH BUT WITH NO   *
      *   POSITIONS AND NO ACTIVE STAFF LEFT (EVERYONE TERMINATED   *
      *   OR MOVED SINCE) STILL GETS ITS GROSS SHOWN                *
      **************************************************************

       1650-PRINT-GROSS-ONLY-DEPTS.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               IF WD-PRINTED (WS-TBL-IDX) = 'N'
                   MOVE WD-DEPT (WS-TBL-IDX) TO  WS-CUR-DEPT
                   MOVE WD-GROSS (WS-TBL-IDX) TO  WS-D-GROSS
                   MOVE 'Y'                TO  WD-PRINTED (WS-TBL-IDX)
                   PERFORM 1050-START-DEPT
                   PERFORM 1620-PRINT-DEPT-LINE
               END-IF
           END-PERFORM.

       1550-ACCUMULATE-DEPT.
           MOVE 'N'                        TO  WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               IF WD-DEPT (WS-TBL-IDX) = EH-DEPT
                   MOVE 'Y'                TO  WS-TBL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = 'N'
               IF WS-DEPT-TABLE-COUNT >= WS-TABLE-MAX
                   DISPLAY 'DEPT TABLE FULL, DISCARDING DEPT: '
                           EH-DEPT
                   MOVE ZERO               TO  WS-TBL-IDX
               ELSE
                   ADD 1                   TO  WS-DEPT-TABLE-COUNT
                   MOVE WS-DEPT-TABLE-COUNT TO  WS-TBL-IDX
                   MOVE EH-DEPT            TO  WD-DEPT (WS-TBL-IDX)
               END-IF
           END-IF.
           IF WS-TBL-IDX > ZERO
               ADD EH-GROSS                TO  WD-GROSS (WS-TBL-IDX)
           END-IF.

       1400-PRINT-HEAD.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE BUD-RPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING PAGE.
           WRITE BUD-RPT-REC FROM PRNT-HEADING2
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  BUD-RPT-REC.
           WRITE BUD-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

       1700-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE BUD-RPT-REC FROM PRNT-DATA1
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

       1800-PRINT-GRAND-TOTAL.
           COMPUTE WS-VARIANCE = WS-G-BUDGET-MONTH - WS-G-GROSS.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE 'ALL DEPARTMENTS'          TO  B-TITLE.
           MOVE WS-G-AUTH                  TO  B-AUTH.
           MOVE WS-G-ACTUAL                TO  B-ACTUAL.
           MOVE WS-G-VACANT                TO  B-VACANT.
           MOVE WS-G-OVER                  TO  B-OVER.
           MOVE WS-G-BUDGET-PRD            TO  B-BUDGET-PRD.
           MOVE WS-G-BUDGET-MONTH          TO  B-BUDGET-MONTH.
           MOVE WS-G-GROSS                 TO  B-ACTUAL-GROSS.
           MOVE WS-VARIANCE                TO  B-VARIANCE.
           IF WS-VARIANCE < ZERO
               MOVE 'OVER BUDGET'          TO  B-NOTE
           END-IF.
           WRITE BUD-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  SEC-TITLE.
           STRING 'POSITIONS ON FILE: ' WS-POS-COUNT
                  '   UNBUDGETED DEPT/TITLES: ' WS-UNBUDGETED-COUNT
                                           DELIMITED BY SIZE
               INTO SEC-TITLE.
           WRITE BUD-RPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 2 LINES.
           IF WS-PERIOD-COUNT = ZERO
               MOVE 'NO REGISTER PERIODS POSTED FOR THE MONTH YET'
                                           TO  SEC-TITLE
               WRITE BUD-RPT-REC FROM PRNT-SECTION
                   AFTER ADVANCING 1 LINE
           END-IF.

      **************************************************************
      *   READS THE SORTED WORK FILE                                *
      **************************************************************

       2000-READ-SORTED.
           READ SORTED-FILE
               AT END
                   MOVE 1                  TO  WS-EOF-S
           END-READ.

      **************************************************************
      *   READS THE EARNINGS HISTORY IN KEY ORDER                   *
      **************************************************************

       2100-READ-HISTORY.
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
      *   SETS THE COMPLETION CODE - 8 WHEN THERE IS NO POSITION    *
      *   ON FILE TO REPORT AGAINST, 4 WHEN ANY POSITION IS OVER    *
      *   ITS AUTHORIZED COUNT OR STAFF HOLD AN UNBUDGETED TITLE    *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-POS-COUNT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-G-OVER > ZERO OR
                    WS-UNBUDGETED-COUNT > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
