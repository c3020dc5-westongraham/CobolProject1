
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETROPAY.
       AUTHOR. Weston Graham.
      *  Retroactive pay for back-dated rate changes.  EMPMAINT applies
      *  a pay-rate change carrying an effective date in the past the
      *  night it is run, so the pay periods already run at the old
      *  rate are short (or over) by the difference.  This reads the
      *  MAINTJRNL change journal for 'C' entries whose J-EFF-DATE is
      *  earlier than the J-DATE they were applied on and whose
      *  M-PAY-RATE differs between J-BEFORE-IMAGE and J-AFTER-IMAGE,
      *  then walks the EARNHIST periods ending from the effective
      *  date through J-DATE.  For hourly staff what was paid and what
      *  should have been paid are extended over the period's
      *  timecard hours (regular and leave hours straight, overtime
      *  at time and a half); for salaried frequencies the rate is the
      *  period gross.  Each period's difference goes on the RETROADJ
      *  file for the next PAYREG run to add to gross, and on the
      *  report by employee with department totals.  A rate that
      *  dropped is an overpayment - it is flagged for review on the
      *  report and held on RETROADJ, never taken back automatically.
      *  RETROADJ is keyed on the period and the journal entry, so a
      *  rerun over the same journal calculates nothing twice.  A
      *  change whose maintenance batch EMPJRNL later backed out
      *  (BKOUTLOG - the backout itself is not journaled) no longer
      *  stands: it is listed and not calculated, and anything an
      *  earlier run already put on RETROADJ for it that has not been
      *  paid is cancelled.  Anything already paid is listed for
      *  payroll to recover by hand.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL JRNL-FILE
                                ASSIGN TO 'MAINTJRNL'
                                FILE STATUS WS-JRNL-FSTATUS.
            SELECT EARN-FILE    ASSIGN TO 'EARNHIST'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY EH-KEY
                                FILE STATUS WS-EARN-STATUS.
            SELECT RETRO-FILE   ASSIGN TO 'RETROADJ'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY RA-KEY
                                FILE STATUS WS-RETRO-STATUS.
            SELECT OPTIONAL BKOUT-FILE
                                ASSIGN TO 'BKOUTLOG'
                                FILE STATUS WS-BKOUT-STATUS.
            SELECT RETRO-RPT    ASSIGN TO 'RETRORPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.

       FD  EARN-FILE.
           COPY EARNREC.

       FD  RETRO-FILE.
           COPY RETROREC.

       FD  BKOUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BKOUTREC.

       FD  RETRO-RPT
           LABEL RECORDS ARE OMITTED.
       01  RETRO-RPT-REC              PIC X(125).

       WORKING-STORAGE SECTION.

      *    Named field breakouts of the journal's before and after
      *    master images, the same copybook the master itself uses.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==JB-FIELDS==
                                 ==I-EMPID==      BY ==JB-EMPID==
                                 ==I-LASTNAME==   BY ==JB-LASTNAME==
                                 ==I-FIRSTNAME==  BY ==JB-FIRSTNAME==
                                 ==I-EMPTYPE==    BY ==JB-EMPTYPE==
                                 ==I-TITLE==      BY ==JB-TITLE==
                                 ==I-SSN==        BY ==JB-SSN==
                                 ==I-STATUS==     BY ==JB-STATUS==
                                 ==I-TERM-DATE==  BY ==JB-TERM-DATE==
                                 ==I-PAY-RATE==   BY ==JB-PAY-RATE==
                                 ==I-PAY-FREQ==   BY ==JB-PAY-FREQ==
                                 ==I-DEPT==       BY ==JB-DEPT==
                                 ==I-DATE==       BY ==JB-DATE==.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==JA-FIELDS==
                                 ==I-EMPID==      BY ==JA-EMPID==
                                 ==I-LASTNAME==   BY ==JA-LASTNAME==
                                 ==I-FIRSTNAME==  BY ==JA-FIRSTNAME==
                                 ==I-EMPTYPE==    BY ==JA-EMPTYPE==
                                 ==I-TITLE==      BY ==JA-TITLE==
                                 ==I-SSN==        BY ==JA-SSN==
                                 ==I-STATUS==     BY ==JA-STATUS==
                                 ==I-TERM-DATE==  BY ==JA-TERM-DATE==
                                 ==I-PAY-RATE==   BY ==JA-PAY-RATE==
                                 ==I-PAY-FREQ==   BY ==JA-PAY-FREQ==
                                 ==I-DEPT==       BY ==JA-DEPT==
                                 ==I-DATE==       BY ==JA-DATE==.
      **************************************************************
      *      RETRO REPORT LINES                                     *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(40)     VALUE
                            'RETROACTIVE PAY FOR BACK-DATED CHANGES'.
                03  FILLER                 PIC X(4)      VALUE 'RUN '.
                03  PH-RUN-DATE            PIC 9999/99/99.
                03  FILLER                 PIC X(60)     VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(17)     VALUE 'LAST'.
                03  FILLER                 PIC X(5)      VALUE 'DPT'.
                03  FILLER                 PIC X(12)     VALUE
                                                    'PERIOD END'.
                03  FILLER                 PIC X(12)     VALUE
                                                    'EFFECTIVE'.
                03  FILLER                 PIC X(10)     VALUE
                                                    '  OLD RATE'.
                03  FILLER                 PIC X(10)     VALUE
                                                    '  NEW RATE'.
                03  FILLER                 PIC X(7)      VALUE
                                                    '  HOURS'.
                03  FILLER                 PIC X(13)     VALUE
                                                    '         PAID'.
                03  FILLER                 PIC X(13)     VALUE
                                                    '         OWED'.
                03  FILLER                 PIC X(13)     VALUE
                                                    '   DIFFERENCE'.
                03  FILLER                 PIC X(1)      VALUE SPACES.
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  P-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  P-LASTNAME             PIC X(15).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  P-DEPT                 PIC X(3).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  P-PERIOD-END           PIC X(10).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  P-EFF-DATE             PIC X(10).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  P-OLD-RATE             PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  P-NEW-RATE             PIC ZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  P-HOURS                PIC ZZZ.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  P-PAID                 PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  P-OWED                 PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  P-AMOUNT               PIC -,---,--9.99.
                03  FILLER                 PIC X(2)      VALUE SPACES.
       01  PRNT-FLAG.
                03  FILLER                 PIC X(12)     VALUE SPACES.
                03  PF-TEXT                PIC X(113).
       01  PRNT-BREAK.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  B-LABEL                PIC X(12).
                03  B-CODE                 PIC X(3).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE
                                                    'PERIODS:'.
                03  B-COUNT                PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(4)      VALUE SPACES.
                03  FILLER                 PIC X(11)     VALUE
                                                    'RETRO DUE:'.
                03  B-DUE                  PIC ZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(4)      VALUE SPACES.
                03  FILLER                 PIC X(22)     VALUE
                                          'OVERPAID FOR REVIEW:'.
                03  B-OVER                 PIC ZZ,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(22)     VALUE SPACES.
       01  PRNT-SECTION.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  SEC-TITLE              PIC X(60).
                03  FILLER                 PIC X(62)     VALUE SPACES.

       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-J               PIC 9         VALUE 0.
                03  WS-EOF-B               PIC 9         VALUE 0.
                03  WS-EOF-R               PIC 9         VALUE 0.
                03  WS-BKOUT-STATUS        PIC X(2)      VALUE '00'.
                03  WS-JRNL-FSTATUS        PIC X(2)      VALUE '00'.
                03  WS-EARN-STATUS         PIC X(2)      VALUE '00'.
                03  WS-RETRO-STATUS        PIC X(2)      VALUE '00'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-DATE-IN             PIC X(8)      VALUE SPACES.
                03  WS-DATE-FMT.
                   05  WS-DF-MM            PIC X(2).
                   05  FILLER              PIC X(1)      VALUE '/'.
                   05  WS-DF-DD            PIC X(2).
                   05  FILLER              PIC X(1)      VALUE '/'.
                   05  WS-DF-YYYY          PIC X(4).
      **************************************************************
      *         ONE BACK-DATED CHANGE - THE DATE IT WAS APPLIED     *
      *         BOUNDS THE PERIODS PAID AT THE OLD RATE             *
      **************************************************************
                03  WS-J-DATE-X            PIC X(8)      VALUE SPACES.
                03  WS-PERIODS-DONE        PIC X(1)      VALUE 'N'.
                03  WS-CHANGE-PERIODS      PIC 9(3)      VALUE ZERO.
                03  WS-ENTRY-MARK.
                   05  WS-EM-DATE          PIC 9(8)      VALUE ZERO.
                   05  WS-EM-TIME          PIC 9(8)      VALUE ZERO.
                03  WS-BACKED-OUT          PIC X(1)      VALUE 'N'.
                03  WS-BO-FOUND            PIC 9(3)      VALUE ZERO.
      **************************************************************
      *         BACKOUT TABLE - EVERY BATCH EMPJRNL BACKED OUT AND  *
      *         WHEN                                                *
      **************************************************************
                03  WS-BO-TABLE.
                   05  WS-BO-ENTRY         OCCURS 500 TIMES.
                       10  BO-BATCH-ID     PIC X(8).
                       10  BO-MARK.
                           15  BO-DATE     PIC 9(8).
                           15  BO-TIME     PIC 9(8).
                03  WS-BO-COUNT            PIC 9(3)      VALUE ZERO.
                03  WS-BO-MAX              PIC 9(3)      VALUE 500.
                03  WS-BO-IDX              PIC 9(3)      VALUE ZERO.
      **************************************************************
      *         ONE PERIOD'S CALCULATION                            *
      **************************************************************
                03  WS-HOURS               PIC 9(3)V99   VALUE ZERO.
                03  WS-PAID                PIC 9(7)V99   VALUE ZERO.
                03  WS-OWED                PIC 9(7)V99   VALUE ZERO.
                03  WS-AMOUNT              PIC S9(7)V99  VALUE ZERO.
      **************************************************************
      *         DEPARTMENT SUBTOTAL TABLE                           *
      **************************************************************
                03  WS-DEPT-TABLE.
                   05  WS-DEPT-ENTRY       OCCURS 50 TIMES.
                       10  WD-DEPT         PIC X(3)      VALUE SPACES.
                       10  WD-COUNT        PIC 9(5)      VALUE ZERO.
                       10  WD-DUE          PIC 9(9)V99   VALUE ZERO.
                       10  WD-OVER         PIC 9(9)V99   VALUE ZERO.
                03  WS-DEPT-TABLE-COUNT    PIC 9(3)      VALUE ZERO.
                03  WS-TABLE-MAX           PIC 9(3)      VALUE 50.
                03  WS-TBL-FOUND           PIC X(1)      VALUE 'N'.
                03  WS-TBL-IDX             PIC 9(3)      VALUE ZERO.
      **************************************************************
      *         GRAND TOTALS AND RUN COUNTERS                       *
      **************************************************************
                03  WS-JRNL-COUNT          PIC 9(7)      VALUE ZERO.
                03  WS-CHANGE-COUNT        PIC 9(5)      VALUE ZERO.
                03  WS-HAND-COUNT          PIC 9(5)      VALUE ZERO.
                03  WS-NOPERIOD-COUNT      PIC 9(5)      VALUE ZERO.
                03  WS-CALC-COUNT          PIC 9(5)      VALUE ZERO.
                03  WS-PRIOR-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-ATNEW-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-OVER-COUNT          PIC 9(5)      VALUE ZERO.
                03  WS-BKOUT-COUNT         PIC 9(5)      VALUE ZERO.
                03  WS-CANCEL-COUNT        PIC 9(5)      VALUE ZERO.
                03  WS-RECOVER-COUNT       PIC 9(5)      VALUE ZERO.
                03  WS-GRAND-DUE           PIC 9(9)V99   VALUE ZERO.
                03  WS-GRAND-OVER          PIC 9(9)V99   VALUE ZERO.
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
           OPEN INPUT JRNL-FILE
                INPUT EARN-FILE
                I-O RETRO-FILE
                OUTPUT RETRO-RPT.
           IF WS-JRNL-FSTATUS NOT = '00' AND
              WS-JRNL-FSTATUS NOT = '05'
               DISPLAY 'JRNL-FILE OPEN FAILED, STATUS='
                       WS-JRNL-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EARN-STATUS NOT = '00'
               DISPLAY 'EARN-FILE OPEN FAILED, STATUS='
                       WS-EARN-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RETRO-STATUS NOT = '00'
      *        First retro run has no adjustment file yet - create
      *        it rather than fail.
               OPEN OUTPUT RETRO-FILE
               IF WS-RETRO-STATUS NOT = '00'
                   DISPLAY 'RETRO-FILE OPEN FAILED, STATUS='
                           WS-RETRO-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE RETRO-FILE
               OPEN I-O RETRO-FILE
           END-IF.
           PERFORM 0300-LOAD-BACKOUTS.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-JOURNAL.
           PERFORM 1000-PROCESS-JOURNAL
                   UNTIL WS-EOF-J = 1.
           PERFORM 1700-PRINT-DEPT-TOTALS.
           PERFORM 1800-PRINT-GRAND-TOTAL.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE JRNL-FILE
                 EARN-FILE
                 RETRO-FILE
                 RETRO-RPT.
           STOP RUN.

      **************************************************************
      *   TABLES EVERY BACKOUT ON BKOUTLOG.  THE LOG IS OPTIONAL -  *
      *   UNTIL THE FIRST BACKOUT THERE IS NONE (STATUS 05).  A     *
      *   FULL TABLE STOPS THE RUN: A BACKOUT LEFT OUT COULD PAY    *
      *   RETRO ON A RATE THAT NO LONGER STANDS                     *
      **************************************************************

       0300-LOAD-BACKOUTS.
           OPEN INPUT BKOUT-FILE.
           IF WS-BKOUT-STATUS NOT = '00' AND
              WS-BKOUT-STATUS NOT = '05'
               DISPLAY 'BKOUT-FILE OPEN FAILED, STATUS='
                       WS-BKOUT-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-READ-BACKOUT.
           PERFORM UNTIL WS-EOF-B = 1
               IF WS-BO-COUNT >= WS-BO-MAX
                   DISPLAY 'RETROPAY: BACKOUT TABLE FULL AT '
                           WS-BO-MAX ' - NOTHING CALCULATED'
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                       TO  WS-BO-COUNT
               MOVE BL-BATCH-ID            TO  BO-BATCH-ID
                                               (WS-BO-COUNT)
               MOVE BL-DATE                TO  BO-DATE (WS-BO-COUNT)
               MOVE BL-TIME                TO  BO-TIME (WS-BO-COUNT)
               PERFORM 2100-READ-BACKOUT
           END-PERFORM.
           CLOSE BKOUT-FILE.

      **************************************************************
      *   PICKS THE BACK-DATED PAY-RATE CHANGES OFF THE JOURNAL -   *
      *   A 'C' ENTRY WITH AN EFFECTIVE DATE BEFORE THE DATE IT     *
      *   WAS APPLIED AND A DIFFERENT RATE IN THE AFTER IMAGE.  A   *
      *   CHANGE THAT ALSO MOVED THE PAY FREQUENCY IS LISTED FOR    *
      *   PAYROLL TO WORK BY HAND - THE OLD PERIODS CAN'T BE        *
      *   RE-EXTENDED AT A RATE STATED FOR A DIFFERENT FREQUENCY.   *
      *   ONE WHOSE BATCH WAS BACKED OUT AFTER IT IS NOT CALCULATED *
      **************************************************************

       1000-PROCESS-JOURNAL.
           MOVE J-DATE                     TO  WS-J-DATE-X.
           IF J-FUNCTION = 'C' AND
              J-EFF-DATE NUMERIC AND
              J-EFF-DATE < WS-J-DATE-X
               MOVE J-BEFORE-IMAGE         TO  JB-FIELDS
               MOVE J-AFTER-IMAGE          TO  JA-FIELDS
               IF JB-PAY-RATE NUMERIC AND
                  JA-PAY-RATE NUMERIC AND
                  JB-PAY-RATE NOT = JA-PAY-RATE
                   ADD 1                   TO  WS-CHANGE-COUNT
                   PERFORM 1020-CHECK-BACKOUT
                   EVALUATE TRUE
                       WHEN WS-BACKED-OUT = 'Y'
                           PERFORM 1030-SKIP-BACKED-OUT
                       WHEN JB-PAY-FREQ NOT = JA-PAY-FREQ
                           ADD 1           TO  WS-HAND-COUNT
                           PERFORM 1050-CLEAR-DETAIL
                           MOVE SPACES     TO  PF-TEXT
                           STRING '** PAY FREQUENCY ALSO CHANGED ('
                                  JB-PAY-FREQ ' TO ' JA-PAY-FREQ
                                  ') - RETRO TO BE CALCULATED BY HAND'
                                           DELIMITED BY SIZE
                               INTO PF-TEXT
                           PERFORM 1610-PRINT-FLAG
                       WHEN OTHER
                           PERFORM 1100-WALK-PERIODS
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 2000-READ-JOURNAL.

      *    Only a backout later than the entry counts - a batch id
      *    reused after an old backout must not drop later work.
      *    Entries journaled before batch ids existed carry spaces
      *    and can never have been backed out.  The same test as
      *    CHGXTR.
       1020-CHECK-BACKOUT.
           MOVE 'N'                        TO  WS-BACKED-OUT.
           MOVE ZERO                       TO  WS-BO-FOUND.
           MOVE J-DATE                     TO  WS-EM-DATE.
           MOVE J-TIME                     TO  WS-EM-TIME.
           IF J-BATCH-ID NOT = SPACES
               PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                       UNTIL WS-BO-IDX > WS-BO-COUNT
                   IF BO-BATCH-ID (WS-BO-IDX) = J-BATCH-ID AND
                      BO-MARK (WS-BO-IDX) > WS-ENTRY-MARK
                       MOVE 'Y'            TO  WS-BACKED-OUT
                       MOVE WS-BO-IDX      TO  WS-BO-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      **************************************************************
      *   A BACKED-OUT CHANGE - LISTED, NOT CALCULATED.  ANYTHING   *
      *   AN EARLIER RUN WROTE FOR IT STILL PENDING OR HELD FOR     *
      *   REVIEW IS CANCELLED SO PAYREG NEVER PICKS IT UP; ANYTHING *
      *   A REGISTER ALREADY PAID IS LISTED FOR RECOVERY BY HAND    *
      **************************************************************

       1030-SKIP-BACKED-OUT.
           ADD 1                           TO  WS-BKOUT-COUNT.
           PERFORM 1050-CLEAR-DETAIL.
           MOVE BO-DATE (WS-BO-FOUND)      TO  WS-DATE-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE SPACES                     TO  PF-TEXT.
           STRING '** BATCH ' J-BATCH-ID ' BACKED OUT ' WS-DATE-FMT
                  ' - RETRO NOT CALCULATED'
                                           DELIMITED BY SIZE
               INTO PF-TEXT.
           PERFORM 1610-PRINT-FLAG.
           MOVE 0                          TO  WS-EOF-R.
           MOVE J-EMPID                    TO  RA-EMPID.
           MOVE LOW-VALUES                 TO  RA-PERIOD-END.
           MOVE ZERO                       TO  RA-J-DATE
                                               RA-J-TIME.
           START RETRO-FILE KEY >= RA-KEY
               INVALID KEY
                   MOVE 1                  TO  WS-EOF-R
           END-START.
           PERFORM 2200-READ-RETRO.
           PERFORM UNTIL WS-EOF-R = 1
               IF RA-J-DATE = J-DATE AND RA-J-TIME = J-TIME
                   PERFORM 1040-CANCEL-ADJUSTMENT
               END-IF
               PERFORM 2200-READ-RETRO
           END-PERFORM.

       1040-CANCEL-ADJUSTMENT.
           EVALUATE RA-STATUS
               WHEN 'P'
               WHEN 'V'
                   MOVE 'X'                TO  RA-STATUS
                   REWRITE RETRO-REC
                       INVALID KEY
                           DISPLAY 'RETRO-FILE REWRITE FAILED, STATUS='
                                   WS-RETRO-STATUS
                           MOVE 16         TO  RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1                   TO  WS-CANCEL-COUNT
                   PERFORM 1600-PRINT-DETAIL
                   MOVE '** CANCELLED - BATCH BACKED OUT, NOT PAID'
                                           TO  PF-TEXT
                   PERFORM 1610-PRINT-FLAG
               WHEN 'R'
                   ADD 1                   TO  WS-RECOVER-COUNT
                   PERFORM 1600-PRINT-DETAIL
                   MOVE RA-PAID-PERIOD     TO  WS-DATE-IN
                   PERFORM 1450-FORMAT-DATE
                   MOVE SPACES             TO  PF-TEXT
                   STRING '** PAID ON THE ' WS-DATE-FMT
                          ' REGISTER BEFORE THE BACKOUT - RECOVER BY '
                          'HAND'           DELIMITED BY SIZE
                       INTO PF-TEXT
                   PERFORM 1610-PRINT-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1050-CLEAR-DETAIL.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE J-EMPID                    TO  P-EMPID.
           MOVE JA-LASTNAME                TO  P-LASTNAME.
           MOVE JA-DEPT                    TO  P-DEPT.
           MOVE J-EFF-DATE                 TO  WS-DATE-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE WS-DATE-FMT                TO  P-EFF-DATE.
           MOVE JB-PAY-RATE                TO  P-OLD-RATE.
           MOVE JA-PAY-RATE                TO  P-NEW-RATE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE RETRO-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

      **************************************************************
      *   WALKS THE EMPLOYEE'S EARNINGS HISTORY FROM THE PERIOD     *
      *   ENDING ON OR AFTER THE EFFECTIVE DATE THROUGH THE LAST    *
      *   PERIOD ENDING ON OR BEFORE THE DATE THE CHANGE WAS        *
      *   APPLIED - THOSE ARE THE PERIODS RUN AT THE OLD RATE       *
      **************************************************************

       1100-WALK-PERIODS.
           MOVE ZERO                       TO  WS-CHANGE-PERIODS.
           MOVE 'N'                        TO  WS-PERIODS-DONE.
           MOVE J-EMPID                    TO  EH-EMPID.
           MOVE J-EFF-DATE                 TO  EH-PERIOD-END.
           START EARN-FILE KEY >= EH-KEY
               INVALID KEY
                   MOVE 'Y'                TO  WS-PERIODS-DONE
           END-START.
           PERFORM UNTIL WS-PERIODS-DONE = 'Y'
               READ EARN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y'            TO  WS-PERIODS-DONE
                   NOT AT END
                       IF EH-EMPID NOT = J-EMPID OR
                          EH-PERIOD-END > WS-J-DATE-X
                           MOVE 'Y'        TO  WS-PERIODS-DONE
                       ELSE
                           PERFORM 1200-CALC-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHANGE-PERIODS = ZERO
               ADD 1                       TO  WS-NOPERIOD-COUNT
           END-IF.

      **************************************************************
      *   WORKS OUT ONE PERIOD - PAID AT THE BEFORE-IMAGE RATE,     *
      *   OWED AT THE AFTER-IMAGE RATE.  A PERIOD THE HISTORY SAYS  *
      *   WAS ALREADY PAID AT THE NEW RATE NEEDS NOTHING            *
      **************************************************************

       1200-CALC-PERIOD.
           ADD 1                           TO  WS-CHANGE-PERIODS.
           IF EH-PAY-RATE = JA-PAY-RATE
               ADD 1                       TO  WS-ATNEW-COUNT
           ELSE
               IF JA-PAY-FREQ = 'H'
                   COMPUTE WS-HOURS = EH-REG-HOURS + EH-LEAVE-HOURS
                                    + (EH-OT-HOURS * 1.5)
                   COMPUTE WS-PAID ROUNDED = JB-PAY-RATE * WS-HOURS
                   COMPUTE WS-OWED ROUNDED = JA-PAY-RATE * WS-HOURS
               ELSE
                   MOVE ZERO               TO  WS-HOURS
                   MOVE JB-PAY-RATE        TO  WS-PAID
                   MOVE JA-PAY-RATE        TO  WS-OWED
               END-IF
               COMPUTE WS-AMOUNT = WS-OWED - WS-PAID
               IF WS-AMOUNT NOT = ZERO
                   PERFORM 1250-WRITE-ADJUSTMENT
               END-IF
           END-IF.

       1250-WRITE-ADJUSTMENT.
           MOVE SPACES                     TO  RETRO-REC.
           MOVE J-EMPID                    TO  RA-EMPID.
           MOVE EH-PERIOD-END              TO  RA-PERIOD-END.
           MOVE J-DATE                     TO  RA-J-DATE.
           MOVE J-TIME                     TO  RA-J-TIME.
           MOVE JA-DEPT                    TO  RA-DEPT.
           MOVE JA-PAY-FREQ                TO  RA-PAY-FREQ.
           MOVE J-EFF-DATE                 TO  RA-EFF-DATE.
           MOVE JB-PAY-RATE                TO  RA-OLD-RATE.
           MOVE JA-PAY-RATE                TO  RA-NEW-RATE.
           MOVE WS-HOURS                   TO  RA-HOURS.
           MOVE WS-PAID                    TO  RA-PAID.
           MOVE WS-OWED                    TO  RA-OWED.
           MOVE WS-AMOUNT                  TO  RA-AMOUNT.
           IF WS-AMOUNT > ZERO
               MOVE 'U'                    TO  RA-TYPE
               MOVE 'P'                    TO  RA-STATUS
           ELSE
               MOVE 'O'                    TO  RA-TYPE
               MOVE 'V'                    TO  RA-STATUS
           END-IF.
           MOVE WS-RUN-DATE                TO  RA-CALC-DATE.
           WRITE RETRO-REC
               INVALID KEY
                   ADD 1                   TO  WS-PRIOR-COUNT
               NOT INVALID KEY
                   ADD 1                   TO  WS-CALC-COUNT
                   PERFORM 1550-ACCUMULATE-DEPT
                   PERFORM 1600-PRINT-DETAIL
           END-WRITE.

       1400-PRINT-HEAD.
           MOVE WS-RUN-DATE                TO  PH-RUN-DATE.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE RETRO-RPT-REC FROM PRNT-HEADING1
                AFTER ADVANCING PAGE.
           WRITE RETRO-RPT-REC FROM PRNT-HEADING2
                AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  RETRO-RPT-REC.
           WRITE RETRO-RPT-REC
                AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

       1450-FORMAT-DATE.
           MOVE WS-DATE-IN (5:2)           TO  WS-DF-MM.
           MOVE WS-DATE-IN (7:2)           TO  WS-DF-DD.
           MOVE WS-DATE-IN (1:4)           TO  WS-DF-YYYY.

       1550-ACCUMULATE-DEPT.
           MOVE 'N'                        TO  WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               IF WD-DEPT (WS-TBL-IDX) = RA-DEPT
                   MOVE 'Y'                TO  WS-TBL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = 'N'
               IF WS-DEPT-TABLE-COUNT >= WS-TABLE-MAX
                   DISPLAY 'DEPT TABLE FULL, DISCARDING DEPT: '
                           RA-DEPT
                   MOVE ZERO               TO  WS-TBL-IDX
               ELSE
                   ADD 1                   TO  WS-DEPT-TABLE-COUNT
                   MOVE WS-DEPT-TABLE-COUNT TO  WS-TBL-IDX
                   MOVE RA-DEPT            TO  WD-DEPT (WS-TBL-IDX)
               END-IF
           END-IF.
           IF WS-TBL-IDX > ZERO
               ADD 1                       TO  WD-COUNT (WS-TBL-IDX)
           END-IF.
           IF RA-TYPE = 'U'
               ADD RA-AMOUNT               TO  WS-GRAND-DUE
               IF WS-TBL-IDX > ZERO
                   ADD RA-AMOUNT           TO  WD-DUE (WS-TBL-IDX)
               END-IF
           ELSE
               ADD 1                       TO  WS-OVER-COUNT
               SUBTRACT RA-AMOUNT          FROM  WS-GRAND-OVER
               IF WS-TBL-IDX > ZERO
                   SUBTRACT RA-AMOUNT      FROM  WD-OVER (WS-TBL-IDX)
               END-IF
           END-IF.

      **************************************************************
      *   PRINTS ONE PERIOD'S ADJUSTMENT - AN OVERPAYMENT GETS A    *
      *   FLAG LINE UNDER IT FOR PAYROLL TO REVIEW                  *
      **************************************************************

       1600-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           MOVE RA-EMPID                   TO  P-EMPID.
           MOVE JA-LASTNAME                TO  P-LASTNAME.
           MOVE RA-DEPT                    TO  P-DEPT.
           MOVE RA-PERIOD-END              TO  WS-DATE-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE WS-DATE-FMT                TO  P-PERIOD-END.
           MOVE RA-EFF-DATE                TO  WS-DATE-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE WS-DATE-FMT                TO  P-EFF-DATE.
           MOVE RA-OLD-RATE                TO  P-OLD-RATE.
           MOVE RA-NEW-RATE                TO  P-NEW-RATE.
           MOVE RA-HOURS                   TO  P-HOURS.
           MOVE RA-PAID                    TO  P-PAID.
           MOVE RA-OWED                    TO  P-OWED.
           MOVE RA-AMOUNT                  TO  P-AMOUNT.
           WRITE RETRO-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.
           IF RA-STATUS = 'V'
               MOVE '** RATE DECREASE - OVERPAID, FOR REVIEW ONLY'
                                           TO  PF-TEXT
               PERFORM 1610-PRINT-FLAG
           END-IF.

       1610-PRINT-FLAG.
           WRITE RETRO-RPT-REC FROM PRNT-FLAG
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

      **************************************************************
      *   PRINTS ONE SUBTOTAL LINE PER DEPARTMENT FROM THE TABLE    *
      **************************************************************

       1700-PRINT-DEPT-TOTALS.
           MOVE SPACES                     TO  RETRO-RPT-REC.
           WRITE RETRO-RPT-REC
                AFTER ADVANCING 1 LINE.
           MOVE 'RETRO PAY BY DEPARTMENT'  TO  SEC-TITLE.
           WRITE RETRO-RPT-REC FROM PRNT-SECTION
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-DEPT-TABLE-COUNT
               MOVE 'DEPARTMENT:'          TO  B-LABEL
               MOVE WD-DEPT (WS-TBL-IDX)   TO  B-CODE
               MOVE WD-COUNT (WS-TBL-IDX)  TO  B-COUNT
               MOVE WD-DUE (WS-TBL-IDX)    TO  B-DUE
               MOVE WD-OVER (WS-TBL-IDX)   TO  B-OVER
               WRITE RETRO-RPT-REC FROM PRNT-BREAK
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       1800-PRINT-GRAND-TOTAL.
           MOVE 'ALL DEPTS:'               TO  B-LABEL.
           MOVE SPACES                     TO  B-CODE.
           MOVE WS-CALC-COUNT              TO  B-COUNT.
           MOVE WS-GRAND-DUE               TO  B-DUE.
           MOVE WS-GRAND-OVER              TO  B-OVER.
           WRITE RETRO-RPT-REC FROM PRNT-BREAK
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  RETRO-RPT-REC.
           STRING 'JOURNAL ENTRIES READ: ' DELIMITED BY SIZE
                  WS-JRNL-COUNT      DELIMITED BY SIZE
                  '  BACK-DATED RATE CHANGES: ' DELIMITED BY SIZE
                  WS-CHANGE-COUNT    DELIMITED BY SIZE
                  '  TO CALCULATE BY HAND: ' DELIMITED BY SIZE
                  WS-HAND-COUNT      DELIMITED BY SIZE
                  '  NO PERIODS IN RANGE: ' DELIMITED BY SIZE
                  WS-NOPERIOD-COUNT  DELIMITED BY SIZE
                  INTO RETRO-RPT-REC.
           WRITE RETRO-RPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  RETRO-RPT-REC.
           STRING 'PERIODS ADJUSTED THIS RUN: ' DELIMITED BY SIZE
                  WS-CALC-COUNT      DELIMITED BY SIZE
                  '  OVERPAID: '     DELIMITED BY SIZE
                  WS-OVER-COUNT      DELIMITED BY SIZE
                  '  CALCULATED ON AN EARLIER RUN: ' DELIMITED BY SIZE
                  WS-PRIOR-COUNT     DELIMITED BY SIZE
                  '  ALREADY PAID AT NEW RATE: ' DELIMITED BY SIZE
                  WS-ATNEW-COUNT     DELIMITED BY SIZE
                  INTO RETRO-RPT-REC.
           WRITE RETRO-RPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  RETRO-RPT-REC.
           STRING 'CHANGES IN BATCHES BACKED OUT: ' DELIMITED BY SIZE
                  WS-BKOUT-COUNT     DELIMITED BY SIZE
                  '  ADJUSTMENTS CANCELLED: ' DELIMITED BY SIZE
                  WS-CANCEL-COUNT    DELIMITED BY SIZE
                  '  PAID BEFORE BACKOUT, TO RECOVER: '
                                     DELIMITED BY SIZE
                  WS-RECOVER-COUNT   DELIMITED BY SIZE
                  INTO RETRO-RPT-REC.
           WRITE RETRO-RPT-REC
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   READS THE CHANGE JOURNAL IN THE ORDER IT WAS WRITTEN      *
      **************************************************************

       2000-READ-JOURNAL.
           READ JRNL-FILE
               AT END
                   MOVE 1                  TO  WS-EOF-J
               NOT AT END
                   ADD 1                   TO  WS-JRNL-COUNT
           END-READ.

      **************************************************************
      *                READS THE BACKOUT LOG                        *
      **************************************************************

       2100-READ-BACKOUT.
           READ BKOUT-FILE
               AT END MOVE 1 TO WS-EOF-B
           END-READ.

      **************************************************************
      *   READS THE EMPLOYEE'S ADJUSTMENTS IN KEY ORDER - STOPS AT  *
      *   THE NEXT EMPLOYEE                                         *
      **************************************************************

       2200-READ-RETRO.
           IF WS-EOF-R = 0
               READ RETRO-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-R
                   NOT AT END
                       IF RA-EMPID NOT = J-EMPID
                           MOVE 1          TO  WS-EOF-R
                       END-IF
               END-READ
           END-IF.

      **************************************************************
      *   SETS THE COMPLETION CODE - 8 WHEN THE JOURNAL WAS EMPTY,  *
      *   4 WHEN AN OVERPAYMENT, A HAND CALCULATION OR A BACKED-OUT *
      *   CHANGE IS WAITING ON PAYROLL                              *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-JRNL-COUNT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-OVER-COUNT > ZERO OR
                    WS-HAND-COUNT > ZERO OR
                    WS-BKOUT-COUNT > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
