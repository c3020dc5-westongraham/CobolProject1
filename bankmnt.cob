
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKMNT.
       AUTHOR. Weston Graham.
      *  Maintenance (add/change/delete) for the BANKFILE indexed file
      *  of direct-deposit accounts ACHGEN pays net pay into.  Modeled
      *  on DEPTMNT.  Each card works on one of the employee's three
      *  account slots; a delete with the slot blank removes the whole
      *  record.  Routing numbers must pass the ABA check digit (3-7-1
      *  weights, modulus 10).  An added account, or a change to the
      *  routing number, account number or account type, is set back
      *  to prenote pending so ACHGEN sends a zero-dollar prenote for
      *  one cycle before any live money goes to it.  A change to the
      *  split alone keeps the account's prenote status.  An add is
      *  refused for an EMPID not on COB1-MASTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANS-FILE   ASSIGN TO 'BNKTRAN'.
            SELECT BANK-FILE    ASSIGN TO 'BANKFILE'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY BK-EMPID
                                FILE STATUS WS-BANK-STATUS.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT BANK-RPT     ASSIGN TO 'BANKRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           LABEL RECORDS ARE OMITTED.
       01  TRANS-REC.
                03  BT-FUNCTION            PIC X(1).
      *                A = ADD   C = CHANGE   D = DELETE
                03  BT-EMPID               PIC X(7).
                03  BT-SLOT                PIC X(1).
      *                ACCOUNT SLOT 1-3, BLANK ON A DELETE REMOVES ALL
                03  BT-ROUTING             PIC X(9).
                03  BT-ACCT-NO             PIC X(17).
                03  BT-ACCT-TYPE           PIC X(1).
                03  BT-SPLIT-METHOD        PIC X(1).
                03  BT-SPLIT-AMOUNT        PIC 9(5)V99.
                03  BT-SPLIT-PERCENT       PIC 9(3)V99.
                03  FILLER                 PIC X(31).

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

       FD  BANK-RPT
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  MISC.
                03  WS-BANK-STATUS         PIC X(2)      VALUE '00'.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-EOF-T               PIC 9         VALUE 0.
                03  WS-RESULT              PIC X(30)     VALUE SPACES.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-ADD-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-CHG-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-DEL-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-REJ-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-PRENOTE-COUNT       PIC 9(5)      VALUE ZERO.
                03  WS-SLOT                PIC 9(1)      VALUE ZERO.
                03  WS-SLOT-IDX            PIC 9(1)      VALUE ZERO.
                03  WS-NEW-RECORD          PIC X(1)      VALUE 'N'.
                03  WS-SLOTS-USED          PIC 9(1)      VALUE ZERO.
      **************************************************************
      *         ROUTING CHECK-DIGIT WORK FIELDS - THE NINE DIGITS   *
      *         WEIGHTED 3 7 1 3 7 1 3 7 1 MUST SUM TO A MULTIPLE   *
      *         OF 10                                               *
      **************************************************************
                03  WS-ROUTING-OK          PIC X(1)      VALUE 'N'.
                03  WS-ROUTING             PIC 9(9)      VALUE ZERO.
                03  WS-ROUTING-X REDEFINES WS-ROUTING.
                   05  WS-RT-DIGIT         PIC 9(1)      OCCURS 9.
                03  WS-CHECK-SUM           PIC 9(4)      VALUE ZERO.
                03  WS-CHECK-QUOT          PIC 9(4)      VALUE ZERO.
                03  WS-CHECK-REM           PIC 9(1)      VALUE ZERO.
      **************************************************************
      *         SPLIT CHECK ACROSS THE SLOTS - ONE REMAINDER         *
      *         ACCOUNT AT MOST AND PERCENTS NO MORE THAN 100        *
      **************************************************************
                03  WS-REMAINDER-COUNT     PIC 9(1)      VALUE ZERO.
                03  WS-PERCENT-TOTAL       PIC 9(4)V99   VALUE ZERO.

       01  RPT-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-FUNCTION            PIC X(1).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-EMPID               PIC X(7).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-SLOT                PIC X(1).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-ROUTING             PIC X(9).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-ACCT-TYPE           PIC X(1).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-RESULT              PIC X(30).
                03  FILLER                 PIC X(33)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRANS-FILE
                INPUT MASTER-FILE
                I-O BANK-FILE
                OUTPUT BANK-RPT.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           IF WS-BANK-STATUS NOT = '00'
      *        First maintenance run has no bank file yet - create
      *        it rather than fail.
               OPEN OUTPUT BANK-FILE
               IF WS-BANK-STATUS NOT = '00'
                   DISPLAY 'BANK-FILE OPEN FAILED, STATUS='
                           WS-BANK-STATUS
                   STOP RUN
               END-IF
               CLOSE BANK-FILE
               OPEN I-O BANK-FILE
           END-IF.
           PERFORM 2000-READ-TRANS.
           PERFORM 1000-APPLY-TRANS
                   UNTIL WS-EOF-T = 1.
           PERFORM 1900-PRINT-SUMMARY.
           CLOSE TRANS-FILE
                 MASTER-FILE
                 BANK-FILE
                 BANK-RPT.
           STOP RUN.

      **************************************************************
      *   APPLIES ONE MAINTENANCE TRANSACTION TO THE BANK FILE      *
      **************************************************************

       1000-APPLY-TRANS.
           MOVE SPACES                     TO  WS-RESULT.
           EVALUATE BT-FUNCTION
               WHEN 'A'
                   PERFORM 1100-ADD-ACCOUNT
               WHEN 'C'
                   PERFORM 1200-CHANGE-ACCOUNT
               WHEN 'D'
                   PERFORM 1300-DELETE-ACCOUNT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION'  TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
           END-EVALUATE.
           PERFORM 1800-PRINT-RESULT.
           PERFORM 2000-READ-TRANS.

      *    ACHGEN sends exactly what is on file to the bank, and a
      *    bad routing number comes back as a return entry days
      *    after the employee expected the money - so every term is
      *    checked before it reaches the file.
       1050-VALIDATE-ACCOUNT.
           PERFORM 1060-CHECK-ROUTING.
           EVALUATE TRUE
               WHEN BT-SLOT < '1' OR BT-SLOT > '3'
                   MOVE 'ACCOUNT SLOT NOT 1-3'  TO  WS-RESULT
               WHEN BT-ROUTING NOT NUMERIC
                   MOVE 'ROUTING NOT NUMERIC'   TO  WS-RESULT
               WHEN BT-ROUTING = ZEROS
                   MOVE 'ROUTING IS ZERO'       TO  WS-RESULT
               WHEN WS-ROUTING-OK = 'N'
                   MOVE 'ROUTING CHECK DIGIT INVALID'
                                                TO  WS-RESULT
               WHEN BT-ACCT-NO = SPACES
                   MOVE 'ACCOUNT NUMBER MISSING' TO  WS-RESULT
               WHEN BT-ACCT-TYPE NOT = 'C' AND BT-ACCT-TYPE NOT = 'S'
                   MOVE 'ACCOUNT TYPE NOT C OR S' TO  WS-RESULT
               WHEN BT-SPLIT-METHOD NOT = 'A' AND
                    BT-SPLIT-METHOD NOT = 'P' AND
                    BT-SPLIT-METHOD NOT = 'R'
                   MOVE 'SPLIT METHOD NOT A/P/R' TO  WS-RESULT
               WHEN BT-SPLIT-METHOD = 'A' AND
                    BT-SPLIT-AMOUNT NOT NUMERIC
                   MOVE 'SPLIT AMOUNT NOT NUMERIC' TO  WS-RESULT
               WHEN BT-SPLIT-METHOD = 'A' AND BT-SPLIT-AMOUNT = ZERO
                   MOVE 'SPLIT AMOUNT IS ZERO'  TO  WS-RESULT
               WHEN BT-SPLIT-METHOD = 'P' AND
                    BT-SPLIT-PERCENT NOT NUMERIC
                   MOVE 'SPLIT PERCENT NOT NUMERIC' TO  WS-RESULT
               WHEN BT-SPLIT-METHOD = 'P' AND
                    (BT-SPLIT-PERCENT = ZERO OR BT-SPLIT-PERCENT > 100)
                   MOVE 'SPLIT PERCENT NOT 1-100' TO  WS-RESULT
               WHEN OTHER
                   MOVE BT-SLOT            TO  WS-SLOT
           END-EVALUATE.
           IF WS-RESULT NOT = SPACES
               ADD 1                       TO  WS-REJ-COUNT
           END-IF.

      **************************************************************
      *   ABA CHECK DIGIT - 3 X (D1+D4+D7) + 7 X (D2+D5+D8) +       *
      *   (D3+D6+D9) MUST BE A MULTIPLE OF 10                       *
      **************************************************************

       1060-CHECK-ROUTING.
           MOVE 'N'                        TO  WS-ROUTING-OK.
           IF BT-ROUTING NUMERIC
               MOVE BT-ROUTING             TO  WS-ROUTING
               COMPUTE WS-CHECK-SUM =
                   3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4)
                                        + WS-RT-DIGIT (7))
                 + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5)
                                        + WS-RT-DIGIT (8))
                 +     (WS-RT-DIGIT (3) + WS-RT-DIGIT (6)
                                        + WS-RT-DIGIT (9))
               DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOT
                   REMAINDER WS-CHECK-REM
               IF WS-CHECK-REM = ZERO
                   MOVE 'Y'                TO  WS-ROUTING-OK
               END-IF
           END-IF.

      *    Only the term the split method uses has to be keyed - the
      *    other is carried as zero.
       1070-MOVE-ACCOUNT.
           MOVE BT-ROUTING                 TO  BK-ROUTING (WS-SLOT).
           MOVE BT-ACCT-NO                 TO  BK-ACCT-NO (WS-SLOT).
           MOVE BT-ACCT-TYPE               TO  BK-ACCT-TYPE (WS-SLOT).
           MOVE BT-SPLIT-METHOD            TO  BK-SPLIT-METHOD
                                                   (WS-SLOT).
           MOVE ZERO                       TO  BK-SPLIT-AMOUNT (WS-SLOT)
                                               BK-SPLIT-PERCENT
                                                   (WS-SLOT).
           EVALUATE BT-SPLIT-METHOD
               WHEN 'A'
                   MOVE BT-SPLIT-AMOUNT    TO  BK-SPLIT-AMOUNT
                                                   (WS-SLOT)
               WHEN 'P'
                   MOVE BT-SPLIT-PERCENT   TO  BK-SPLIT-PERCENT
                                                   (WS-SLOT)
           END-EVALUATE.
           MOVE WS-RUN-DATE                TO  BK-LAST-MAINT.

       1075-SET-PRENOTE.
           MOVE 'P'                        TO  BK-PRENOTE-STATUS
                                                   (WS-SLOT).
           MOVE SPACES                     TO  BK-PRENOTE-PERIOD
                                                   (WS-SLOT).
           ADD 1                           TO  WS-PRENOTE-COUNT.

      **************************************************************
      *   CHECKS THE SPLIT ACROSS ALL SLOTS ONCE THE CARD IS        *
      *   APPLIED - ONLY ONE ACCOUNT CAN TAKE THE REMAINDER AND     *
      *   THE PERCENT ACCOUNTS CANNOT ADD UP TO MORE THAN THE PAY   *
      **************************************************************

       1080-VALIDATE-SPLITS.
           MOVE ZERO                       TO  WS-REMAINDER-COUNT
                                               WS-PERCENT-TOTAL.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3
               IF BK-ROUTING (WS-SLOT-IDX) NOT = SPACES
                   IF BK-SPLIT-METHOD (WS-SLOT-IDX) = 'R'
                       ADD 1               TO  WS-REMAINDER-COUNT
                   END-IF
                   IF BK-SPLIT-METHOD (WS-SLOT-IDX) = 'P'
                       ADD BK-SPLIT-PERCENT (WS-SLOT-IDX)
                                           TO  WS-PERCENT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-REMAINDER-COUNT > 1
                   MOVE 'MORE THAN ONE REMAINDER ACCT' TO  WS-RESULT
                   ADD 1                   TO  WS-REJ-COUNT
               WHEN WS-PERCENT-TOTAL > 100
                   MOVE 'SPLIT PERCENTS OVER 100' TO  WS-RESULT
                   ADD 1                   TO  WS-REJ-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-ADD-ACCOUNT.
           MOVE BT-EMPID                   TO  M-EMPID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'EMPID NOT ON MASTER' TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
           END-READ.
           IF WS-RESULT = SPACES
               PERFORM 1050-VALIDATE-ACCOUNT
           END-IF.
           IF WS-RESULT = SPACES
               MOVE 'N'                    TO  WS-NEW-RECORD
               MOVE BT-EMPID               TO  BK-EMPID
               READ BANK-FILE
                   INVALID KEY
                       MOVE 'Y'            TO  WS-NEW-RECORD
                       INITIALIZE BANK-REC
                       MOVE BT-EMPID       TO  BK-EMPID
                   NOT INVALID KEY
                       IF BK-ROUTING (WS-SLOT) NOT = SPACES
                           MOVE 'ACCOUNT SLOT ALREADY IN USE'
                                           TO  WS-RESULT
                           ADD 1           TO  WS-REJ-COUNT
                       END-IF
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 1070-MOVE-ACCOUNT
               PERFORM 1080-VALIDATE-SPLITS
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 1075-SET-PRENOTE
               IF WS-NEW-RECORD = 'Y'
                   WRITE BANK-REC
                       INVALID KEY
                           MOVE SPACES      TO  WS-RESULT
                           STRING 'WRITE FAILED STATUS='
                                  WS-BANK-STATUS DELIMITED BY SIZE
                               INTO WS-RESULT
                           ADD 1            TO  WS-REJ-COUNT
                   END-WRITE
               ELSE
                   REWRITE BANK-REC
                       INVALID KEY
                           MOVE SPACES      TO  WS-RESULT
                           STRING 'REWRITE FAILED STATUS='
                                  WS-BANK-STATUS DELIMITED BY SIZE
                               INTO WS-RESULT
                           ADD 1            TO  WS-REJ-COUNT
                   END-REWRITE
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               MOVE 'ADDED - PRENOTE PENDING' TO  WS-RESULT
               ADD 1                       TO  WS-ADD-COUNT
           END-IF.

      *    A new routing number, account number or account type is a
      *    new destination for the money and has to be proved with a
      *    prenote again; a new split amount to the same account
      *    does not.
       1200-CHANGE-ACCOUNT.
           PERFORM 1050-VALIDATE-ACCOUNT.
           IF WS-RESULT = SPACES
               MOVE BT-EMPID               TO  BK-EMPID
               READ BANK-FILE
                   INVALID KEY
                       MOVE 'NO BANK RECORD ON FILE' TO  WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       IF BK-ROUTING (WS-SLOT) = SPACES
                           MOVE 'ACCOUNT SLOT NOT IN USE'
                                           TO  WS-RESULT
                           ADD 1           TO  WS-REJ-COUNT
                       END-IF
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               IF BT-ROUTING NOT = BK-ROUTING (WS-SLOT) OR
                  BT-ACCT-NO NOT = BK-ACCT-NO (WS-SLOT) OR
                  BT-ACCT-TYPE NOT = BK-ACCT-TYPE (WS-SLOT)
                   MOVE 'Y'                TO  WS-NEW-RECORD
               ELSE
                   MOVE 'N'                TO  WS-NEW-RECORD
               END-IF
               PERFORM 1070-MOVE-ACCOUNT
               PERFORM 1080-VALIDATE-SPLITS
           END-IF.
           IF WS-RESULT = SPACES
               IF WS-NEW-RECORD = 'Y'
                   PERFORM 1075-SET-PRENOTE
               END-IF
               REWRITE BANK-REC
                   INVALID KEY
                       MOVE SPACES          TO  WS-RESULT
                       STRING 'REWRITE FAILED STATUS='
                              WS-BANK-STATUS DELIMITED BY SIZE
                           INTO WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       IF WS-NEW-RECORD = 'Y'
                           MOVE 'CHANGED - PRENOTE PENDING'
                                           TO  WS-RESULT
                       ELSE
                           MOVE 'CHANGED'  TO  WS-RESULT
                       END-IF
                       ADD 1                TO  WS-CHG-COUNT
               END-REWRITE
           END-IF.

      *    Deleting the last account on a record removes the record -
      *    the employee is then paid by paper check.
       1300-DELETE-ACCOUNT.
           MOVE BT-EMPID                   TO  BK-EMPID.
           READ BANK-FILE
               INVALID KEY
                   MOVE 'NO BANK RECORD ON FILE' TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
           END-READ.
           IF WS-RESULT = SPACES AND BT-SLOT NOT = SPACE
               IF BT-SLOT < '1' OR BT-SLOT > '3'
                   MOVE 'ACCOUNT SLOT NOT 1-3' TO  WS-RESULT
                   ADD 1                   TO  WS-REJ-COUNT
               ELSE
                   MOVE BT-SLOT            TO  WS-SLOT
                   IF BK-ROUTING (WS-SLOT) = SPACES
                       MOVE 'ACCOUNT SLOT NOT IN USE' TO  WS-RESULT
                       ADD 1               TO  WS-REJ-COUNT
                   ELSE
                       MOVE SPACES         TO  BK-ACCOUNT (WS-SLOT)
                       MOVE ZERO           TO  BK-SPLIT-AMOUNT
                                                   (WS-SLOT)
                                               BK-SPLIT-PERCENT
                                                   (WS-SLOT)
                       MOVE WS-RUN-DATE    TO  BK-LAST-MAINT
                   END-IF
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               MOVE ZERO                   TO  WS-SLOTS-USED
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 3
                   IF BK-ROUTING (WS-SLOT-IDX) NOT = SPACES
                       ADD 1               TO  WS-SLOTS-USED
                   END-IF
               END-PERFORM
               IF BT-SLOT = SPACE OR WS-SLOTS-USED = ZERO
                   DELETE BANK-FILE
                       INVALID KEY
                           MOVE SPACES      TO  WS-RESULT
                           STRING 'DELETE FAILED STATUS='
                                  WS-BANK-STATUS DELIMITED BY SIZE
                               INTO WS-RESULT
                           ADD 1            TO  WS-REJ-COUNT
                       NOT INVALID KEY
                           MOVE 'DELETED - PAPER CHECK' TO  WS-RESULT
                           ADD 1            TO  WS-DEL-COUNT
                   END-DELETE
               ELSE
                   REWRITE BANK-REC
                       INVALID KEY
                           MOVE SPACES      TO  WS-RESULT
                           STRING 'REWRITE FAILED STATUS='
                                  WS-BANK-STATUS DELIMITED BY SIZE
                               INTO WS-RESULT
                           ADD 1            TO  WS-REJ-COUNT
                       NOT INVALID KEY
                           MOVE 'ACCOUNT DELETED' TO  WS-RESULT
                           ADD 1            TO  WS-DEL-COUNT
                   END-REWRITE
               END-IF
           END-IF.

      **************************************************************
      *   PRINTS ONE RESULT LINE PER TRANSACTION                    *
      **************************************************************

       1800-PRINT-RESULT.
           MOVE SPACES                     TO  RPT-LINE.
           MOVE BT-FUNCTION                TO  RL-FUNCTION.
           MOVE BT-EMPID                   TO  RL-EMPID.
           MOVE BT-SLOT                    TO  RL-SLOT.
           MOVE BT-ROUTING                 TO  RL-ROUTING.
           MOVE BT-ACCT-TYPE               TO  RL-ACCT-TYPE.
           MOVE WS-RESULT                  TO  RL-RESULT.
           WRITE RPT-REC FROM RPT-LINE.

      **************************************************************
      *   PRINTS THE END-OF-RUN TRANSACTION SUMMARY                 *
      **************************************************************

       1900-PRINT-SUMMARY.
           MOVE SPACES                     TO  RPT-REC.
           WRITE RPT-REC.
           STRING 'ADDED: '      DELIMITED BY SIZE
                  WS-ADD-COUNT   DELIMITED BY SIZE
                  '  CHANGED: '  DELIMITED BY SIZE
                  WS-CHG-COUNT   DELIMITED BY SIZE
                  '  DELETED: '  DELIMITED BY SIZE
                  WS-DEL-COUNT   DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJ-COUNT   DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES                     TO  RPT-REC.
           STRING 'ACCOUNTS SET TO PRENOTE: ' DELIMITED BY SIZE
                  WS-PRENOTE-COUNT            DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.

      **************************************************************
      *                READS THE TRANSACTION FILE                   *
      **************************************************************

       2000-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 1 TO WS-EOF-T
           END-READ.
