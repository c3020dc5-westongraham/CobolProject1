
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEDMNT.
       AUTHOR. Weston Graham.
      *  Maintenance (add/change/delete) for the DEDFILE indexed file
      *  of per-employee payroll deductions that NETPAY takes from the
      *  register gross each period.  Modeled on GLMAPMNT.  An add is
      *  refused for an EMPID not on COB1-MASTER.  A change replaces
      *  the deduction terms but keeps the year-to-date figures NETPAY
      *  has built up, so a mid-year rate change does not reset the
      *  annual limit.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANS-FILE   ASSIGN TO 'DEDTRAN'.
            SELECT DED-FILE     ASSIGN TO 'DEDFILE'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY DED-KEY
                                FILE STATUS WS-DED-STATUS.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT DED-RPT      ASSIGN TO 'DEDRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           LABEL RECORDS ARE OMITTED.
       01  TRANS-REC.
                03  DT-FUNCTION            PIC X(1).
      *                A = ADD   C = CHANGE   D = DELETE
                03  DT-EMPID               PIC X(7).
                03  DT-CODE                PIC X(4).
                03  DT-DESC                PIC X(20).
                03  DT-METHOD              PIC X(1).
                03  DT-AMOUNT              PIC 9(5)V99.
                03  DT-PERCENT             PIC 9(3)V99.
                03  DT-TAX-TREAT           PIC X(1).
                03  DT-ANNUAL-LIMIT        PIC 9(7)V99.
                03  DT-GL-ACCT             PIC X(8).
                03  FILLER                 PIC X(17).

       FD  DED-FILE.
           COPY DEDREC.

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

       FD  DED-RPT
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  MISC.
                03  WS-DED-STATUS          PIC X(2)      VALUE '00'.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-EOF-T               PIC 9         VALUE 0.
                03  WS-RESULT              PIC X(30)     VALUE SPACES.
                03  WS-ADD-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-CHG-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-DEL-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-REJ-COUNT           PIC 9(5)      VALUE ZERO.

       01  RPT-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-FUNCTION            PIC X(1).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-EMPID               PIC X(7).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-CODE                PIC X(4).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-DESC                PIC X(20).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-RESULT              PIC X(30).
                03  FILLER                 PIC X(24)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT TRANS-FILE
                INPUT MASTER-FILE
                I-O DED-FILE
                OUTPUT DED-RPT.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           IF WS-DED-STATUS NOT = '00'
      *        First maintenance run has no deductions file yet -
      *        create it rather than fail.
               OPEN OUTPUT DED-FILE
               IF WS-DED-STATUS NOT = '00'
                   DISPLAY 'DED-FILE OPEN FAILED, STATUS='
                           WS-DED-STATUS
                   STOP RUN
               END-IF
               CLOSE DED-FILE
               OPEN I-O DED-FILE
           END-IF.
           PERFORM 2000-READ-TRANS.
           PERFORM 1000-APPLY-TRANS
                   UNTIL WS-EOF-T = 1.
           PERFORM 1900-PRINT-SUMMARY.
           CLOSE TRANS-FILE
                 MASTER-FILE
                 DED-FILE
                 DED-RPT.
           STOP RUN.

      **************************************************************
      *   APPLIES ONE MAINTENANCE TRANSACTION TO THE DEDUCTIONS     *
      **************************************************************

       1000-APPLY-TRANS.
           EVALUATE DT-FUNCTION
               WHEN 'A'
                   PERFORM 1100-ADD-DEDUCTION
               WHEN 'C'
                   PERFORM 1200-CHANGE-DEDUCTION
               WHEN 'D'
                   PERFORM 1300-DELETE-DEDUCTION
               WHEN OTHER
                   MOVE 'INVALID FUNCTION'  TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
           END-EVALUATE.
           PERFORM 1800-PRINT-RESULT.
           PERFORM 2000-READ-TRANS.

      *    NETPAY takes the deduction straight from these terms and
      *    credits the liability account, so every term is checked
      *    before it reaches the file - accounting rejects a journal
      *    whose account is not on their chart.
       1050-VALIDATE-TERMS.
           EVALUATE TRUE
               WHEN DT-CODE = SPACES
                   MOVE 'DEDUCTION CODE MISSING' TO  WS-RESULT
               WHEN DT-METHOD NOT = 'F' AND DT-METHOD NOT = 'P'
                   MOVE 'METHOD NOT F OR P'    TO  WS-RESULT
               WHEN DT-METHOD = 'F' AND DT-AMOUNT NOT NUMERIC
                   MOVE 'FLAT AMOUNT NOT NUMERIC' TO  WS-RESULT
               WHEN DT-METHOD = 'P' AND DT-PERCENT NOT NUMERIC
                   MOVE 'PERCENT NOT NUMERIC'  TO  WS-RESULT
               WHEN DT-METHOD = 'P' AND DT-PERCENT > 100
                   MOVE 'PERCENT OVER 100'     TO  WS-RESULT
               WHEN DT-TAX-TREAT NOT = 'P' AND
                    DT-TAX-TREAT NOT = 'R' AND
                    DT-TAX-TREAT NOT = 'A'
                   MOVE 'TAX TREATMENT NOT P/R/A' TO  WS-RESULT
               WHEN DT-ANNUAL-LIMIT NOT NUMERIC
                   MOVE 'ANNUAL LIMIT NOT NUMERIC' TO  WS-RESULT
               WHEN DT-GL-ACCT NOT NUMERIC
                   MOVE 'GL ACCOUNT NOT NUMERIC' TO  WS-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RESULT NOT = SPACES
               ADD 1                       TO  WS-REJ-COUNT
           END-IF.

      *    Only the term the method uses has to be keyed - the other
      *    is carried as zero.
       1060-MOVE-TERMS.
           MOVE DT-DESC                    TO  DED-DESC.
           MOVE DT-METHOD                  TO  DED-METHOD.
           IF DT-METHOD = 'F'
               MOVE DT-AMOUNT              TO  DED-AMOUNT
               MOVE ZERO                   TO  DED-PERCENT
           ELSE
               MOVE ZERO                   TO  DED-AMOUNT
               MOVE DT-PERCENT             TO  DED-PERCENT
           END-IF.
           MOVE DT-TAX-TREAT               TO  DED-TAX-TREAT.
           MOVE DT-ANNUAL-LIMIT            TO  DED-ANNUAL-LIMIT.
           MOVE DT-GL-ACCT                 TO  DED-GL-ACCT.

       1100-ADD-DEDUCTION.
           MOVE SPACES                     TO  WS-RESULT.
           MOVE DT-EMPID                   TO  M-EMPID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'EMPID NOT ON MASTER' TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
           END-READ.
           IF WS-RESULT = SPACES
               PERFORM 1050-VALIDATE-TERMS
           END-IF.
           IF WS-RESULT = SPACES
               MOVE SPACES                 TO  DED-REC
               MOVE DT-EMPID               TO  DED-EMPID
               MOVE DT-CODE                TO  DED-CODE
               PERFORM 1060-MOVE-TERMS
               MOVE ZERO                   TO  DED-YTD-AMT
               MOVE SPACES                 TO  DED-LAST-PERIOD
               MOVE ZERO                   TO  DED-LAST-AMT
               WRITE DED-REC
                   INVALID KEY
                       MOVE SPACES          TO  WS-RESULT
                       STRING 'CODE ALREADY ON FILE STATUS='
                              WS-DED-STATUS DELIMITED BY SIZE
                           INTO WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       MOVE 'ADDED'         TO  WS-RESULT
                       ADD 1                TO  WS-ADD-COUNT
               END-WRITE
           END-IF.

       1200-CHANGE-DEDUCTION.
           MOVE SPACES                     TO  WS-RESULT.
           PERFORM 1050-VALIDATE-TERMS.
           IF WS-RESULT = SPACES
               MOVE DT-EMPID               TO  DED-EMPID
               MOVE DT-CODE                TO  DED-CODE
               READ DED-FILE
                   INVALID KEY
                       MOVE SPACES          TO  WS-RESULT
                       STRING 'CODE NOT ON FILE STATUS='
                              WS-DED-STATUS DELIMITED BY SIZE
                           INTO WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       PERFORM 1060-MOVE-TERMS
                       REWRITE DED-REC
                           INVALID KEY
                               MOVE SPACES  TO  WS-RESULT
                               STRING 'REWRITE FAILED STATUS='
                                      WS-DED-STATUS
                                      DELIMITED BY SIZE
                                   INTO WS-RESULT
                               ADD 1        TO  WS-REJ-COUNT
                           NOT INVALID KEY
                               MOVE 'CHANGED' TO  WS-RESULT
                               ADD 1        TO  WS-CHG-COUNT
                       END-REWRITE
               END-READ
           END-IF.

      *    A stopped deduction is physically removed - its taken
      *    amounts already live on the register and the GL feed.
       1300-DELETE-DEDUCTION.
           MOVE DT-EMPID                   TO  DED-EMPID.
           MOVE DT-CODE                    TO  DED-CODE.
           DELETE DED-FILE
               INVALID KEY
                   MOVE SPACES              TO  WS-RESULT
                   STRING 'CODE NOT ON FILE STATUS='
                          WS-DED-STATUS     DELIMITED BY SIZE
                       INTO WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
               NOT INVALID KEY
                   MOVE 'DELETED'           TO  WS-RESULT
                   ADD 1                    TO  WS-DEL-COUNT
           END-DELETE.

      **************************************************************
      *   PRINTS ONE RESULT LINE PER TRANSACTION                    *
      **************************************************************

       1800-PRINT-RESULT.
           MOVE SPACES                     TO  RPT-LINE.
           MOVE DT-FUNCTION                TO  RL-FUNCTION.
           MOVE DT-EMPID                   TO  RL-EMPID.
           MOVE DT-CODE                    TO  RL-CODE.
           MOVE DT-DESC                    TO  RL-DESC.
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

      **************************************************************
      *                READS THE TRANSACTION FILE                   *
      **************************************************************

       2000-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 1 TO WS-EOF-T
           END-READ.
