
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSMNT.
       AUTHOR. Weston Graham.
      *  Maintenance (add/change/delete) for the POSCTL indexed
      *  position control file - authorized headcount and budgeted
      *  pay per period for each department and title.  Modeled on
      *  DEPTMNT.  The department must be on DEPTREF and the count
      *  and budget must be numeric.  The master is scanned for the
      *  active employees holding the position: a delete is refused
      *  while any remain, and a change that authorizes fewer heads
      *  than are filled goes through but says so on the report -
      *  EMPMAINT will then refuse further hires into it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANS-FILE   ASSIGN TO 'POSTRAN'.
            SELECT POS-FILE     ASSIGN TO 'POSCTL'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY PS-KEY
                                FILE STATUS WS-POS-STATUS.
            SELECT REF-FILE     ASSIGN TO 'DEPTREF'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY REF-CODE
                                FILE STATUS WS-REF-STATUS.
            SELECT POS-RPT      ASSIGN TO 'POSRPT'.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE SEQUENTIAL
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           LABEL RECORDS ARE OMITTED.
       01  TRANS-REC.
                03  PT-FUNCTION            PIC X(1).
      *                A = ADD   C = CHANGE   D = DELETE
                03  PT-DEPT                PIC X(3).
                03  PT-TITLE               PIC X(17).
                03  PT-AUTH-COUNT          PIC 9(4).
                03  PT-BUDGET-PAY          PIC 9(7)V99.
                03  FILLER                 PIC X(46).

       FD  POS-FILE.
           COPY POSREC.

       FD  REF-FILE.
           COPY DEPTREC.

       FD  POS-RPT
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC                    PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  MISC.
                03  WS-POS-STATUS          PIC X(2)      VALUE '00'.
                03  WS-REF-STATUS          PIC X(2)      VALUE '00'.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-EOF-T               PIC 9         VALUE 0.
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-RESULT              PIC X(30)     VALUE SPACES.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-ADD-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-CHG-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-DEL-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-REJ-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-CARD-VALID          PIC X(1)      VALUE 'Y'.
                   88  CARD-IS-VALID                      VALUE 'Y'.
      **************************************************************
      *         FILLED-HEADCOUNT SCAN WORK FIELDS - ACTIVE MASTER   *
      *         RECORDS CARRYING THE CARD'S DEPT AND TITLE, WITH    *
      *         UP TO FIVE SAMPLE EMPIDS FOR A REFUSED DELETE       *
      **************************************************************
                03  WS-FILLED-COUNT        PIC 9(5)      VALUE ZERO.
                03  WS-FILLED-EDIT         PIC Z(4)9.
                03  WS-SAMPLE-TABLE.
                   05  WS-SAMPLE-EMPID     PIC X(7)      OCCURS 5.
                03  WS-SAMPLE-COUNT        PIC 9(1)      VALUE ZERO.
                03  WS-SAMPLE-MAX          PIC 9(1)      VALUE 5.
                03  WS-SAMPLE-IDX          PIC 9(1)      VALUE ZERO.

       01  RPT-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-FUNCTION            PIC X(1).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-DEPT                PIC X(3).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-TITLE               PIC X(17).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-AUTH-COUNT          PIC Z(3)9.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-BUDGET-PAY          PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-RESULT              PIC X(30).
                03  FILLER                 PIC X(15)     VALUE SPACES.

      **************************************************************
      *   SAMPLE-EMPID LINE PRINTED UNDER A REFUSED DELETE          *
      **************************************************************
       01  PRNT-SAMPLE.
                03  FILLER                 PIC X(6)      VALUE SPACES.
                03  FILLER                 PIC X(15)     VALUE
                                                    'SAMPLE EMPID:'.
                03  SM-EMPID               PIC X(7).
                03  FILLER                 PIC X(72)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRANS-FILE
                INPUT REF-FILE
                I-O POS-FILE
                OUTPUT POS-RPT.
           IF WS-REF-STATUS NOT = '00'
               DISPLAY 'REF-FILE OPEN FAILED, STATUS='
                       WS-REF-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-POS-STATUS NOT = '00'
      *        First maintenance run has no position file yet -
      *        create it rather than fail.
               OPEN OUTPUT POS-FILE
               IF WS-POS-STATUS NOT = '00'
                   DISPLAY 'POS-FILE OPEN FAILED, STATUS='
                           WS-POS-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE POS-FILE
               OPEN I-O POS-FILE
           END-IF.
           PERFORM 2000-READ-TRANS.
           PERFORM 1000-APPLY-TRANS
                   UNTIL WS-EOF-T = 1.
           PERFORM 1900-PRINT-SUMMARY.
           CLOSE TRANS-FILE
                 REF-FILE
                 POS-FILE
                 POS-RPT.
           STOP RUN.

      **************************************************************
      *   APPLIES ONE MAINTENANCE TRANSACTION TO THE POSITION FILE  *
      **************************************************************

       1000-APPLY-TRANS.
           MOVE ZERO                       TO  WS-FILLED-COUNT
                                               WS-SAMPLE-COUNT.
           EVALUATE PT-FUNCTION
               WHEN 'A'
                   PERFORM 1050-VALIDATE-CARD
                   IF CARD-IS-VALID
                       PERFORM 1100-ADD-POSITION
                   END-IF
               WHEN 'C'
                   PERFORM 1050-VALIDATE-CARD
                   IF CARD-IS-VALID
                       PERFORM 1200-CHANGE-POSITION
                   END-IF
               WHEN 'D'
                   PERFORM 1300-DELETE-POSITION
               WHEN OTHER
                   MOVE 'INVALID FUNCTION'  TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
           END-EVALUATE.
           PERFORM 1800-PRINT-RESULT.
           IF PT-FUNCTION = 'D' AND WS-FILLED-COUNT > ZERO
               PERFORM 1380-PRINT-SAMPLES
           END-IF.
           PERFORM 2000-READ-TRANS.

      **************************************************************
      *   AN A/C CARD MUST NAME A DEPARTMENT ON DEPTREF AND A       *
      *   TITLE, AND CARRY A NUMERIC COUNT AND BUDGET               *
      **************************************************************

       1050-VALIDATE-CARD.
           MOVE 'Y'                        TO  WS-CARD-VALID.
           MOVE PT-DEPT                    TO  REF-CODE.
           READ REF-FILE
               INVALID KEY
                   MOVE 'N'                 TO  WS-CARD-VALID
                   MOVE SPACES              TO  WS-RESULT
                   STRING 'DEPT NOT ON REF FILE: '
                          PT-DEPT           DELIMITED BY SIZE
                       INTO WS-RESULT
           END-READ.
           IF CARD-IS-VALID AND PT-TITLE = SPACES
               MOVE 'N'                    TO  WS-CARD-VALID
               MOVE 'TITLE MISSING'        TO  WS-RESULT
           END-IF.
           IF CARD-IS-VALID AND PT-AUTH-COUNT NOT NUMERIC
               MOVE 'N'                    TO  WS-CARD-VALID
               MOVE 'AUTHORIZED COUNT NOT NUMERIC'
                                           TO  WS-RESULT
           END-IF.
           IF CARD-IS-VALID AND PT-BUDGET-PAY NOT NUMERIC
               MOVE 'N'                    TO  WS-CARD-VALID
               MOVE 'BUDGETED PAY NOT NUMERIC'
                                           TO  WS-RESULT
           END-IF.
           IF NOT CARD-IS-VALID
               ADD 1                       TO  WS-REJ-COUNT
           END-IF.

       1100-ADD-POSITION.
           MOVE SPACES                     TO  POS-REC.
           MOVE PT-DEPT                    TO  PS-DEPT.
           MOVE PT-TITLE                   TO  PS-TITLE.
           MOVE PT-AUTH-COUNT              TO  PS-AUTH-COUNT.
           MOVE PT-BUDGET-PAY              TO  PS-BUDGET-PAY.
           MOVE WS-RUN-DATE                TO  PS-LAST-MAINT.
           WRITE POS-REC
               INVALID KEY
                   MOVE SPACES              TO  WS-RESULT
                   STRING 'POSITION EXISTS STATUS='
                          WS-POS-STATUS     DELIMITED BY SIZE
                       INTO WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
               NOT INVALID KEY
                   MOVE 'ADDED'             TO  WS-RESULT
                   ADD 1                    TO  WS-ADD-COUNT
           END-WRITE.

      *    A cut in the authorized count is allowed to go below the
      *    heads already filled - the budget decision stands and the
      *    position simply takes no more hires until attrition brings
      *    it back inside.  The report line says how many are filled.
       1200-CHANGE-POSITION.
           MOVE PT-DEPT                    TO  PS-DEPT.
           MOVE PT-TITLE                   TO  PS-TITLE.
           READ POS-FILE
               INVALID KEY
                   MOVE SPACES              TO  WS-RESULT
                   STRING 'POSITION NOT ON FILE STATUS='
                          WS-POS-STATUS     DELIMITED BY SIZE
                       INTO WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
               NOT INVALID KEY
                   MOVE PT-AUTH-COUNT       TO  PS-AUTH-COUNT
                   MOVE PT-BUDGET-PAY       TO  PS-BUDGET-PAY
                   MOVE WS-RUN-DATE         TO  PS-LAST-MAINT
                   REWRITE POS-REC
                       INVALID KEY
                           MOVE SPACES      TO  WS-RESULT
                           STRING 'REWRITE FAILED STATUS='
                                  WS-POS-STATUS  DELIMITED BY SIZE
                               INTO WS-RESULT
                           ADD 1            TO  WS-REJ-COUNT
                       NOT INVALID KEY
                           ADD 1            TO  WS-CHG-COUNT
                           PERFORM 1250-CHECK-FILLED
                   END-REWRITE
           END-READ.

       1250-CHECK-FILLED.
           PERFORM 1350-SCAN-MASTER-FILLED.
           IF WS-FILLED-COUNT > PT-AUTH-COUNT
               MOVE WS-FILLED-COUNT        TO  WS-FILLED-EDIT
               MOVE SPACES                 TO  WS-RESULT
               STRING 'CHANGED - ' WS-FILLED-EDIT
                      ' FILLED, OVER'
                      DELIMITED BY SIZE
                   INTO WS-RESULT
           ELSE
               MOVE 'CHANGED'              TO  WS-RESULT
           END-IF.

      *    A position still held by active employees is refused -
      *    deleting it would make every one of them an overage and
      *    stop EMPMAINT from moving anyone else in.
       1300-DELETE-POSITION.
           PERFORM 1350-SCAN-MASTER-FILLED.
           IF WS-FILLED-COUNT > ZERO
               MOVE SPACES                  TO  WS-RESULT
               STRING 'FILLED BY ' WS-FILLED-COUNT
                      ' ACTIVE HOLDERS'
                      DELIMITED BY SIZE
                   INTO WS-RESULT
               ADD 1                        TO  WS-REJ-COUNT
           ELSE
               MOVE PT-DEPT                 TO  PS-DEPT
               MOVE PT-TITLE                TO  PS-TITLE
               DELETE POS-FILE
                   INVALID KEY
                       MOVE SPACES          TO  WS-RESULT
                       STRING 'POSITION NOT ON FILE STATUS='
                              WS-POS-STATUS DELIMITED BY SIZE
                           INTO WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       MOVE 'DELETED'       TO  WS-RESULT
                       ADD 1                TO  WS-DEL-COUNT
               END-DELETE
           END-IF.

      **************************************************************
      *   COUNTS THE ACTIVE MASTER RECORDS HOLDING THE CARD'S DEPT  *
      *   AND TITLE AND KEEPS THE FIRST FIVE EMPIDS - TERMINATED    *
      *   RECORDS DO NOT FILL A POSITION                            *
      **************************************************************

       1350-SCAN-MASTER-FILLED.
           MOVE ZERO                       TO  WS-FILLED-COUNT
                                               WS-SAMPLE-COUNT.
           MOVE 0                          TO  WS-EOF-M.
           OPEN INPUT MASTER-FILE.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
      *            No master on file yet means nobody can fill the
      *            position - the first-install case.
                   MOVE 1                  TO  WS-EOF-M
               WHEN OTHER
                   DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                           WS-MASTER-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM UNTIL WS-EOF-M = 1
               READ MASTER-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-M
                   NOT AT END
                       PERFORM 1360-CHECK-ONE-RECORD
               END-READ
               IF WS-EOF-M = 0 AND WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'MASTER-FILE READ ERROR, STATUS='
                           WS-MASTER-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '10'
               CLOSE MASTER-FILE
           END-IF.

       1360-CHECK-ONE-RECORD.
           IF M-STATUS NOT = 'T' AND
              M-DEPT = PT-DEPT AND
              M-TITLE = PT-TITLE
               ADD 1                       TO  WS-FILLED-COUNT
               IF WS-SAMPLE-COUNT < WS-SAMPLE-MAX
                   ADD 1                   TO  WS-SAMPLE-COUNT
                   MOVE M-EMPID            TO  WS-SAMPLE-EMPID
                                               (WS-SAMPLE-COUNT)
               END-IF
           END-IF.

       1380-PRINT-SAMPLES.
           PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
                   UNTIL WS-SAMPLE-IDX > WS-SAMPLE-COUNT
               MOVE WS-SAMPLE-EMPID (WS-SAMPLE-IDX)
                                           TO  SM-EMPID
               WRITE RPT-REC FROM PRNT-SAMPLE
           END-PERFORM.

      **************************************************************
      *   PRINTS ONE RESULT LINE PER TRANSACTION                    *
      **************************************************************

       1800-PRINT-RESULT.
           MOVE SPACES                     TO  RPT-LINE.
           MOVE PT-FUNCTION                TO  RL-FUNCTION.
           MOVE PT-DEPT                    TO  RL-DEPT.
           MOVE PT-TITLE                   TO  RL-TITLE.
           IF PT-AUTH-COUNT NUMERIC
               MOVE PT-AUTH-COUNT          TO  RL-AUTH-COUNT
           END-IF.
           IF PT-BUDGET-PAY NUMERIC
               MOVE PT-BUDGET-PAY          TO  RL-BUDGET-PAY
           END-IF.
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
