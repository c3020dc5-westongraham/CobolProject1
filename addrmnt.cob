
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADDRMNT.
       AUTHOR. Weston Graham.
      *  Maintenance (add/change/delete) for the EMPADDR indexed file
      *  of employee home addresses, phones, personal email and
      *  emergency contacts.  Modeled on BANKMNT.  Transactions come
      *  from HR's keyed cards or from the ADDRTRAN file HRFEED
      *  generates out of the corporate address feed - this program
      *  is the only one that writes EMPADDR, the same way EMPMAINT
      *  is the only gate to the master.  An add or change is refused
      *  for an EMPID not on COB1-MASTER; a delete is not, so the
      *  address of an employee since purged can still be removed.
      *  Every applied transaction is journaled to ADDRJRNL with the
      *  before and after images of the record, operator and batch
      *  identifier, the same way EMPMAINT journals to MAINTJRNL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANS-FILE   ASSIGN TO 'ADDRTRAN'.
            SELECT ADDR-FILE    ASSIGN TO 'EMPADDR'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY AD-EMPID
                                FILE STATUS WS-ADDR-STATUS.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT OPTIONAL PARM-FILE
                                ASSIGN TO 'PARMCARD'.
            SELECT JRNL-FILE    ASSIGN TO 'ADDRJRNL'
                                FILE STATUS WS-JRNL-FSTATUS.
            SELECT ADDR-RPT     ASSIGN TO 'ADDRRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRTRN.

       FD  ADDR-FILE.
           COPY ADDRREC.

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

      **************************************************************
      *  PARAMETER CARD - OPTIONAL, ONE RECORD                      *
      **************************************************************
       FD  PARM-FILE
           LABEL RECORDS ARE OMITTED.
       01  PARM-CARD-REC              PIC X(80).

      **************************************************************
      *  ADDRESS CHANGE JOURNAL - BEFORE/AFTER IMAGE OF EVERY       *
      *  APPLIED TRANSACTION, APPENDED RUN AFTER RUN                *
      **************************************************************
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRJREC.

       FD  ADDR-RPT
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC                    PIC X(100).

       WORKING-STORAGE SECTION.

       COPY PARMCARD.

       01  MISC.
                03  WS-ADDR-STATUS         PIC X(2)      VALUE '00'.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-JRNL-FSTATUS        PIC X(2)      VALUE '00'.
                03  WS-EOF-T               PIC 9         VALUE 0.
                03  WS-RESULT              PIC X(30)     VALUE SPACES.
                03  WS-ADD-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-CHG-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-DEL-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-REJ-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-FEED-COUNT          PIC 9(5)      VALUE ZERO.
      **************************************************************
      *         CHANGE-JOURNAL WORK FIELDS - THE BEFORE IMAGE IS    *
      *         CAPTURED AS SOON AS THE ADDRESS RECORD IS READ,     *
      *         BEFORE ANY TRANSACTION FIELD IS MOVED OVER IT       *
      **************************************************************
                03  WS-BEFORE-IMAGE        PIC X(250)    VALUE SPACES.
                03  WS-AFTER-IMAGE         PIC X(250)    VALUE SPACES.
      **************************************************************
      *         COMPLETION-CODE AND BALANCING WORK FIELDS - THE     *
      *         SAME CONDITION CODES EMPMAINT ENDS WITH:            *
      *         0 = CLEAN   4 = WARNING (REJECTED TRANSACTIONS)     *
      *         8 = EMPTY TRANSACTION FILE                          *
      *         12 = COUNTS OUT OF BALANCE   16 = FATAL I/O ERROR   *
      **************************************************************
                03  WS-TRN-COUNT           PIC 9(5)      VALUE ZERO.
                03  WS-BALANCE-TOTAL       PIC 9(6)      VALUE ZERO.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-RUN-DATE-R REDEFINES WS-RUN-DATE
                                           PIC X(8).
                03  WS-RUN-TIME            PIC 9(8)      VALUE ZERO.
      **************************************************************
      *         RUN/BATCH IDENTIFIER STAMPED ON EVERY JOURNAL       *
      *         RECORD - THE PARM JOBID WHEN ONE IS KEYED,          *
      *         OTHERWISE MMDD PLUS HHMM OF THE RUN                 *
      **************************************************************
                03  WS-BATCH-ID            PIC X(8)      VALUE SPACES.
      **************************************************************
      *         CONTACT-BLOCK EDIT WORK FIELDS                      *
      **************************************************************
                03  WS-AT-COUNT            PIC 9(3)      VALUE ZERO.

       01  RPT-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-FUNCTION            PIC X(1).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-EMPID               PIC X(7).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-SOURCE              PIC X(4).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-ZIP                 PIC X(10).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-RESULT              PIC X(30).
                03  FILLER                 PIC X(33)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 0100-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0150-SET-BATCH-ID.
           OPEN INPUT TRANS-FILE
                INPUT MASTER-FILE
                I-O ADDR-FILE
                OUTPUT ADDR-RPT.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ADDR-STATUS NOT = '00'
      *        First maintenance run has no address file yet -
      *        create it rather than fail.
               OPEN OUTPUT ADDR-FILE
               IF WS-ADDR-STATUS NOT = '00'
                   DISPLAY 'ADDR-FILE OPEN FAILED, STATUS='
                           WS-ADDR-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ADDR-FILE
               OPEN I-O ADDR-FILE
           END-IF.
           PERFORM 0180-OPEN-JRNL-FILE.
           PERFORM 2000-READ-TRANS.
           PERFORM 1000-APPLY-TRANS
                   UNTIL WS-EOF-T = 1.
           PERFORM 1900-PRINT-SUMMARY.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE TRANS-FILE
                 MASTER-FILE
                 ADDR-FILE
                 ADDR-RPT
                 JRNL-FILE.
           STOP RUN.

      **************************************************************
      *   SETS THE COMPLETION CODE THE SCHEDULER TESTS AND PROVES   *
      *   THE COUNTS BALANCE: EVERY TRANSACTION READ MUST BE        *
      *   ACCOUNTED FOR AS ADDED, CHANGED, DELETED OR REJECTED      *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           COMPUTE WS-BALANCE-TOTAL =
                   WS-ADD-COUNT + WS-CHG-COUNT +
                   WS-DEL-COUNT + WS-REJ-COUNT.
           EVALUATE TRUE
               WHEN WS-TRN-COUNT NOT = WS-BALANCE-TOTAL
                   DISPLAY 'ADDRMNT OUT OF BALANCE: READ='
                           WS-TRN-COUNT
                           ' ADDED=' WS-ADD-COUNT
                           ' CHANGED=' WS-CHG-COUNT
                           ' DELETED=' WS-DEL-COUNT
                           ' REJECTED=' WS-REJ-COUNT
                   MOVE 12                 TO  RETURN-CODE
               WHEN WS-TRN-COUNT = ZERO
                   DISPLAY 'ADDRMNT WARNING: TRANSACTION FILE WAS '
                           'EMPTY'
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-REJ-COUNT > ZERO
                   DISPLAY 'ADDRMNT WARNING: REJECTED '
                           'TRANSACTIONS, COUNT=' WS-REJ-COUNT
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.

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
      *   BUILDS THE RUN/BATCH IDENTIFIER - THE KEYED JOBID WHEN    *
      *   THERE IS ONE, ELSE THE RUN'S MMDD AND HHMM                *
      **************************************************************

       0150-SET-BATCH-ID.
           IF PARM-JOBID NOT = SPACES
               MOVE PARM-JOBID             TO  WS-BATCH-ID
           ELSE
               MOVE WS-RUN-DATE-R(5:4)     TO  WS-BATCH-ID(1:4)
               MOVE WS-RUN-TIME(1:4)       TO  WS-BATCH-ID(5:4)
           END-IF.

      **************************************************************
      *   OPENS JRNL-FILE FOR APPEND SO THE ADDRESS HISTORY         *
      *   ACCUMULATES ACROSS RUNS.  FALLS BACK TO OUTPUT ONLY THE   *
      *   FIRST TIME, WHEN THE FILE DOESN'T EXIST                   *
      **************************************************************

       0180-OPEN-JRNL-FILE.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-FSTATUS NOT = '00'
               OPEN OUTPUT JRNL-FILE
               IF WS-JRNL-FSTATUS NOT = '00'
                   DISPLAY 'JRNL-FILE OPEN FAILED, STATUS='
                           WS-JRNL-FSTATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      **************************************************************
      *   APPLIES ONE MAINTENANCE TRANSACTION TO THE ADDRESS FILE   *
      **************************************************************

       1000-APPLY-TRANS.
           MOVE SPACES                     TO  WS-RESULT.
           IF AT-SOURCE = 'H'
               ADD 1                       TO  WS-FEED-COUNT
           END-IF.
           EVALUATE AT-FUNCTION
               WHEN 'A'
                   PERFORM 1100-ADD-ADDRESS
               WHEN 'C'
                   PERFORM 1200-CHANGE-ADDRESS
               WHEN 'D'
                   PERFORM 1300-DELETE-ADDRESS
               WHEN OTHER
                   MOVE 'INVALID FUNCTION'  TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
           END-EVALUATE.
           PERFORM 1800-PRINT-RESULT.
           PERFORM 2000-READ-TRANS.

      *    Year-end forms and benefits notices are mailed straight
      *    from this file, so a label that cannot be delivered is
      *    stopped here: street, city, state and ZIP are required,
      *    and the phones, when given, must be ten digits.
       1050-VALIDATE-CONTACT.
           MOVE ZERO                       TO  WS-AT-COUNT.
           INSPECT AT-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           EVALUATE TRUE
               WHEN AT-STREET1 = SPACES
                   MOVE 'STREET ADDRESS MISSING' TO  WS-RESULT
               WHEN AT-CITY = SPACES
                   MOVE 'CITY MISSING'      TO  WS-RESULT
               WHEN AT-STATE(1:1) NOT ALPHABETIC-UPPER OR
                    AT-STATE(2:1) NOT ALPHABETIC-UPPER OR
                    AT-STATE(1:1) = SPACE OR
                    AT-STATE(2:1) = SPACE
                   MOVE 'STATE NOT TWO LETTERS' TO  WS-RESULT
               WHEN AT-ZIP(1:5) NOT NUMERIC
                   MOVE 'ZIP NOT NUMERIC'   TO  WS-RESULT
               WHEN AT-ZIP(6:5) NOT = SPACES AND
                    (AT-ZIP(6:1) NOT = '-' OR
                     AT-ZIP(7:4) NOT NUMERIC)
                   MOVE 'ZIP+4 NOT 99999-9999' TO  WS-RESULT
               WHEN AT-PHONE NOT = SPACES AND
                    AT-PHONE NOT NUMERIC
                   MOVE 'PHONE NOT TEN DIGITS' TO  WS-RESULT
               WHEN AT-EMAIL NOT = SPACES AND WS-AT-COUNT NOT = 1
                   MOVE 'EMAIL ADDRESS INVALID' TO  WS-RESULT
               WHEN AT-EMRG-PHONE NOT = SPACES AND
                    AT-EMRG-PHONE NOT NUMERIC
                   MOVE 'EMERG PHONE NOT TEN DIGITS' TO  WS-RESULT
               WHEN AT-EMRG-PHONE NOT = SPACES AND
                    AT-EMRG-NAME = SPACES
                   MOVE 'EMERG PHONE WITH NO NAME' TO  WS-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RESULT NOT = SPACES
               ADD 1                       TO  WS-REJ-COUNT
           END-IF.

      *    Only employees the master knows get an address - an add
      *    or change for anyone else is a keying error or a feed
      *    record for someone EMPMAINT has not added yet.
       1060-CHECK-MASTER.
           MOVE AT-EMPID                   TO  M-EMPID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'EMPID NOT ON MASTER' TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
           END-READ.

       1100-ADD-ADDRESS.
           PERFORM 1060-CHECK-MASTER.
           IF WS-RESULT = SPACES
               PERFORM 1050-VALIDATE-CONTACT
           END-IF.
           IF WS-RESULT = SPACES
               MOVE AT-EMPID               TO  AD-EMPID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ADDRESS ALREADY ON FILE'
                                           TO  WS-RESULT
                       ADD 1               TO  WS-REJ-COUNT
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               INITIALIZE ADDR-REC
               MOVE AT-EMPID               TO  AD-EMPID
               MOVE AT-CONTACT             TO  AD-CONTACT
               MOVE WS-RUN-DATE            TO  AD-LAST-MAINT
               WRITE ADDR-REC
                   INVALID KEY
                       MOVE SPACES          TO  WS-RESULT
                       STRING 'WRITE FAILED STATUS='
                              WS-ADDR-STATUS DELIMITED BY SIZE
                           INTO WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       MOVE SPACES          TO  WS-BEFORE-IMAGE
                       MOVE ADDR-REC        TO  WS-AFTER-IMAGE
                       PERFORM 1700-WRITE-JOURNAL
                       MOVE 'ADDED'         TO  WS-RESULT
                       ADD 1                TO  WS-ADD-COUNT
               END-WRITE
           END-IF.

      *    A change carries the whole contact block and replaces
      *    every field - the way a corrected address is keyed, and
      *    the way the corporate feed sends it.
       1200-CHANGE-ADDRESS.
           PERFORM 1060-CHECK-MASTER.
           IF WS-RESULT = SPACES
               PERFORM 1050-VALIDATE-CONTACT
           END-IF.
           IF WS-RESULT = SPACES
               MOVE AT-EMPID               TO  AD-EMPID
               READ ADDR-FILE
                   INVALID KEY
                       MOVE 'NO ADDRESS ON FILE' TO  WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       MOVE ADDR-REC        TO  WS-BEFORE-IMAGE
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               MOVE AT-CONTACT             TO  AD-CONTACT
               MOVE WS-RUN-DATE            TO  AD-LAST-MAINT
               REWRITE ADDR-REC
                   INVALID KEY
                       MOVE SPACES          TO  WS-RESULT
                       STRING 'REWRITE FAILED STATUS='
                              WS-ADDR-STATUS DELIMITED BY SIZE
                           INTO WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       MOVE ADDR-REC        TO  WS-AFTER-IMAGE
                       PERFORM 1700-WRITE-JOURNAL
                       MOVE 'CHANGED'       TO  WS-RESULT
                       ADD 1                TO  WS-CHG-COUNT
               END-REWRITE
           END-IF.

       1300-DELETE-ADDRESS.
           MOVE AT-EMPID                   TO  AD-EMPID.
           READ ADDR-FILE
               INVALID KEY
                   MOVE 'NO ADDRESS ON FILE' TO  WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
               NOT INVALID KEY
                   MOVE ADDR-REC            TO  WS-BEFORE-IMAGE
           END-READ.
           IF WS-RESULT = SPACES
               DELETE ADDR-FILE
                   INVALID KEY
                       MOVE SPACES          TO  WS-RESULT
                       STRING 'DELETE FAILED STATUS='
                              WS-ADDR-STATUS DELIMITED BY SIZE
                           INTO WS-RESULT
                       ADD 1                TO  WS-REJ-COUNT
                   NOT INVALID KEY
                       MOVE SPACES          TO  WS-AFTER-IMAGE
                       PERFORM 1700-WRITE-JOURNAL
                       MOVE 'DELETED'       TO  WS-RESULT
                       ADD 1                TO  WS-DEL-COUNT
               END-DELETE
           END-IF.

      **************************************************************
      *   WRITES ONE JOURNAL RECORD FOR AN APPLIED TRANSACTION -    *
      *   FUNCTION, DATE/TIME, OPERATOR, BATCH AND THE FULL BEFORE/ *
      *   AFTER ADDRESS IMAGES                                      *
      **************************************************************

       1700-WRITE-JOURNAL.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE AT-FUNCTION                TO  ADJ-FUNCTION.
           MOVE AT-EMPID                   TO  ADJ-EMPID.
           MOVE WS-RUN-DATE                TO  ADJ-DATE.
           MOVE WS-RUN-TIME                TO  ADJ-TIME.
           MOVE PARM-OPERATOR-ID           TO  ADJ-OPERATOR.
           MOVE WS-BEFORE-IMAGE            TO  ADJ-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE             TO  ADJ-AFTER-IMAGE.
           MOVE WS-BATCH-ID                TO  ADJ-BATCH-ID.
           MOVE AT-SOURCE                  TO  ADJ-SOURCE.
           WRITE ADDR-JRNL-REC.
           IF WS-JRNL-FSTATUS NOT = '00'
               DISPLAY 'JRNL-FILE WRITE FAILED, STATUS='
                       WS-JRNL-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.

      **************************************************************
      *   PRINTS ONE RESULT LINE PER TRANSACTION                    *
      **************************************************************

       1800-PRINT-RESULT.
           MOVE SPACES                     TO  RPT-LINE.
           MOVE AT-FUNCTION                TO  RL-FUNCTION.
           MOVE AT-EMPID                   TO  RL-EMPID.
           IF AT-SOURCE = 'H'
               MOVE 'FEED'                 TO  RL-SOURCE
           ELSE
               MOVE 'CARD'                 TO  RL-SOURCE
           END-IF.
           MOVE AT-ZIP                     TO  RL-ZIP.
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
           STRING 'TRANSACTIONS READ: '   DELIMITED BY SIZE
                  WS-TRN-COUNT            DELIMITED BY SIZE
                  '  FROM THE HR FEED: '  DELIMITED BY SIZE
                  WS-FEED-COUNT           DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.

      **************************************************************
      *                READS THE TRANSACTION FILE                   *
      **************************************************************

       2000-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 1 TO WS-EOF-T
               NOT AT END
                   ADD 1 TO WS-TRN-COUNT
           END-READ.
