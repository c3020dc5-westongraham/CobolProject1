      *  record is screened first (SSN, hire date, DEPT against
      *  DEPTREF, pay rate) - failures go to the quarantine report
      *  and generate nothing, so garbage in the feed never becomes
      *  a generated transaction.  Corporate's address feed, when
      *  one is sent, is set against the EMPADDR address file the
      *  same way: a record for an employee with no address on file
      *  generates an 'A' on ADDRTRAN, one whose contact block
      *  differs a 'C', for ADDRMNT to apply.  The address feed
      *  carries changes only, so nothing missing from it is ever
      *  deleted.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                ACCESS MODE RANDOM
                                RECORD KEY REF-CODE
                                FILE STATUS WS-REF-STATUS.
            SELECT OPTIONAL ADDR-FEED
                                ASSIGN TO 'HRADDR'.
            SELECT ADDR-FILE    ASSIGN TO 'EMPADDR'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY AD-EMPID
                                FILE STATUS WS-ADDR-STATUS.
            SELECT ADDR-TRANS   ASSIGN TO 'ADDRTRAN'.

       DATA DIVISION.
       FILE SECTION.
                03  MT-FUNCTION            PIC X(1).
      *                A = ADD   C = CHANGE   D = DEACTIVATE
                03  MT-TRANS-DATA          PIC X(98).
                03  MT-TRANS-AREA REDEFINES MT-TRANS-DATA.
                   05  FILLER              PIC X(85).
                   05  MT-HC-OVERRIDE      PIC X(1).
      *                EMPMAINT HEADCOUNT OVERRIDE - NEVER SET FROM
      *                THE FEED, WHATEVER ITS FILLER BYTES HOLD
                   05  FILLER              PIC X(12).
                03  MT-EFF-DATE            PIC X(8).

       FD  FEED-RPT
       FD  REF-FILE.
           COPY DEPTREC.

      **************************************************************
      *  CORPORATE ADDRESS FEED - ONE RECORD PER EMPLOYEE WHOSE     *
      *  ADDRESS OR CONTACT DETAILS CHANGED, THE CONTACT BLOCK IN   *
      *  THE SAME ORDER EMPADDR HOLDS IT.  OPTIONAL - MOST WEEKS    *
      *  THERE IS NONE                                              *
      **************************************************************
       FD  ADDR-FEED
           LABEL RECORDS ARE STANDARD.
       01  ADDR-FEED-REC.
                03  AF-EMPID               PIC X(7).
                03  AF-CONTACT.
                   05  AF-STREET1          PIC X(30).
                   05  FILLER              PIC X(30).
                   05  AF-CITY             PIC X(20).
                   05  AF-STATE            PIC X(2).
                   05  AF-ZIP              PIC X(10).
                   05  FILLER              PIC X(100).
                03  FILLER                 PIC X(1).

      **************************************************************
      *  ADDRESS FILE - READ ONLY HERE, TO DECIDE ADD VS CHANGE     *
      **************************************************************
       FD  ADDR-FILE.
           COPY ADDRREC.

      **************************************************************
      *  GENERATED ADDRESS TRANSACTIONS FOR ADDRMNT                 *
      **************************************************************
       FD  ADDR-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY ADDRTRN.

       WORKING-STORAGE SECTION.
      *    Feed-side record hold area - the I- field names.
       COPY EMPREC.
      **************************************************************
                03  WS-EOF-F               PIC 9         VALUE 0.
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-EOF-A               PIC 9         VALUE 0.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-REF-STATUS          PIC X(2)      VALUE '00'.
                03  WS-ADDR-STATUS         PIC X(2)      VALUE '00'.
                03  WS-ADDR-OPEN           PIC X(1)      VALUE 'N'.
      **************************************************************
      *         MATCH-MERGE KEY HOLDS - HIGH-VALUES AT EOF          *
      **************************************************************
                03  WS-QUAR-COUNT          PIC 9(5)      VALUE ZERO.
                03  WS-MAX-HOURLY-RATE     PIC 9(5)V99   VALUE 500.00.
      **************************************************************
      *         ADDRESS-FEED COUNTERS FOR THE PROOF REPORT          *
      **************************************************************
                03  WS-ADDR-READ           PIC 9(5)      VALUE ZERO.
                03  WS-ADDR-ADD-GEN        PIC 9(5)      VALUE ZERO.
                03  WS-ADDR-CHG-GEN        PIC 9(5)      VALUE ZERO.
                03  WS-ADDR-UNCHANGED      PIC 9(5)      VALUE ZERO.
                03  WS-ADDR-QUAR           PIC 9(5)      VALUE ZERO.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT SORTED-FILE
                INPUT MASTER-FILE
                INPUT REF-FILE
                INPUT ADDR-FEED
                OUTPUT TRANS-FILE
                OUTPUT ADDR-TRANS
                OUTPUT FEED-RPT
                OUTPUT QUAR-RPT.
           IF WS-MASTER-STATUS NOT = '00'
                       WS-REF-STATUS
               STOP RUN
           END-IF.
      *    No address file until ADDRMNT's first run - every address
      *    feed record is then an add.
           OPEN INPUT ADDR-FILE.
           EVALUATE WS-ADDR-STATUS
               WHEN '00'
                   MOVE 'Y'                TO  WS-ADDR-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
      *            Any other failure must not be read as "nobody has
      *            an address" - every feed record would become an
      *            add.
                   DISPLAY 'ADDR-FILE OPEN FAILED, STATUS='
                           WS-ADDR-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 2000-READ-FEED.
           PERFORM 2100-READ-MASTER.
      *    An empty feed against a populated master is a failed
                   UNTIL WS-FEED-KEY = HIGH-VALUES
                     AND WS-MST-KEY = HIGH-VALUES
           END-IF.
           PERFORM 2200-READ-ADDR-FEED.
           PERFORM 1700-LOAD-ADDRESS
                   UNTIL WS-EOF-A = 1.
           PERFORM 1900-PRINT-SUMMARY.
           CLOSE SORTED-FILE
                 MASTER-FILE
                 REF-FILE
                 ADDR-FEED
                 TRANS-FILE
                 ADDR-TRANS
                 FEED-RPT
                 QUAR-RPT.
           IF WS-ADDR-OPEN = 'Y'
               CLOSE ADDR-FILE
           END-IF.
           STOP RUN.

      **************************************************************
       1600-GEN-ADD.
           MOVE 'A'                        TO  MT-FUNCTION.
           MOVE INPUT-DATA                 TO  MT-TRANS-DATA.
           MOVE SPACE                      TO  MT-HC-OVERRIDE.
           MOVE SPACES                     TO  MT-EFF-DATE.
           WRITE TRANS-REC.
           ADD 1                           TO  WS-ADD-GEN.
           IF WS-FIELDS-DIFFER = 'Y'
               MOVE 'C'                    TO  MT-FUNCTION
               MOVE INPUT-DATA             TO  MT-TRANS-DATA
               MOVE SPACE                  TO  MT-HC-OVERRIDE
               MOVE SPACES                 TO  MT-EFF-DATE
               WRITE TRANS-REC
               ADD 1                       TO  WS-CHG-GEN
               ADD 1                       TO  WS-UNCHANGED
           END-IF.

      **************************************************************
      *   ONE ADDRESS FEED RECORD - SCREENED FOR THE FIELDS A       *
      *   MAILING LABEL CANNOT DO WITHOUT, THEN AN ADD WHEN THE     *
      *   EMPLOYEE HAS NO ADDRESS ON FILE OR A CHANGE WHEN THE      *
      *   CONTACT BLOCK DIFFERS.  ADDRMNT STILL APPLIES ITS FULL    *
      *   EDITS AND REFUSES AN EMPID THE MASTER DOES NOT HAVE       *
      **************************************************************

       1700-LOAD-ADDRESS.
           PERFORM 1720-SCREEN-ADDR-REC.
           IF FEED-REC-VALID
               PERFORM 1740-CHECK-ADDR-FILE
           ELSE
               MOVE SPACES                 TO  PRNT-QUAR
               MOVE AF-EMPID               TO  Q-EMPID
               MOVE 'ADDRESS FEED'         TO  Q-LASTNAME
               MOVE WS-QUAR-REASON         TO  Q-REASON
               WRITE QUAR-RPT-REC FROM PRNT-QUAR
                   AFTER ADVANCING 1 LINE
               ADD 1                       TO  WS-ADDR-QUAR
           END-IF.
           PERFORM 2200-READ-ADDR-FEED.

       1720-SCREEN-ADDR-REC.
           MOVE 'Y'                        TO  WS-FEED-VALID.
           MOVE SPACES                     TO  WS-QUAR-REASON.
           EVALUATE TRUE
               WHEN AF-EMPID = SPACES
                   MOVE 'EMPID MISSING'    TO  WS-QUAR-REASON
               WHEN AF-STREET1 = SPACES
                   MOVE 'STREET ADDRESS MISSING'
                                           TO  WS-QUAR-REASON
               WHEN AF-CITY = SPACES
                   MOVE 'CITY MISSING'     TO  WS-QUAR-REASON
               WHEN AF-STATE = SPACES
                   MOVE 'STATE MISSING'    TO  WS-QUAR-REASON
               WHEN AF-ZIP(1:5) NOT NUMERIC
                   MOVE 'ZIP NOT NUMERIC'  TO  WS-QUAR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-QUAR-REASON NOT = SPACES
               MOVE 'N'                    TO  WS-FEED-VALID
           END-IF.

       1740-CHECK-ADDR-FILE.
           MOVE SPACES                     TO  ADDR-TRANS-REC.
           MOVE 'N'                        TO  WS-FIELDS-DIFFER.
           IF WS-ADDR-OPEN = 'Y'
               MOVE AF-EMPID               TO  AD-EMPID
               READ ADDR-FILE
                   INVALID KEY
                       MOVE 'A'            TO  AT-FUNCTION
                   NOT INVALID KEY
                       MOVE 'C'            TO  AT-FUNCTION
                       IF AF-CONTACT NOT = AD-CONTACT
                           MOVE 'Y'        TO  WS-FIELDS-DIFFER
                       END-IF
               END-READ
           ELSE
               MOVE 'A'                    TO  AT-FUNCTION
           END-IF.
           IF AT-FUNCTION = 'C' AND WS-FIELDS-DIFFER = 'N'
               ADD 1                       TO  WS-ADDR-UNCHANGED
           ELSE
               MOVE AF-EMPID               TO  AT-EMPID
               MOVE AF-CONTACT             TO  AT-CONTACT
               MOVE 'H'                    TO  AT-SOURCE
               WRITE ADDR-TRANS-REC
               IF AT-FUNCTION = 'A'
                   ADD 1                   TO  WS-ADDR-ADD-GEN
               ELSE
                   ADD 1                   TO  WS-ADDR-CHG-GEN
               END-IF
           END-IF.

      **************************************************************
      *   PRINTS THE PROOF REPORT - HOW MANY OF EACH TRANSACTION    *
      *   THIS RUN GENERATED, AGAINST THE FILE COUNTS READ          *
           MOVE 'QUARANTINED FEED RECORDS:' TO  SUM-LABEL.
           MOVE WS-QUAR-COUNT              TO  SUM-COUNT.
           PERFORM 1950-WRITE-SUMMARY-LINE.
           MOVE 'ADDRESS FEED RECORDS READ:' TO  SUM-LABEL.
           MOVE WS-ADDR-READ               TO  SUM-COUNT.
           PERFORM 1950-WRITE-SUMMARY-LINE.
           MOVE 'ADDRESS ADDS GENERATED:'  TO  SUM-LABEL.
           MOVE WS-ADDR-ADD-GEN            TO  SUM-COUNT.
           PERFORM 1950-WRITE-SUMMARY-LINE.
           MOVE 'ADDRESS CHANGES GENERATED:' TO  SUM-LABEL.
           MOVE WS-ADDR-CHG-GEN            TO  SUM-COUNT.
           PERFORM 1950-WRITE-SUMMARY-LINE.
           MOVE 'ADDRESSES ALREADY ON FILE:' TO  SUM-LABEL.
           MOVE WS-ADDR-UNCHANGED          TO  SUM-COUNT.
           PERFORM 1950-WRITE-SUMMARY-LINE.
           MOVE 'QUARANTINED ADDRESS RECORDS:' TO  SUM-LABEL.
           MOVE WS-ADDR-QUAR               TO  SUM-COUNT.
           PERFORM 1950-WRITE-SUMMARY-LINE.

       1950-WRITE-SUMMARY-LINE.
           WRITE FEED-RPT-REC FROM PRNT-SUMMARY
                   STOP RUN
               END-IF
           END-IF.

      **************************************************************
      *   READS THE CORPORATE ADDRESS FEED - NO FILE IS AN EMPTY    *
      *   FEED                                                      *
      **************************************************************

       2200-READ-ADDR-FEED.
           READ ADDR-FEED
               AT END
                   MOVE 1                  TO  WS-EOF-A
               NOT AT END
                   ADD 1                   TO  WS-ADDR-READ
           END-READ.
