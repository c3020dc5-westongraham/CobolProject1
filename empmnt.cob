      *  date are applied; future-dated ones are parked on the pending
      *  file, re-examined every night until they fall due, and listed
      *  on the report so HR can see what is queued.  The scheduler
      *  copies PENDNEW over PENDTRAN after a clean run.  A card dated
      *  in the past applies tonight; its effective date is kept on
      *  the journal so RETROPAY can pay the periods already run at
      *  the old rate.  An add, or a change that moves someone into
      *  a department/title, is refused when the position on POSCTL
      *  is already filled to its authorized headcount, unless the
      *  card carries the headcount override flag - every override
      *  applied is listed at the end of the report.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                ACCESS MODE RANDOM
                                RECORD KEY REF-CODE
                                FILE STATUS WS-REF-STATUS.
            SELECT POS-FILE     ASSIGN TO 'POSCTL'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY PS-KEY
                                FILE STATUS WS-POS-STATUS.
            SELECT OPTIONAL PEND-IN
                                ASSIGN TO 'PENDTRAN'.
            SELECT PEND-OUT     ASSIGN TO 'PENDNEW'
                03  MT-FUNCTION            PIC X(1).
      *                A = ADD   C = CHANGE   D = DEACTIVATE
                03  MT-TRANS-DATA          PIC X(98).
      *                THE OVERRIDE FLAG RIDES IN THE EMPLOYEE
      *                RECORD'S SPARE FILLER BYTE (CARD COLUMN 87),
      *                WHICH IS NEVER MOVED TO THE MASTER
                03  MT-TRANS-AREA REDEFINES MT-TRANS-DATA.
                   05  FILLER              PIC X(85).
                   05  MT-HC-OVERRIDE      PIC X(1).
      *                Y = ADD/MOVE IN EVEN OVER AUTHORIZED HEADCOUNT
                   05  FILLER              PIC X(12).
                03  MT-EFF-DATE            PIC X(8).
      *                YYYYMMDD - SPACES MEANS APPLY TONIGHT

       FD  REF-FILE.
           COPY DEPTREC.

      **************************************************************
      *  POSITION CONTROL FILE - AUTHORIZED HEADCOUNT BY DEPARTMENT *
      *  AND TITLE THAT ADDS AND MOVES ARE HELD TO                  *
      **************************************************************
       FD  POS-FILE.
           COPY POSREC.

      **************************************************************
      *  PENDING TRANSACTIONS - FUTURE-DATED CARDS PARKED UNTIL     *
      *  THEIR EFFECTIVE DATE ARRIVES.  PEND-IN IS LAST NIGHT'S     *
                03  WS-PEND-IDX            PIC 9(3)      VALUE ZERO.
                03  WS-EFF-ACTION          PIC X(1)      VALUE 'A'.
      *                A = APPLY   H = HOLD   R = REJECT
      **************************************************************
      *         POSITION CONTROL WORK FIELDS - ACTIVE HEADCOUNT BY  *
      *         DEPT AND TITLE IS COUNTED OFF THE MASTER AT START   *
      *         OF RUN AND KEPT CURRENT AS TRANSACTIONS APPLY, SO   *
      *         TWO HIRES ON ONE NIGHT CANNOT BOTH TAKE THE LAST    *
      *         OPENING                                             *
      **************************************************************
                03  WS-POS-STATUS          PIC X(2)      VALUE '00'.
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-HC-TABLE.
                   05  WS-HC-ENTRY         OCCURS 2000 TIMES.
                       10  HC-DEPT         PIC X(3).
                       10  HC-TITLE        PIC X(17).
                       10  HC-FILLED       PIC 9(5).
                03  WS-HC-COUNT            PIC 9(4)      VALUE ZERO.
                03  WS-HC-MAX              PIC 9(4)      VALUE 2000.
                03  WS-HC-IDX              PIC 9(4)      VALUE ZERO.
                03  WS-HC-FOUND            PIC 9(4)      VALUE ZERO.
                03  WS-POS-DEPT            PIC X(3)      VALUE SPACES.
                03  WS-POS-TITLE           PIC X(17)     VALUE SPACES.
                03  WS-POS-AUTH            PIC 9(4)      VALUE ZERO.
                03  WS-POS-FILLED          PIC 9(5)      VALUE ZERO.
                03  WS-POS-OK              PIC X(1)      VALUE 'Y'.
                   88  POSITION-OK                        VALUE 'Y'.
                03  WS-OVERRIDE-USED       PIC X(1)      VALUE 'N'.
                03  WS-OLD-DEPT            PIC X(3)      VALUE SPACES.
                03  WS-OLD-TITLE           PIC X(17)     VALUE SPACES.
                03  WS-OLD-STATUS          PIC X(1)      VALUE SPACES.
                03  WS-OVR-TABLE.
                   05  WS-OVR-ENTRY        OCCURS 500 TIMES.
                       10  OV-FUNCTION     PIC X(1).
                       10  OV-EMPID        PIC X(7).
                       10  OV-DEPT         PIC X(3).
                       10  OV-TITLE        PIC X(17).
                       10  OV-AUTH         PIC 9(4).
                       10  OV-FILLED       PIC 9(5).
                03  WS-OVR-COUNT           PIC 9(3)      VALUE ZERO.
                03  WS-OVR-MAX             PIC 9(3)      VALUE 500.
                03  WS-OVR-LOST            PIC 9(3)      VALUE ZERO.
                03  WS-OVR-IDX             PIC 9(3)      VALUE ZERO.

       01  RPT-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PP-EFF-DATE            PIC 9999/99/99.
                03  FILLER                 PIC X(62)     VALUE SPACES.

      **************************************************************
      *   OVERRIDE-LISTING DETAIL LINE - WHO WENT IN OVER THE       *
      *   AUTHORIZED HEADCOUNT, WHERE, AND HOW FAR OVER IT NOW IS   *
      **************************************************************
       01  PRNT-OVERRIDE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PO-FUNCTION            PIC X(1).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PO-EMPID               PIC X(7).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PO-DEPT                PIC X(3).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PO-TITLE               PIC X(17).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(11)     VALUE
                                                    'AUTHORIZED'.
                03  PO-AUTH                PIC Z(3)9.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(11)     VALUE
                                                    'NOW FILLED'.
                03  PO-FILLED              PIC Z(4)9.
                03  FILLER                 PIC X(23)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           	PERFORM 0100-READ-PARM-CARD.
           	OPEN INPUT TRANS-FILE
                INPUT PEND-IN
                INPUT REF-FILE
                INPUT POS-FILE
                I-O MASTER-FILE
                OUTPUT MAINT-RPT
                OUTPUT PEND-OUT.
               	MOVE 16                 TO  RETURN-CODE
               	STOP RUN
           	END-IF.
           	IF WS-POS-STATUS NOT = '00'
      *        Without the position file no add or move can be held
      *        to its authorized headcount - stop rather than let
      *        them all through unchecked.
               	DISPLAY 'POS-FILE OPEN FAILED, STATUS='
                        WS-POS-STATUS
               	MOVE 16                 TO  RETURN-CODE
               	STOP RUN
           	END-IF.
           	PERFORM 0200-LOAD-HEADCOUNT.
           	PERFORM 0180-OPEN-JRNL-FILE.
           	PERFORM 2000-READ-TRANS.
           	PERFORM 1000-APPLY-TRANS
                   UNTIL WS-EOF-T = 1.
           	PERFORM 1900-PRINT-SUMMARY.
           	PERFORM 1950-PRINT-PENDING-LIST.
           	PERFORM 1960-PRINT-OVERRIDE-LIST.
           	PERFORM 9000-SET-COMPLETION-CODE.
           	CLOSE TRANS-FILE
                 PEND-IN
                 REF-FILE
                 POS-FILE
                 MASTER-FILE
                 MAINT-RPT
                 PEND-OUT
               OPEN OUTPUT JRNL-FILE
           END-IF.

      **************************************************************
      *   COUNTS THE ACTIVE MASTER RECORDS IN EACH DEPT AND TITLE   *
      *   INTO THE HEADCOUNT TABLE BEFORE ANY TRANSACTION APPLIES - *
      *   TERMINATED RECORDS DO NOT FILL A POSITION                 *
      **************************************************************

       0200-LOAD-HEADCOUNT.
           MOVE LOW-VALUES                 TO  M-EMPID.
           START MASTER-FILE KEY NOT < M-EMPID
               INVALID KEY
                   MOVE 1                   TO  WS-EOF-M
           END-START.
           PERFORM UNTIL WS-EOF-M = 1
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1              TO  WS-EOF-M
                   NOT AT END
                       IF M-STATUS NOT = 'T'
                           MOVE M-DEPT     TO  WS-POS-DEPT
                           MOVE M-TITLE    TO  WS-POS-TITLE
                           PERFORM 1070-COUNT-IN
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
      *   APPLIES ONE MAINTENANCE TRANSACTION TO THE MASTER FILE   *
      **************************************************************
               WHEN 'A'
                   PERFORM 1050-VALIDATE-EMPTYPE
                   IF EMPTYPE-ON-FILE
                       MOVE MT-DEPT         TO  WS-POS-DEPT
                       MOVE MT-TITLE        TO  WS-POS-TITLE
                       PERFORM 1060-CHECK-POSITION
                       IF POSITION-OK
                           PERFORM 1100-ADD-EMPLOYEE
                       END-IF
                   END-IF
               WHEN 'C'
                   PERFORM 1050-VALIDATE-EMPTYPE
                   MOVE 'Y'                 TO  WS-TYPE-VALID
           END-READ.

      **************************************************************
      *   HOLDS ONE MORE HEAD IN WS-POS-DEPT/WS-POS-TITLE TO THE    *
      *   POSITION'S AUTHORIZED COUNT.  A POSITION NOT ON POSCTL    *
      *   IS AUTHORIZED FOR NOBODY.  THE CARD'S OVERRIDE FLAG LETS  *
      *   IT THROUGH ANYWAY AND IS REMEMBERED FOR THE LISTING       *
      **************************************************************

       1060-CHECK-POSITION.
           MOVE 'Y'                        TO  WS-POS-OK.
           MOVE 'N'                        TO  WS-OVERRIDE-USED.
           MOVE WS-POS-DEPT                TO  PS-DEPT.
           MOVE WS-POS-TITLE               TO  PS-TITLE.
           READ POS-FILE
               INVALID KEY
                   MOVE ZERO                TO  WS-POS-AUTH
               NOT INVALID KEY
                   MOVE PS-AUTH-COUNT       TO  WS-POS-AUTH
           END-READ.
           PERFORM 1065-FIND-HEADCOUNT.
           IF WS-HC-FOUND = ZERO
               MOVE ZERO                   TO  WS-POS-FILLED
           ELSE
               MOVE HC-FILLED (WS-HC-FOUND) TO  WS-POS-FILLED
           END-IF.
           IF WS-POS-FILLED >= WS-POS-AUTH
               IF MT-HC-OVERRIDE = 'Y'
                   MOVE 'Y'                TO  WS-OVERRIDE-USED
               ELSE
                   MOVE 'N'                TO  WS-POS-OK
                   MOVE SPACES             TO  WS-RESULT
                   IF WS-POS-AUTH = ZERO
                       MOVE 'NO AUTHORIZED POSITION'
                                           TO  WS-RESULT
                   ELSE
                       STRING 'OVER AUTHORIZED COUNT OF '
                              WS-POS-AUTH  DELIMITED BY SIZE
                           INTO WS-RESULT
                   END-IF
                   ADD 1                   TO  WS-REJ-COUNT
               END-IF
           END-IF.

       1065-FIND-HEADCOUNT.
           MOVE ZERO                       TO  WS-HC-FOUND.
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > WS-HC-COUNT
               IF HC-DEPT (WS-HC-IDX) = WS-POS-DEPT AND
                  HC-TITLE (WS-HC-IDX) = WS-POS-TITLE
                   MOVE WS-HC-IDX          TO  WS-HC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A full table would leave heads uncounted and let hires
      *    through the control, so it stops the run instead of
      *    discarding the position the way the report tables do.
       1070-COUNT-IN.
           PERFORM 1065-FIND-HEADCOUNT.
           IF WS-HC-FOUND = ZERO
               IF WS-HC-COUNT >= WS-HC-MAX
                   DISPLAY 'HEADCOUNT TABLE FULL AT DEPT/TITLE: '
                           WS-POS-DEPT ' ' WS-POS-TITLE
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                       TO  WS-HC-COUNT
               MOVE WS-HC-COUNT            TO  WS-HC-FOUND
               MOVE WS-POS-DEPT            TO  HC-DEPT (WS-HC-FOUND)
               MOVE WS-POS-TITLE           TO  HC-TITLE (WS-HC-FOUND)
               MOVE ZERO                   TO  HC-FILLED (WS-HC-FOUND)
           END-IF.
           ADD 1                           TO  HC-FILLED (WS-HC-FOUND).

       1075-COUNT-OUT.
           PERFORM 1065-FIND-HEADCOUNT.
           IF WS-HC-FOUND > ZERO
               IF HC-FILLED (WS-HC-FOUND) > ZERO
                   SUBTRACT 1              FROM HC-FILLED (WS-HC-FOUND)
               END-IF
           END-IF.

      **************************************************************
      *   REMEMBERS AN APPLIED OVERRIDE FOR THE END-OF-RUN LISTING  *
      **************************************************************

       1080-NOTE-OVERRIDE.
           IF WS-OVR-COUNT >= WS-OVR-MAX
               ADD 1                       TO  WS-OVR-LOST
           ELSE
               ADD 1                       TO  WS-OVR-COUNT
               MOVE MT-FUNCTION            TO  OV-FUNCTION
                                               (WS-OVR-COUNT)
               MOVE MT-EMPID               TO  OV-EMPID (WS-OVR-COUNT)
               MOVE WS-POS-DEPT            TO  OV-DEPT (WS-OVR-COUNT)
               MOVE WS-POS-TITLE           TO  OV-TITLE (WS-OVR-COUNT)
               MOVE WS-POS-AUTH            TO  OV-AUTH (WS-OVR-COUNT)
               MOVE HC-FILLED (WS-HC-FOUND) TO  OV-FILLED
                                               (WS-OVR-COUNT)
           END-IF.

       1100-ADD-EMPLOYEE.
           MOVE MT-EMPID                   TO  M-EMPID.
           MOVE MT-LASTNAME                TO  M-LASTNAME.
               NOT INVALID KEY
                   MOVE 'ADDED'             TO  WS-RESULT
                   ADD 1                    TO  WS-ADD-COUNT
                   PERFORM 1070-COUNT-IN
                   IF WS-OVERRIDE-USED = 'Y'
                       MOVE 'ADDED - HEADCOUNT OVERRIDE'
                                            TO  WS-RESULT
                       PERFORM 1080-NOTE-OVERRIDE
                   END-IF
                   MOVE SPACES              TO  WS-BEFORE-IMAGE
                   PERFORM 1700-WRITE-JOURNAL
           END-WRITE.
                   ADD 1                    TO  WS-REJ-COUNT
               NOT INVALID KEY
                   MOVE MASTER-REC          TO  WS-BEFORE-IMAGE
                   PERFORM 1210-CHECK-MOVE-IN
                   IF POSITION-OK
                       PERFORM 1220-APPLY-CHANGE
                   END-IF
           END-READ.

      **************************************************************
      *   A CHANGE FILLS A POSITION WHEN IT LEAVES THE EMPLOYEE     *
      *   ACTIVE IN A DEPT/TITLE THEY DID NOT ACTIVELY HOLD BEFORE  *
      *   - A MOVE, A RETITLE, OR A REHIRE THROUGH THE STATUS       *
      *   FIELD.  ONLY THEN IS THE HEADCOUNT CHECKED                *
      **************************************************************

       1210-CHECK-MOVE-IN.
           MOVE M-DEPT                     TO  WS-OLD-DEPT.
           MOVE M-TITLE                    TO  WS-OLD-TITLE.
           MOVE M-STATUS                   TO  WS-OLD-STATUS.
           MOVE 'Y'                        TO  WS-POS-OK.
           MOVE 'N'                        TO  WS-OVERRIDE-USED.
           MOVE MT-DEPT                    TO  WS-POS-DEPT.
           MOVE MT-TITLE                   TO  WS-POS-TITLE.
           IF MT-STATUS NOT = 'T'
               IF M-STATUS = 'T'        OR
                  MT-DEPT NOT = M-DEPT  OR
                  MT-TITLE NOT = M-TITLE
                   PERFORM 1060-CHECK-POSITION
               END-IF
           END-IF.

       1220-APPLY-CHANGE.
           MOVE MT-LASTNAME                TO  M-LASTNAME.
           MOVE MT-FIRSTNAME               TO  M-FIRSTNAME.
           MOVE MT-EMPTYPE                 TO  M-EMPTYPE.
           MOVE MT-TITLE                   TO  M-TITLE.
           MOVE MT-SSN                     TO  M-SSN.
           MOVE MT-DATE                    TO  M-DATE.
           IF MT-PAY-RATE NUMERIC
               MOVE MT-PAY-RATE            TO  M-PAY-RATE
           ELSE
               MOVE ZERO                   TO  M-PAY-RATE
           END-IF.
           MOVE MT-PAY-FREQ                TO  M-PAY-FREQ.
           MOVE MT-DEPT                    TO  M-DEPT.
           MOVE MT-STATUS                  TO  M-STATUS.
           MOVE MT-TERM-DATE               TO  M-TERM-DATE.
           REWRITE MASTER-REC
               INVALID KEY
                   MOVE SPACES              TO  WS-RESULT
                   STRING 'REWRITE FAILED STATUS='
                          WS-MASTER-STATUS  DELIMITED BY SIZE
                       INTO WS-RESULT
                   ADD 1                    TO  WS-REJ-COUNT
               NOT INVALID KEY
                   MOVE 'CHANGED'           TO  WS-RESULT
                   ADD 1                    TO  WS-CHG-COUNT
                   PERFORM 1230-ADJUST-HEADCOUNT
                   PERFORM 1700-WRITE-JOURNAL
           END-REWRITE.

      **************************************************************
      *   MOVES THE EMPLOYEE'S HEAD FROM THE OLD POSITION TO THE    *
      *   NEW ONE IN THE HEADCOUNT TABLE                            *
      **************************************************************

       1230-ADJUST-HEADCOUNT.
           IF WS-OLD-STATUS NOT = 'T'
               MOVE WS-OLD-DEPT            TO  WS-POS-DEPT
               MOVE WS-OLD-TITLE           TO  WS-POS-TITLE
               PERFORM 1075-COUNT-OUT
           END-IF.
           IF M-STATUS NOT = 'T'
               MOVE M-DEPT                 TO  WS-POS-DEPT
               MOVE M-TITLE                TO  WS-POS-TITLE
               PERFORM 1070-COUNT-IN
               IF WS-OVERRIDE-USED = 'Y'
                   MOVE 'CHANGED - HEADCOUNT OVERRIDE'
                                           TO  WS-RESULT
                   PERFORM 1080-NOTE-OVERRIDE
               END-IF
           END-IF.

      *    Deactivation sets I-STATUS to terminated and stamps the
      *    term date rather than physically deleting the master
      *    record, so a terminated employee still has a history for
                   ADD 1                    TO  WS-REJ-COUNT
               NOT INVALID KEY
                   MOVE MASTER-REC          TO  WS-BEFORE-IMAGE
                   MOVE M-STATUS            TO  WS-OLD-STATUS
                   MOVE 'T'                 TO  M-STATUS
                   MOVE MT-TERM-DATE        TO  M-TERM-DATE
                   REWRITE MASTER-REC
                       NOT INVALID KEY
                           MOVE 'DEACTIVATED' TO  WS-RESULT
                           ADD 1            TO  WS-DEL-COUNT
                           IF WS-OLD-STATUS NOT = 'T'
                               MOVE M-DEPT  TO  WS-POS-DEPT
                               MOVE M-TITLE TO  WS-POS-TITLE
                               PERFORM 1075-COUNT-OUT
                           END-IF
                           PERFORM 1700-WRITE-JOURNAL
                   END-REWRITE
           END-READ.
      **************************************************************
      *   WRITES ONE JOURNAL RECORD FOR AN APPLIED TRANSACTION -    *
      *   FUNCTION, DATE/TIME, OPERATOR AND THE FULL BEFORE/AFTER   *
      *   MASTER IMAGES. THE BEFORE IMAGE IS SPACES ON AN ADD.  THE *
      *   CARD'S EFFECTIVE DATE GOES WITH IT SO A BACK-DATED PAY    *
      *   CHANGE CAN BE MADE WHOLE BY RETROPAY                      *
      **************************************************************

       1700-WRITE-JOURNAL.
           MOVE WS-BEFORE-IMAGE            TO  J-BEFORE-IMAGE.
           MOVE MASTER-REC                 TO  J-AFTER-IMAGE.
           MOVE WS-BATCH-ID                TO  J-BATCH-ID.
           MOVE MT-EFF-DATE                TO  J-EFF-DATE.
           WRITE JOURNAL-REC.
           IF WS-JRNL-FSTATUS NOT = '00'
               DISPLAY 'JRNL-FILE WRITE FAILED, STATUS='
               WRITE RPT-REC
           END-IF.

      **************************************************************
      *   PRINTS THE HEADCOUNT-OVERRIDE LISTING - EVERY ADD OR      *
      *   MOVE TONIGHT THAT WENT IN OVER THE AUTHORIZED COUNT ON    *
      *   THE STRENGTH OF THE CARD'S OVERRIDE FLAG                  *
      **************************************************************

       1960-PRINT-OVERRIDE-LIST.
           MOVE SPACES                     TO  RPT-REC.
           WRITE RPT-REC.
           MOVE '   HEADCOUNT OVERRIDES APPLIED'
                                           TO  RPT-REC.
           WRITE RPT-REC.
           IF WS-OVR-COUNT = ZERO
               MOVE '   NONE'              TO  RPT-REC
               WRITE RPT-REC
           END-IF.
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
               MOVE OV-FUNCTION (WS-OVR-IDX) TO  PO-FUNCTION
               MOVE OV-EMPID (WS-OVR-IDX)  TO  PO-EMPID
               MOVE OV-DEPT (WS-OVR-IDX)   TO  PO-DEPT
               MOVE OV-TITLE (WS-OVR-IDX)  TO  PO-TITLE
               MOVE OV-AUTH (WS-OVR-IDX)   TO  PO-AUTH
               MOVE OV-FILLED (WS-OVR-IDX) TO  PO-FILLED
               WRITE RPT-REC FROM PRNT-OVERRIDE
           END-PERFORM.
           IF WS-OVR-LOST > ZERO
               MOVE '   LISTING TABLE FULL - SOME OVERRIDES NOT SHOWN'
                                           TO  RPT-REC
               WRITE RPT-REC
           END-IF.

      **************************************************************
      *   READS THE NEXT TRANSACTION - LAST NIGHT'S PENDING FILE    *
      *   FIRST SO A TRANSACTION FALLING DUE KEEPS ITS ORIGINAL     *
