
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EARNPOST.
       AUTHOR. Weston Graham.
      *  Posts each pay-register run to the EARNHIST earnings history
      *  file - one record per employee per pay period, keyed on EMPID
      *  plus the period end date PAYREG stamps on the PAYDTL register
      *  detail.  Gross and the regular and overtime hours come from
      *  PAYDTL; the deduction and withholding figures come from the
      *  NETDTL net-pay detail NETPAY writes for the same period, when
      *  it is present.  The key makes a second posting of the same
      *  period impossible - a register detail already on file is
      *  listed and skipped, never added twice - except that a period
      *  posted before NETPAY ran has its deduction figures filled in
      *  the first time the matching net-pay detail comes through.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYDTL-FILE  ASSIGN TO 'PAYDTL'
                                FILE STATUS WS-PAYDTL-FSTATUS.
            SELECT OPTIONAL NETDTL-FILE
                                ASSIGN TO 'NETDTL'
                                FILE STATUS WS-NETDTL-FSTATUS.
            SELECT EARN-FILE    ASSIGN TO 'EARNHIST'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY EH-KEY
                                FILE STATUS WS-EARN-STATUS.
            SELECT EARN-RPT     ASSIGN TO 'EARNRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYDTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYDTL.

       FD  NETDTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NETDTL.

       FD  EARN-FILE.
           COPY EARNREC.

       FD  EARN-RPT
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC                    PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      *   POSTING RESULT LINE - ONE PER REGISTER DETAIL RECORD      *
      **************************************************************
       01  RPT-LINE.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-EMPID               PIC X(7).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-PERIOD              PIC X(8).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-GROSS               PIC Z,ZZZ,ZZ9.99.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-NET                 PIC Z,ZZZ,ZZ9.99
                                                  BLANK WHEN ZERO.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  RL-RESULT              PIC X(30).
                03  FILLER                 PIC X(17)     VALUE SPACES.
       01  RPT-HEADING.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(10)     VALUE 'EMP ID'.
                03  FILLER                 PIC X(11)     VALUE 'PERIOD'.
                03  FILLER                 PIC X(15)     VALUE
                                                    '       GROSS'.
                03  FILLER                 PIC X(15)     VALUE
                                                    '         NET'.
                03  FILLER                 PIC X(46)     VALUE 'RESULT'.
       01  PRNT-MSG.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  MSG-TEXT               PIC X(97).
       01  PRNT-SUMMARY.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  SUM-LABEL              PIC X(36).
                03  SUM-COUNT              PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(54)     VALUE SPACES.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-R               PIC 9         VALUE 0.
                03  WS-EOF-N               PIC 9         VALUE 0.
                03  WS-PAYDTL-FSTATUS      PIC X(2)      VALUE '00'.
                03  WS-NETDTL-FSTATUS      PIC X(2)      VALUE '00'.
                03  WS-EARN-STATUS         PIC X(2)      VALUE '00'.
                03  WS-RESULT              PIC X(30)     VALUE SPACES.
      **************************************************************
      *         PERIOD AND CONTROL TOTALS FROM THE DETAIL FILES     *
      **************************************************************
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-PERIOD-END          PIC 9(8)      VALUE ZERO.
                03  WS-NET-PERIOD          PIC 9(8)      VALUE ZERO.
                03  WS-HEADER-SEEN         PIC X(1)      VALUE 'N'.
                03  WS-TRAILER-SEEN        PIC X(1)      VALUE 'N'.
                03  WS-TRL-COUNT           PIC 9(7)      VALUE ZERO.
                03  WS-TRL-GROSS           PIC 9(9)V99   VALUE ZERO.
                03  WS-READ-GROSS          PIC 9(9)V99   VALUE ZERO.
      **************************************************************
      *         NET-PAY MATCH WORK FIELDS - NETDTL IS WALKED        *
      *         ALONGSIDE THE REGISTER DETAIL, BOTH IN EMPID ORDER, *
      *         HIGH-VALUES KEY AT EOF THE SAME WAY PAYREG MATCHES  *
      *         TIMECARDS.  A NETDTL FOR ANOTHER PERIOD IS NOT USED *
      **************************************************************
                03  WS-NET-USABLE          PIC X(1)      VALUE 'N'.
                03  WS-ND-KEY              PIC X(7)
                                                  VALUE HIGH-VALUES.
                03  WS-ND-MATCHED          PIC X(1)      VALUE 'N'.
      **************************************************************
      *         POSTING COUNTERS - REGISTER RECORDS READ MUST       *
      *         EQUAL POSTED + COMPLETED + ALREADY ON FILE          *
      **************************************************************
                03  WS-READ-COUNT          PIC 9(7)      VALUE ZERO.
                03  WS-POSTED-COUNT        PIC 9(7)      VALUE ZERO.
                03  WS-COMPLETED-COUNT     PIC 9(7)      VALUE ZERO.
                03  WS-DUP-COUNT           PIC 9(7)      VALUE ZERO.
                03  WS-NONET-COUNT         PIC 9(7)      VALUE ZERO.
                03  WS-ORPHAN-COUNT        PIC 9(7)      VALUE ZERO.
                03  WS-ERROR-COUNT         PIC 9(7)      VALUE ZERO.
                03  WS-BALANCED            PIC X(1)      VALUE 'Y'.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE                TO  WS-PERIOD-END.
           OPEN INPUT PAYDTL-FILE
                INPUT NETDTL-FILE
                I-O EARN-FILE
                OUTPUT EARN-RPT.
           IF WS-PAYDTL-FSTATUS NOT = '00'
               DISPLAY 'PAYDTL-FILE OPEN FAILED, STATUS='
                       WS-PAYDTL-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EARN-STATUS NOT = '00'
      *        First posting run has no history file yet - create it
      *        rather than fail.
               OPEN OUTPUT EARN-FILE
               IF WS-EARN-STATUS NOT = '00'
                   DISPLAY 'EARN-FILE OPEN FAILED, STATUS='
                           WS-EARN-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE EARN-FILE
               OPEN I-O EARN-FILE
           END-IF.
           PERFORM 2000-READ-REGISTER.
           IF WS-HEADER-SEEN = 'N'
               DISPLAY 'EARNPOST: PAYDTL HAS NO PERIOD HEADER - '
                       'RUN DATE USED AS PERIOD END'
           END-IF.
           PERFORM 0200-CHECK-NET-PERIOD.
           WRITE RPT-REC FROM RPT-HEADING.
           MOVE SPACES                     TO  RPT-REC.
           WRITE RPT-REC.
           PERFORM 1000-POST-EMPLOYEE
                   UNTIL WS-EOF-R = 1.
           PERFORM 1590-DRAIN-NET-DETAIL
                   UNTIL WS-ND-KEY = HIGH-VALUES.
           PERFORM 1900-PRINT-SUMMARY.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE PAYDTL-FILE
                 NETDTL-FILE
                 EARN-FILE
                 EARN-RPT.
           STOP RUN.

      **************************************************************
      *   READS THE NET-PAY DETAIL HEADER - ITS FIGURES ARE ONLY    *
      *   POSTED WHEN IT BELONGS TO THE SAME PERIOD AS THE          *
      *   REGISTER DETAIL; AN ABSENT OR STALE NETDTL LEAVES THE     *
      *   PERIOD GROSS-ONLY UNTIL NETPAY'S OUTPUT COMES THROUGH     *
      **************************************************************

       0200-CHECK-NET-PERIOD.
           PERFORM 2100-READ-NET-DETAIL.
           IF WS-NET-PERIOD = WS-PERIOD-END AND WS-NET-PERIOD > ZERO
               MOVE 'Y'                    TO  WS-NET-USABLE
           ELSE
               MOVE 'N'                    TO  WS-NET-USABLE
               MOVE HIGH-VALUES            TO  WS-ND-KEY
               MOVE 1                      TO  WS-EOF-N
               IF WS-NET-PERIOD > ZERO
                   DISPLAY 'EARNPOST: NETDTL PERIOD ' WS-NET-PERIOD
                           ' IS NOT REGISTER PERIOD ' WS-PERIOD-END
                           ' - NET FIGURES NOT POSTED'
               END-IF
           END-IF.

      **************************************************************
      *   POSTS ONE REGISTER DETAIL RECORD - A NEW PERIOD IS        *
      *   WRITTEN, A PERIOD ALREADY ON FILE IS SKIPPED UNLESS ITS   *
      *   NET FIGURES ARE STILL OUTSTANDING AND HAVE NOW ARRIVED    *
      **************************************************************

       1000-POST-EMPLOYEE.
           ADD 1                           TO  WS-READ-COUNT.
           IF PR-GROSS NUMERIC
               ADD PR-GROSS                TO  WS-READ-GROSS
           END-IF.
           PERFORM 1010-ALIGN-NET-DETAIL.
           MOVE PR-EMPID                   TO  EH-EMPID.
           MOVE WS-PERIOD-END              TO  EH-PERIOD-END.
           READ EARN-FILE
               INVALID KEY
                   PERFORM 1100-WRITE-NEW-PERIOD
               NOT INVALID KEY
                   PERFORM 1200-CHECK-POSTED-PERIOD
           END-READ.
           PERFORM 1800-PRINT-RESULT.
           IF WS-ND-MATCHED = 'Y'
               PERFORM 2100-READ-NET-DETAIL
           END-IF.
           PERFORM 2000-READ-REGISTER.

      **************************************************************
      *   WALKS THE NET-PAY DETAIL UP TO THE CURRENT REGISTER KEY - *
      *   A NET RECORD BELOW IT HAS NO REGISTER RECORD              *
      **************************************************************

       1010-ALIGN-NET-DETAIL.
           PERFORM UNTIL WS-ND-KEY >= PR-EMPID
               PERFORM 1580-LOG-ORPHAN-NET
               PERFORM 2100-READ-NET-DETAIL
           END-PERFORM.
           IF WS-ND-KEY = PR-EMPID
               MOVE 'Y'                    TO  WS-ND-MATCHED
           ELSE
               MOVE 'N'                    TO  WS-ND-MATCHED
           END-IF.

       1100-WRITE-NEW-PERIOD.
           MOVE SPACES                     TO  EARN-REC.
           MOVE PR-EMPID                   TO  EH-EMPID.
           MOVE WS-PERIOD-END              TO  EH-PERIOD-END.
           MOVE PR-DEPT                    TO  EH-DEPT.
           MOVE PR-PAY-FREQ                TO  EH-PAY-FREQ.
           MOVE PR-PAY-RATE                TO  EH-PAY-RATE.
           MOVE PR-REG-HOURS               TO  EH-REG-HOURS.
           MOVE PR-OT-HOURS                TO  EH-OT-HOURS.
           MOVE PR-LEAVE-HOURS             TO  EH-LEAVE-HOURS.
           MOVE PR-RETRO-PAY               TO  EH-RETRO-PAY.
           MOVE PR-GROSS                   TO  EH-GROSS.
           MOVE WS-RUN-DATE                TO  EH-POST-DATE.
           IF WS-ND-MATCHED = 'Y'
               PERFORM 1150-MOVE-NET-FIGURES
           ELSE
               MOVE 'N'                    TO  EH-NET-POSTED
               MOVE ZERO                   TO  EH-PRETAX-ALL
                                               EH-PRETAX-RET
                                               EH-FIT
                                               EH-SIT
                                               EH-OASDI
                                               EH-MEDICARE
                                               EH-POSTTAX
                                               EH-NET
               ADD 1                       TO  WS-NONET-COUNT
           END-IF.
           WRITE EARN-REC
               INVALID KEY
                   MOVE SPACES             TO  WS-RESULT
                   STRING 'WRITE FAILED STATUS='
                          WS-EARN-STATUS   DELIMITED BY SIZE
                       INTO WS-RESULT
                   ADD 1                   TO  WS-ERROR-COUNT
               NOT INVALID KEY
                   IF EH-NET-POSTED = 'Y'
                       MOVE 'POSTED'       TO  WS-RESULT
                   ELSE
                       MOVE 'POSTED - GROSS ONLY'
                                           TO  WS-RESULT
                   END-IF
                   ADD 1                   TO  WS-POSTED-COUNT
           END-WRITE.

       1150-MOVE-NET-FIGURES.
           MOVE 'Y'                        TO  EH-NET-POSTED.
           MOVE ND-PRETAX-ALL              TO  EH-PRETAX-ALL.
           MOVE ND-PRETAX-RET              TO  EH-PRETAX-RET.
           MOVE ND-FIT                     TO  EH-FIT.
           MOVE ND-SIT                     TO  EH-SIT.
           MOVE ND-OASDI                   TO  EH-OASDI.
           MOVE ND-MEDICARE                TO  EH-MEDICARE.
           MOVE ND-POSTTAX                 TO  EH-POSTTAX.
           MOVE ND-NET                     TO  EH-NET.

      *    The period is already on file - it is never posted twice.
      *    Only outstanding net figures may still be filled in.
       1200-CHECK-POSTED-PERIOD.
           IF EH-NET-POSTED NOT = 'Y' AND WS-ND-MATCHED = 'Y'
               PERFORM 1150-MOVE-NET-FIGURES
               REWRITE EARN-REC
                   INVALID KEY
                       MOVE SPACES         TO  WS-RESULT
                       STRING 'REWRITE FAILED STATUS='
                              WS-EARN-STATUS DELIMITED BY SIZE
                           INTO WS-RESULT
                       ADD 1               TO  WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE 'NET FIGURES ADDED'
                                           TO  WS-RESULT
                       ADD 1               TO  WS-COMPLETED-COUNT
               END-REWRITE
           ELSE
               MOVE 'ALREADY POSTED - SKIPPED' TO  WS-RESULT
               ADD 1                       TO  WS-DUP-COUNT
           END-IF.

       1580-LOG-ORPHAN-NET.
           ADD 1                           TO  WS-ORPHAN-COUNT.
           MOVE SPACES                     TO  MSG-TEXT.
           STRING 'NET-PAY DETAIL WITH NO REGISTER RECORD: '
                  WS-ND-KEY                DELIMITED BY SIZE
               INTO MSG-TEXT.
           WRITE RPT-REC FROM PRNT-MSG.

      **************************************************************
      *   NET-PAY RECORDS STILL UNREAD AFTER THE LAST REGISTER      *
      *   RECORD HAVE NO REGISTER RECORD EITHER                     *
      **************************************************************

       1590-DRAIN-NET-DETAIL.
           PERFORM 1580-LOG-ORPHAN-NET.
           PERFORM 2100-READ-NET-DETAIL.

       1800-PRINT-RESULT.
           MOVE PR-EMPID                   TO  RL-EMPID.
           MOVE EH-PERIOD-END              TO  RL-PERIOD.
           MOVE PR-GROSS                   TO  RL-GROSS.
           IF WS-ND-MATCHED = 'Y'
               MOVE ND-NET                 TO  RL-NET
           ELSE
               MOVE ZERO                   TO  RL-NET
           END-IF.
           MOVE WS-RESULT                  TO  RL-RESULT.
           WRITE RPT-REC FROM RPT-LINE.

      **************************************************************
      *   PRINTS THE END-OF-RUN POSTING SUMMARY                     *
      **************************************************************

       1900-PRINT-SUMMARY.
           MOVE SPACES                     TO  RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES                     TO  MSG-TEXT.
           STRING 'EARNINGS HISTORY POSTING FOR PERIOD ENDING '
                  WS-PERIOD-END            DELIMITED BY SIZE
               INTO MSG-TEXT.
           WRITE RPT-REC FROM PRNT-MSG.
           MOVE 'REGISTER RECORDS READ:'   TO  SUM-LABEL.
           MOVE WS-READ-COUNT              TO  SUM-COUNT.
           WRITE RPT-REC FROM PRNT-SUMMARY.
           MOVE 'PERIODS POSTED:'          TO  SUM-LABEL.
           MOVE WS-POSTED-COUNT            TO  SUM-COUNT.
           WRITE RPT-REC FROM PRNT-SUMMARY.
           MOVE '  OF WHICH GROSS ONLY:'   TO  SUM-LABEL.
           MOVE WS-NONET-COUNT             TO  SUM-COUNT.
           WRITE RPT-REC FROM PRNT-SUMMARY.
           MOVE 'NET FIGURES ADDED TO PRIOR POSTING:'
                                           TO  SUM-LABEL.
           MOVE WS-COMPLETED-COUNT         TO  SUM-COUNT.
           WRITE RPT-REC FROM PRNT-SUMMARY.
           MOVE 'ALREADY POSTED - SKIPPED:' TO  SUM-LABEL.
           MOVE WS-DUP-COUNT               TO  SUM-COUNT.
           WRITE RPT-REC FROM PRNT-SUMMARY.
           MOVE 'WRITE/REWRITE ERRORS:'    TO  SUM-LABEL.
           MOVE WS-ERROR-COUNT             TO  SUM-COUNT.
           WRITE RPT-REC FROM PRNT-SUMMARY.
           MOVE 'NET-PAY DETAIL WITH NO REGISTER:' TO  SUM-LABEL.
           MOVE WS-ORPHAN-COUNT            TO  SUM-COUNT.
           WRITE RPT-REC FROM PRNT-SUMMARY.

      **************************************************************
      *   READS THE REGISTER DETAIL - THE HEADER SUPPLIES THE       *
      *   PERIOD, THE TRAILER THE CONTROL TOTALS; ONLY DATA         *
      *   RECORDS ARE HANDED BACK                                   *
      **************************************************************

       2000-READ-REGISTER.
           PERFORM UNTIL WS-EOF-R = 1
               READ PAYDTL-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-R
               END-READ
               IF WS-EOF-R = 1
                   EXIT PERFORM
               END-IF
               EVALUATE PR-REC-TYPE
                   WHEN 'H'
                       MOVE 'Y'            TO  WS-HEADER-SEEN
                       IF PR-PERIOD-END NUMERIC
                           MOVE PR-PERIOD-END TO  WS-PERIOD-END
                       END-IF
                   WHEN 'T'
                       MOVE 'Y'            TO  WS-TRAILER-SEEN
                       MOVE PR-COUNT       TO  WS-TRL-COUNT
                       MOVE PR-TOT-GROSS   TO  WS-TRL-GROSS
                   WHEN 'D'
                       EXIT PERFORM
                   WHEN OTHER
                       DISPLAY 'EARNPOST: PAYDTL RECORD TYPE '
                               PR-REC-TYPE ' IGNORED'
               END-EVALUATE
           END-PERFORM.

      **************************************************************
      *   READS THE NET-PAY DETAIL - HEADER PERIOD KEPT, TRAILER    *
      *   SKIPPED, HIGH-VALUES KEY AT EOF                           *
      **************************************************************

       2100-READ-NET-DETAIL.
           PERFORM UNTIL WS-EOF-N = 1
               READ NETDTL-FILE
                   AT END
                       MOVE 1              TO  WS-EOF-N
               END-READ
               IF WS-EOF-N = 1
                   EXIT PERFORM
               END-IF
               EVALUATE ND-REC-TYPE
                   WHEN 'H'
                       IF ND-PERIOD-END NUMERIC
                           MOVE ND-PERIOD-END TO  WS-NET-PERIOD
                       END-IF
                   WHEN 'D'
                       EXIT PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WS-EOF-N = 1
               MOVE HIGH-VALUES            TO  WS-ND-KEY
           ELSE
               MOVE ND-EMPID               TO  WS-ND-KEY
           END-IF.

      **************************************************************
      *   SETS THE COMPLETION CODE - 12 WHEN THE REGISTER DETAIL    *
      *   DOES NOT BALANCE TO ITS TRAILER OR THE POSTING COUNTS DO  *
      *   NOT FOOT, 8 FOR AN EMPTY REGISTER, 4 WHEN ANYTHING WAS    *
      *   SKIPPED OR POSTED WITHOUT ITS NET FIGURES                 *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           IF WS-TRAILER-SEEN = 'N' OR
              WS-TRL-COUNT NOT = WS-READ-COUNT OR
              WS-TRL-GROSS NOT = WS-READ-GROSS
               DISPLAY 'EARNPOST: REGISTER DETAIL OUT OF BALANCE - '
                       'TRAILER COUNT=' WS-TRL-COUNT
                       ' GROSS=' WS-TRL-GROSS
                       ' READ COUNT=' WS-READ-COUNT
                       ' GROSS=' WS-READ-GROSS
               MOVE 'N'                    TO  WS-BALANCED
           END-IF.
           IF WS-READ-COUNT NOT = WS-POSTED-COUNT + WS-COMPLETED-COUNT
                                 + WS-DUP-COUNT + WS-ERROR-COUNT
               DISPLAY 'EARNPOST: POSTING COUNTS DO NOT FOOT - READ='
                       WS-READ-COUNT
               MOVE 'N'                    TO  WS-BALANCED
           END-IF.
           EVALUATE TRUE
               WHEN WS-BALANCED = 'N' OR WS-ERROR-COUNT > ZERO
                   MOVE 12                 TO  RETURN-CODE
               WHEN WS-READ-COUNT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-DUP-COUNT > ZERO OR
                    WS-NONET-COUNT > ZERO OR
                    WS-ORPHAN-COUNT > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
