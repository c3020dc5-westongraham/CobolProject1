
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGXTR.
       AUTHOR. Weston Graham.
      *  Changes-only outbound extract for the outside parties that
      *  only want new hires, terminations and relevant changes - the
      *  benefits carrier and the building badge system - where the
      *  Project1 extract sends a full roster every time.  One run
      *  serves one destination, named on the XTRCTL card along with
      *  the fields that destination cares about.  The MAINTJRNL
      *  journal is read from that destination's high-water mark on
      *  XTRHWM (the J-DATE/J-TIME of the last entry its previous
      *  successful run covered) and each later entry is classified
      *  by comparing the before and after images: new hire,
      *  termination, rehire, or a change to a field on the list.
      *  Changes to fields the destination doesn't take are not sent.
      *  The fixed-width XTROUT file carries a header, one detail
      *  per change and a trailer with the counts by kind.
      *
      *  A maintenance batch EMPJRNL has backed out (BKOUTLOG) is
      *  never sent if the backout came before its entries went out;
      *  if they went out on an earlier run they are sent again as
      *  reversals - the images swapped, flagged in XD-REVERSAL.
      *
      *  The high-water marks and the run sequence number are only
      *  moved forward after the file is written and proved to
      *  balance, so a failed or out-of-balance run can simply be
      *  rerun: it rebuilds the same file from the same marks and
      *  nothing is sent twice.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'XTRCTL'.
            SELECT OPTIONAL JRNL-FILE
                                ASSIGN TO 'MAINTJRNL'
                                FILE STATUS WS-JRNL-FSTATUS.
            SELECT OPTIONAL BKOUT-FILE
                                ASSIGN TO 'BKOUTLOG'
                                FILE STATUS WS-BKOUT-STATUS.
            SELECT HWM-FILE     ASSIGN TO 'XTRHWM'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY HW-DEST
                                FILE STATUS WS-HWM-STATUS.
            SELECT XTR-FILE     ASSIGN TO 'XTROUT'
                                FILE STATUS WS-XTR-FSTATUS.
            SELECT XTR-RPT      ASSIGN TO 'XTRRPT'.

       DATA DIVISION.
       FILE SECTION.
      **************************************************************
      *  DESTINATION CARD - WHO THE FILE IS FOR AND WHICH FIELDS    *
      *  THEY TAKE (Y = SEND THE FIELD AND SEND CHANGES TO IT)      *
      **************************************************************
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  XC-DEST                PIC X(8).
      *                DESTINATION CODE, E.G. BENEFITS OR BADGE
                03  XC-DEST-NAME           PIC X(20).
                03  XC-FIELD-LIST.
                   05  XC-F-NAME           PIC X(1).
                   05  XC-F-SSN            PIC X(1).
                   05  XC-F-EMPTYPE        PIC X(1).
                   05  XC-F-TITLE          PIC X(1).
                   05  XC-F-DEPT           PIC X(1).
                   05  XC-F-PAY            PIC X(1).
      *                PAY RATE AND PAY FREQUENCY
                   05  XC-F-HIRE           PIC X(1).
                   05  XC-F-TERM           PIC X(1).
      *                STATUS AND TERMINATION DATE
                03  XC-FIELD-TABLE REDEFINES XC-FIELD-LIST.
                   05  XC-FIELD-FLAG       PIC X(1)  OCCURS 8 TIMES.
                03  XC-START-DATE          PIC X(8).
      *                YYYYMMDD - FIRST RUN FOR A DESTINATION ONLY:
      *                JOURNAL ENTRIES BEFORE IT ARE NOT SENT.  BLANK
      *                SENDS THE WHOLE JOURNAL
                03  FILLER                 PIC X(36).

       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.

       FD  BKOUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BKOUTREC.

      **************************************************************
      *  HIGH-WATER MARK RECORD - ONE PER DESTINATION, REWRITTEN    *
      *  ONLY AT THE END OF A SUCCESSFUL RUN                        *
      **************************************************************
       FD  HWM-FILE.
       01  HWM-REC.
                03  HW-DEST                PIC X(8).
                03  HW-JRNL-MARK.
                   05  HW-J-DATE           PIC 9(8).
                   05  HW-J-TIME           PIC 9(8).
      *                LAST JOURNAL ENTRY THE DESTINATION HAS BEEN
      *                GIVEN (OR DELIBERATELY NOT GIVEN)
                03  HW-BKOUT-MARK.
                   05  HW-BK-DATE          PIC 9(8).
                   05  HW-BK-TIME          PIC 9(8).
      *                LAST BACKOUT THE DESTINATION HAS BEEN TOLD OF
                03  HW-RUN-SEQ             PIC 9(5).
                03  HW-LAST-RUN            PIC 9(8).
                03  HW-LAST-SENT           PIC 9(7).
                03  FILLER                 PIC X(20).

       FD  XTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  XTR-REC                    PIC X(150).

       FD  XTR-RPT
           LABEL RECORDS ARE OMITTED.
       01  XTR-RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.

      *    The journal entry's before and after images, field by
      *    field.  On a reversal they are loaded the other way round.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==BF-FIELDS==
                                 ==I-EMPID==      BY ==BF-EMPID==
                                 ==I-LASTNAME==   BY ==BF-LASTNAME==
                                 ==I-FIRSTNAME==  BY ==BF-FIRSTNAME==
                                 ==I-EMPTYPE==    BY ==BF-EMPTYPE==
                                 ==I-TITLE==      BY ==BF-TITLE==
                                 ==I-SSN==        BY ==BF-SSN==
                                 ==I-STATUS==     BY ==BF-STATUS==
                                 ==I-TERM-DATE==  BY ==BF-TERM-DATE==
                                 ==I-PAY-RATE==   BY ==BF-PAY-RATE==
                                 ==I-PAY-FREQ==   BY ==BF-PAY-FREQ==
                                 ==I-DEPT==       BY ==BF-DEPT==
                                 ==I-DATE==       BY ==BF-DATE==.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==AF-FIELDS==
                                 ==I-EMPID==      BY ==AF-EMPID==
                                 ==I-LASTNAME==   BY ==AF-LASTNAME==
                                 ==I-FIRSTNAME==  BY ==AF-FIRSTNAME==
                                 ==I-EMPTYPE==    BY ==AF-EMPTYPE==
                                 ==I-TITLE==      BY ==AF-TITLE==
                                 ==I-SSN==        BY ==AF-SSN==
                                 ==I-STATUS==     BY ==AF-STATUS==
                                 ==I-TERM-DATE==  BY ==AF-TERM-DATE==
                                 ==I-PAY-RATE==   BY ==AF-PAY-RATE==
                                 ==I-PAY-FREQ==   BY ==AF-PAY-FREQ==
                                 ==I-DEPT==       BY ==AF-DEPT==
                                 ==I-DATE==       BY ==AF-DATE==.
      *    The image whose fields go out on the detail - the after
      *    image, except on a removal where there is no after image.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==SD-FIELDS==
                                 ==I-EMPID==      BY ==SD-EMPID==
                                 ==I-LASTNAME==   BY ==SD-LASTNAME==
                                 ==I-FIRSTNAME==  BY ==SD-FIRSTNAME==
                                 ==I-EMPTYPE==    BY ==SD-EMPTYPE==
                                 ==I-TITLE==      BY ==SD-TITLE==
                                 ==I-SSN==        BY ==SD-SSN==
                                 ==I-STATUS==     BY ==SD-STATUS==
                                 ==I-TERM-DATE==  BY ==SD-TERM-DATE==
                                 ==I-PAY-RATE==   BY ==SD-PAY-RATE==
                                 ==I-PAY-FREQ==   BY ==SD-PAY-FREQ==
                                 ==I-DEPT==       BY ==SD-DEPT==
                                 ==I-DATE==       BY ==SD-DATE==.
      **************************************************************
      *      XTROUT RECORD LAYOUTS - 150 BYTES FIXED.  DATES ARE    *
      *      YYYYMMDD; A FIELD NOT ON THE DESTINATION'S LIST IS     *
      *      SENT AS SPACES                                         *
      **************************************************************
       01  XTR-HEADER.
                03  XH-REC-TYPE            PIC X(1)      VALUE 'H'.
                03  XH-DEST                PIC X(8).
                03  XH-DEST-NAME           PIC X(20).
                03  XH-RUN-SEQ             PIC 9(5).
      *                ONE UP PER SUCCESSFUL RUN - A RERUN OF A
      *                FAILED RUN REPEATS THE SAME NUMBER
                03  XH-CREATE-DATE         PIC 9(8).
                03  XH-CREATE-TIME         PIC 9(8).
                03  XH-FROM-DATE           PIC 9(8).
                03  XH-FROM-TIME           PIC 9(8).
      *                CHANGES JOURNALED AFTER THIS POINT
                03  XH-FIELD-LIST          PIC X(8).
                03  FILLER                 PIC X(76)     VALUE SPACES.
       01  XTR-DETAIL.
                03  XD-REC-TYPE            PIC X(1)      VALUE 'D'.
                03  XD-ACTION              PIC X(1).
      *                A = NEW HIRE   T = TERMINATION   R = REHIRE
      *                C = CHANGE     X = RECORD REMOVED
                03  XD-REVERSAL            PIC X(1).
      *                Y = UNDOES AN ENTRY SENT ON AN EARLIER FILE
                03  XD-EMPID               PIC X(7).
                03  XD-J-DATE              PIC 9(8).
                03  XD-J-TIME              PIC 9(8).
                03  XD-EFF-DATE            PIC X(8).
                03  XD-BATCH-ID            PIC X(8).
                03  XD-CHANGED             PIC X(8).
      *                Y PER FIELD-LIST POSITION THAT CHANGED
                03  XD-LASTNAME            PIC X(15).
                03  XD-FIRSTNAME           PIC X(15).
                03  XD-SSN                 PIC X(9).
                03  XD-EMPTYPE             PIC X(2).
                03  XD-TITLE               PIC X(17).
                03  XD-DEPT                PIC X(3).
                03  XD-PAY-RATE            PIC X(7).
                03  XD-PAY-FREQ            PIC X(1).
                03  XD-HIRE-DATE           PIC X(8).
                03  XD-STATUS              PIC X(1).
                03  XD-TERM-DATE           PIC X(8).
                03  FILLER                 PIC X(14)     VALUE SPACES.
       01  XTR-TRAILER.
                03  XT-REC-TYPE            PIC X(1)      VALUE 'T'.
                03  XT-DEST                PIC X(8).
                03  XT-RUN-SEQ             PIC 9(5).
                03  XT-THRU-DATE           PIC 9(8).
                03  XT-THRU-TIME           PIC 9(8).
                03  XT-DETAIL-COUNT        PIC 9(7).
                03  XT-ADD-COUNT           PIC 9(7).
                03  XT-TERM-COUNT          PIC 9(7).
                03  XT-REHIRE-COUNT        PIC 9(7).
                03  XT-CHANGE-COUNT        PIC 9(7).
                03  XT-REMOVE-COUNT        PIC 9(7).
                03  XT-REVERSAL-COUNT      PIC 9(7).
      *                DETAILS THAT ARE REVERSALS, ANY ACTION
                03  XT-RECORD-COUNT        PIC 9(7).
      *                EVERY RECORD ON THE FILE, HEADER AND TRAILER
      *                INCLUDED
                03  FILLER                 PIC X(64)     VALUE SPACES.
      **************************************************************
      *      EXTRACT REPORT LINES                                   *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(35)     VALUE
                                  'CHANGES-ONLY EXTRACT - DESTINATION '.
                03  PH-DEST                PIC X(8).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  PH-DEST-NAME           PIC X(20).
                03  FILLER                 PIC X(5)      VALUE 'RUN '.
                03  PH-RUN-SEQ             PIC ZZZZ9.
                03  FILLER                 PIC X(7)      VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  PH-PAGE-NO             PIC ZZ9.
                03  FILLER                 PIC X(7)      VALUE SPACES.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(24)     VALUE 'NAME'.
                03  FILLER                 PIC X(13)     VALUE 'ACTION'.
                03  FILLER                 PIC X(11)     VALUE
                                                    'JOURNALED'.
                03  FILLER                 PIC X(10)     VALUE 'BATCH'.
                03  FILLER                 PIC X(10)     VALUE
                                                    'CHANGED'.
                03  FILLER                 PIC X(20)     VALUE SPACES.
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  D-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-NAME                 PIC X(22).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-ACTION               PIC X(11).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-J-DATE               PIC 9999/99/99.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  D-BATCH-ID             PIC X(8).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-CHANGED              PIC X(8).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-NOTE                 PIC X(20).
       01  PRNT-TOTAL.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  T-LABEL                PIC X(40).
                03  T-COUNT                PIC ZZZ,ZZ9.
                03  FILLER                 PIC X(50)     VALUE SPACES.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                  *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  WS-EOF-J               PIC 9         VALUE 0.
                03  WS-EOF-B               PIC 9         VALUE 0.
                03  WS-JRNL-FSTATUS        PIC X(2)      VALUE '00'.
                03  WS-BKOUT-STATUS        PIC X(2)      VALUE '00'.
                03  WS-HWM-STATUS          PIC X(2)      VALUE '00'.
                03  WS-XTR-FSTATUS         PIC X(2)      VALUE '00'.
                03  WS-CARD-OK             PIC X(1)      VALUE 'N'.
                03  WS-NEW-DEST            PIC X(1)      VALUE 'N'.
                03  WS-FLAG-IDX            PIC 9(2)      VALUE ZERO.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-RUN-TIME            PIC 9(8)      VALUE ZERO.
      **************************************************************
      *         HIGH-WATER MARKS - AS READ FROM XTRHWM, AND THE     *
      *         FURTHEST POINT THIS RUN HAS REACHED                 *
      **************************************************************
                03  WS-JRNL-MARK.
                   05  WS-JM-DATE          PIC 9(8)      VALUE ZERO.
                   05  WS-JM-TIME          PIC 9(8)      VALUE ZERO.
                03  WS-BKOUT-MARK.
                   05  WS-BM-DATE          PIC 9(8)      VALUE ZERO.
                   05  WS-BM-TIME          PIC 9(8)      VALUE ZERO.
                03  WS-NEW-JRNL-MARK.
                   05  WS-NJ-DATE          PIC 9(8)      VALUE ZERO.
                   05  WS-NJ-TIME          PIC 9(8)      VALUE ZERO.
                03  WS-NEW-BKOUT-MARK.
                   05  WS-NB-DATE          PIC 9(8)      VALUE ZERO.
                   05  WS-NB-TIME          PIC 9(8)      VALUE ZERO.
                03  WS-ENTRY-MARK.
                   05  WS-EM-DATE          PIC 9(8)      VALUE ZERO.
                   05  WS-EM-TIME          PIC 9(8)      VALUE ZERO.
                03  WS-RUN-SEQ             PIC 9(5)      VALUE ZERO.
      **************************************************************
      *         BACKOUT TABLE - EVERY BATCH EMPJRNL HAS BACKED OUT  *
      *         AND WHEN.  BO-NEW = Y FOR A BACKOUT THIS            *
      *         DESTINATION HAS NOT YET BEEN TOLD ABOUT             *
      **************************************************************
                03  WS-BO-TABLE.
                   05  WS-BO-ENTRY         OCCURS 500 TIMES.
                       10  BO-BATCH-ID     PIC X(8).
                       10  BO-MARK.
                           15  BO-DATE     PIC 9(8).
                           15  BO-TIME     PIC 9(8).
                       10  BO-NEW          PIC X(1).
                03  WS-BO-COUNT            PIC 9(3)      VALUE ZERO.
                03  WS-BO-MAX              PIC 9(3)      VALUE 500.
                03  WS-BO-IDX              PIC 9(3)      VALUE ZERO.
                03  WS-HELD                PIC X(1)      VALUE 'N'.
                03  WS-REVERSE             PIC X(1)      VALUE 'N'.
      **************************************************************
      *         ONE JOURNAL ENTRY'S CLASSIFICATION                  *
      **************************************************************
                03  WS-ACTION              PIC X(1)      VALUE SPACE.
                03  WS-RELEVANT            PIC X(1)      VALUE 'N'.
                03  WS-CHG-FLAGS.
                   05  WS-CHG-FLAG         PIC X(1)  OCCURS 8 TIMES.
                03  WS-NAME                PIC X(22)     VALUE SPACES.
      **************************************************************
      *         RUN COUNTERS - EVERY JOURNAL ENTRY PAST THE MARK IS *
      *         SENT, HELD BACK (BATCH BACKED OUT) OR NOT RELEVANT  *
      *         TO THIS DESTINATION; EVERY ENTRY ALREADY SENT FROM  *
      *         A NEWLY BACKED-OUT BATCH IS REVERSED OR NOT         *
      *         RELEVANT                                            *
      **************************************************************
                03  WS-JRNL-READ           PIC 9(7)      VALUE ZERO.
                03  WS-NEW-ENTRIES         PIC 9(7)      VALUE ZERO.
                03  WS-SENT-NEW            PIC 9(7)      VALUE ZERO.
                03  WS-HELD-COUNT          PIC 9(7)      VALUE ZERO.
                03  WS-NOT-RELEVANT        PIC 9(7)      VALUE ZERO.
                03  WS-REV-ENTRIES         PIC 9(7)      VALUE ZERO.
                03  WS-REV-SENT            PIC 9(7)      VALUE ZERO.
                03  WS-REV-NOT-RELEVANT    PIC 9(7)      VALUE ZERO.
                03  WS-DETAIL-COUNT        PIC 9(7)      VALUE ZERO.
                03  WS-RECORD-COUNT        PIC 9(7)      VALUE ZERO.
                03  WS-ADD-COUNT           PIC 9(7)      VALUE ZERO.
                03  WS-TERM-COUNT          PIC 9(7)      VALUE ZERO.
                03  WS-REHIRE-COUNT        PIC 9(7)      VALUE ZERO.
                03  WS-CHANGE-COUNT        PIC 9(7)      VALUE ZERO.
                03  WS-REMOVE-COUNT        PIC 9(7)      VALUE ZERO.
                03  WS-BALANCE-TOTAL       PIC 9(7)      VALUE ZERO.
                03  WS-OUT-OF-BALANCE      PIC X(1)      VALUE 'N'.
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
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0100-READ-CONTROL-CARD.
           IF WS-CARD-OK = 'N'
               DISPLAY 'CHGXTR: XTRCTL CARD MISSING OR DESTINATION '
                       'BLANK - NO FILE BUILT'
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0150-OPEN-HWM-FILE.
           PERFORM 0200-GET-HIGH-WATER-MARK.
           PERFORM 0300-LOAD-BACKOUTS.
           OPEN OUTPUT XTR-FILE
                OUTPUT XTR-RPT.
           IF WS-XTR-FSTATUS NOT = '00'
               DISPLAY 'XTR-FILE OPEN FAILED, STATUS='
                       WS-XTR-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0400-WRITE-HEADER.
           PERFORM 1400-PRINT-HEAD.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-FSTATUS NOT = '00' AND
              WS-JRNL-FSTATUS NOT = '05'
               DISPLAY 'JRNL-FILE OPEN FAILED, STATUS='
                       WS-JRNL-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-JOURNAL.
           PERFORM 1000-PROCESS-ENTRY
                   UNTIL WS-EOF-J = 1.
           CLOSE JRNL-FILE.
           PERFORM 1700-WRITE-TRAILER.
           CLOSE XTR-FILE.
           PERFORM 1800-PRINT-TOTALS.
           IF WS-OUT-OF-BALANCE = 'N'
               PERFORM 1900-ADVANCE-HIGH-WATER-MARK
           END-IF.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE HWM-FILE
                 XTR-RPT.
           STOP RUN.

      **************************************************************
      *   READS THE XTRCTL CARD - THE DESTINATION CODE IS REQUIRED, *
      *   IT KEYS THE HIGH-WATER MARK.  A FIELD FLAG OTHER THAN Y   *
      *   IS TAKEN AS N                                             *
      **************************************************************

       0100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF XC-DEST NOT = SPACES
                       MOVE 'Y'            TO  WS-CARD-OK
                   END-IF
           END-READ.
           CLOSE CTL-FILE.
           IF WS-CARD-OK = 'Y'
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                       UNTIL WS-FLAG-IDX > 8
                   IF XC-FIELD-FLAG (WS-FLAG-IDX) NOT = 'Y'
                       MOVE 'N'            TO  XC-FIELD-FLAG
                                               (WS-FLAG-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      **************************************************************
      *   OPENS XTRHWM FOR UPDATE.  THE FIRST EXTRACT RUN HAS NO    *
      *   HIGH-WATER FILE YET - CREATE IT RATHER THAN FAIL          *
      **************************************************************

       0150-OPEN-HWM-FILE.
           OPEN I-O HWM-FILE.
           IF WS-HWM-STATUS NOT = '00'
               OPEN OUTPUT HWM-FILE
               IF WS-HWM-STATUS NOT = '00'
                   DISPLAY 'HWM-FILE OPEN FAILED, STATUS='
                           WS-HWM-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE HWM-FILE
               OPEN I-O HWM-FILE
           END-IF.

      **************************************************************
      *   PICKS UP THE DESTINATION'S MARKS.  A NEW DESTINATION      *
      *   STARTS AT THE CARD'S START DATE (OR THE START OF THE      *
      *   JOURNAL) FOR BOTH THE JOURNAL AND THE BACKOUT LOG         *
      **************************************************************

       0200-GET-HIGH-WATER-MARK.
           MOVE XC-DEST                    TO  HW-DEST.
           READ HWM-FILE
               INVALID KEY
                   MOVE 'Y'                TO  WS-NEW-DEST
               NOT INVALID KEY
                   MOVE 'N'                TO  WS-NEW-DEST
           END-READ.
           IF WS-NEW-DEST = 'Y'
               MOVE ZERO                   TO  WS-JRNL-MARK
                                               WS-BKOUT-MARK
                                               WS-RUN-SEQ
               IF XC-START-DATE NUMERIC
                   MOVE XC-START-DATE      TO  WS-JM-DATE
                                               WS-BM-DATE
               END-IF
           ELSE
               MOVE HW-JRNL-MARK           TO  WS-JRNL-MARK
               MOVE HW-BKOUT-MARK          TO  WS-BKOUT-MARK
               MOVE HW-RUN-SEQ             TO  WS-RUN-SEQ
           END-IF.
           ADD 1                           TO  WS-RUN-SEQ.
           MOVE WS-JRNL-MARK               TO  WS-NEW-JRNL-MARK.
           MOVE WS-BKOUT-MARK              TO  WS-NEW-BKOUT-MARK.

      **************************************************************
      *   TABLES EVERY BACKOUT ON BKOUTLOG.  THE LOG IS OPTIONAL -  *
      *   UNTIL THE FIRST BACKOUT THERE IS NONE (STATUS 05).  A     *
      *   FULL TABLE STOPS THE RUN: A BACKOUT LEFT OUT COULD SEND   *
      *   A CHANGE THAT NO LONGER STANDS.  A NEW DESTINATION HAS    *
      *   BEEN SENT NOTHING, SO NONE OF ITS BACKOUTS IS NEW - THERE *
      *   IS NOTHING TO REVERSE - BUT THE MARK STILL MOVES PAST     *
      *   THEM ALL                                                  *
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
                   DISPLAY 'CHGXTR: BACKOUT TABLE FULL AT '
                           WS-BO-MAX ' - NO FILE BUILT'
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                       TO  WS-BO-COUNT
               MOVE BL-BATCH-ID            TO  BO-BATCH-ID
                                               (WS-BO-COUNT)
               MOVE BL-DATE                TO  BO-DATE (WS-BO-COUNT)
               MOVE BL-TIME                TO  BO-TIME (WS-BO-COUNT)
               MOVE 'N'                    TO  BO-NEW (WS-BO-COUNT)
               IF BO-MARK (WS-BO-COUNT) > WS-BKOUT-MARK
                   IF WS-NEW-DEST = 'N'
                       MOVE 'Y'            TO  BO-NEW (WS-BO-COUNT)
                   END-IF
                   IF BO-MARK (WS-BO-COUNT) > WS-NEW-BKOUT-MARK
                       MOVE BO-MARK (WS-BO-COUNT)
                                           TO  WS-NEW-BKOUT-MARK
                   END-IF
               END-IF
               PERFORM 2100-READ-BACKOUT
           END-PERFORM.
           CLOSE BKOUT-FILE.

       0400-WRITE-HEADER.
           MOVE XC-DEST                    TO  XH-DEST.
           MOVE XC-DEST-NAME               TO  XH-DEST-NAME.
           MOVE WS-RUN-SEQ                 TO  XH-RUN-SEQ.
           MOVE WS-RUN-DATE                TO  XH-CREATE-DATE.
           MOVE WS-RUN-TIME                TO  XH-CREATE-TIME.
           MOVE WS-JM-DATE                 TO  XH-FROM-DATE.
           MOVE WS-JM-TIME                 TO  XH-FROM-TIME.
           MOVE XC-FIELD-LIST              TO  XH-FIELD-LIST.
           MOVE XTR-HEADER                 TO  XTR-REC.
           PERFORM 1650-WRITE-XTR.

      **************************************************************
      *   ONE JOURNAL ENTRY.  PAST THE MARK IT IS NEW: HELD BACK IF *
      *   ITS BATCH WAS BACKED OUT AFTER IT, ELSE CLASSIFIED AND    *
      *   SENT WHEN IT MATTERS TO THIS DESTINATION.  AT OR BEFORE   *
      *   THE MARK IT HAS BEEN DEALT WITH ALREADY, UNLESS ITS BATCH *
      *   WAS BACKED OUT SINCE THE LAST RUN - THEN IT IS REVERSED   *
      **************************************************************

       1000-PROCESS-ENTRY.
           MOVE J-DATE                     TO  WS-EM-DATE.
           MOVE J-TIME                     TO  WS-EM-TIME.
           IF WS-ENTRY-MARK > WS-NEW-JRNL-MARK
               MOVE WS-ENTRY-MARK          TO  WS-NEW-JRNL-MARK
           END-IF.
           PERFORM 1050-CHECK-BACKOUT.
           IF WS-ENTRY-MARK > WS-JRNL-MARK
               ADD 1                       TO  WS-NEW-ENTRIES
               IF WS-HELD = 'Y'
                   ADD 1                   TO  WS-HELD-COUNT
                   PERFORM 1550-PRINT-HELD
               ELSE
                   MOVE J-BEFORE-IMAGE     TO  BF-FIELDS
                   MOVE J-AFTER-IMAGE      TO  AF-FIELDS
                   PERFORM 1200-CLASSIFY-ENTRY
                   IF WS-RELEVANT = 'Y'
                       ADD 1               TO  WS-SENT-NEW
                       PERFORM 1600-WRITE-DETAIL
                   ELSE
                       ADD 1               TO  WS-NOT-RELEVANT
                   END-IF
               END-IF
           ELSE
               IF WS-REVERSE = 'Y'
                   ADD 1                   TO  WS-REV-ENTRIES
                   MOVE J-AFTER-IMAGE      TO  BF-FIELDS
                   MOVE J-BEFORE-IMAGE     TO  AF-FIELDS
                   PERFORM 1200-CLASSIFY-ENTRY
                   IF WS-RELEVANT = 'Y'
                       ADD 1               TO  WS-REV-SENT
                       PERFORM 1600-WRITE-DETAIL
                   ELSE
                       ADD 1               TO  WS-REV-NOT-RELEVANT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2000-READ-JOURNAL.

      *    Only a backout later than the entry counts - a batch id
      *    reused after an old backout must not pull later work back.
      *    Entries journaled before batch ids existed carry spaces
      *    and can never have been backed out.
       1050-CHECK-BACKOUT.
           MOVE 'N'                        TO  WS-HELD
                                               WS-REVERSE.
           IF J-BATCH-ID NOT = SPACES
               PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                       UNTIL WS-BO-IDX > WS-BO-COUNT
                   IF BO-BATCH-ID (WS-BO-IDX) = J-BATCH-ID AND
                      BO-MARK (WS-BO-IDX) > WS-ENTRY-MARK
                       MOVE 'Y'            TO  WS-HELD
                       IF BO-NEW (WS-BO-IDX) = 'Y'
                           MOVE 'Y'        TO  WS-REVERSE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      **************************************************************
      *   CLASSIFIES ONE ENTRY FROM ITS IMAGES.  HIRES, REMOVALS,   *
      *   TERMINATIONS AND REHIRES ALWAYS GO; ANY OTHER CHANGE GOES *
      *   ONLY WHEN A FIELD ON THE DESTINATION'S LIST CHANGED       *
      **************************************************************

       1200-CLASSIFY-ENTRY.
           PERFORM 1300-COMPARE-FIELDS.
           MOVE 'Y'                        TO  WS-RELEVANT.
           EVALUATE TRUE
               WHEN BF-FIELDS = SPACES
                   MOVE 'A'                TO  WS-ACTION
               WHEN AF-FIELDS = SPACES
                   MOVE 'X'                TO  WS-ACTION
               WHEN BF-STATUS NOT = 'T' AND AF-STATUS = 'T'
                   MOVE 'T'                TO  WS-ACTION
               WHEN BF-STATUS = 'T' AND AF-STATUS NOT = 'T'
                   MOVE 'R'                TO  WS-ACTION
               WHEN OTHER
                   MOVE 'C'                TO  WS-ACTION
                   MOVE 'N'                TO  WS-RELEVANT
                   PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                           UNTIL WS-FLAG-IDX > 8
                       IF WS-CHG-FLAG (WS-FLAG-IDX) = 'Y' AND
                          XC-FIELD-FLAG (WS-FLAG-IDX) = 'Y'
                           MOVE 'Y'        TO  WS-RELEVANT
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *    One flag per field-list position, in card order, set
      *    only for fields this destination takes.
       1300-COMPARE-FIELDS.
           MOVE 'NNNNNNNN'                 TO  WS-CHG-FLAGS.
           IF BF-LASTNAME NOT = AF-LASTNAME OR
              BF-FIRSTNAME NOT = AF-FIRSTNAME
               MOVE 'Y'                    TO  WS-CHG-FLAG (1)
           END-IF.
           IF BF-SSN NOT = AF-SSN
               MOVE 'Y'                    TO  WS-CHG-FLAG (2)
           END-IF.
           IF BF-EMPTYPE NOT = AF-EMPTYPE
               MOVE 'Y'                    TO  WS-CHG-FLAG (3)
           END-IF.
           IF BF-TITLE NOT = AF-TITLE
               MOVE 'Y'                    TO  WS-CHG-FLAG (4)
           END-IF.
           IF BF-DEPT NOT = AF-DEPT
               MOVE 'Y'                    TO  WS-CHG-FLAG (5)
           END-IF.
           IF BF-FIELDS(75:7) NOT = AF-FIELDS(75:7) OR
              BF-PAY-FREQ NOT = AF-PAY-FREQ
               MOVE 'Y'                    TO  WS-CHG-FLAG (6)
           END-IF.
           IF BF-DATE NOT = AF-DATE
               MOVE 'Y'                    TO  WS-CHG-FLAG (7)
           END-IF.
           IF BF-STATUS NOT = AF-STATUS OR
              BF-TERM-DATE NOT = AF-TERM-DATE
               MOVE 'Y'                    TO  WS-CHG-FLAG (8)
           END-IF.
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > 8
               IF XC-FIELD-FLAG (WS-FLAG-IDX) NOT = 'Y'
                   MOVE 'N'                TO  WS-CHG-FLAG
                                               (WS-FLAG-IDX)
               END-IF
           END-PERFORM.

       1400-PRINT-HEAD.
           MOVE XC-DEST                    TO  PH-DEST.
           MOVE XC-DEST-NAME               TO  PH-DEST-NAME.
           MOVE WS-RUN-SEQ                 TO  PH-RUN-SEQ.
           MOVE WS-PAGE-NUM                TO  PH-PAGE-NO.
           WRITE XTR-RPT-REC FROM PRNT-HEADING1
               AFTER ADVANCING PAGE.
           WRITE XTR-RPT-REC FROM PRNT-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  XTR-RPT-REC.
           WRITE XTR-RPT-REC
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-PAGE-NUM.
           MOVE ZERO                       TO  WS-LINE-COUNT.

      **************************************************************
      *   LISTS AN ENTRY HELD BACK BECAUSE ITS BATCH WAS BACKED OUT *
      **************************************************************

       1550-PRINT-HELD.
           MOVE J-AFTER-IMAGE              TO  SD-FIELDS.
           IF SD-FIELDS = SPACES
               MOVE J-BEFORE-IMAGE         TO  SD-FIELDS
           END-IF.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE J-EMPID                    TO  D-EMPID.
           PERFORM 1560-FORMAT-NAME.
           MOVE 'HELD BACK'                TO  D-ACTION.
           MOVE J-DATE                     TO  D-J-DATE.
           MOVE J-BATCH-ID                 TO  D-BATCH-ID.
           MOVE 'BATCH BACKED OUT'         TO  D-NOTE.
           PERFORM 1620-PRINT-LINE.

       1560-FORMAT-NAME.
           MOVE SPACES                     TO  WS-NAME.
           STRING SD-LASTNAME  DELIMITED BY SPACE
                  ', '         DELIMITED BY SIZE
                  SD-FIRSTNAME DELIMITED BY SPACE
               INTO WS-NAME.
           MOVE WS-NAME                    TO  D-NAME.

      **************************************************************
      *   WRITES ONE DETAIL - THE ACTION, THE JOURNAL STAMP, THE    *
      *   CHANGED-FIELD FLAGS AND THE LISTED FIELDS FROM THE IMAGE  *
      *   AS IT NOW STANDS - AND ITS REPORT LINE                    *
      **************************************************************

       1600-WRITE-DETAIL.
           IF WS-ACTION = 'X'
               MOVE BF-FIELDS              TO  SD-FIELDS
           ELSE
               MOVE AF-FIELDS              TO  SD-FIELDS
           END-IF.
           MOVE SPACES                     TO  XTR-DETAIL.
           MOVE 'D'                        TO  XD-REC-TYPE.
           MOVE WS-ACTION                  TO  XD-ACTION.
           IF WS-REVERSE = 'Y'
               MOVE 'Y'                    TO  XD-REVERSAL
           END-IF.
           MOVE J-EMPID                    TO  XD-EMPID.
           MOVE J-DATE                     TO  XD-J-DATE.
           MOVE J-TIME                     TO  XD-J-TIME.
           MOVE J-EFF-DATE                 TO  XD-EFF-DATE.
           MOVE J-BATCH-ID                 TO  XD-BATCH-ID.
           MOVE WS-CHG-FLAGS               TO  XD-CHANGED.
           IF XC-F-NAME = 'Y'
               MOVE SD-LASTNAME            TO  XD-LASTNAME
               MOVE SD-FIRSTNAME           TO  XD-FIRSTNAME
           END-IF.
           IF XC-F-SSN = 'Y'
               MOVE SD-SSN                 TO  XD-SSN
           END-IF.
           IF XC-F-EMPTYPE = 'Y'
               MOVE SD-EMPTYPE             TO  XD-EMPTYPE
           END-IF.
           IF XC-F-TITLE = 'Y'
               MOVE SD-TITLE               TO  XD-TITLE
           END-IF.
           IF XC-F-DEPT = 'Y'
               MOVE SD-DEPT                TO  XD-DEPT
           END-IF.
           IF XC-F-PAY = 'Y'
               MOVE SD-FIELDS(75:7)        TO  XD-PAY-RATE
               MOVE SD-PAY-FREQ            TO  XD-PAY-FREQ
           END-IF.
           IF XC-F-HIRE = 'Y' AND SD-DATE NOT = SPACES
               MOVE SD-DATE(5:4)           TO  XD-HIRE-DATE(1:4)
               MOVE SD-DATE(1:4)           TO  XD-HIRE-DATE(5:4)
           END-IF.
           IF XC-F-TERM = 'Y'
               MOVE SD-STATUS              TO  XD-STATUS
               IF SD-TERM-DATE NOT = SPACES
                   MOVE SD-TERM-DATE(5:4)  TO  XD-TERM-DATE(1:4)
                   MOVE SD-TERM-DATE(1:4)  TO  XD-TERM-DATE(5:4)
               END-IF
           END-IF.
           MOVE XTR-DETAIL                 TO  XTR-REC.
           PERFORM 1650-WRITE-XTR.
           ADD 1                           TO  WS-DETAIL-COUNT.
           EVALUATE WS-ACTION
               WHEN 'A'
                   ADD 1                   TO  WS-ADD-COUNT
                   MOVE 'NEW HIRE'         TO  D-ACTION
               WHEN 'T'
                   ADD 1                   TO  WS-TERM-COUNT
                   MOVE 'TERMINATION'      TO  D-ACTION
               WHEN 'R'
                   ADD 1                   TO  WS-REHIRE-COUNT
                   MOVE 'REHIRE'           TO  D-ACTION
               WHEN 'C'
                   ADD 1                   TO  WS-CHANGE-COUNT
                   MOVE 'CHANGE'           TO  D-ACTION
               WHEN 'X'
                   ADD 1                   TO  WS-REMOVE-COUNT
                   MOVE 'REMOVED'          TO  D-ACTION
           END-EVALUATE.
           MOVE J-EMPID                    TO  D-EMPID.
           PERFORM 1560-FORMAT-NAME.
           MOVE J-DATE                     TO  D-J-DATE.
           MOVE J-BATCH-ID                 TO  D-BATCH-ID.
           MOVE WS-CHG-FLAGS               TO  D-CHANGED.
           IF WS-REVERSE = 'Y'
               MOVE 'REVERSAL'             TO  D-NOTE
           ELSE
               MOVE SPACES                 TO  D-NOTE
           END-IF.
           PERFORM 1620-PRINT-LINE.

       1620-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE XTR-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1                           TO  WS-LINE-COUNT.

       1650-WRITE-XTR.
           WRITE XTR-REC.
           IF WS-XTR-FSTATUS NOT = '00'
               DISPLAY 'XTR-FILE WRITE FAILED, STATUS='
                       WS-XTR-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                           TO  WS-RECORD-COUNT.

       1700-WRITE-TRAILER.
           MOVE XC-DEST                    TO  XT-DEST.
           MOVE WS-RUN-SEQ                 TO  XT-RUN-SEQ.
           MOVE WS-NJ-DATE                 TO  XT-THRU-DATE.
           MOVE WS-NJ-TIME                 TO  XT-THRU-TIME.
           MOVE WS-DETAIL-COUNT            TO  XT-DETAIL-COUNT.
           MOVE WS-ADD-COUNT               TO  XT-ADD-COUNT.
           MOVE WS-TERM-COUNT              TO  XT-TERM-COUNT.
           MOVE WS-REHIRE-COUNT            TO  XT-REHIRE-COUNT.
           MOVE WS-CHANGE-COUNT            TO  XT-CHANGE-COUNT.
           MOVE WS-REMOVE-COUNT            TO  XT-REMOVE-COUNT.
           MOVE WS-REV-SENT                TO  XT-REVERSAL-COUNT.
           COMPUTE XT-RECORD-COUNT = WS-RECORD-COUNT + 1.
           MOVE XTR-TRAILER                TO  XTR-REC.
           PERFORM 1650-WRITE-XTR.

      **************************************************************
      *   PRINTS THE RUN COUNTS AND PROVES THEY BALANCE - EVERY NEW *
      *   ENTRY SENT, HELD OR NOT RELEVANT; EVERY ENTRY TO REVERSE  *
      *   SENT OR NOT RELEVANT; THE DETAILS BY KIND EQUAL TO THE    *
      *   DETAILS WRITTEN                                           *
      **************************************************************

       1800-PRINT-TOTALS.
           COMPUTE WS-BALANCE-TOTAL =
                   WS-SENT-NEW + WS-HELD-COUNT + WS-NOT-RELEVANT.
           IF WS-BALANCE-TOTAL NOT = WS-NEW-ENTRIES
               MOVE 'Y'                    TO  WS-OUT-OF-BALANCE
           END-IF.
           COMPUTE WS-BALANCE-TOTAL =
                   WS-REV-SENT + WS-REV-NOT-RELEVANT.
           IF WS-BALANCE-TOTAL NOT = WS-REV-ENTRIES
               MOVE 'Y'                    TO  WS-OUT-OF-BALANCE
           END-IF.
           COMPUTE WS-BALANCE-TOTAL =
                   WS-ADD-COUNT + WS-TERM-COUNT + WS-REHIRE-COUNT +
                   WS-CHANGE-COUNT + WS-REMOVE-COUNT.
           IF WS-BALANCE-TOTAL NOT = WS-DETAIL-COUNT OR
              WS-DETAIL-COUNT NOT = WS-SENT-NEW + WS-REV-SENT OR
              WS-RECORD-COUNT NOT = WS-DETAIL-COUNT + 2
               MOVE 'Y'                    TO  WS-OUT-OF-BALANCE
           END-IF.
           IF WS-NEW-DEST = 'Y'
               MOVE SPACES                 TO  XTR-RPT-REC
               MOVE '   FIRST EXTRACT FOR THIS DESTINATION'
                                           TO  XTR-RPT-REC
               WRITE XTR-RPT-REC
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE 'JOURNAL ENTRIES READ'     TO  T-LABEL.
           MOVE WS-JRNL-READ               TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 2 LINES.
           MOVE 'NEW SINCE LAST EXTRACT'   TO  T-LABEL.
           MOVE WS-NEW-ENTRIES             TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  SENT'                   TO  T-LABEL.
           MOVE WS-SENT-NEW                TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  HELD BACK - BATCH BACKED OUT' TO  T-LABEL.
           MOVE WS-HELD-COUNT              TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  NOT RELEVANT TO DESTINATION' TO  T-LABEL.
           MOVE WS-NOT-RELEVANT            TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'SENT EARLIER, BATCH NOW BACKED OUT' TO  T-LABEL.
           MOVE WS-REV-ENTRIES             TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  SENT AS REVERSALS'      TO  T-LABEL.
           MOVE WS-REV-SENT                TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  NOT RELEVANT TO DESTINATION' TO  T-LABEL.
           MOVE WS-REV-NOT-RELEVANT        TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'DETAILS WRITTEN'          TO  T-LABEL.
           MOVE WS-DETAIL-COUNT            TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 2 LINES.
           MOVE '  NEW HIRES'              TO  T-LABEL.
           MOVE WS-ADD-COUNT               TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  TERMINATIONS'           TO  T-LABEL.
           MOVE WS-TERM-COUNT              TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  REHIRES'                TO  T-LABEL.
           MOVE WS-REHIRE-COUNT            TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  CHANGES'                TO  T-LABEL.
           MOVE WS-CHANGE-COUNT            TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE '  REMOVALS'               TO  T-LABEL.
           MOVE WS-REMOVE-COUNT            TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS ON XTROUT'        TO  T-LABEL.
           MOVE WS-RECORD-COUNT            TO  T-COUNT.
           WRITE XTR-RPT-REC FROM PRNT-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  XTR-RPT-REC.
           IF WS-OUT-OF-BALANCE = 'Y'
               STRING '   *** OUT OF BALANCE - DO NOT SEND XTROUT, '
                      'MARK NOT ADVANCED ***'
                      DELIMITED BY SIZE
                   INTO XTR-RPT-REC
           ELSE
               MOVE '   IN BALANCE'        TO  XTR-RPT-REC
           END-IF.
           WRITE XTR-RPT-REC
               AFTER ADVANCING 2 LINES.

      **************************************************************
      *   MOVES THE DESTINATION'S MARKS UP TO WHERE THIS RUN GOT TO *
      *   - THE LAST STEP, SO A RUN THAT DIES BEFORE HERE LEAVES    *
      *   THE MARKS WHERE THEY WERE AND CAN BE RERUN AS IS          *
      **************************************************************

       1900-ADVANCE-HIGH-WATER-MARK.
           MOVE XC-DEST                    TO  HW-DEST.
           MOVE WS-NEW-JRNL-MARK           TO  HW-JRNL-MARK.
           MOVE WS-NEW-BKOUT-MARK          TO  HW-BKOUT-MARK.
           MOVE WS-RUN-SEQ                 TO  HW-RUN-SEQ.
           MOVE WS-RUN-DATE                TO  HW-LAST-RUN.
           MOVE WS-DETAIL-COUNT            TO  HW-LAST-SENT.
           IF WS-NEW-DEST = 'Y'
               WRITE HWM-REC
                   INVALID KEY
                       DISPLAY 'HWM-FILE WRITE FAILED, STATUS='
                               WS-HWM-STATUS
                               ' - DO NOT SEND XTROUT'
                       MOVE 16             TO  RETURN-CODE
                       STOP RUN
               END-WRITE
           ELSE
               REWRITE HWM-REC
                   INVALID KEY
                       DISPLAY 'HWM-FILE REWRITE FAILED, STATUS='
                               WS-HWM-STATUS
                               ' - DO NOT SEND XTROUT'
                       MOVE 16             TO  RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

      **************************************************************
      *                READS THE JOURNAL FILE                       *
      **************************************************************

       2000-READ-JOURNAL.
           READ JRNL-FILE
               AT END MOVE 1 TO WS-EOF-J
               NOT AT END ADD 1 TO WS-JRNL-READ
           END-READ.

      **************************************************************
      *                READS THE BACKOUT LOG                        *
      **************************************************************

       2100-READ-BACKOUT.
           READ BKOUT-FILE
               AT END MOVE 1 TO WS-EOF-B
           END-READ.

      **************************************************************
      *   SETS THE COMPLETION CODE - 12 WHEN OUT OF BALANCE (THE    *
      *   MARK IS NOT MOVED), 4 WHEN ANYTHING WAS HELD BACK OR      *
      *   REVERSED, 0 OTHERWISE - A RUN WITH NOTHING NEW STILL      *
      *   SENDS A HEADER AND TRAILER                                *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE = 'Y'
                   DISPLAY 'CHGXTR: OUT OF BALANCE - NEW='
                           WS-NEW-ENTRIES ' SENT=' WS-SENT-NEW
                           ' HELD=' WS-HELD-COUNT
                           ' NOT RELEVANT=' WS-NOT-RELEVANT
                           ' REVERSED=' WS-REV-SENT
                   MOVE 12                 TO  RETURN-CODE
               WHEN WS-HELD-COUNT > ZERO OR WS-REV-SENT > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
