
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPPURGE.
       AUTHOR. Weston Graham.
      *  Retention purge of terminated employees from COB1-MASTER.
      *  EMPMAINT's deactivate only marks a record terminated, so
      *  former employees otherwise stay on the master for good and
      *  every sequential pass has to step over them.  A record is
      *  due once its M-TERM-DATE is the PRGCTL card's retention
      *  period (years, default 7) or more before the as-of date.
      *  Three passes:
      *    1. the master, in key order, picks the due records.  Anyone
      *       still named as a manager on ORGLINES is held back and
      *       listed, as is a terminated record whose term date can't
      *       be read;
      *    2. MAINTJRNL is copied to JRNLNEW without the due
      *       employees' entries, which go to the ARCHJRNL indexed
      *       archive journal instead;
      *    3. each due record is written to the EMPARCH indexed
      *       archive and deleted from the master.
      *  The master is then counted again to prove before = after +
      *  archived, and the journal to prove read = kept + archived.
      *  Have the scheduler swap JRNLNEW in as MAINTJRNL after a
      *  clean run - the same shape as the JRNLCNV conversion.  A
      *  rerun after a failure finds its own earlier archive writes
      *  and carries on rather than doubling them - including the
      *  journal entries of anyone the failed run already deleted
      *  from the master, which are found on EMPARCH and archived
      *  rather than kept in the live journal.  EMPINQ reads the
      *  archive; ARCHDEST destroys it once legal retention runs out.
      *  A purged employee's EMPADDR address record is listed for
      *  ADDRMNT to delete, as the ORGLINES line is for ORGMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'PRGCTL'.
            SELECT MASTER-FILE  ASSIGN TO 'COB1-MASTER'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT ORG-FILE     ASSIGN TO 'ORGLINES'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY ORG-EMPID
                                FILE STATUS WS-ORG-STATUS.
            SELECT ARCH-FILE    ASSIGN TO 'EMPARCH'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY AR-EMPID
                                FILE STATUS WS-ARCH-STATUS.
            SELECT ARCH-JRNL    ASSIGN TO 'ARCHJRNL'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY AJ-KEY
                                FILE STATUS WS-AJ-STATUS.
            SELECT ADDR-FILE    ASSIGN TO 'EMPADDR'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY AD-EMPID
                                FILE STATUS WS-ADDR-STATUS.
            SELECT OPTIONAL JRNL-FILE
                                ASSIGN TO 'MAINTJRNL'
                                FILE STATUS WS-JRNL-FSTATUS.
            SELECT NEW-JRNL     ASSIGN TO 'JRNLNEW'
                                FILE STATUS WS-NEW-FSTATUS.
            SELECT PRG-RPT      ASSIGN TO 'PRGRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  PC-RETAIN-YEARS        PIC 9(2).
      *                YEARS AFTER M-TERM-DATE A RECORD STAYS ON THE
      *                MASTER - BLANK OR ZERO TAKES 7
                03  PC-ASOF-DATE           PIC X(8).
      *                YYYYMMDD - BLANK TAKES THE RUN DATE
                03  FILLER                 PIC X(70).

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

       FD  ORG-FILE.
           COPY ORGREC.

       FD  ARCH-FILE.
           COPY ARCHREC.

       FD  ARCH-JRNL.
           COPY ARCHJREC.

       FD  ADDR-FILE.
           COPY ADDRREC.

       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.

       FD  NEW-JRNL
           LABEL RECORDS ARE STANDARD.
       01  NEW-JRNL-REC               PIC X(244).

       FD  PRG-RPT
           LABEL RECORDS ARE OMITTED.
       01  PRG-RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      *   REPORT HEADING, EMPLOYEE, MESSAGE AND COUNT LINES         *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(28)     VALUE
                                  'RETENTION PURGE - AS OF '.
                03  PH-ASOF                PIC X(10).
                03  FILLER                 PIC X(4)      VALUE SPACES.
                03  FILLER                 PIC X(11)     VALUE
                                                    'RETENTION '.
                03  PH-YEARS               PIC Z9.
                03  FILLER                 PIC X(7)      VALUE ' YEARS'.
                03  FILLER                 PIC X(35)     VALUE SPACES.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(24)     VALUE 'NAME'.
                03  FILLER                 PIC X(12)     VALUE
                                                    'TERM DATE'.
                03  FILLER                 PIC X(52)     VALUE
                                                    'RESULT'.
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  D-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-NAME                 PIC X(22).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-TERM-DATE            PIC X(10).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-RESULT               PIC X(50).
                03  FILLER                 PIC X(2)      VALUE SPACES.
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
                03  WS-EOF-M               PIC 9         VALUE 0.
                03  WS-EOF-O               PIC 9         VALUE 0.
                03  WS-EOF-J               PIC 9         VALUE 0.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-ORG-STATUS          PIC X(2)      VALUE '00'.
                03  WS-ARCH-STATUS         PIC X(2)      VALUE '00'.
                03  WS-AJ-STATUS           PIC X(2)      VALUE '00'.
                03  WS-JRNL-FSTATUS        PIC X(2)      VALUE '00'.
                03  WS-NEW-FSTATUS         PIC X(2)      VALUE '00'.
                03  WS-ADDR-STATUS         PIC X(2)      VALUE '00'.
                03  WS-ADDR-OPEN           PIC X(1)      VALUE 'N'.
      **************************************************************
      *         RETENTION DATES - EVERYTHING YYYYMMDD; A RECORD IS  *
      *         DUE WHEN ITS TERM DATE IS ON OR BEFORE THE CUTOFF   *
      **************************************************************
                03  WS-RETAIN-YEARS        PIC 9(2)      VALUE 7.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-ASOF-DATE           PIC 9(8)      VALUE ZERO.
                03  WS-ASOF-R REDEFINES WS-ASOF-DATE.
                   05  WS-ASOF-YYYY        PIC 9(4).
                   05  WS-ASOF-MMDD        PIC 9(4).
                03  WS-ASOF-R2 REDEFINES WS-ASOF-DATE.
                   05  FILLER              PIC 9(4).
                   05  WS-ASOF-MM          PIC 9(2).
                   05  WS-ASOF-DD          PIC 9(2).
                03  WS-ASOF-OK             PIC X(1)      VALUE 'Y'.
                03  WS-CUTOFF-DATE         PIC 9(8)      VALUE ZERO.
                03  WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
                   05  WS-CUTOFF-YYYY      PIC 9(4).
                   05  WS-CUTOFF-MMDD      PIC 9(4).
                03  WS-TERM-YMD            PIC 9(8)      VALUE ZERO.
                03  WS-TERM-R REDEFINES WS-TERM-YMD.
                   05  WS-TERM-YYYY        PIC 9(4).
                   05  WS-TERM-MMDD        PIC 9(4).
                03  WS-TERM-R2 REDEFINES WS-TERM-YMD.
                   05  FILLER              PIC 9(4).
                   05  WS-TERM-MM          PIC 9(2).
                   05  WS-TERM-DD          PIC 9(2).
                03  WS-EDIT-DATE           PIC 99/99/9999.
                03  WS-NAME                PIC X(22)     VALUE SPACES.
      **************************************************************
      *         MANAGER TABLE - EVERY EMPID NAMED AS A MANAGER ON   *
      *         ORGLINES.  A FULL TABLE STOPS THE RUN: A MANAGER    *
      *         LEFT OUT COULD BE PURGED                            *
      **************************************************************
                03  WS-MGR-TABLE.
                   05  WS-MGR-ENTRY        OCCURS 2000 TIMES.
                       10  MG-EMPID        PIC X(7).
                03  WS-MGR-COUNT           PIC 9(4)      VALUE ZERO.
                03  WS-MGR-MAX             PIC 9(4)      VALUE 2000.
                03  WS-MGR-IDX             PIC 9(4)      VALUE ZERO.
                03  WS-MGR-FOUND           PIC X(1)      VALUE 'N'.
                03  WS-FIND-EMPID          PIC X(7)      VALUE SPACES.
      **************************************************************
      *         PURGE TABLE - THE DUE RECORDS PASS 1 PICKED, IN     *
      *         EMPID ORDER.  PG-ON-ARCH = Y WHEN A FAILED EARLIER  *
      *         RUN ALREADY ARCHIVED THE SAME IMAGE.  A FULL TABLE  *
      *         LEAVES THE REST FOR THE NEXT RUN                    *
      **************************************************************
                03  WS-PG-TABLE.
                   05  WS-PG-ENTRY         OCCURS 3000 TIMES.
                       10  PG-EMPID        PIC X(7).
                       10  PG-IMAGE        PIC X(98).
                       10  PG-TERM-YMD     PIC 9(8).
                       10  PG-JRNL-COUNT   PIC 9(5).
                       10  PG-ON-ARCH      PIC X(1).
                03  WS-PG-COUNT            PIC 9(4)      VALUE ZERO.
                03  WS-PG-MAX              PIC 9(4)      VALUE 3000.
                03  WS-PG-IDX              PIC 9(4)      VALUE ZERO.
      **************************************************************
      *         EARLIER-PURGE TABLE - EMPIDS A FAILED EARLIER RUN   *
      *         ARCHIVED AND DELETED BEFORE JRNLNEW WAS SWAPPED IN. *
      *         THEIR ENTRIES ARE STILL ON MAINTJRNL AND ARE        *
      *         NUMBERED AGAIN FROM 1 IN JOURNAL ORDER, WHICH GIVES *
      *         THE SAME ARCHJRNL KEYS THE FAILED RUN WROTE.  A     *
      *         FULL TABLE STOPS THE RUN: AN ENTRY LEFT OUT WOULD   *
      *         STAY IN THE LIVE JOURNAL FOR GOOD                   *
      **************************************************************
                03  WS-EP-TABLE.
                   05  WS-EP-ENTRY         OCCURS 3000 TIMES.
                       10  EP-EMPID        PIC X(7).
                       10  EP-JRNL-COUNT   PIC 9(5).
                03  WS-EP-COUNT            PIC 9(4)      VALUE ZERO.
                03  WS-EP-MAX              PIC 9(4)      VALUE 3000.
                03  WS-EP-IDX              PIC 9(4)      VALUE ZERO.
                03  WS-AJ-SEQ              PIC 9(5)      VALUE ZERO.
      **************************************************************
      *         RUN COUNTERS                                        *
      **************************************************************
                03  WS-MST-BEFORE          PIC 9(7)      VALUE ZERO.
                03  WS-MST-AFTER           PIC 9(7)      VALUE ZERO.
                03  WS-TERM-SEEN           PIC 9(7)      VALUE ZERO.
                03  WS-NOT-DUE             PIC 9(7)      VALUE ZERO.
                03  WS-MGR-HELD            PIC 9(7)      VALUE ZERO.
                03  WS-BAD-TERM            PIC 9(7)      VALUE ZERO.
                03  WS-ARCH-CONFLICT       PIC 9(7)      VALUE ZERO.
                03  WS-DEFERRED            PIC 9(7)      VALUE ZERO.
                03  WS-ARCHIVED            PIC 9(7)      VALUE ZERO.
                03  WS-DELETE-FAILED       PIC 9(7)      VALUE ZERO.
                03  WS-ORG-LEFT            PIC 9(7)      VALUE ZERO.
                03  WS-ADDR-LEFT           PIC 9(7)      VALUE ZERO.
                03  WS-JRNL-READ           PIC 9(7)      VALUE ZERO.
                03  WS-JRNL-KEPT           PIC 9(7)      VALUE ZERO.
                03  WS-JRNL-ARCHIVED       PIC 9(7)      VALUE ZERO.
                03  WS-JRNL-RERUN          PIC 9(7)      VALUE ZERO.
                03  WS-BALANCE-TOTAL       PIC 9(7)      VALUE ZERO.
                03  WS-OUT-OF-BALANCE      PIC X(1)      VALUE 'N'.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-CONTROL-CARD.
           IF WS-ASOF-OK = 'N'
               DISPLAY 'EMPPURGE: PRGCTL AS-OF DATE INVALID OR AFTER '
                       'THE RUN DATE - NOTHING PURGED'
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MASTER-FILE
                INPUT ORG-FILE
                OUTPUT PRG-RPT.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ORG-STATUS NOT = '00'
               DISPLAY 'ORG-FILE OPEN FAILED, STATUS='
                       WS-ORG-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0150-OPEN-ARCHIVE-FILES.
           OPEN INPUT ADDR-FILE.
           EVALUATE WS-ADDR-STATUS
               WHEN '00'
                   MOVE 'Y'                TO  WS-ADDR-OPEN
               WHEN '35'
      *            No EMPADDR until ADDRMNT's first run - there is no
      *            address to leave behind.
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ADDR-FILE OPEN FAILED, STATUS='
                           WS-ADDR-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 0200-LOAD-MANAGERS.
           PERFORM 0300-PRINT-HEAD.
           PERFORM 1000-SELECT-DUE-RECORDS.
           PERFORM 1500-SPLIT-JOURNAL.
           PERFORM 1600-ARCHIVE-AND-DELETE
               VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT.
           PERFORM 1700-COUNT-MASTER-AFTER.
           PERFORM 1800-PRINT-SUMMARY.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE MASTER-FILE
                 ORG-FILE
                 ARCH-FILE
                 ARCH-JRNL
                 PRG-RPT.
           IF WS-ADDR-OPEN = 'Y'
               CLOSE ADDR-FILE
           END-IF.
           STOP RUN.

      **************************************************************
      *   READS THE PRGCTL CARD AND WORKS OUT THE CUTOFF - THE      *
      *   AS-OF DATE LESS THE RETENTION YEARS.  A BLANK AS-OF DATE  *
      *   MEANS TODAY; ONE THAT IS NOT A DATE, OR IS LATER THAN     *
      *   TODAY, WOULD PURGE RECORDS NOT YET DUE AND STOPS THE RUN  *
      **************************************************************

       0100-READ-CONTROL-CARD.
           MOVE WS-RUN-DATE                TO  WS-ASOF-DATE.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF PC-RETAIN-YEARS NUMERIC AND
                      PC-RETAIN-YEARS > ZERO
                       MOVE PC-RETAIN-YEARS TO  WS-RETAIN-YEARS
                   END-IF
                   IF PC-ASOF-DATE NOT = SPACES
                       PERFORM 0110-CHECK-ASOF-DATE
                   END-IF
           END-READ.
           CLOSE CTL-FILE.
           MOVE WS-ASOF-MMDD               TO  WS-CUTOFF-MMDD.
           COMPUTE WS-CUTOFF-YYYY = WS-ASOF-YYYY - WS-RETAIN-YEARS.

       0110-CHECK-ASOF-DATE.
           MOVE 'N'                        TO  WS-ASOF-OK.
           IF PC-ASOF-DATE NUMERIC
               MOVE PC-ASOF-DATE           TO  WS-ASOF-DATE
               IF WS-ASOF-YYYY > ZERO AND
                  WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12 AND
                  WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31 AND
                  WS-ASOF-DATE NOT > WS-RUN-DATE
                   MOVE 'Y'                TO  WS-ASOF-OK
               END-IF
           END-IF.

      **************************************************************
      *   OPENS THE TWO ARCHIVE FILES FOR UPDATE.  THE FIRST PURGE  *
      *   HAS NO ARCHIVE YET - CREATE IT RATHER THAN FAIL           *
      **************************************************************

       0150-OPEN-ARCHIVE-FILES.
           OPEN I-O ARCH-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               OPEN OUTPUT ARCH-FILE
               IF WS-ARCH-STATUS NOT = '00'
                   DISPLAY 'ARCH-FILE OPEN FAILED, STATUS='
                           WS-ARCH-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ARCH-FILE
               OPEN I-O ARCH-FILE
           END-IF.
           OPEN I-O ARCH-JRNL.
           IF WS-AJ-STATUS NOT = '00'
               OPEN OUTPUT ARCH-JRNL
               IF WS-AJ-STATUS NOT = '00'
                   DISPLAY 'ARCH-JRNL OPEN FAILED, STATUS='
                           WS-AJ-STATUS
                   MOVE 16                 TO  RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ARCH-JRNL
               OPEN I-O ARCH-JRNL
           END-IF.

      **************************************************************
      *   TABLES EVERY DISTINCT MANAGER EMPID ON ORGLINES           *
      **************************************************************

       0200-LOAD-MANAGERS.
           PERFORM 2200-READ-ORG.
           PERFORM UNTIL WS-EOF-O = 1
               IF ORG-MGR-EMPID NOT = SPACES
                   MOVE ORG-MGR-EMPID      TO  WS-FIND-EMPID
                   PERFORM 1150-FIND-MANAGER
                   IF WS-MGR-FOUND = 'N'
                       IF WS-MGR-COUNT >= WS-MGR-MAX
                           DISPLAY 'EMPPURGE: MANAGER TABLE FULL AT '
                                   WS-MGR-MAX ' - NOTHING PURGED'
                           MOVE 16         TO  RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1               TO  WS-MGR-COUNT
                       MOVE ORG-MGR-EMPID  TO  MG-EMPID
                                               (WS-MGR-COUNT)
                   END-IF
               END-IF
               PERFORM 2200-READ-ORG
           END-PERFORM.

       0300-PRINT-HEAD.
           STRING WS-ASOF-DATE(1:4) '/' WS-ASOF-DATE(5:2) '/'
                  WS-ASOF-DATE(7:2)        DELIMITED BY SIZE
               INTO PH-ASOF.
           MOVE WS-RETAIN-YEARS            TO  PH-YEARS.
           WRITE PRG-RPT-REC FROM PRNT-HEADING1
               AFTER ADVANCING PAGE.
           WRITE PRG-RPT-REC FROM PRNT-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  PRG-RPT-REC.
           WRITE PRG-RPT-REC
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   PASS 1 - READS THE MASTER IN KEY ORDER AND PICKS THE DUE  *
      *   RECORDS.  NOTHING IS CHANGED ON THIS PASS                 *
      **************************************************************

       1000-SELECT-DUE-RECORDS.
           MOVE LOW-VALUES                 TO  M-EMPID.
           START MASTER-FILE KEY NOT < M-EMPID
               INVALID KEY
                   MOVE 1                  TO  WS-EOF-M
           END-START.
           PERFORM 2000-READ-MASTER.
           PERFORM UNTIL WS-EOF-M = 1
               ADD 1                       TO  WS-MST-BEFORE
               IF M-STATUS = 'T'
                   ADD 1                   TO  WS-TERM-SEEN
                   PERFORM 1100-CHECK-TERMINATED
               END-IF
               PERFORM 2000-READ-MASTER
           END-PERFORM.

      *    M-TERM-DATE is MMDDYYYY; turned round so it compares
      *    against the cutoff.  A date that is numeric but not a
      *    real date (all zeros, month 13) would sort below every
      *    cutoff, so it is held back with the unreadable ones.
       1100-CHECK-TERMINATED.
           MOVE ZERO                       TO  WS-TERM-YMD.
           IF M-TERM-DATE NUMERIC
               MOVE M-TERM-DATE(5:4)       TO  WS-TERM-YYYY
               MOVE M-TERM-DATE(1:4)       TO  WS-TERM-MMDD
           END-IF.
           IF WS-TERM-YYYY = ZERO OR
              WS-TERM-MM < 01 OR WS-TERM-MM > 12 OR
              WS-TERM-DD < 01 OR WS-TERM-DD > 31
               ADD 1                       TO  WS-BAD-TERM
               MOVE 'NOT PURGED - TERM DATE NOT VALID'
                                           TO  D-RESULT
               PERFORM 1900-PRINT-EMPLOYEE
           ELSE
               IF WS-TERM-YMD > WS-CUTOFF-DATE
                   ADD 1                   TO  WS-NOT-DUE
               ELSE
                   PERFORM 1120-CHECK-DUE-RECORD
               END-IF
           END-IF.

       1120-CHECK-DUE-RECORD.
           MOVE M-EMPID                    TO  WS-FIND-EMPID.
           PERFORM 1150-FIND-MANAGER.
           IF WS-MGR-FOUND = 'Y'
               ADD 1                       TO  WS-MGR-HELD
               MOVE 'NOT PURGED - STILL A MANAGER ON ORGLINES'
                                           TO  D-RESULT
               PERFORM 1900-PRINT-EMPLOYEE
           ELSE
               MOVE M-EMPID                TO  AR-EMPID
               READ ARCH-FILE
                   INVALID KEY
                       PERFORM 1130-TABLE-DUE-RECORD
                   NOT INVALID KEY
                       IF AR-IMAGE = MASTER-REC
                           PERFORM 1130-TABLE-DUE-RECORD
                       ELSE
                           ADD 1           TO  WS-ARCH-CONFLICT
                           MOVE 'NOT PURGED - EMPID ALREADY ON ARCHIVE'
                                           TO  D-RESULT
                           PERFORM 1900-PRINT-EMPLOYEE
                       END-IF
               END-READ
           END-IF.

       1130-TABLE-DUE-RECORD.
           IF WS-PG-COUNT >= WS-PG-MAX
               ADD 1                       TO  WS-DEFERRED
           ELSE
               ADD 1                       TO  WS-PG-COUNT
               MOVE M-EMPID                TO  PG-EMPID (WS-PG-COUNT)
               MOVE MASTER-REC             TO  PG-IMAGE (WS-PG-COUNT)
               MOVE WS-TERM-YMD            TO  PG-TERM-YMD
                                               (WS-PG-COUNT)
               MOVE ZERO                   TO  PG-JRNL-COUNT
                                               (WS-PG-COUNT)
               IF WS-ARCH-STATUS = '00'
                   MOVE 'Y'                TO  PG-ON-ARCH (WS-PG-COUNT)
               ELSE
                   MOVE 'N'                TO  PG-ON-ARCH (WS-PG-COUNT)
               END-IF
           END-IF.

      *    Looks up WS-FIND-EMPID in the manager table.
       1150-FIND-MANAGER.
           MOVE 'N'                        TO  WS-MGR-FOUND.
           PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
                   UNTIL WS-MGR-IDX > WS-MGR-COUNT
               IF MG-EMPID (WS-MGR-IDX) = WS-FIND-EMPID
                   MOVE 'Y'                TO  WS-MGR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      **************************************************************
      *   PASS 2 - COPIES THE JOURNAL TO JRNLNEW, SENDING THE DUE   *
      *   EMPLOYEES' ENTRIES TO ARCHJRNL NUMBERED IN THEIR ORDER.   *
      *   AN ENTRY ALREADY THERE FROM A FAILED RUN IS LEFT AS IS    *
      **************************************************************

       1500-SPLIT-JOURNAL.
           OPEN INPUT JRNL-FILE
                OUTPUT NEW-JRNL.
           IF WS-JRNL-FSTATUS NOT = '00' AND
              WS-JRNL-FSTATUS NOT = '05'
               DISPLAY 'JRNL-FILE OPEN FAILED, STATUS='
                       WS-JRNL-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NEW-FSTATUS NOT = '00'
               DISPLAY 'NEW-JRNL OPEN FAILED, STATUS='
                       WS-NEW-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-READ-JOURNAL.
           PERFORM UNTIL WS-EOF-J = 1
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                       UNTIL WS-PG-IDX > WS-PG-COUNT
                   IF PG-EMPID (WS-PG-IDX) = J-EMPID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PG-IDX > WS-PG-COUNT
                   PERFORM 1510-CHECK-EARLIER-PURGE
                   IF WS-EP-IDX = ZERO
                       PERFORM 1520-KEEP-ENTRY
                   ELSE
                       ADD 1               TO  EP-JRNL-COUNT
                                               (WS-EP-IDX)
                       MOVE EP-JRNL-COUNT (WS-EP-IDX)
                                           TO  WS-AJ-SEQ
                       PERFORM 1540-ARCHIVE-ENTRY
                   END-IF
               ELSE
                   ADD 1                   TO  PG-JRNL-COUNT
                                               (WS-PG-IDX)
                   MOVE PG-JRNL-COUNT (WS-PG-IDX)
                                           TO  WS-AJ-SEQ
                   PERFORM 1540-ARCHIVE-ENTRY
               END-IF
               PERFORM 2100-READ-JOURNAL
           END-PERFORM.
           CLOSE JRNL-FILE
                 NEW-JRNL.

      *    An entry for someone not due this run may belong to an
      *    employee a failed earlier run already archived and took
      *    off the master - on EMPARCH and no longer on the master.
      *    WS-EP-IDX comes back zero when the entry is to be kept.
       1510-CHECK-EARLIER-PURGE.
           MOVE ZERO                       TO  WS-EP-IDX.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-COUNT
               IF EP-EMPID (WS-EP-IDX) = J-EMPID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EP-IDX > WS-EP-COUNT
               MOVE ZERO                   TO  WS-EP-IDX
               MOVE J-EMPID                TO  AR-EMPID
               READ ARCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE J-EMPID        TO  M-EMPID
                       READ MASTER-FILE
                           INVALID KEY
                               PERFORM 1515-TABLE-EARLIER-PURGE
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
               END-READ
           END-IF.

       1515-TABLE-EARLIER-PURGE.
           IF WS-EP-COUNT >= WS-EP-MAX
               DISPLAY 'EMPPURGE: EARLIER-PURGE TABLE FULL AT '
                       WS-EP-MAX
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                           TO  WS-EP-COUNT.
           MOVE WS-EP-COUNT                TO  WS-EP-IDX.
           MOVE J-EMPID                    TO  EP-EMPID (WS-EP-IDX).
           MOVE ZERO                       TO  EP-JRNL-COUNT
                                               (WS-EP-IDX).

       1520-KEEP-ENTRY.
           WRITE NEW-JRNL-REC FROM JOURNAL-REC.
           IF WS-NEW-FSTATUS NOT = '00'
               DISPLAY 'NEW-JRNL WRITE FAILED, STATUS='
                       WS-NEW-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                           TO  WS-JRNL-KEPT.

       1540-ARCHIVE-ENTRY.
           MOVE J-EMPID                    TO  AJ-EMPID.
           MOVE WS-AJ-SEQ                  TO  AJ-SEQ.
           MOVE JOURNAL-REC                TO  AJ-JOURNAL.
           WRITE ARCH-JRNL-REC
               INVALID KEY
                   IF WS-AJ-STATUS = '22'
                       ADD 1               TO  WS-JRNL-RERUN
                   ELSE
                       DISPLAY 'ARCH-JRNL WRITE FAILED, STATUS='
                               WS-AJ-STATUS
                       MOVE 16             TO  RETURN-CODE
                       STOP RUN
                   END-IF
           END-WRITE.
           ADD 1                           TO  WS-JRNL-ARCHIVED.

      **************************************************************
      *   PASS 3 - ARCHIVES ONE DUE RECORD AND DELETES IT FROM THE  *
      *   MASTER.  ITS OWN REPORTING LINE ON ORGLINES IS LISTED FOR *
      *   ORGMNT TO REMOVE - ORGMNT STAYS ITS ONLY UPDATER - AND    *
      *   ITS ADDRESS ON EMPADDR FOR ADDRMNT THE SAME WAY           *
      **************************************************************

       1600-ARCHIVE-AND-DELETE.
           MOVE PG-IMAGE (WS-PG-IDX)       TO  AR-IMAGE.
           MOVE PG-TERM-YMD (WS-PG-IDX)    TO  AR-TERM-YMD.
           MOVE WS-RUN-DATE                TO  AR-PURGE-DATE.
           MOVE PG-JRNL-COUNT (WS-PG-IDX)  TO  AR-JRNL-COUNT.
           MOVE SPACES                     TO  ARCH-REC(120:11).
           IF PG-ON-ARCH (WS-PG-IDX) = 'Y'
               REWRITE ARCH-REC
                   INVALID KEY
                       DISPLAY 'ARCH-FILE REWRITE FAILED, STATUS='
                               WS-ARCH-STATUS
                       MOVE 16             TO  RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE ARCH-REC
                   INVALID KEY
                       DISPLAY 'ARCH-FILE WRITE FAILED, STATUS='
                               WS-ARCH-STATUS
                       MOVE 16             TO  RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.
           MOVE PG-IMAGE (WS-PG-IDX)       TO  MASTER-REC.
           DELETE MASTER-FILE
               INVALID KEY
                   ADD 1                   TO  WS-DELETE-FAILED
                   MOVE SPACES             TO  D-RESULT
                   STRING 'ARCHIVED BUT DELETE FAILED STATUS='
                          WS-MASTER-STATUS DELIMITED BY SIZE
                       INTO D-RESULT
               NOT INVALID KEY
                   ADD 1                   TO  WS-ARCHIVED
                   MOVE SPACES             TO  D-RESULT
                   STRING 'PURGED - JOURNAL ENTRIES ARCHIVED: '
                          PG-JRNL-COUNT (WS-PG-IDX)
                          DELIMITED BY SIZE
                       INTO D-RESULT
           END-DELETE.
           PERFORM 1900-PRINT-EMPLOYEE.
           MOVE PG-EMPID (WS-PG-IDX)       TO  ORG-EMPID.
           READ ORG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1                   TO  WS-ORG-LEFT
                   MOVE SPACES             TO  MSG-TEXT
                   STRING '        REPORTING LINE STILL ON ORGLINES - '
                          'DELETE WITH ORGMNT'
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   WRITE PRG-RPT-REC FROM PRNT-MSG
                       AFTER ADVANCING 1 LINE
           END-READ.
           IF WS-ADDR-OPEN = 'Y'
               MOVE PG-EMPID (WS-PG-IDX)   TO  AD-EMPID
               READ ADDR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1               TO  WS-ADDR-LEFT
                       MOVE SPACES         TO  MSG-TEXT
                       STRING '        ADDRESS STILL ON EMPADDR - '
                              'DELETE WITH ADDRMNT'
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       WRITE PRG-RPT-REC FROM PRNT-MSG
                           AFTER ADVANCING 1 LINE
               END-READ
           END-IF.

      **************************************************************
      *   COUNTS THE MASTER AGAIN SO THE BALANCE IS PROVED FROM THE *
      *   FILE, NOT FROM THIS RUN'S OWN ARITHMETIC                  *
      **************************************************************

       1700-COUNT-MASTER-AFTER.
           MOVE 0                          TO  WS-EOF-M.
           MOVE LOW-VALUES                 TO  M-EMPID.
           START MASTER-FILE KEY NOT < M-EMPID
               INVALID KEY
                   MOVE 1                  TO  WS-EOF-M
           END-START.
           PERFORM 2000-READ-MASTER.
           PERFORM UNTIL WS-EOF-M = 1
               ADD 1                       TO  WS-MST-AFTER
               PERFORM 2000-READ-MASTER
           END-PERFORM.

      **************************************************************
      *   PRINTS THE COUNTS AND PROVES MASTER BEFORE = AFTER +      *
      *   ARCHIVED AND JOURNAL READ = KEPT + ARCHIVED               *
      **************************************************************

       1800-PRINT-SUMMARY.
           COMPUTE WS-BALANCE-TOTAL = WS-MST-AFTER + WS-ARCHIVED.
           IF WS-BALANCE-TOTAL NOT = WS-MST-BEFORE OR
              WS-DELETE-FAILED > ZERO
               MOVE 'Y'                    TO  WS-OUT-OF-BALANCE
           END-IF.
           COMPUTE WS-BALANCE-TOTAL = WS-JRNL-KEPT + WS-JRNL-ARCHIVED.
           IF WS-BALANCE-TOTAL NOT = WS-JRNL-READ
               MOVE 'Y'                    TO  WS-OUT-OF-BALANCE
           END-IF.
           MOVE 'MASTER RECORDS BEFORE'    TO  SUM-LABEL.
           MOVE WS-MST-BEFORE              TO  SUM-COUNT.
           WRITE PRG-RPT-REC FROM PRNT-SUMMARY
               AFTER ADVANCING 3 LINES.
           MOVE '  TERMINATED'             TO  SUM-LABEL.
           MOVE WS-TERM-SEEN               TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  NOT YET DUE'            TO  SUM-LABEL.
           MOVE WS-NOT-DUE                 TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  HELD - STILL A MANAGER' TO  SUM-LABEL.
           MOVE WS-MGR-HELD                TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  HELD - TERM DATE NOT VALID' TO  SUM-LABEL.
           MOVE WS-BAD-TERM                TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  HELD - EMPID ALREADY ARCHIVED' TO  SUM-LABEL.
           MOVE WS-ARCH-CONFLICT           TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  LEFT FOR NEXT RUN - TABLE FULL' TO  SUM-LABEL.
           MOVE WS-DEFERRED                TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  DELETE FAILED'          TO  SUM-LABEL.
           MOVE WS-DELETE-FAILED           TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE 'ARCHIVED AND PURGED'      TO  SUM-LABEL.
           MOVE WS-ARCHIVED                TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE 'MASTER RECORDS AFTER'     TO  SUM-LABEL.
           MOVE WS-MST-AFTER               TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE 'REPORTING LINES LEFT ON ORGLINES' TO  SUM-LABEL.
           MOVE WS-ORG-LEFT                TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE 'ADDRESSES LEFT ON EMPADDR' TO  SUM-LABEL.
           MOVE WS-ADDR-LEFT               TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE 'JOURNAL ENTRIES READ'     TO  SUM-LABEL.
           MOVE WS-JRNL-READ               TO  SUM-COUNT.
           WRITE PRG-RPT-REC FROM PRNT-SUMMARY
               AFTER ADVANCING 2 LINES.
           MOVE '  KEPT ON JRNLNEW'        TO  SUM-LABEL.
           MOVE WS-JRNL-KEPT               TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  MOVED TO ARCHJRNL'      TO  SUM-LABEL.
           MOVE WS-JRNL-ARCHIVED           TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '    ALREADY THERE FROM EARLIER RUN' TO  SUM-LABEL.
           MOVE WS-JRNL-RERUN              TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE SPACES                     TO  PRG-RPT-REC.
           IF WS-OUT-OF-BALANCE = 'Y'
               STRING '   *** OUT OF BALANCE - DO NOT SWAP JRNLNEW '
                      'IN AS MAINTJRNL ***'
                      DELIMITED BY SIZE
                   INTO PRG-RPT-REC
           ELSE
               MOVE '   IN BALANCE - SWAP JRNLNEW IN AS MAINTJRNL'
                                           TO  PRG-RPT-REC
           END-IF.
           WRITE PRG-RPT-REC
               AFTER ADVANCING 2 LINES.

       1850-WRITE-SUMMARY.
           WRITE PRG-RPT-REC FROM PRNT-SUMMARY
               AFTER ADVANCING 1 LINE.

       1900-PRINT-EMPLOYEE.
           MOVE M-EMPID                    TO  D-EMPID.
           MOVE SPACES                     TO  WS-NAME.
           STRING M-LASTNAME  DELIMITED BY SPACE
                  ', '        DELIMITED BY SIZE
                  M-FIRSTNAME DELIMITED BY SPACE
               INTO WS-NAME.
           MOVE WS-NAME                    TO  D-NAME.
           IF M-TERM-DATE NUMERIC
               MOVE M-TERM-DATE            TO  WS-EDIT-DATE
               MOVE WS-EDIT-DATE           TO  D-TERM-DATE
           ELSE
               MOVE M-TERM-DATE            TO  D-TERM-DATE
           END-IF.
           WRITE PRG-RPT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *                READS THE MASTER IN KEY ORDER                *
      **************************************************************

       2000-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF-M
           END-READ.

      **************************************************************
      *                READS THE JOURNAL FILE                       *
      **************************************************************

       2100-READ-JOURNAL.
           READ JRNL-FILE
               AT END MOVE 1 TO WS-EOF-J
               NOT AT END ADD 1 TO WS-JRNL-READ
           END-READ.

      **************************************************************
      *                READS ORGLINES IN KEY ORDER                  *
      **************************************************************

       2200-READ-ORG.
           READ ORG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF-O
           END-READ.

      **************************************************************
      *   SETS THE COMPLETION CODE - 12 WHEN OUT OF BALANCE, 8 WHEN *
      *   NOTHING WAS DUE, 4 WHEN ANY DUE RECORD WAS HELD BACK OR   *
      *   LEFT FOR THE NEXT RUN                                     *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE = 'Y'
                   DISPLAY 'EMPPURGE: OUT OF BALANCE - BEFORE='
                           WS-MST-BEFORE ' AFTER=' WS-MST-AFTER
                           ' ARCHIVED=' WS-ARCHIVED
                           ' JOURNAL READ=' WS-JRNL-READ
                           ' KEPT=' WS-JRNL-KEPT
                           ' MOVED=' WS-JRNL-ARCHIVED
                   MOVE 12                 TO  RETURN-CODE
               WHEN WS-ARCHIVED = ZERO AND WS-MGR-HELD = ZERO AND
                    WS-BAD-TERM = ZERO AND WS-ARCH-CONFLICT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN WS-MGR-HELD > ZERO OR WS-BAD-TERM > ZERO OR
                    WS-ARCH-CONFLICT > ZERO OR WS-DEFERRED > ZERO
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
