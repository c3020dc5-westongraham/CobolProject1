
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARCHDEST.
       AUTHOR. Weston Graham.
      *  Destruction of archived employee records once the legal
      *  retention has run out.  EMPPURGE moves terminated employees
      *  to the EMPARCH archive, with their journal history on
      *  ARCHJRNL; this takes them off for good.  The DSTCTL card is
      *  required - there is no default for how long the law says a
      *  record must be kept - and gives the legal retention in years
      *  after the termination date, an optional as-of date, and the
      *  mode: L (the default) only lists what is due, D destroys it.
      *  Each record destroyed takes every ARCHJRNL entry under its
      *  EMPID with it, and is listed as the destruction register.
      *  Counts balance: archive before = after + destroyed, and the
      *  journal entries destroyed must match what the archive
      *  records said were moved with them.  A record found with
      *  none of its entries left lost them to an earlier run that
      *  failed before deleting the record; those are counted apart
      *  so the rerun still balances.  An as-of date that is not a
      *  date, or is later than today, stops the run like a missing
      *  card - it would destroy records the law says to keep.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE
                                ASSIGN TO 'DSTCTL'.
            SELECT ARCH-FILE    ASSIGN TO 'EMPARCH'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY AR-EMPID
                                FILE STATUS WS-ARCH-STATUS.
            SELECT ARCH-JRNL    ASSIGN TO 'ARCHJRNL'
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY AJ-KEY
                                FILE STATUS WS-AJ-STATUS.
            SELECT DST-RPT      ASSIGN TO 'DSTRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-CARD.
                03  DC-RETAIN-YEARS        PIC 9(2).
      *                LEGAL RETENTION - YEARS AFTER THE TERM DATE
                03  DC-ASOF-DATE           PIC X(8).
      *                YYYYMMDD - BLANK TAKES THE RUN DATE
                03  DC-MODE                PIC X(1).
      *                L OR BLANK = LIST ONLY   D = DESTROY
                03  FILLER                 PIC X(69).

       FD  ARCH-FILE.
           COPY ARCHREC.

       FD  ARCH-JRNL.
           COPY ARCHJREC.

       FD  DST-RPT
           LABEL RECORDS ARE OMITTED.
       01  DST-RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.

      *    The archived master image, for the name on the register.
           COPY EMPREC REPLACING ==INPUT-DATA==   BY ==AI-FIELDS==
                                 ==I-EMPID==      BY ==AI-EMPID==
                                 ==I-LASTNAME==   BY ==AI-LASTNAME==
                                 ==I-FIRSTNAME==  BY ==AI-FIRSTNAME==
                                 ==I-EMPTYPE==    BY ==AI-EMPTYPE==
                                 ==I-TITLE==      BY ==AI-TITLE==
                                 ==I-SSN==        BY ==AI-SSN==
                                 ==I-STATUS==     BY ==AI-STATUS==
                                 ==I-TERM-DATE==  BY ==AI-TERM-DATE==
                                 ==I-PAY-RATE==   BY ==AI-PAY-RATE==
                                 ==I-PAY-FREQ==   BY ==AI-PAY-FREQ==
                                 ==I-DEPT==       BY ==AI-DEPT==
                                 ==I-DATE==       BY ==AI-DATE==.
      **************************************************************
      *   REPORT HEADING, REGISTER, MESSAGE AND COUNT LINES         *
      **************************************************************
       01  PRNT-HEADING1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  PH-TITLE               PIC X(36).
                03  PH-ASOF                PIC X(10).
                03  FILLER                 PIC X(4)      VALUE SPACES.
                03  FILLER                 PIC X(16)     VALUE
                                                    'LEGAL RETENTION '.
                03  PH-YEARS               PIC Z9.
                03  FILLER                 PIC X(7)      VALUE ' YEARS'.
                03  FILLER                 PIC X(22)     VALUE SPACES.
       01  PRNT-HEADING2.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  FILLER                 PIC X(9)      VALUE 'EMP ID'.
                03  FILLER                 PIC X(24)     VALUE 'NAME'.
                03  FILLER                 PIC X(12)     VALUE
                                                    'TERMINATED'.
                03  FILLER                 PIC X(12)     VALUE
                                                    'PURGED'.
                03  FILLER                 PIC X(40)     VALUE
                                                    'JOURNAL  RESULT'.
       01  PRNT-DATA1.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  D-EMPID                PIC X(7).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-NAME                 PIC X(22).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-TERM-DATE            PIC X(10).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-PURGE-DATE           PIC X(10).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-JRNL-COUNT           PIC ZZZZ9.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  D-RESULT               PIC X(33).
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
                03  WS-EOF-A               PIC 9         VALUE 0.
                03  WS-EOF-AJ              PIC 9         VALUE 0.
                03  WS-ARCH-STATUS         PIC X(2)      VALUE '00'.
                03  WS-AJ-STATUS           PIC X(2)      VALUE '00'.
                03  WS-CARD-OK             PIC X(1)      VALUE 'N'.
                03  WS-MODE                PIC X(1)      VALUE 'L'.
                   88  DESTROY-MODE                       VALUE 'D'.
      **************************************************************
      *         RETENTION DATES - YYYYMMDD; AN ARCHIVE RECORD IS    *
      *         DUE WHEN ITS TERM DATE IS ON OR BEFORE THE CUTOFF   *
      **************************************************************
                03  WS-RETAIN-YEARS        PIC 9(2)      VALUE ZERO.
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
                03  WS-NAME                PIC X(22)     VALUE SPACES.
                03  WS-DEST-EMPID          PIC X(7)      VALUE SPACES.
                03  WS-EMP-JRNL            PIC 9(5)      VALUE ZERO.
      **************************************************************
      *         RUN COUNTERS                                        *
      **************************************************************
                03  WS-ARCH-BEFORE         PIC 9(7)      VALUE ZERO.
                03  WS-ARCH-AFTER          PIC 9(7)      VALUE ZERO.
                03  WS-DUE-COUNT           PIC 9(7)      VALUE ZERO.
                03  WS-DESTROYED           PIC 9(7)      VALUE ZERO.
                03  WS-JRNL-EXPECTED       PIC 9(7)      VALUE ZERO.
                03  WS-JRNL-DESTROYED      PIC 9(7)      VALUE ZERO.
                03  WS-JRNL-EARLIER        PIC 9(7)      VALUE ZERO.
                03  WS-JRNL-BALANCE        PIC 9(7)      VALUE ZERO.
                03  WS-DELETE-FAILED       PIC 9(7)      VALUE ZERO.
                03  WS-BALANCE-TOTAL       PIC 9(7)      VALUE ZERO.
                03  WS-OUT-OF-BALANCE      PIC X(1)      VALUE 'N'.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-CONTROL-CARD.
           IF WS-CARD-OK = 'N'
               DISPLAY 'ARCHDEST: DSTCTL CARD MISSING OR RETENTION '
                       'YEARS INVALID - NOTHING DESTROYED'
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ASOF-OK = 'N'
               DISPLAY 'ARCHDEST: DSTCTL AS-OF DATE INVALID OR AFTER '
                       'THE RUN DATE - NOTHING DESTROYED'
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF DESTROY-MODE
               OPEN I-O ARCH-FILE
                    I-O ARCH-JRNL
           ELSE
               OPEN INPUT ARCH-FILE
                    INPUT ARCH-JRNL
           END-IF.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'ARCH-FILE OPEN FAILED, STATUS='
                       WS-ARCH-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AJ-STATUS NOT = '00'
               DISPLAY 'ARCH-JRNL OPEN FAILED, STATUS='
                       WS-AJ-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DST-RPT.
           PERFORM 0300-PRINT-HEAD.
           PERFORM 2000-READ-ARCHIVE.
           PERFORM 1000-CHECK-RECORD
                   UNTIL WS-EOF-A = 1.
           PERFORM 1700-COUNT-ARCHIVE-AFTER.
           PERFORM 1800-PRINT-SUMMARY.
           PERFORM 9000-SET-COMPLETION-CODE.
           CLOSE ARCH-FILE
                 ARCH-JRNL
                 DST-RPT.
           STOP RUN.

      **************************************************************
      *   READS THE DSTCTL CARD - THE RETENTION YEARS MUST BE THERE *
      *   AND NON-ZERO.  THE CUTOFF IS THE AS-OF DATE LESS THEM.    *
      *   A BLANK AS-OF DATE MEANS TODAY; ANY OTHER MUST BE A REAL  *
      *   DATE NO LATER THAN TODAY                                  *
      **************************************************************

       0100-READ-CONTROL-CARD.
           MOVE WS-RUN-DATE                TO  WS-ASOF-DATE.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF DC-RETAIN-YEARS NUMERIC AND
                      DC-RETAIN-YEARS > ZERO
                       MOVE 'Y'            TO  WS-CARD-OK
                       MOVE DC-RETAIN-YEARS TO  WS-RETAIN-YEARS
                   END-IF
                   IF DC-ASOF-DATE NOT = SPACES
                       PERFORM 0110-CHECK-ASOF-DATE
                   END-IF
                   IF DC-MODE = 'D'
                       MOVE 'D'            TO  WS-MODE
                   END-IF
           END-READ.
           CLOSE CTL-FILE.
           MOVE WS-ASOF-MMDD               TO  WS-CUTOFF-MMDD.
           COMPUTE WS-CUTOFF-YYYY = WS-ASOF-YYYY - WS-RETAIN-YEARS.

       0110-CHECK-ASOF-DATE.
           MOVE 'N'                        TO  WS-ASOF-OK.
           IF DC-ASOF-DATE NUMERIC
               MOVE DC-ASOF-DATE           TO  WS-ASOF-DATE
               IF WS-ASOF-YYYY > ZERO AND
                  WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12 AND
                  WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31 AND
                  WS-ASOF-DATE NOT > WS-RUN-DATE
                   MOVE 'Y'                TO  WS-ASOF-OK
               END-IF
           END-IF.

       0300-PRINT-HEAD.
           IF DESTROY-MODE
               MOVE 'ARCHIVE DESTRUCTION REGISTER - AS OF'
                                           TO  PH-TITLE
           ELSE
               MOVE 'ARCHIVE DUE FOR DESTRUCTION - AS OF'
                                           TO  PH-TITLE
           END-IF.
           STRING WS-ASOF-DATE(1:4) '/' WS-ASOF-DATE(5:2) '/'
                  WS-ASOF-DATE(7:2)        DELIMITED BY SIZE
               INTO PH-ASOF.
           MOVE WS-RETAIN-YEARS            TO  PH-YEARS.
           WRITE DST-RPT-REC FROM PRNT-HEADING1
               AFTER ADVANCING PAGE.
           WRITE DST-RPT-REC FROM PRNT-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES                     TO  DST-RPT-REC.
           WRITE DST-RPT-REC
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   ONE ARCHIVE RECORD - LISTED WHEN DUE, AND IN DESTROY MODE *
      *   DELETED WITH ITS JOURNAL HISTORY                          *
      **************************************************************

       1000-CHECK-RECORD.
           ADD 1                           TO  WS-ARCH-BEFORE.
           IF AR-TERM-YMD NOT > WS-CUTOFF-DATE
               ADD 1                       TO  WS-DUE-COUNT
               ADD AR-JRNL-COUNT           TO  WS-JRNL-EXPECTED
               PERFORM 1100-FORMAT-LINE
               IF DESTROY-MODE
                   PERFORM 1200-DESTROY-RECORD
               ELSE
                   MOVE 'DUE - LIST ONLY'  TO  D-RESULT
               END-IF
               WRITE DST-RPT-REC FROM PRNT-DATA1
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 2000-READ-ARCHIVE.

       1100-FORMAT-LINE.
           MOVE AR-IMAGE                   TO  AI-FIELDS.
           MOVE SPACES                     TO  PRNT-DATA1.
           MOVE AR-EMPID                   TO  D-EMPID.
           MOVE SPACES                     TO  WS-NAME.
           STRING AI-LASTNAME  DELIMITED BY SPACE
                  ', '         DELIMITED BY SIZE
                  AI-FIRSTNAME DELIMITED BY SPACE
               INTO WS-NAME.
           MOVE WS-NAME                    TO  D-NAME.
           STRING AR-TERM-YMD(1:4) '/' AR-TERM-YMD(5:2) '/'
                  AR-TERM-YMD(7:2)         DELIMITED BY SIZE
               INTO D-TERM-DATE.
           STRING AR-PURGE-DATE(1:4) '/' AR-PURGE-DATE(5:2) '/'
                  AR-PURGE-DATE(7:2)       DELIMITED BY SIZE
               INTO D-PURGE-DATE.
           MOVE AR-JRNL-COUNT              TO  D-JRNL-COUNT.

      *    The journal entries go first: an archive record left with
      *    no history is harmless, history left with no record would
      *    never be found again.  A record that should have entries
      *    but has none left is that case - an earlier run deleted
      *    them and failed before the record - and is counted apart
      *    from the journal balance.
       1200-DESTROY-RECORD.
           MOVE AR-EMPID                   TO  WS-DEST-EMPID.
           MOVE ZERO                       TO  WS-EMP-JRNL.
           MOVE 0                          TO  WS-EOF-AJ.
           MOVE WS-DEST-EMPID              TO  AJ-EMPID.
           MOVE ZERO                       TO  AJ-SEQ.
           START ARCH-JRNL KEY NOT < AJ-KEY
               INVALID KEY
                   MOVE 1                  TO  WS-EOF-AJ
           END-START.
           PERFORM 2100-READ-ARCH-JRNL.
           PERFORM UNTIL WS-EOF-AJ = 1
               DELETE ARCH-JRNL
                   INVALID KEY
                       ADD 1               TO  WS-DELETE-FAILED
                   NOT INVALID KEY
                       ADD 1               TO  WS-EMP-JRNL
                                               WS-JRNL-DESTROYED
               END-DELETE
               PERFORM 2100-READ-ARCH-JRNL
           END-PERFORM.
           IF WS-EMP-JRNL = ZERO AND AR-JRNL-COUNT > ZERO
               ADD AR-JRNL-COUNT           TO  WS-JRNL-EARLIER
           END-IF.
           MOVE WS-DEST-EMPID              TO  AR-EMPID.
           DELETE ARCH-FILE
               INVALID KEY
                   ADD 1                   TO  WS-DELETE-FAILED
                   MOVE SPACES             TO  D-RESULT
                   STRING 'DELETE FAILED STATUS=' WS-ARCH-STATUS
                          DELIMITED BY SIZE
                       INTO D-RESULT
               NOT INVALID KEY
                   ADD 1                   TO  WS-DESTROYED
                   MOVE SPACES             TO  D-RESULT
                   EVALUATE TRUE
                       WHEN WS-EMP-JRNL = AR-JRNL-COUNT
                           MOVE 'DESTROYED' TO D-RESULT
                       WHEN WS-EMP-JRNL = ZERO
                           MOVE 'DESTROYED - JOURNAL GONE EARLIER'
                                           TO  D-RESULT
                       WHEN OTHER
                           STRING 'DESTROYED - JOURNAL FOUND '
                                  WS-EMP-JRNL  DELIMITED BY SIZE
                               INTO D-RESULT
                   END-EVALUATE
           END-DELETE.
           MOVE WS-DEST-EMPID              TO  AR-EMPID.
           START ARCH-FILE KEY > AR-EMPID
               INVALID KEY
                   MOVE 1                  TO  WS-EOF-A
           END-START.

      **************************************************************
      *   COUNTS THE ARCHIVE AGAIN SO THE BALANCE IS PROVED FROM    *
      *   THE FILE                                                  *
      **************************************************************

       1700-COUNT-ARCHIVE-AFTER.
           MOVE 0                          TO  WS-EOF-A.
           MOVE LOW-VALUES                 TO  AR-EMPID.
           START ARCH-FILE KEY NOT < AR-EMPID
               INVALID KEY
                   MOVE 1                  TO  WS-EOF-A
           END-START.
           PERFORM 2000-READ-ARCHIVE.
           PERFORM UNTIL WS-EOF-A = 1
               ADD 1                       TO  WS-ARCH-AFTER
               PERFORM 2000-READ-ARCHIVE
           END-PERFORM.

       1800-PRINT-SUMMARY.
           COMPUTE WS-BALANCE-TOTAL = WS-ARCH-AFTER + WS-DESTROYED.
           IF WS-BALANCE-TOTAL NOT = WS-ARCH-BEFORE OR
              WS-DELETE-FAILED > ZERO
               MOVE 'Y'                    TO  WS-OUT-OF-BALANCE
           END-IF.
           COMPUTE WS-JRNL-BALANCE =
                   WS-JRNL-DESTROYED + WS-JRNL-EARLIER.
           IF DESTROY-MODE AND
              WS-JRNL-BALANCE NOT = WS-JRNL-EXPECTED
               MOVE 'Y'                    TO  WS-OUT-OF-BALANCE
           END-IF.
           MOVE 'ARCHIVE RECORDS BEFORE'   TO  SUM-LABEL.
           MOVE WS-ARCH-BEFORE             TO  SUM-COUNT.
           WRITE DST-RPT-REC FROM PRNT-SUMMARY
               AFTER ADVANCING 3 LINES.
           MOVE '  DUE FOR DESTRUCTION'    TO  SUM-LABEL.
           MOVE WS-DUE-COUNT               TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  DESTROYED'              TO  SUM-LABEL.
           MOVE WS-DESTROYED               TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE 'ARCHIVE RECORDS AFTER'    TO  SUM-LABEL.
           MOVE WS-ARCH-AFTER              TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE 'JOURNAL ENTRIES ON DUE RECORDS' TO  SUM-LABEL.
           MOVE WS-JRNL-EXPECTED           TO  SUM-COUNT.
           WRITE DST-RPT-REC FROM PRNT-SUMMARY
               AFTER ADVANCING 2 LINES.
           MOVE '  DESTROYED'              TO  SUM-LABEL.
           MOVE WS-JRNL-DESTROYED          TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE '  GONE ON AN EARLIER RUN' TO  SUM-LABEL.
           MOVE WS-JRNL-EARLIER            TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE 'DELETES FAILED'           TO  SUM-LABEL.
           MOVE WS-DELETE-FAILED           TO  SUM-COUNT.
           PERFORM 1850-WRITE-SUMMARY.
           MOVE SPACES                     TO  DST-RPT-REC.
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE '   *** OUT OF BALANCE ***'
                                           TO  DST-RPT-REC
           ELSE
               IF DESTROY-MODE
                   MOVE '   IN BALANCE'    TO  DST-RPT-REC
               ELSE
                   MOVE '   LIST ONLY - NOTHING DESTROYED'
                                           TO  DST-RPT-REC
               END-IF
           END-IF.
           WRITE DST-RPT-REC
               AFTER ADVANCING 2 LINES.

       1850-WRITE-SUMMARY.
           WRITE DST-RPT-REC FROM PRNT-SUMMARY
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *                READS THE ARCHIVE IN KEY ORDER               *
      **************************************************************

       2000-READ-ARCHIVE.
           IF WS-EOF-A = 0
               READ ARCH-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-A
               END-READ
           END-IF.

      **************************************************************
      *   READS THE NEXT ARCHIVED JOURNAL ENTRY - STOPS AT THE END  *
      *   OF THE EMPLOYEE BEING DESTROYED                           *
      **************************************************************

       2100-READ-ARCH-JRNL.
           READ ARCH-JRNL NEXT RECORD
               AT END MOVE 1 TO WS-EOF-AJ
               NOT AT END
                   IF AJ-EMPID NOT = WS-DEST-EMPID
                       MOVE 1              TO  WS-EOF-AJ
                   END-IF
           END-READ.

      **************************************************************
      *   SETS THE COMPLETION CODE - 12 WHEN OUT OF BALANCE, 8 WHEN *
      *   NOTHING IS DUE, 4 WHEN RECORDS ARE DUE BUT THE RUN WAS    *
      *   LIST ONLY                                                 *
      **************************************************************

       9000-SET-COMPLETION-CODE.
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE = 'Y'
                   DISPLAY 'ARCHDEST: OUT OF BALANCE - BEFORE='
                           WS-ARCH-BEFORE ' AFTER=' WS-ARCH-AFTER
                           ' DESTROYED=' WS-DESTROYED
                           ' JOURNAL EXPECTED=' WS-JRNL-EXPECTED
                           ' DESTROYED=' WS-JRNL-DESTROYED
                   MOVE 12                 TO  RETURN-CODE
               WHEN WS-DUE-COUNT = ZERO
                   MOVE 8                  TO  RETURN-CODE
               WHEN NOT DESTROY-MODE
                   MOVE 4                  TO  RETURN-CODE
               WHEN OTHER
                   MOVE 0                  TO  RETURN-CODE
           END-EVALUATE.
