      *  record fields with the status spelled out and the term date
      *  shown when terminated - or a clear NOT ON FILE / NO MATCH
      *  line for misses.  SSN printing honors the same PARM-SSN-AUTH
      *  masking rule Project1's 1650-FORMAT-SSN applies.  An 'A'
      *  request reads the EMPARCH archive EMPPURGE writes instead,
      *  for an employee purged from the master, and prints the same
      *  sheet with the purge date and archived journal count; a
      *  plain EMPID that misses the master but is on the archive
      *  says so.  Every detail sheet ends with the employee's
      *  contact block from the EMPADDR address file - mailing
      *  address, phone, personal email and emergency contact - or
      *  a line saying none is on file.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                ACCESS MODE DYNAMIC
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT ARCH-FILE    ASSIGN TO 'EMPARCH'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY AR-EMPID
                                FILE STATUS WS-ARCH-STATUS.
            SELECT ADDR-FILE    ASSIGN TO 'EMPADDR'
                                ORGANIZATION INDEXED
                                ACCESS MODE RANDOM
                                RECORD KEY AD-EMPID
                                FILE STATUS WS-ADDR-STATUS.
            SELECT INQ-RPT      ASSIGN TO 'INQRPT'.

       DATA DIVISION.
                03  IQ-REQ-TYPE            PIC X(1).
      *                SPACE = KEYED EMPID READ (EXISTING CARDS)
      *                N = LAST-NAME SEARCH   S = SSN LAST-4 SEARCH
      *                A = ARCHIVED EMPID (PURGED FROM THE MASTER)
                03  FILLER                 PIC X(1).
                03  IQ-LASTNAME            PIC X(15).
                03  IQ-FIRST-INIT          PIC X(1).
                                 ==I-DEPT==       BY ==M-DEPT==
                                 ==I-DATE==       BY ==M-DATE==.

       FD  ARCH-FILE.
           COPY ARCHREC.

       FD  ADDR-FILE.
           COPY ADDRREC.

       FD  INQ-RPT
           LABEL RECORDS ARE OMITTED.
       01  INQ-RPT-REC                PIC X(125).
       01  PRNT-DETAIL.
                03  FILLER                 PIC X(6)      VALUE SPACES.
                03  DL-LABEL               PIC X(16).
                03  DL-VALUE               PIC X(50).
                03  FILLER                 PIC X(53)     VALUE SPACES.
      **************************************************************
      *   NOT-ON-FILE / MESSAGE LINE                                *
      **************************************************************
      **************************************************************
                03  WS-EOF-Q               PIC 9         VALUE 0.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-ARCH-STATUS         PIC X(2)      VALUE '00'.
                03  WS-ARCH-OPEN           PIC X(1)      VALUE 'N'.
                03  WS-ADDR-STATUS         PIC X(2)      VALUE '00'.
                03  WS-ADDR-OPEN           PIC X(1)      VALUE 'N'.
      **************************************************************
      *         SSN MASKING WORK FIELDS - SAME RULE AS Project1's   *
      *         1650-FORMAT-SSN, LAST 4 DIGITS UNLESS AUTHORIZED    *
      **************************************************************
                03  WS-EDIT-DATE           PIC 99/99/9999.
                03  WS-EDIT-RATE           PIC ZZ,ZZ9.99.
                03  WS-EDIT-PHONE          PIC X(10)     VALUE SPACES.
      **************************************************************
      *         REQUEST COUNTERS FOR THE END-OF-RUN SUMMARY         *
      **************************************************************
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *    No archive yet until the first purge - archive requests
      *    are then answered as not available.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS = '00'
               MOVE 'Y'                    TO  WS-ARCH-OPEN
           END-IF.
      *    Likewise no address file until ADDRMNT's first run.
           OPEN INPUT ADDR-FILE.
           IF WS-ADDR-STATUS = '00'
               MOVE 'Y'                    TO  WS-ADDR-OPEN
           END-IF.
           PERFORM 2000-READ-REQUEST.
           PERFORM 1000-PROCESS-REQUEST
                   UNTIL WS-EOF-Q = 1.
           CLOSE INQ-FILE
                 MASTER-FILE
                 INQ-RPT.
           IF WS-ARCH-OPEN = 'Y'
               CLOSE ARCH-FILE
           END-IF.
           IF WS-ADDR-OPEN = 'Y'
               CLOSE ADDR-FILE
           END-IF.
           STOP RUN.

      **************************************************************
               WHEN 'N'
               WHEN 'S'
                   PERFORM 1300-SEARCH-MASTER
               WHEN 'A'
                   PERFORM 1400-ARCHIVE-REQUEST
               WHEN OTHER
                   PERFORM 1050-KEYED-REQUEST
           END-EVALUATE.
                   STRING 'EMPID ' IQ-EMPID ' NOT ON FILE'
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   PERFORM 1060-CHECK-ARCHIVED
                   WRITE INQ-RPT-REC FROM PRNT-MSG
                       AFTER ADVANCING PAGE
                   ADD 1                   TO  WS-REQ-MISSED
                   ADD 1                   TO  WS-REQ-FOUND
           END-READ.

      *    A miss on the master may be a purged employee - point the
      *    requester at the archive request rather than leave them
      *    thinking the EMPID never existed.
       1060-CHECK-ARCHIVED.
           IF WS-ARCH-OPEN = 'Y'
               MOVE IQ-EMPID               TO  AR-EMPID
               READ ARCH-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ' - PURGED, ON THE ARCHIVE (REQUEST TYPE A)'
                                           TO  MSG-TEXT(26:)
               END-READ
           END-IF.

      **************************************************************
      *   ARCHIVE REQUEST - KEYED READ OF EMPARCH.  THE ARCHIVED    *
      *   MASTER IMAGE PRINTS ON THE USUAL DETAIL SHEET, FOLLOWED   *
      *   BY WHEN IT WAS PURGED AND HOW MUCH JOURNAL HISTORY WENT   *
      *   WITH IT                                                   *
      **************************************************************

       1400-ARCHIVE-REQUEST.
           MOVE SPACES                     TO  MSG-TEXT.
           IF WS-ARCH-OPEN = 'N'
               STRING 'EMPID ' IQ-EMPID
                      ' - ARCHIVE FILE NOT AVAILABLE'
                      DELIMITED BY SIZE
                   INTO MSG-TEXT
               WRITE INQ-RPT-REC FROM PRNT-MSG
                   AFTER ADVANCING PAGE
               ADD 1                       TO  WS-REQ-MISSED
           ELSE
               MOVE IQ-EMPID               TO  AR-EMPID
               READ ARCH-FILE
                   INVALID KEY
                       STRING 'EMPID ' IQ-EMPID ' NOT ON ARCHIVE'
                              DELIMITED BY SIZE
                           INTO MSG-TEXT
                       WRITE INQ-RPT-REC FROM PRNT-MSG
                           AFTER ADVANCING PAGE
                       ADD 1               TO  WS-REQ-MISSED
                   NOT INVALID KEY
                       MOVE AR-IMAGE       TO  MASTER-REC
                       PERFORM 1100-PRINT-DETAIL-SHEET
                       PERFORM 1450-PRINT-ARCHIVE-LINES
                       ADD 1               TO  WS-REQ-FOUND
               END-READ
           END-IF.

       1450-PRINT-ARCHIVE-LINES.
           MOVE 'RECORD SOURCE:'           TO  DL-LABEL.
           MOVE 'ARCHIVE - PURGED FROM THE MASTER'
                                           TO  DL-VALUE.
           PERFORM 1150-WRITE-DETAIL-LINE.
           MOVE 'PURGED ON:'               TO  DL-LABEL.
           MOVE SPACES                     TO  DL-VALUE.
           STRING AR-PURGE-DATE(5:2) '/' AR-PURGE-DATE(7:2) '/'
                  AR-PURGE-DATE(1:4)       DELIMITED BY SIZE
               INTO DL-VALUE.
           PERFORM 1150-WRITE-DETAIL-LINE.
           MOVE 'JOURNAL ENTRIES:'         TO  DL-LABEL.
           MOVE SPACES                     TO  DL-VALUE.
           STRING AR-JRNL-COUNT ' ON ARCHJRNL'
                  DELIMITED BY SIZE
               INTO DL-VALUE.
           PERFORM 1150-WRITE-DETAIL-LINE.

      **************************************************************
      *   SEARCH REQUEST - SCANS THE WHOLE MASTER IN KEY ORDER,     *
      *   PRINTS A PICK-LIST LINE FOR EVERY MATCH AND COLLECTS THE  *
                   MOVE M-PAY-FREQ         TO  DL-VALUE
           END-EVALUATE.
           PERFORM 1150-WRITE-DETAIL-LINE.
           PERFORM 1170-PRINT-CONTACT-BLOCK.

       1150-WRITE-DETAIL-LINE.
           WRITE INQ-RPT-REC FROM PRNT-DETAIL
               AFTER ADVANCING 1 LINE.

      **************************************************************
      *   CONTACT BLOCK FROM EMPADDR - ADDRESS LINES AS THEY WOULD  *
      *   PRINT ON A LABEL, PHONES EDITED, BLANK FIELDS SKIPPED     *
      **************************************************************

       1170-PRINT-CONTACT-BLOCK.
           MOVE SPACES                     TO  INQ-RPT-REC.
           WRITE INQ-RPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'MAIL ADDRESS:'            TO  DL-LABEL.
           IF WS-ADDR-OPEN = 'N'
               MOVE 'ADDRESS FILE NOT AVAILABLE' TO  DL-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
           ELSE
               MOVE M-EMPID                TO  AD-EMPID
               READ ADDR-FILE
                   INVALID KEY
                       MOVE 'NONE ON FILE' TO  DL-VALUE
                       PERFORM 1150-WRITE-DETAIL-LINE
                   NOT INVALID KEY
                       PERFORM 1180-PRINT-CONTACT-LINES
               END-READ
           END-IF.

       1180-PRINT-CONTACT-LINES.
           MOVE AD-STREET1                 TO  DL-VALUE.
           PERFORM 1150-WRITE-DETAIL-LINE.
           MOVE SPACES                     TO  DL-LABEL.
           IF AD-STREET2 NOT = SPACES
               MOVE AD-STREET2             TO  DL-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF.
           MOVE SPACES                     TO  DL-VALUE.
           STRING AD-CITY  DELIMITED BY '  '
                  ', '     DELIMITED BY SIZE
                  AD-STATE DELIMITED BY SIZE
                  '  '     DELIMITED BY SIZE
                  AD-ZIP   DELIMITED BY SIZE
               INTO DL-VALUE.
           PERFORM 1150-WRITE-DETAIL-LINE.
           IF AD-PHONE NOT = SPACES
               MOVE 'PHONE:'               TO  DL-LABEL
               MOVE AD-PHONE               TO  WS-EDIT-PHONE
               PERFORM 1190-FORMAT-PHONE
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF.
           IF AD-EMAIL NOT = SPACES
               MOVE 'PERSONAL EMAIL:'      TO  DL-LABEL
               MOVE AD-EMAIL               TO  DL-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF.
           MOVE 'EMERG CONTACT:'           TO  DL-LABEL.
           IF AD-EMRG-NAME = SPACES
               MOVE 'NONE ON FILE'         TO  DL-VALUE
           ELSE
               MOVE AD-EMRG-NAME           TO  DL-VALUE
           END-IF.
           PERFORM 1150-WRITE-DETAIL-LINE.
           IF AD-EMRG-PHONE NOT = SPACES
               MOVE 'EMERG PHONE:'         TO  DL-LABEL
               MOVE AD-EMRG-PHONE          TO  WS-EDIT-PHONE
               PERFORM 1190-FORMAT-PHONE
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF.
           MOVE 'ADDRESS UPDATED:'         TO  DL-LABEL.
           MOVE SPACES                     TO  DL-VALUE.
           STRING AD-LAST-MAINT(5:2) '/' AD-LAST-MAINT(7:2) '/'
                  AD-LAST-MAINT(1:4)       DELIMITED BY SIZE
               INTO DL-VALUE.
           PERFORM 1150-WRITE-DETAIL-LINE.

      *    Ten stored digits print as (999) 999-9999.
       1190-FORMAT-PHONE.
           MOVE SPACES                     TO  DL-VALUE.
           STRING '(' WS-EDIT-PHONE(1:3) ') ' WS-EDIT-PHONE(4:3)
                  '-' WS-EDIT-PHONE(7:4)   DELIMITED BY SIZE
               INTO DL-VALUE.

      **************************************************************
      *   BUILDS THE SSN VALUE - FULL SSN ONLY WHEN PARM-SSN-AUTH   *
      *   = 'Y', OTHERWISE MASKED TO THE LAST 4 DIGITS, THE SAME    *
