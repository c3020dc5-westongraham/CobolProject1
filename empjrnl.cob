      *  on the journal and prints on its summary).  A backout proves
      *  first that nothing in the batch was changed again afterward -
      *  if anything was, the run hard-stops and reverses nothing.
      *  Every completed backout is appended to BKOUTLOG so the
      *  outbound change extract (CHGXTR) can hold back or reverse
      *  what the batch journaled.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                RECORD KEY M-EMPID
                                FILE STATUS WS-MASTER-STATUS.
            SELECT JRNL-RPT     ASSIGN TO 'JRNLRPT'.
            SELECT BKOUT-FILE   ASSIGN TO 'BKOUTLOG'
                                FILE STATUS WS-BKOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE OMITTED.
       01  JRNL-RPT-REC               PIC X(125).

       FD  BKOUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BKOUTREC.

       WORKING-STORAGE SECTION.
      **************************************************************
      *   REQUEST BANNER LINE - ONE PER REQUEST CARD                *
                03  WS-EOF-J               PIC 9         VALUE 0.
                03  WS-MASTER-STATUS       PIC X(2)      VALUE '00'.
                03  WS-JRNL-FSTATUS        PIC X(2)      VALUE '00'.
                03  WS-BKOUT-STATUS        PIC X(2)      VALUE '00'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE ZERO.
                03  WS-RUN-TIME            PIC 9(8)      VALUE ZERO.
      **************************************************************
      *   HISTORY/RESTORE WORK FIELDS - THE RESTORE IMAGE IS THE    *
      *   AFTER IMAGE OF THE LAST JOURNAL ENTRY ON OR BEFORE THE    *
                          DELIMITED BY SIZE
                       INTO MSG-TEXT
                   PERFORM 1960-WRITE-MSG
                   PERFORM 1580-LOG-BACKOUT
           END-EVALUATE.

      **************************************************************
               END-READ
           END-IF.

      **************************************************************
      *   APPENDS THE COMPLETED BACKOUT TO BKOUTLOG, STAMPED WITH   *
      *   WHEN IT RAN.  FALLS BACK TO OUTPUT ONLY THE FIRST TIME,   *
      *   WHEN THE FILE DOESN'T EXIST                               *
      **************************************************************

       1580-LOG-BACKOUT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND BKOUT-FILE.
           IF WS-BKOUT-STATUS NOT = '00'
               OPEN OUTPUT BKOUT-FILE
           END-IF.
           MOVE SPACES                     TO  BKOUT-REC.
           MOVE JQ-BATCH-ID                TO  BL-BATCH-ID.
           MOVE WS-RUN-DATE                TO  BL-DATE.
           MOVE WS-RUN-TIME                TO  BL-TIME.
           MOVE WS-REVERSED-COUNT          TO  BL-REVERSED.
           WRITE BKOUT-REC.
           IF WS-BKOUT-STATUS NOT = '00'
               DISPLAY 'BKOUT-FILE WRITE FAILED, STATUS='
                       WS-BKOUT-STATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BKOUT-FILE.

      **************************************************************
      *   OPENS THE JOURNAL FOR ONE SEQUENTIAL PASS - EACH REQUEST  *
      *   CARD GETS ITS OWN PASS SO CARDS CAN ARRIVE IN ANY ORDER.  *
