
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNLCNV2.
       AUTHOR. Weston Graham.
      *  One-time conversion of the MAINTJRNL change journal to the
      *  layout carrying J-EFF-DATE, the effective date keyed on the
      *  maintenance card.  The journal is fixed-length sequential, so
      *  records written before the field existed are 8 bytes short
      *  of the new FD and would misframe every history print and
      *  restore if read through it.  This copies the 236-byte
      *  batch-id journal to the new 244-byte layout with the
      *  effective date set to spaces (applied the night it ran),
      *  balances the counts, and ends non-zero on any discrepancy.
      *  Run it once at cutover and have the scheduler swap JRNLNEW
      *  in as MAINTJRNL - the same unload-then-reload shape as the
      *  EMPUNLD/EMPRELOD pair.  A journal still in the original
      *  228-byte layout does not come here: JRNLCNV converts it,
      *  and since it writes through the same JRNLREC copybook its
      *  output already carries J-EFF-DATE as spaces.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-JRNL     ASSIGN TO 'MAINTJRNL'
                                FILE STATUS WS-OLD-FSTATUS.
            SELECT NEW-JRNL     ASSIGN TO 'JRNLNEW'
                                FILE STATUS WS-NEW-FSTATUS.
            SELECT CNV-RPT      ASSIGN TO 'CNV2RPT'.

       DATA DIVISION.
       FILE SECTION.
      **************************************************************
      *  THE JOURNAL AS WRITTEN BEFORE THE EFFECTIVE DATE EXISTED - *
      *  THE SAME FIELDS AS JRNLREC UP TO AND INCLUDING J-BATCH-ID  *
      **************************************************************
       FD  OLD-JRNL
           LABEL RECORDS ARE STANDARD.
       01  OLD-JRNL-REC               PIC X(236).

       FD  NEW-JRNL
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.

       FD  CNV-RPT
           LABEL RECORDS ARE OMITTED.
       01  CNV-RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      *   REPORT MESSAGE AND COUNT LINES                            *
      **************************************************************
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
                03  WS-EOF-O               PIC 9         VALUE 0.
                03  WS-OLD-FSTATUS         PIC X(2)      VALUE '00'.
                03  WS-NEW-FSTATUS         PIC X(2)      VALUE '00'.
      **************************************************************
      *         CONVERSION COUNTERS - READ MUST EQUAL WRITTEN OR    *
      *         THE RUN ENDS NON-ZERO AND THE SWAP MUST NOT HAPPEN  *
      **************************************************************
                03  WS-READ-COUNT          PIC 9(7)      VALUE ZERO.
                03  WS-WRITE-COUNT         PIC 9(7)      VALUE ZERO.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT OLD-JRNL
                OUTPUT NEW-JRNL
                OUTPUT CNV-RPT.
           IF WS-OLD-FSTATUS NOT = '00'
               DISPLAY 'OLD-JRNL OPEN FAILED, STATUS='
                       WS-OLD-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NEW-FSTATUS NOT = '00'
               DISPLAY 'NEW-JRNL OPEN FAILED, STATUS='
                       WS-NEW-FSTATUS
               MOVE 16                     TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-CONVERT-ONE-RECORD
                   UNTIL WS-EOF-O = 1.
           PERFORM 1900-PRINT-SUMMARY.
           CLOSE OLD-JRNL
                 NEW-JRNL
                 CNV-RPT.
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
               DISPLAY 'JRNLCNV2 OUT OF BALANCE: READ='
                       WS-READ-COUNT
                       ' WRITTEN=' WS-WRITE-COUNT
               MOVE 12                     TO  RETURN-CODE
           END-IF.
           STOP RUN.

      **************************************************************
      *   COPIES ONE JOURNAL RECORD TO THE NEW LAYOUT - THE OLD     *
      *   BYTES LAND FIELD FOR FIELD AND THE EFFECTIVE DATE, WHICH  *
      *   DID NOT EXIST WHEN THE RECORD WAS WRITTEN, IS SPACES      *
      **************************************************************

       1000-CONVERT-ONE-RECORD.
           READ OLD-JRNL
               AT END
                   MOVE 1                  TO  WS-EOF-O
               NOT AT END
                   ADD 1                   TO  WS-READ-COUNT
                   MOVE SPACES             TO  JOURNAL-REC
                   MOVE OLD-JRNL-REC       TO  JOURNAL-REC(1:236)
                   MOVE SPACES             TO  J-EFF-DATE
                   WRITE JOURNAL-REC
                   IF WS-NEW-FSTATUS NOT = '00'
                       DISPLAY 'NEW-JRNL WRITE FAILED, STATUS='
                               WS-NEW-FSTATUS
                       MOVE 16             TO  RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1                   TO  WS-WRITE-COUNT
           END-READ.

      **************************************************************
      *   PRINTS THE CONVERSION COUNTS                              *
      **************************************************************

       1900-PRINT-SUMMARY.
           MOVE 'JOURNAL CONVERTED TO EFFECTIVE-DATE LAYOUT'
                                           TO  MSG-TEXT.
           WRITE CNV-RPT-REC FROM PRNT-MSG
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL RECORDS READ:'    TO  SUM-LABEL.
           MOVE WS-READ-COUNT              TO  SUM-COUNT.
           WRITE CNV-RPT-REC FROM PRNT-SUMMARY
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL RECORDS WRITTEN:' TO  SUM-LABEL.
           MOVE WS-WRITE-COUNT             TO  SUM-COUNT.
           WRITE CNV-RPT-REC FROM PRNT-SUMMARY
               AFTER ADVANCING 1 LINE.
