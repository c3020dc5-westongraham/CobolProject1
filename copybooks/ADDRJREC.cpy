      **************************************************************
      *   ADDRESS CHANGE JOURNAL - ONE RECORD PER APPLIED ADDRMNT   *
      *   TRANSACTION WITH THE FULL BEFORE AND AFTER IMAGES OF THE  *
      *   ADDRESS RECORD, KEPT THE SAME WAY MAINTJRNL IS KEPT FOR   *
      *   THE MASTER SO AN ADDRESS CHANGE CAN BE AUDITED            *
      **************************************************************
       01  ADDR-JRNL-REC.
                03  ADJ-FUNCTION           PIC X(1).
      *                A = ADD   C = CHANGE   D = DELETE
                03  ADJ-EMPID              PIC X(7).
                03  ADJ-DATE               PIC 9(8).
      *                YYYYMMDD - DATE THE TRANSACTION WAS APPLIED
                03  ADJ-TIME               PIC 9(8).
      *                HHMMSSHH
                03  ADJ-OPERATOR           PIC X(8).
                03  ADJ-BEFORE-IMAGE       PIC X(250).
      *                SPACES ON AN ADD - THERE WAS NO PRIOR RECORD
                03  ADJ-AFTER-IMAGE        PIC X(250).
      *                SPACES ON A DELETE - NOTHING IS LEFT ON FILE
                03  ADJ-BATCH-ID           PIC X(8).
      *                RUN/BATCH IDENTIFIER, BUILT THE WAY EMPMAINT
      *                BUILDS J-BATCH-ID
                03  ADJ-SOURCE             PIC X(1).
      *                H = GENERATED BY HRFEED   SPACE = KEYED CARD
                03  FILLER                 PIC X(9).
