      **************************************************************
      *   BATCH BACKOUT LOG - ONE RECORD APPENDED BY EMPJRNL EACH   *
      *   TIME A MAINTENANCE BATCH IS BACKED OUT.  THE BACKOUT      *
      *   ITSELF IS NOT JOURNALED, SO THIS IS HOW CHGXTR LEARNS A   *
      *   BATCH IT MAY ALREADY HAVE SENT NO LONGER STANDS           *
      **************************************************************
       01  BKOUT-REC.
                03  BL-BATCH-ID            PIC X(8).
                03  BL-DATE                PIC 9(8).
      *                YYYYMMDD THE BACKOUT RAN
                03  BL-TIME                PIC 9(8).
      *                HHMMSSHH
                03  BL-REVERSED            PIC 9(5).
      *                MASTER RECORDS REVERSED
                03  FILLER                 PIC X(11).
