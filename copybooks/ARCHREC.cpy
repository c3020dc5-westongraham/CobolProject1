      **************************************************************
      *   EMPLOYEE ARCHIVE RECORD - ONE PER TERMINATED EMPLOYEE     *
      *   EMPPURGE HAS TAKEN OFF COB1-MASTER, KEYED ON AR-EMPID.    *
      *   AR-IMAGE IS THE 98-BYTE MASTER RECORD EXACTLY AS IT STOOD *
      *   WHEN PURGED.  READ BY EMPINQ, DESTROYED BY ARCHDEST ONCE  *
      *   THE LEGAL RETENTION HAS RUN OUT                           *
      **************************************************************
       01  ARCH-REC.
                03  AR-IMAGE.
                   05  AR-EMPID            PIC X(7).
                   05  FILLER              PIC X(91).
                03  AR-TERM-YMD            PIC 9(8).
      *                M-TERM-DATE TURNED ROUND TO YYYYMMDD - THE
      *                DATE BOTH RETENTION PERIODS COUNT FROM
                03  AR-PURGE-DATE          PIC 9(8).
      *                YYYYMMDD THE RECORD LEFT THE MASTER
                03  AR-JRNL-COUNT          PIC 9(5).
      *                MAINTJRNL ENTRIES MOVED TO ARCHJRNL WITH IT
                03  FILLER                 PIC X(11).
