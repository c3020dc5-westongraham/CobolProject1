      **************************************************************
      *   ARCHIVED JOURNAL RECORD - A MAINTJRNL ENTRY FOR A PURGED  *
      *   EMPLOYEE, KEYED ON EMPID AND THE ENTRY'S PLACE IN THAT    *
      *   EMPLOYEE'S HISTORY (1 = OLDEST).  THE KEY COMES OUT THE   *
      *   SAME EVERY TIME THE SAME JOURNAL IS PURGED, SO A RERUN    *
      *   FINDS WHAT A FAILED RUN ALREADY WROTE INSTEAD OF DOUBLING *
      *   IT                                                        *
      **************************************************************
       01  ARCH-JRNL-REC.
                03  AJ-KEY.
                   05  AJ-EMPID            PIC X(7).
                   05  AJ-SEQ              PIC 9(5).
                03  AJ-JOURNAL             PIC X(244).
      *                THE JOURNAL RECORD AS WRITTEN - JRNLREC LAYOUT
