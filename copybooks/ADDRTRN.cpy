      **************************************************************
      *   ADDRESS MAINTENANCE TRANSACTION - READ BY ADDRMNT.  KEYED *
      *   BY HR ON CARDS, OR GENERATED BY HRFEED FROM THE CORPORATE *
      *   ADDRESS FEED.  AN ADD OR CHANGE CARRIES THE WHOLE CONTACT *
      *   BLOCK - A CHANGE REPLACES EVERY FIELD, SO A FIELD LEFT    *
      *   BLANK IS CLEARED ON FILE.  A DELETE NEEDS ONLY THE EMPID  *
      **************************************************************
       01  ADDR-TRANS-REC.
                03  AT-FUNCTION            PIC X(1).
      *                A = ADD   C = CHANGE   D = DELETE
                03  AT-EMPID               PIC X(7).
                03  AT-CONTACT.
                   05  AT-STREET1          PIC X(30).
                   05  AT-STREET2          PIC X(30).
                   05  AT-CITY             PIC X(20).
                   05  AT-STATE            PIC X(2).
                   05  AT-ZIP              PIC X(10).
                   05  AT-PHONE            PIC X(10).
                   05  AT-EMAIL            PIC X(50).
                   05  AT-EMRG-NAME        PIC X(30).
                   05  AT-EMRG-PHONE       PIC X(10).
                03  AT-SOURCE              PIC X(1).
      *                H = GENERATED BY HRFEED   SPACE = KEYED CARD
                03  FILLER                 PIC X(9).
