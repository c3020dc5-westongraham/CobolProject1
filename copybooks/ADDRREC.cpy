      **************************************************************
      *   EMPLOYEE ADDRESS AND CONTACT RECORD - ONE PER EMPLOYEE,   *
      *   KEYED ON AD-EMPID.  HOLDS WHAT THE 98-BYTE MASTER HAS NO  *
      *   ROOM FOR: HOME MAILING ADDRESS, PHONE, PERSONAL EMAIL     *
      *   AND EMERGENCY CONTACT.  MAINTAINED ONLY BY ADDRMNT, FROM  *
      *   KEYED CARDS OR THE ADDRTRAN FILE HRFEED GENERATES; READ   *
      *   BY EMPINQ AND ADDRLBL                                     *
      **************************************************************
       01  ADDR-REC.
                03  AD-EMPID               PIC X(7).
                03  AD-CONTACT.
                   05  AD-STREET1          PIC X(30).
                   05  AD-STREET2          PIC X(30).
      *                APARTMENT/SUITE/PO BOX - SPACES WHEN NOT USED
                   05  AD-CITY             PIC X(20).
                   05  AD-STATE            PIC X(2).
                   05  AD-ZIP              PIC X(10).
      *                99999 OR 99999-9999
                   05  AD-PHONE            PIC X(10).
      *                TEN DIGITS, NO PUNCTUATION - SPACES IF NONE
                   05  AD-EMAIL            PIC X(50).
                   05  AD-EMRG-NAME        PIC X(30).
                   05  AD-EMRG-PHONE       PIC X(10).
      *                TEN DIGITS, NO PUNCTUATION - SPACES IF NONE
                03  AD-LAST-MAINT          PIC 9(8).
      *                YYYYMMDD OF THE LAST ADDRMNT CHANGE
                03  FILLER                 PIC X(43).
