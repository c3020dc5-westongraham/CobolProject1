      **************************************************************
      *   POSITION CONTROL RECORD - ONE PER DEPARTMENT AND TITLE,   *
      *   KEYED ON PS-KEY.  HOLDS HOW MANY ACTIVE EMPLOYEES THE     *
      *   POSITION IS AUTHORIZED FOR AND WHAT IT IS BUDGETED TO     *
      *   COST EACH PAY PERIOD.  MAINTAINED BY POSMNT, ENFORCED BY  *
      *   EMPMAINT, REPORTED AGAINST BY BUDRPT                      *
      **************************************************************
       01  POS-REC.
                03  PS-KEY.
                   05  PS-DEPT             PIC X(3).
                   05  PS-TITLE            PIC X(17).
                03  PS-AUTH-COUNT          PIC 9(4).
      *                AUTHORIZED HEADCOUNT - ACTIVE EMPLOYEES ONLY
                03  PS-BUDGET-PAY          PIC 9(7)V99.
      *                BUDGETED GROSS PAY PER PAY PERIOD FOR THE
      *                WHOLE POSITION, ALL AUTHORIZED HEADS
                03  PS-LAST-MAINT          PIC 9(8).
      *                YYYYMMDD OF THE LAST ADD OR CHANGE
                03  FILLER                 PIC X(19).
