      **************************************************************
      *   TIMECARD HOLD AREA - ONE CARD PER EMPLOYEE PER PAY        *
      *   PERIOD: EMPID, THE TWO WEEKLY WORKED-HOURS FIGURES, AND   *
      *   UP TO THREE LEAVE ENTRIES.  LEAVE HOURS ARE PAID AT       *
      *   STRAIGHT TIME BY PAYREG, DO NOT COUNT TOWARD THE OVER-40  *
      *   OVERTIME RULE, AND ARE TAKEN OFF THE LEAVEBAL BALANCE BY  *
      *   LEAVPOST                                                  *
      **************************************************************
       01  TIMECARD-DATA.
                03  TC-EMPID               PIC X(7).
                03  TC-WEEK-HOURS          PIC 9(3)V99   OCCURS 2.
                03  TC-LEAVE               OCCURS 3.
                   05  TC-LEAVE-CODE       PIC X(1).
      *                V = VACATION   S = SICK   H = HOLIDAY
                   05  TC-LEAVE-HOURS      PIC 9(3)V99.
                03  FILLER                 PIC X(45).
