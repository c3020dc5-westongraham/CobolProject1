      **************************************************************
      *   PAY REGISTER DETAIL FILE - WRITTEN BY PAYREG ALONGSIDE    *
      *   THE PRINTED REGISTER, ONE DATA RECORD PER EMPLOYEE PAID   *
      *   IN EMPID ORDER.  THE HEADER CARRIES THE PAY-PERIOD END    *
      *   DATE, THE TRAILER THE COUNT AND GROSS THE READER MUST     *
      *   BALANCE TO - THE SAME H/D/T SHAPE AS EMPSNAP              *
      **************************************************************
       01  PAYDTL-REC.
                03  PR-REC-TYPE            PIC X(1).
      *                H = HEADER   D = DATA   T = TRAILER
                03  PR-DATA                PIC X(119).
                03  PR-HEADER REDEFINES PR-DATA.
                   05  PR-PERIOD-END       PIC 9(8).
      *                YYYYMMDD - LAST DAY OF THE PAY PERIOD
                   05  PR-RUN-DATE         PIC 9(8).
                   05  FILLER              PIC X(103).
                03  PR-DETAIL REDEFINES PR-DATA.
                   05  PR-EMPID            PIC X(7).
                   05  PR-LASTNAME         PIC X(15).
                   05  PR-FIRSTNAME        PIC X(15).
                   05  PR-DEPT             PIC X(3).
                   05  PR-EMPTYPE          PIC X(2).
                   05  PR-PAY-FREQ         PIC X(1).
                   05  PR-PAY-RATE         PIC 9(5)V99.
                   05  PR-REG-HOURS        PIC 9(3)V99.
                   05  PR-OT-HOURS         PIC 9(3)V99.
                   05  PR-GROSS            PIC 9(7)V99.
                   05  PR-LEAVE-HOURS      PIC 9(3)V99.
      *                VACATION/SICK/HOLIDAY HOURS PAID AT STRAIGHT TIME
                   05  PR-RETRO-PAY        PIC 9(7)V99.
      *               RETROACTIVE PAY FROM RETROADJ INCLUDED IN PR-GROSS
                   05  FILLER              PIC X(36).
                03  PR-TRAILER REDEFINES PR-DATA.
                   05  PR-COUNT            PIC 9(7).
                   05  PR-TOT-GROSS        PIC 9(9)V99.
                   05  FILLER              PIC X(101).
