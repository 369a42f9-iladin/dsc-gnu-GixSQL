      *    ONE DEPTBUDG ROW PER DEPARTMENT PER FISCAL YEAR - FINANCE'S
      *    HEADCOUNT AND SALARY-DOLLAR BUDGET FOR THE YEAR.  FOR ANY
      *    GIVEN DATE THE BUDGET IN FORCE IS THE DEPARTMENT'S ROW WITH
      *    THE LATEST EFFECTIVE DATE NOT AFTER IT.
           01 DEPTBUDG-REC.
               05 BG-DEPT-CD        PIC X(4).
               05 BG-FISCAL-YEAR    PIC 9(4).
               05 BG-HEADCOUNT      PIC 9(5).
               05 BG-SALARY         PIC S9(11)V99 COMP-3.
               05 BG-EFF-DATE       PIC 9(8).
