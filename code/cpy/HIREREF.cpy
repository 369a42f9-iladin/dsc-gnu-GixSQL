      *    ONE HIREREF ROW PER HR ONBOARDING REFERENCE THE NEW-HIRE
      *    INTAKE HAS GIVEN AN EMPLOYEE ID.  THE ROW IS WRITTEN IN THE
      *    SAME UNIT OF WORK THAT TAKES THE NUMBER FROM NEXTNUM, SO A
      *    REFERENCE RE-PRESENTED AFTER A RESTART GETS ITS OWN ID BACK
      *    RATHER THAN A SECOND ONE.
           01 HIREREF-REC.
               05 HF-HR-REF         PIC X(12).
               05 HF-EMP-ID         PIC 9(6).
               05 HF-LAST-NAME      PIC X(20).
               05 HF-FIRST-NAME     PIC X(15).
               05 HF-HIRE-DATE      PIC X(10).
               05 HF-ASSIGN-TS      PIC X(19).
