      *    ONE PENDCHG ROW PER TSQL003A CHANGE HELD FOR A SECOND
      *    OPERATOR'S SIGN-OFF.  THE WHOLE KEYED CHANGE IS HELD AS A
      *    BEFORE AND AN AFTER IMAGE OF THE EMPTABLE ROW.
      *    PEND-STATUS VALUES:
      *      P = PENDING     A = APPROVED    R = REJECTED
      *      E = EXPIRED UNAPPROVED
           01 PENDCHG-REC.
               05 PC-PEND-ID        PIC 9(9).
               05 PC-EMP-ID         PIC 9(6).
               05 PC-REQ-DATE       PIC 9(8).
               05 PC-REQ-TS         PIC X(19).
               05 PC-MAKER-ID       PIC X(8).
               05 PC-B-LAST-NAME    PIC X(20).
               05 PC-B-FIRST-NAME   PIC X(15).
               05 PC-B-DEPT-CD      PIC X(4).
               05 PC-B-HIRE-DATE    PIC X(10).
               05 PC-B-SALARY       PIC S9(7)V99 COMP-3.
               05 PC-B-STATUS       PIC X(1).
               05 PC-A-LAST-NAME    PIC X(20).
               05 PC-A-FIRST-NAME   PIC X(15).
               05 PC-A-DEPT-CD      PIC X(4).
               05 PC-A-HIRE-DATE    PIC X(10).
               05 PC-A-SALARY       PIC S9(7)V99 COMP-3.
               05 PC-A-STATUS       PIC X(1).
               05 PC-PEND-STATUS    PIC X(1).
               05 PC-CHECKER-ID     PIC X(8).
               05 PC-DECIDED-TS     PIC X(19).
