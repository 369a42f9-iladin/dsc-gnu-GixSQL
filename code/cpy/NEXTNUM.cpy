      *    ONE NEXTNUM ROW PER CONTROLLED NUMBER SERIES.  NEXT-NUM IS
      *    THE NEXT VALUE TO BE HANDED OUT - IT IS ONLY EVER MOVED
      *    FORWARD, AND THE MOVE IS COMMITTED WITH THE ROW THAT TOOK
      *    THE NUMBER, SO A VALUE ONCE ISSUED IS NEVER ISSUED AGAIN.
      *    NUM-KEY VALUES:
      *      EMP-ID   = EMPLOYEE IDS ASSIGNED BY THE NEW-HIRE INTAKE
           01 NEXTNUM-REC.
               05 NN-NUM-KEY        PIC X(8).
               05 NN-NEXT-NUM       PIC 9(9).
