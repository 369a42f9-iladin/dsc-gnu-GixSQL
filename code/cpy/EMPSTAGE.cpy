      *    ONE EMPSTAGE ROW PER EMPLOYEE FROM THE LAST POINT-IN-TIME
      *    REBUILD OF EMPTABLE, IN THE EMPTABLE LAYOUT, CARRYING THE
      *    HISTORY ROW IT WAS REBUILT FROM.  THE TABLE IS CLEARED AT
      *    THE START OF EVERY REBUILD.
      *    ES-HIST-SOURCE VALUES:
      *      A = HISTARCH ARCHIVE    H = LIVE EMPHIST
      *    ES-STAGE-STATE VALUES:
      *      R = REBUILT - THE ROW AS IT STOOD ON ES-ASOF-DATE (A 'D'
      *          STATUS MEANS IT HAD BEEN DELETED BY THEN)
      *      L = LATER - ALL THE EMPLOYEE'S HISTORY IS AFTER
      *          ES-ASOF-DATE, SO THERE WAS NO ROW ON THAT DATE
           01 EMPSTAGE-REC.
               05 ES-EMP-ID          PIC 9(6).
               05 ES-LAST-NAME       PIC X(20).
               05 ES-FIRST-NAME      PIC X(15).
               05 ES-DEPT-CD         PIC X(4).
               05 ES-HIRE-DATE       PIC X(10).
               05 ES-SALARY          PIC S9(7)V99 COMP-3.
               05 ES-STATUS          PIC X(1).
               05 ES-EFFECTIVE-DATE  PIC 9(8).
               05 ES-HIST-SOURCE     PIC X(1).
               05 ES-STAGE-STATE     PIC X(1).
               05 ES-ASOF-DATE       PIC 9(8).
