      *    ONE RECORD PER EMPTABLE ROW CHANGED.  ML-PROGRAM NAMES THE
      *    WRITER.  ML-ACTION VALUES:
      *      A = ROW ADDED (NO BEFORE IMAGE)
      *      C = ROW CHANGED (SPACE ON RECORDS WRITTEN BEFORE THE
      *          ACTION WAS CARRIED)
      *      D = ROW DELETED (NO AFTER IMAGE)
      *    ML-MAKER-ID IS THE OPERATOR WHO KEYED AN ONLINE CHANGE AND
      *    ML-CHECKER-ID THE SECOND OPERATOR WHO APPROVED IT (SPACE
      *    WHEN NO SIGN-OFF WAS NEEDED).  BOTH ARE SPACE ON RECORDS
      *    WRITTEN BY THE BATCH PROGRAMS.
           01 MAINTLOG-RECORD.
               05 ML-TIMESTAMP      PIC X(19).
               05 FILLER            PIC X(01) VALUE SPACE.
                   10 ML-A-HIRE-DATE    PIC X(10).
                   10 ML-A-SALARY       PIC S9(7)V99.
                   10 ML-A-STATUS       PIC X(1).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ML-PROGRAM        PIC X(8).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ML-ACTION         PIC X(1).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ML-MAKER-ID       PIC X(8).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ML-CHECKER-ID     PIC X(8).
