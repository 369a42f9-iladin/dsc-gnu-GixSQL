      *    ONE BALLEDG ROW PER CONTROL FIGURE A NIGHT PROGRAM POSTS
      *    FOR A RUN - KEYED BY RUN DATE, PROGRAM, THE RUN'S RUNCTL
      *    START TIME AND THE FIGURE NAME.  BL-COUNT CARRIES ROW
      *    COUNTS, BL-AMOUNT DOLLAR HASHES; THE OTHER IS ZERO.
      *    ONLY A RUN THAT ENDS CLEAN (RUNCTL STATUS C) OUTSIDE AUDIT
      *    OR PROPOSAL MODE POSTS, SO A FAILED RUN AND ITS RESTART ARE
      *    NEVER COUNTED TWICE.
           01 BALLEDG-REC.
               05 BL-RUN-DATE       PIC 9(8).
               05 BL-PROGRAM        PIC X(8).
               05 BL-START-TS       PIC X(19).
               05 BL-FIGURE         PIC X(12).
               05 BL-COUNT          PIC 9(9).
               05 BL-AMOUNT         PIC S9(13)V99 COMP-3.

      *    THE RUNNING PROGRAM'S FIGURES, LOADED BY ITS OWN
      *    845-LOAD-FIGURES AND POSTED BY 860-POST-LEDGER.
           01 BL-FIG-CNT        PIC 9(2) COMP VALUE ZERO.
           01 BL-FIG-MAX        PIC 9(2) COMP VALUE 12.
           01 BL-FIG-IX         PIC 9(2) COMP VALUE ZERO.
           01 BL-FIG-TAB.
               05 BL-FIG-ENT OCCURS 12 TIMES.
                   10 BL-FIG-NAME   PIC X(12).
                   10 BL-FIG-COUNT  PIC 9(9).
                   10 BL-FIG-AMOUNT PIC S9(13)V99 COMP-3.
