      *    ONE RUNCTL ROW PER BATCH RUN.  RUN-STATUS VALUES:
      *      R = IN FLIGHT   C = COMPLETED   F = FAILED
      *      S = SKIPPED - NOT A PROCESSING DAY FOR THE PROGRAM
           01 RUNCTL-REC.
               05 RC-RUN-DATE       PIC 9(8).
               05 RC-PROGRAM        PIC X(8).
