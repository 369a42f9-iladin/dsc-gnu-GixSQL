      *    ONE PROCCAL ROW PER CALENDAR DATE.  DAY-TYPE VALUES:
      *      B = BUSINESS DAY   H = HOLIDAY   W = WEEKEND
      *    EVERY ROW ALSO CARRIES THE PAY PERIOD AND THE FISCAL MONTH
      *    THE DATE FALLS IN, SO ANY RUN DATE ANSWERS ITS OWN PERIOD
      *    QUESTIONS WITH A SINGLE ROW.
           01 PROCCAL-REC.
               05 CA-CAL-DATE       PIC 9(8).
               05 CA-DAY-TYPE       PIC X(1).
               05 CA-PERIOD-START   PIC 9(8).
               05 CA-PERIOD-END     PIC 9(8).
               05 CA-FISCAL-YEAR    PIC 9(4).
               05 CA-FISCAL-MONTH   PIC 9(2).
               05 CA-MONTH-START    PIC 9(8).
               05 CA-MONTH-END      PIC 9(8).

      *    THE RUNNING PROGRAM'S CALRULE DAY RULE:
      *      A (OR NO ROW) = EVERY DAY    B = BUSINESS DAYS ONLY
      *      P = PAY-PERIOD END ONLY      M = FISCAL MONTH-END ONLY
           01 CA-DAY-RULE       PIC X(1) VALUE SPACE.

           01 CA-DAY-STATE      PIC X(1) VALUE 'Y'.
               88 CA-PROCESSING-DAY  VALUE 'Y'.
               88 CA-SKIP-DAY        VALUE 'N'.
