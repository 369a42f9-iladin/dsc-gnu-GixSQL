       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL028A.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      * SOURCE-COMPUTER. IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERRLOG
               ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.

           SELECT CALCTL
               ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCTL-STATUS.

           SELECT PRTFILE
               ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTFILE-STATUS.

           SELECT DEPCTL
               ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPCTL-STATUS.

           SELECT CALRULE
               ASSIGN TO "CALRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALRULE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ERRLOG
           RECORDING MODE IS F.
           COPY ERRLOG.

      *    CALENDAR BUILD CARDS:
      *      PP YYYYMMDD NNNN     FIRST DAY OF ANY ONE PAY PERIOD AND
      *                           THE PERIOD LENGTH IN DAYS
      *      ME YYYYMMDD FFFF MM  A FISCAL MONTH-END WITH ITS FISCAL
      *                           YEAR AND MONTH, CARDS IN DATE ORDER
      *      HO YYYYMMDD          A HOLIDAY, NAME IN CK-TEXT
      *    THE FIRST ME CARD CLOSES THE MONTH BEFORE THE BUILD - ROWS
      *    ARE BUILT FROM THE DAY AFTER IT THROUGH THE LAST ME CARD,
      *    REPLACING WHATEVER PROCCAL HELD FOR THOSE DATES.
       FD  CALCTL
           RECORDING MODE IS F.
           01 CALCTL-RECORD.
               05 CK-TYPE          PIC X(2).
               05 FILLER           PIC X(1).
               05 CK-DATE          PIC 9(8).
               05 FILLER           PIC X(1).
               05 CK-NUM-1         PIC 9(4).
               05 FILLER           PIC X(1).
               05 CK-NUM-2         PIC 9(2).
               05 FILLER           PIC X(1).
               05 CK-TEXT          PIC X(30).

       FD  PRTFILE
           RECORDING MODE IS F.
           01 PRT-RECORD           PIC X(132).

      *    NIGHT SCHEDULE ORDERING RULES, ONE ROW PER PREREQUISITE -
      *    THE NAMED PROGRAM MAY NOT START FOR A RUN DATE UNTIL THE
      *    REQUIRED PROGRAM HAS A COMPLETED (OR SKIPPED) RUNCTL ROW
      *    FOR IT.
       FD  DEPCTL
           RECORDING MODE IS F.
           01 DEPCTL-RECORD.
               05 DC-PROGRAM       PIC X(8).
               05 FILLER           PIC X(1).
               05 DC-REQUIRES      PIC X(8).

      *    NIGHT SCHEDULE DAY RULES, ONE ROW PER PROGRAM - A PROGRAM
      *    WITH NO ROW RUNS EVERY DAY.  CR-DAY-RULE TAKES THE
      *    CA-DAY-RULE VALUES DESCRIBED IN PROCCAL.
       FD  CALRULE
           RECORDING MODE IS F.
           01 CALRULE-RECORD.
               05 CR-PROGRAM       PIC X(8).
               05 FILLER           PIC X(1).
               05 CR-DAY-RULE      PIC X(1).

       WORKING-STORAGE SECTION.

           EXEC SQL
             INCLUDE RUNCTL
           END-EXEC.

           EXEC SQL
             INCLUDE PROCCAL
           END-EXEC.

           EXEC SQL
             INCLUDE BALLEDG
           END-EXEC.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 ERRLOG-STATUS   PIC X(2) VALUE '00'.
           01 ERR-PARAGRAPH   PIC X(12) VALUE SPACES.

           01 CALCTL-STATUS   PIC X(2) VALUE '00'.
           01 PRTFILE-STATUS  PIC X(2) VALUE '00'.

           01 CARD-EOF-SW     PIC X(1) VALUE 'N'.
               88 CARD-EOF        VALUE 'Y'.

           01 PAGE-NBR        PIC 9(4) COMP VALUE 0.
           01 LINE-CNT        PIC 9(3) COMP VALUE 99.
           01 LINES-PER-PAGE  PIC 9(3) COMP VALUE 55.

           01 RUN-MODE        PIC X(5)  VALUE 'PROD'.

      *    PAY-PERIOD ANCHOR - EVERY PERIOD IS A WHOLE NUMBER OF
      *    PERIOD LENGTHS AWAY FROM IT.
           01 PP-SEEN-SW      PIC X(1) VALUE 'N'.
               88 PP-SEEN         VALUE 'Y'.
           01 PP-ANCHOR       PIC 9(8) VALUE ZERO.
           01 PP-ANCHOR-INT   PIC 9(8) COMP VALUE ZERO.
           01 PP-DAYS         PIC 9(4) COMP VALUE ZERO.
           01 PP-NBR          PIC 9(8) COMP VALUE ZERO.
           01 PP-START-INT    PIC 9(8) COMP VALUE ZERO.
           01 PP-END-INT      PIC 9(8) COMP VALUE ZERO.

      *    FISCAL MONTH-ENDS IN DATE ORDER; SLOT ME-IX IS THE MONTH
      *    BEING BUILT AND SLOT ME-IX - 1 CLOSED THE ONE BEFORE IT.
           01 ME-MAX          PIC 9(3) COMP VALUE 120.
           01 ME-CNT          PIC 9(3) COMP VALUE ZERO.
           01 ME-IX           PIC 9(3) COMP VALUE 1.
           01 ME-TAB.
               05 ME-ENT OCCURS 120 TIMES.
                   10 ME-DATE     PIC 9(8).
                   10 ME-FY       PIC 9(4).
                   10 ME-FM       PIC 9(2).

           01 HOL-MAX         PIC 9(3) COMP VALUE 200.
           01 HOL-CNT         PIC 9(3) COMP VALUE ZERO.
           01 HOL-IX          PIC 9(3) COMP VALUE 1.
           01 HOL-FOUND-SW    PIC X(1) VALUE 'N'.
               88 HOL-FOUND       VALUE 'Y'.
           01 HOL-TAB.
               05 HOL-ENT OCCURS 200 TIMES.
                   10 HL-DATE     PIC 9(8).
                   10 HL-TEXT     PIC X(30).

           01 CARD-CNT        PIC 9(7) COMP VALUE ZERO.
           01 BAD-CARD-CNT    PIC 9(7) COMP VALUE ZERO.

           01 INT-WORK        PIC 9(8) COMP VALUE ZERO.
           01 DAY-INT         PIC 9(8) COMP VALUE ZERO.
           01 BUILD-START-INT PIC 9(8) COMP VALUE ZERO.
           01 BUILD-END-INT   PIC 9(8) COMP VALUE ZERO.
           01 BUILD-FROM      PIC 9(8) VALUE ZERO.
           01 BUILD-TO        PIC 9(8) VALUE ZERO.
           01 WEEK-NBR        PIC 9(8) COMP VALUE ZERO.
           01 WEEK-DAY     PIC 9(1) COMP VALUE ZERO.

           01 MONTH-BUS-CNT   PIC 9(3) COMP VALUE ZERO.
           01 MONTH-HOL-CNT   PIC 9(3) COMP VALUE ZERO.
           01 MONTH-WKD-CNT   PIC 9(3) COMP VALUE ZERO.
           01 MONTH-PP-CNT    PIC 9(3) COMP VALUE ZERO.

           01 ROWS-WRITTEN    PIC 9(7) COMP VALUE ZERO.
           01 ROWS-REPLACED   PIC 9(7) COMP VALUE ZERO.
           01 BUS-CNT         PIC 9(7) COMP VALUE ZERO.
           01 HOLIDAY-CNT     PIC 9(7) COMP VALUE ZERO.
           01 WEEKEND-CNT     PIC 9(7) COMP VALUE ZERO.
           01 PERIOD-CNT      PIC 9(7) COMP VALUE ZERO.
           01 MONTH-CNT       PIC 9(7) COMP VALUE ZERO.

           01 CURR-DATE       PIC 9(8) VALUE ZERO.
           01 CURR-DATE-R REDEFINES CURR-DATE.
               05 CD-YYYY     PIC 9(4).
               05 CD-MM       PIC 9(2).
               05 CD-DD       PIC 9(2).

           01 CURR-TIME       PIC 9(8) VALUE ZERO.
           01 CURR-TIME-R REDEFINES CURR-TIME.
               05 CT-HH       PIC 9(2).
               05 CT-MI       PIC 9(2).
               05 CT-SS       PIC 9(2).
               05 CT-CC       PIC 9(2).

           01 HEADING-1.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(34) VALUE
                   'PROCESSING CALENDAR BUILD'.
               05 FILLER          PIC X(06) VALUE 'DATES '.
               05 H1-FROM         PIC 9(8).
               05 FILLER          PIC X(01) VALUE '-'.
               05 H1-TO           PIC 9(8).
               05 FILLER          PIC X(03) VALUE SPACE.
               05 FILLER          PIC X(05) VALUE 'PAGE '.
               05 H1-PAGE-NBR     PIC ZZZ9.

           01 HEADING-2.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(6)  VALUE 'FY'.
               05 FILLER          PIC X(4)  VALUE 'FM'.
               05 FILLER          PIC X(10) VALUE 'STARTS'.
               05 FILLER          PIC X(10) VALUE 'ENDS'.
               05 FILLER          PIC X(10) VALUE '  BUSINESS'.
               05 FILLER          PIC X(10) VALUE '  HOLIDAYS'.
               05 FILLER          PIC X(10) VALUE '  WEEKEND'.
               05 FILLER          PIC X(16) VALUE '  PERIODS ENDING'.

           01 MONTH-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 ML-FY           PIC 9(4).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 ML-FM           PIC 9(2).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 ML-START        PIC 9(8).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 ML-END          PIC 9(8).
               05 FILLER          PIC X(04) VALUE SPACE.
               05 ML-BUS          PIC ZZZ9.
               05 FILLER          PIC X(06) VALUE SPACE.
               05 ML-HOL          PIC ZZZ9.
               05 FILLER          PIC X(06) VALUE SPACE.
               05 ML-WKD          PIC ZZZ9.
               05 FILLER          PIC X(12) VALUE SPACE.
               05 ML-PP           PIC ZZZ9.

           01 HOL-HEADING.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(45) VALUE
                   'HOLIDAYS'.

           01 HOL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 HLL-DATE        PIC 9(8).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 HLL-TEXT        PIC X(30).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 HLL-FLAG        PIC X(20).

           01 TOTAL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'DAYS BUILT     :'.
               05 TL-ROWS         PIC ZZZ,ZZ9.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'ROWS REPLACED  :'.
               05 TL-REPLACED     PIC ZZZ,ZZ9.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'FISCAL MONTHS  :'.
               05 TL-MONTHS       PIC ZZZ,ZZ9.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'PAY PERIODS    :'.
               05 TL-PERIODS      PIC ZZZ,ZZ9.

           01 DEPCTL-STATUS   PIC X(2) VALUE '00'.

           01 DEP-EOF-SW      PIC X(1) VALUE 'N'.
               88 DEP-EOF         VALUE 'Y'.

           01 DEP-REQUIRED    PIC X(8) VALUE SPACES.
           01 DEP-T1          PIC 9(3) VALUE ZERO.
           01 DEP-UNMET-CNT   PIC 9(3) COMP VALUE ZERO.

           01 CALRULE-STATUS  PIC X(2) VALUE '00'.

           01 CALR-EOF-SW     PIC X(1) VALUE 'N'.
               88 CALR-EOF        VALUE 'Y'.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.

       000-CONNECT.
      *    THE CARDS ARE LOADED AND PROVED BEFORE ANY CONNECTION - A
      *    BAD DECK CHANGES NOTHING.
           PERFORM 050-LOAD-CARDS THRU 050-LOAD-CARDS-EXIT.
           IF RETURN-CODE >= 8 THEN
              GO TO 100-EXIT
           END-IF.

           DISPLAY 'CALENDAR BUILD: ' BUILD-FROM ' - ' BUILD-TO.

           ACCEPT DATASRC FROM ENVIRONMENT 'DB1name'.
           ACCEPT DBUSR FROM ENVIRONMENT 'DB1role'.
           ACCEPT DBPWD FROM ENVIRONMENT 'DB1pswd'.

      D     DISPLAY '***************************************'.
      D     DISPLAY " DATASRC  : " DATASRC.
      D     DISPLAY " DBUSR    : " DBUSR.
      D     DISPLAY " DBPWD    : " DBPWD.
      D     DISPLAY '***************************************'.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           DISPLAY 'CONNECT SQLCODE: ' SQLCODE

           IF SQLCODE <> 0 THEN
              MOVE '000-CONNECT' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              DISPLAY 'PRIMARY CONNECT FAILED - TRYING DR SITE'

              ACCEPT DATASRC FROM ENVIRONMENT 'DB1name_DR'
              ACCEPT DBUSR FROM ENVIRONMENT 'DB1role_DR'
              ACCEPT DBPWD FROM ENVIRONMENT 'DB1pswd_DR'

              EXEC SQL
                 CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
              END-EXEC

              DISPLAY 'DR CONNECT SQLCODE: ' SQLCODE

              IF SQLCODE <> 0 THEN
                 MOVE '000-CONNECT' TO ERR-PARAGRAPH
                 PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.
           PERFORM 800-REGISTER-RUN THRU 800-REGISTER-RUN-EXIT.

       100-MAIN.

           OPEN OUTPUT PRTFILE.
           IF PRTFILE-STATUS <> '00' THEN
              DISPLAY 'OPEN CALRPT FILE STATUS: ' PRTFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE BUILD-FROM TO H1-FROM.
           MOVE BUILD-TO TO H1-TO.

           EXEC SQL
              SELECT COUNT(*) INTO :ROWS-REPLACED FROM PROCCAL
               WHERE CAL-DATE >= :BUILD-FROM
                 AND CAL-DATE <= :BUILD-TO
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              CLOSE PRTFILE
              GO TO 100-EXIT
           END-IF.

           EXEC SQL
              DELETE FROM PROCCAL
               WHERE CAL-DATE >= :BUILD-FROM
                 AND CAL-DATE <= :BUILD-TO
           END-EXEC.

           IF SQLCODE <> 0 AND SQLCODE <> 100 THEN
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              CLOSE PRTFILE
              GO TO 100-EXIT
           END-IF.

           MOVE 2 TO ME-IX.
           PERFORM 300-BUILD-DAY THRU 300-BUILD-DAY-EXIT
              VARYING DAY-INT FROM BUILD-START-INT BY 1
              UNTIL DAY-INT > BUILD-END-INT OR RETURN-CODE >= 8.

      *    THE WHOLE RANGE GOES IN AS ONE UNIT OF WORK - A FAILED
      *    BUILD LEAVES THE OLD CALENDAR ROWS IN PLACE.
           IF RETURN-CODE >= 8 THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'CALENDAR BUILD BACKED OUT'
              CLOSE PRTFILE
              GO TO 100-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM 360-PRINT-HOLIDAYS THRU 360-PRINT-HOLIDAYS-EXIT.
           PERFORM 380-PRINT-TOTALS THRU 380-PRINT-TOTALS-EXIT.

           CLOSE PRTFILE.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY 'CARDS READ     : ' CARD-CNT.
           DISPLAY 'DAYS BUILT     : ' ROWS-WRITTEN.
           DISPLAY 'ROWS REPLACED  : ' ROWS-REPLACED.
           DISPLAY 'BUSINESS DAYS  : ' BUS-CNT.
           DISPLAY 'HOLIDAYS       : ' HOLIDAY-CNT.
           DISPLAY 'WEEKEND DAYS   : ' WEEKEND-CNT.
           DISPLAY 'FISCAL MONTHS  : ' MONTH-CNT.
           DISPLAY 'PAY PERIODS    : ' PERIOD-CNT.

           GO TO 100-EXIT.

       050-LOAD-CARDS.
           OPEN INPUT CALCTL.
           IF CALCTL-STATUS <> '00' THEN
              DISPLAY 'OPEN CALCTL FILE STATUS: ' CALCTL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 050-LOAD-CARDS-EXIT
           END-IF.

           MOVE 'N' TO CARD-EOF-SW.
           PERFORM 060-LOAD-CARD THRU 060-LOAD-CARD-EXIT
              UNTIL CARD-EOF.

           CLOSE CALCTL.

           IF NOT PP-SEEN THEN
              DISPLAY 'NO PP CARD - PAY PERIODS CANNOT BE BUILT'
              ADD 1 TO BAD-CARD-CNT
           END-IF.

           IF ME-CNT < 2 THEN
              DISPLAY 'AT LEAST TWO ME CARDS ARE NEEDED'
              ADD 1 TO BAD-CARD-CNT
           END-IF.

           IF BAD-CARD-CNT > ZERO THEN
              DISPLAY 'CALCTL IN ERROR - NOTHING BUILT: '
                 BAD-CARD-CNT
              MOVE 8 TO RETURN-CODE
              GO TO 050-LOAD-CARDS-EXIT
           END-IF.

           COMPUTE BUILD-START-INT =
              FUNCTION INTEGER-OF-DATE (ME-DATE (1)) + 1.
           COMPUTE BUILD-END-INT =
              FUNCTION INTEGER-OF-DATE (ME-DATE (ME-CNT)).
           COMPUTE BUILD-FROM =
              FUNCTION DATE-OF-INTEGER (BUILD-START-INT).
           MOVE ME-DATE (ME-CNT) TO BUILD-TO.

      *    PERIOD NUMBERS COUNT FORWARD FROM THE ANCHOR, SO THE
      *    ANCHOR MAY NOT FALL AFTER THE FIRST DAY BUILT.
           IF PP-ANCHOR-INT > BUILD-START-INT THEN
              DISPLAY 'PP ANCHOR ' PP-ANCHOR ' IS AFTER BUILD START '
                 BUILD-FROM
              MOVE 8 TO RETURN-CODE
           END-IF.

       050-LOAD-CARDS-EXIT.
           EXIT.

       060-LOAD-CARD.
           READ CALCTL.

           IF CALCTL-STATUS <> '00' THEN
              SET CARD-EOF TO TRUE
              GO TO 060-LOAD-CARD-EXIT
           END-IF.

           ADD 1 TO CARD-CNT.

           IF CK-TYPE = SPACES OR CK-TYPE (1:1) = '*' THEN
              GO TO 060-LOAD-CARD-EXIT
           END-IF.

           MOVE ZERO TO INT-WORK.
           IF CK-DATE NUMERIC THEN
              COMPUTE INT-WORK = FUNCTION INTEGER-OF-DATE (CK-DATE)
           END-IF.

           IF INT-WORK = ZERO THEN
              DISPLAY 'BAD DATE ON CALCTL CARD: ' CALCTL-RECORD
              ADD 1 TO BAD-CARD-CNT
              GO TO 060-LOAD-CARD-EXIT
           END-IF.

           IF CK-TYPE = 'PP' THEN
              PERFORM 070-LOAD-PP THRU 070-LOAD-PP-EXIT
              GO TO 060-LOAD-CARD-EXIT
           END-IF.

           IF CK-TYPE = 'ME' THEN
              PERFORM 075-LOAD-ME THRU 075-LOAD-ME-EXIT
              GO TO 060-LOAD-CARD-EXIT
           END-IF.

           IF CK-TYPE = 'HO' THEN
              PERFORM 080-LOAD-HO THRU 080-LOAD-HO-EXIT
              GO TO 060-LOAD-CARD-EXIT
           END-IF.

           DISPLAY 'UNKNOWN CALCTL CARD TYPE: ' CALCTL-RECORD.
           ADD 1 TO BAD-CARD-CNT.

       060-LOAD-CARD-EXIT.
           EXIT.

       070-LOAD-PP.
           IF PP-SEEN THEN
              DISPLAY 'SECOND PP CARD: ' CALCTL-RECORD
              ADD 1 TO BAD-CARD-CNT
              GO TO 070-LOAD-PP-EXIT
           END-IF.

           IF CK-NUM-1 NOT NUMERIC OR CK-NUM-1 = ZERO THEN
              DISPLAY 'BAD PERIOD LENGTH ON PP CARD: ' CALCTL-RECORD
              ADD 1 TO BAD-CARD-CNT
              GO TO 070-LOAD-PP-EXIT
           END-IF.

           MOVE CK-DATE TO PP-ANCHOR.
           MOVE INT-WORK TO PP-ANCHOR-INT.
           MOVE CK-NUM-1 TO PP-DAYS.
           SET PP-SEEN TO TRUE.

       070-LOAD-PP-EXIT.
           EXIT.

       075-LOAD-ME.
           IF CK-NUM-1 NOT NUMERIC OR CK-NUM-2 NOT NUMERIC
              OR CK-NUM-2 < 1 OR CK-NUM-2 > 12 THEN
              DISPLAY 'BAD FISCAL YEAR/MONTH ON ME CARD: '
                 CALCTL-RECORD
              ADD 1 TO BAD-CARD-CNT
              GO TO 075-LOAD-ME-EXIT
           END-IF.

           IF ME-CNT > ZERO THEN
              IF CK-DATE NOT > ME-DATE (ME-CNT) THEN
                 DISPLAY 'ME CARD OUT OF DATE ORDER: ' CALCTL-RECORD
                 ADD 1 TO BAD-CARD-CNT
                 GO TO 075-LOAD-ME-EXIT
              END-IF
           END-IF.

           IF ME-CNT >= ME-MAX THEN
              DISPLAY 'TOO MANY ME CARDS - CARD DROPPED: '
                 CALCTL-RECORD
              ADD 1 TO BAD-CARD-CNT
              GO TO 075-LOAD-ME-EXIT
           END-IF.

           ADD 1 TO ME-CNT.
           MOVE CK-DATE TO ME-DATE (ME-CNT).
           MOVE CK-NUM-1 TO ME-FY (ME-CNT).
           MOVE CK-NUM-2 TO ME-FM (ME-CNT).

       075-LOAD-ME-EXIT.
           EXIT.

       080-LOAD-HO.
           IF HOL-CNT >= HOL-MAX THEN
              DISPLAY 'TOO MANY HO CARDS - CARD DROPPED: '
                 CALCTL-RECORD
              ADD 1 TO BAD-CARD-CNT
              GO TO 080-LOAD-HO-EXIT
           END-IF.

           ADD 1 TO HOL-CNT.
           MOVE CK-DATE TO HL-DATE (HOL-CNT).
           MOVE CK-TEXT TO HL-TEXT (HOL-CNT).

       080-LOAD-HO-EXIT.
           EXIT.

       300-BUILD-DAY.
           COMPUTE CA-CAL-DATE = FUNCTION DATE-OF-INTEGER (DAY-INT).

           IF CA-CAL-DATE > ME-DATE (ME-IX) THEN
              ADD 1 TO ME-IX
           END-IF.

           MOVE ME-FY (ME-IX) TO CA-FISCAL-YEAR.
           MOVE ME-FM (ME-IX) TO CA-FISCAL-MONTH.
           MOVE ME-DATE (ME-IX) TO CA-MONTH-END.
           COMPUTE INT-WORK =
              FUNCTION INTEGER-OF-DATE (ME-DATE (ME-IX - 1)) + 1.
           COMPUTE CA-MONTH-START = FUNCTION DATE-OF-INTEGER (INT-WORK).

           COMPUTE PP-NBR = (DAY-INT - PP-ANCHOR-INT) / PP-DAYS.
           COMPUTE PP-START-INT = PP-ANCHOR-INT + PP-NBR * PP-DAYS.
           COMPUTE PP-END-INT = PP-START-INT + PP-DAYS - 1.
           COMPUTE CA-PERIOD-START =
              FUNCTION DATE-OF-INTEGER (PP-START-INT).
           COMPUTE CA-PERIOD-END =
              FUNCTION DATE-OF-INTEGER (PP-END-INT).

      *    DAY 1 ON THE INTEGER CALENDAR WAS A MONDAY, SO A
      *    REMAINDER OF 5 OR 6 IS A SATURDAY OR SUNDAY.  A HOLIDAY
      *    OUTRANKS THE WEEKEND.
           COMPUTE INT-WORK = DAY-INT - 1.
           DIVIDE 7 INTO INT-WORK GIVING WEEK-NBR
              REMAINDER WEEK-DAY.

           PERFORM 310-FIND-HOLIDAY THRU 310-FIND-HOLIDAY-EXIT.

           IF HOL-FOUND THEN
              MOVE 'H' TO CA-DAY-TYPE
              ADD 1 TO MONTH-HOL-CNT
              ADD 1 TO HOLIDAY-CNT
           ELSE
              IF WEEK-DAY > 4 THEN
                 MOVE 'W' TO CA-DAY-TYPE
                 ADD 1 TO MONTH-WKD-CNT
                 ADD 1 TO WEEKEND-CNT
              ELSE
                 MOVE 'B' TO CA-DAY-TYPE
                 ADD 1 TO MONTH-BUS-CNT
                 ADD 1 TO BUS-CNT
              END-IF
           END-IF.

           IF PP-END-INT = DAY-INT THEN
              ADD 1 TO MONTH-PP-CNT
              ADD 1 TO PERIOD-CNT
           END-IF.

           EXEC SQL
              INSERT INTO PROCCAL
                 (CAL-DATE, DAY-TYPE, PERIOD-START, PERIOD-END,
                  FISCAL-YEAR, FISCAL-MONTH, MONTH-START, MONTH-END)
              VALUES
                 (:CA-CAL-DATE, :CA-DAY-TYPE, :CA-PERIOD-START,
                  :CA-PERIOD-END, :CA-FISCAL-YEAR, :CA-FISCAL-MONTH,
                  :CA-MONTH-START, :CA-MONTH-END)
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '300-BUILD' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 300-BUILD-DAY-EXIT
           END-IF.

           ADD 1 TO ROWS-WRITTEN.

           IF CA-CAL-DATE = CA-MONTH-END THEN
              PERFORM 350-PRINT-MONTH THRU 350-PRINT-MONTH-EXIT
           END-IF.

       300-BUILD-DAY-EXIT.
           EXIT.

       310-FIND-HOLIDAY.
           MOVE 'N' TO HOL-FOUND-SW.
           PERFORM 315-MATCH-HOLIDAY THRU 315-MATCH-HOLIDAY-EXIT
              VARYING HOL-IX FROM 1 BY 1
              UNTIL HOL-FOUND OR HOL-IX > HOL-CNT.

       310-FIND-HOLIDAY-EXIT.
           EXIT.

       315-MATCH-HOLIDAY.
           IF HL-DATE (HOL-IX) = CA-CAL-DATE THEN
              SET HOL-FOUND TO TRUE
           END-IF.

       315-MATCH-HOLIDAY-EXIT.
           EXIT.

       350-PRINT-MONTH.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE CA-FISCAL-YEAR TO ML-FY.
           MOVE CA-FISCAL-MONTH TO ML-FM.
           MOVE CA-MONTH-START TO ML-START.
           MOVE CA-MONTH-END TO ML-END.
           MOVE MONTH-BUS-CNT TO ML-BUS.
           MOVE MONTH-HOL-CNT TO ML-HOL.
           MOVE MONTH-WKD-CNT TO ML-WKD.
           MOVE MONTH-PP-CNT TO ML-PP.

           MOVE MONTH-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

           ADD 1 TO MONTH-CNT.
           MOVE ZERO TO MONTH-BUS-CNT.
           MOVE ZERO TO MONTH-HOL-CNT.
           MOVE ZERO TO MONTH-WKD-CNT.
           MOVE ZERO TO MONTH-PP-CNT.

       350-PRINT-MONTH-EXIT.
           EXIT.

       360-PRINT-HOLIDAYS.
           IF HOL-CNT = ZERO THEN
              GO TO 360-PRINT-HOLIDAYS-EXIT
           END-IF.

           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE HOL-HEADING TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 2 TO LINE-CNT.

           PERFORM 365-PRINT-HOLIDAY THRU 365-PRINT-HOLIDAY-EXIT
              VARYING HOL-IX FROM 1 BY 1 UNTIL HOL-IX > HOL-CNT.

       360-PRINT-HOLIDAYS-EXIT.
           EXIT.

       365-PRINT-HOLIDAY.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE HL-DATE (HOL-IX) TO HLL-DATE.
           MOVE HL-TEXT (HOL-IX) TO HLL-TEXT.
           IF HL-DATE (HOL-IX) < BUILD-FROM
              OR HL-DATE (HOL-IX) > BUILD-TO THEN
              MOVE '** OUTSIDE BUILD' TO HLL-FLAG
           ELSE
              MOVE SPACES TO HLL-FLAG
           END-IF.

           MOVE HOL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       365-PRINT-HOLIDAY-EXIT.
           EXIT.

       380-PRINT-TOTALS.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE ROWS-WRITTEN TO TL-ROWS.
           MOVE ROWS-REPLACED TO TL-REPLACED.
           MOVE MONTH-CNT TO TL-MONTHS.
           MOVE PERIOD-CNT TO TL-PERIODS.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 2 TO LINE-CNT.

       380-PRINT-TOTALS-EXIT.
           EXIT.

       400-PRINT-HEADINGS.
           ADD 1 TO PAGE-NBR.
           MOVE PAGE-NBR TO H1-PAGE-NBR.

           MOVE HEADING-1 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING PAGE.

           MOVE HEADING-2 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING 2 LINES.

           MOVE ZERO TO LINE-CNT.

       400-PRINT-HEADINGS-EXIT.
           EXIT.

       800-REGISTER-RUN.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE CURR-DATE TO RC-RUN-DATE.
           MOVE 'TSQL028A' TO RC-PROGRAM.
           MOVE RUN-MODE TO RC-RUN-MODE.
           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           MOVE 'R' TO RC-RUN-STATUS.
           MOVE ZERO TO RC-RETURN-CD.
           MOVE ZERO TO RC-ROWS.

      *    REFUSE TO START WHILE ANOTHER COPY IS STILL MARKED IN
      *    FLIGHT - THE RESTART PATHS OPEN THEIR OUTPUTS EXTEND AND
      *    A SECOND COPY WOULD DOUBLE EVERY ROW IT APPENDS.
           EXEC SQL
              SELECT COUNT(*) INTO :RC-INFLIGHT FROM RUNCTL
               WHERE PROGRAM-NAME = :RC-PROGRAM
                 AND RUN-STATUS = 'R'
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '800-REGISTER' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF RC-INFLIGHT > ZERO THEN
              DISPLAY 'TSQL028A ALREADY IN FLIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

      *    A RUN DATE THAT IS NOT A PROCESSING DAY FOR THIS PROGRAM
      *    IS RECORDED AS SKIPPED AND ENDS CLEAN, SO THE NIGHT REPORT
      *    AND LATER PROGRAMS' DEPCTL CHECKS COUNT IT AS ACCOUNTED FOR.
           PERFORM 820-CHECK-CALENDAR THRU 820-CHECK-CALENDAR-EXIT.

           IF RETURN-CODE >= 8 THEN
              GO TO 100-EXIT
           END-IF.

           IF CA-SKIP-DAY THEN
              PERFORM 830-RECORD-SKIP THRU 830-RECORD-SKIP-EXIT
              GO TO 100-EXIT
           END-IF.

      *    A PREREQUISITE THAT HAS NOT COMPLETED FOR THIS RUN DATE
      *    REFUSES THE START WITH ITS OWN RETURN CODE SO THE
      *    SCHEDULER CAN TELL A HELD RUN FROM A FAILED ONE.
           PERFORM 810-CHECK-DEPENDS THRU 810-CHECK-DEPENDS-EXIT.

           IF DEP-UNMET-CNT > ZERO THEN
              DISPLAY 'TSQL028A PREREQUISITES NOT MET - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF RETURN-CODE >= 8 THEN
              GO TO 100-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO RUNCTL
                 (RUN-DATE, PROGRAM-NAME, RUN-MODE, START-TS, END-TS,
                  RUN-STATUS, RETURN-CD, ROWS-PROCESSED)
              VALUES
                 (:RC-RUN-DATE, :RC-PROGRAM, :RC-RUN-MODE,
                  :RC-START-TS, :RC-END-TS, :RC-RUN-STATUS,
                  :RC-RETURN-CD, :RC-ROWS)
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '800-REGISTER' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           SET RC-OPEN TO TRUE.

       800-REGISTER-RUN-EXIT.
           EXIT.

       810-CHECK-DEPENDS.
           MOVE ZERO TO DEP-UNMET-CNT.
           MOVE 'N' TO DEP-EOF-SW.

      *    NO DEPENDENCY TABLE MEANS NO ORDERING RULES - THE RUN
      *    PROCEEDS AS IT ALWAYS HAS.
           OPEN INPUT DEPCTL.
           IF DEPCTL-STATUS = '35' THEN
              GO TO 810-CHECK-DEPENDS-EXIT
           END-IF.

           IF DEPCTL-STATUS <> '00' THEN
              DISPLAY 'OPEN DEPCTL FILE STATUS: ' DEPCTL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 810-CHECK-DEPENDS-EXIT
           END-IF.

           PERFORM 815-CHECK-DEP-ROW THRU 815-CHECK-DEP-ROW-EXIT
              UNTIL DEP-EOF.

           CLOSE DEPCTL.

       810-CHECK-DEPENDS-EXIT.
           EXIT.

       815-CHECK-DEP-ROW.
           READ DEPCTL.

           IF DEPCTL-STATUS <> '00' THEN
              SET DEP-EOF TO TRUE
              GO TO 815-CHECK-DEP-ROW-EXIT
           END-IF.

           IF DC-PROGRAM <> RC-PROGRAM THEN
              GO TO 815-CHECK-DEP-ROW-EXIT
           END-IF.

           MOVE DC-REQUIRES TO DEP-REQUIRED.

           EXEC SQL
              SELECT COUNT(*) INTO :DEP-T1 FROM RUNCTL
               WHERE PROGRAM-NAME = :DEP-REQUIRED
                 AND RUN-DATE = :RC-RUN-DATE
                 AND RUN-STATUS IN ('C', 'S')
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '815-DEP' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              SET DEP-EOF TO TRUE
              GO TO 815-CHECK-DEP-ROW-EXIT
           END-IF.

           IF DEP-T1 = ZERO THEN
              DISPLAY 'PREREQUISITE NOT COMPLETE FOR ' RC-PROGRAM
                 ' : ' DEP-REQUIRED
              ADD 1 TO DEP-UNMET-CNT
           END-IF.

       815-CHECK-DEP-ROW-EXIT.
           EXIT.

      *    THE PROGRAM'S CALRULE DAY RULE AGAINST THE RUN DATE'S
      *    PROCCAL ROW.  NO RULE FILE, NO RULE FOR THIS PROGRAM OR NO
      *    CALENDAR ROW FOR THE DATE ALL LEAVE IT A PROCESSING DAY,
      *    SO THE RUN PROCEEDS AS IT ALWAYS HAS.
       820-CHECK-CALENDAR.
           SET CA-PROCESSING-DAY TO TRUE.
           MOVE SPACE TO CA-DAY-RULE.
           MOVE 'N' TO CALR-EOF-SW.

           OPEN INPUT CALRULE.
           IF CALRULE-STATUS = '35' THEN
              GO TO 820-CHECK-CALENDAR-EXIT
           END-IF.

           IF CALRULE-STATUS <> '00' THEN
              DISPLAY 'OPEN CALRULE FILE STATUS: ' CALRULE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 820-CHECK-CALENDAR-EXIT
           END-IF.

           PERFORM 825-READ-CAL-RULE THRU 825-READ-CAL-RULE-EXIT
              UNTIL CALR-EOF.

           CLOSE CALRULE.

           IF CA-DAY-RULE = SPACE OR CA-DAY-RULE = 'A' THEN
              GO TO 820-CHECK-CALENDAR-EXIT
           END-IF.

           MOVE RC-RUN-DATE TO CA-CAL-DATE.

           EXEC SQL
              SELECT DAY-TYPE, PERIOD-END, MONTH-END
                INTO :CA-DAY-TYPE, :CA-PERIOD-END, :CA-MONTH-END
                FROM PROCCAL
               WHERE CAL-DATE = :CA-CAL-DATE
           END-EXEC.

           IF SQLCODE = 100 THEN
              DISPLAY 'NO PROCCAL ROW FOR ' CA-CAL-DATE
                 ' - RUN PROCEEDS'
              GO TO 820-CHECK-CALENDAR-EXIT
           END-IF.

           IF SQLCODE <> 0 THEN
              MOVE '820-CALENDAR' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 820-CHECK-CALENDAR-EXIT
           END-IF.

           IF CA-DAY-RULE = 'B' THEN
              IF CA-DAY-TYPE <> 'B' THEN
                 SET CA-SKIP-DAY TO TRUE
              END-IF
              GO TO 820-CHECK-CALENDAR-EXIT
           END-IF.

           IF CA-DAY-RULE = 'P' THEN
              IF CA-CAL-DATE <> CA-PERIOD-END THEN
                 SET CA-SKIP-DAY TO TRUE
              END-IF
              GO TO 820-CHECK-CALENDAR-EXIT
           END-IF.

           IF CA-DAY-RULE = 'M' THEN
              IF CA-CAL-DATE <> CA-MONTH-END THEN
                 SET CA-SKIP-DAY TO TRUE
              END-IF
              GO TO 820-CHECK-CALENDAR-EXIT
           END-IF.

           DISPLAY 'UNKNOWN CALRULE DAY RULE FOR ' RC-PROGRAM
              ' : ' CA-DAY-RULE ' - RUN PROCEEDS'.

       820-CHECK-CALENDAR-EXIT.
           EXIT.

       825-READ-CAL-RULE.
           READ CALRULE.

           IF CALRULE-STATUS <> '00' THEN
              SET CALR-EOF TO TRUE
              GO TO 825-READ-CAL-RULE-EXIT
           END-IF.

           IF CR-PROGRAM = RC-PROGRAM THEN
              MOVE CR-DAY-RULE TO CA-DAY-RULE
           END-IF.

       825-READ-CAL-RULE-EXIT.
           EXIT.

      *    THE SKIPPED RUN IS REGISTERED ALREADY ENDED - IT NEVER
      *    GOES IN FLIGHT, SO 850-END-RUN LEAVES IT ALONE.
       830-RECORD-SKIP.
           MOVE 'S' TO RC-RUN-STATUS.
           MOVE RC-START-TS TO RC-END-TS.

           EXEC SQL
              INSERT INTO RUNCTL
                 (RUN-DATE, PROGRAM-NAME, RUN-MODE, START-TS, END-TS,
                  RUN-STATUS, RETURN-CD, ROWS-PROCESSED)
              VALUES
                 (:RC-RUN-DATE, :RC-PROGRAM, :RC-RUN-MODE,
                  :RC-START-TS, :RC-END-TS, :RC-RUN-STATUS,
                  :RC-RETURN-CD, :RC-ROWS)
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '830-SKIP' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 830-RECORD-SKIP-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'TSQL028A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'READ' TO BL-FIG-NAME (1).
           MOVE CARD-CNT TO BL-FIG-COUNT (1).
           MOVE 'WRITTEN' TO BL-FIG-NAME (2).
           MOVE ROWS-WRITTEN TO BL-FIG-COUNT (2).
           MOVE 'REPLACED' TO BL-FIG-NAME (3).
           MOVE ROWS-REPLACED TO BL-FIG-COUNT (3).
           MOVE 3 TO BL-FIG-CNT.

       845-LOAD-FIGURES-EXIT.
           EXIT.

       850-END-RUN.
           IF NOT RC-OPEN THEN
              GO TO 850-END-RUN-EXIT
           END-IF.

           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO RC-END-TS.

           MOVE RETURN-CODE TO RC-RETURN-CD.
           IF RETURN-CODE >= 8 THEN
              MOVE 'F' TO RC-RUN-STATUS
           ELSE
              MOVE 'C' TO RC-RUN-STATUS
           END-IF.
           MOVE ROWS-WRITTEN TO RC-ROWS.

      *    A CLEAN RUN POSTS ITS CONTROL FIGURES TO THE BALANCING
      *    LEDGER IN THE SAME UNIT OF WORK THAT MARKS IT COMPLETE.
           IF RC-RUN-STATUS = 'C' THEN
              PERFORM 860-POST-LEDGER THRU 860-POST-LEDGER-EXIT
           END-IF.

           EXEC SQL
              UPDATE RUNCTL
                 SET END-TS = :RC-END-TS,
                     RUN-STATUS = :RC-RUN-STATUS,
                     RETURN-CD = :RC-RETURN-CD,
                     ROWS-PROCESSED = :RC-ROWS
               WHERE PROGRAM-NAME = :RC-PROGRAM
                 AND START-TS = :RC-START-TS
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'END-RUN UPDATE SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           SET RC-ENDED TO TRUE.

       850-END-RUN-EXIT.
           EXIT.

      *    AUDIT AND PROPOSAL RUNS CHANGE NOTHING, SO THEY POST NOTHING.
      *    THE RUN'S OWN WORK IS COMMITTED BEFORE ANYTHING IS POSTED, SO
      *    A POSTING THAT FAILS CAN BE ROLLED BACK ON ITS OWN.  850
      *    THEN MARKS THE RUN COMPLETE WITH A WARNING IN A FRESH UNIT
      *    OF WORK, AND THE BALANCING RUN FINDS THE FIGURE MISSING AND
      *    HOLDS THE TRANSMISSIONS ITSELF.
       860-POST-LEDGER.
           IF RC-RUN-MODE = 'AUDIT' OR RC-RUN-MODE = 'PROP' THEN
              GO TO 860-POST-LEDGER-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

      *    THE RUN'S WORK DID NOT COMMIT - THE RUN HAS FAILED.
           IF SQLCODE <> 0 THEN
              MOVE '860-COMMIT' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              MOVE 8 TO RC-RETURN-CD
              MOVE 'F' TO RC-RUN-STATUS
              GO TO 860-POST-LEDGER-EXIT
           END-IF.

           INITIALIZE BL-FIG-TAB.
           MOVE ZERO TO BL-FIG-CNT.
           PERFORM 845-LOAD-FIGURES THRU 845-LOAD-FIGURES-EXIT.

           MOVE RC-RUN-DATE TO BL-RUN-DATE.
           MOVE RC-PROGRAM TO BL-PROGRAM.
           MOVE RC-START-TS TO BL-START-TS.

           PERFORM 865-POST-FIGURE THRU 865-POST-FIGURE-EXIT
              VARYING BL-FIG-IX FROM 1 BY 1
              UNTIL BL-FIG-IX > BL-FIG-CNT.

       860-POST-LEDGER-EXIT.
           EXIT.

       865-POST-FIGURE.
           MOVE BL-FIG-NAME (BL-FIG-IX) TO BL-FIGURE.
           MOVE BL-FIG-COUNT (BL-FIG-IX) TO BL-COUNT.
           MOVE BL-FIG-AMOUNT (BL-FIG-IX) TO BL-AMOUNT.

           EXEC SQL
              INSERT INTO BALLEDG
                 (RUN-DATE, PROGRAM-NAME, START-TS, FIGURE-NAME,
                  FIGURE-COUNT, FIGURE-AMOUNT)
              VALUES
                 (:BL-RUN-DATE, :BL-PROGRAM, :BL-START-TS, :BL-FIGURE,
                  :BL-COUNT, :BL-AMOUNT)
           END-EXEC.

      *    STOP AT THE FIRST FAILURE - THE REST WOULD FAIL THE SAME WAY.
      *    THE FIGURES ALREADY POSTED GO BACK WITH IT, SO THE LEDGER
      *    NEVER HOLDS PART OF A RUN.
           IF SQLCODE <> 0 THEN
              MOVE '865-LEDGER' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
                 MOVE 4 TO RC-RETURN-CD
              END-IF
              MOVE BL-FIG-CNT TO BL-FIG-IX
           END-IF.

       865-POST-FIGURE-EXIT.
           EXIT.

       900-LOG-ERROR.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO EL-TIMESTAMP.

           MOVE 'TSQL028A' TO EL-PROGRAM.
           MOVE ERR-PARAGRAPH TO EL-PARAGRAPH.
           MOVE DATASRC TO EL-DATASRC.
           MOVE DBUSR TO EL-DBUSR.
           MOVE SQLCODE TO EL-SQLCODE.
           MOVE SQLSTATE TO EL-SQLSTATE.
           MOVE SQLERRMC TO EL-SQLERRMC.

           OPEN EXTEND ERRLOG.
           IF ERRLOG-STATUS = '05' OR ERRLOG-STATUS = '35' THEN
              OPEN OUTPUT ERRLOG
           END-IF.

           WRITE ERRLOG-RECORD.
           CLOSE ERRLOG.

       900-LOG-ERROR-EXIT.
           EXIT.

       100-EXIT.
           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.
           STOP RUN.
