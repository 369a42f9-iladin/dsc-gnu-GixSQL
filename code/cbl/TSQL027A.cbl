       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL027A.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      * SOURCE-COMPUTER. IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERRLOG
               ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.

           SELECT SCRUBCTL
               ASSIGN TO "SCRUBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRUBCTL-STATUS.

           SELECT PRTFILE
               ASSIGN TO "COMPARPT"
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

      *    THE SAME PER-DEPARTMENT SALARY BANDS TSQL017A SCRUBS
      *    AGAINST, IN WHOLE DOLLARS - A DEPT WITHOUT A ROW FALLS
      *    BACK TO THE BUILT-IN DEFAULT BAND.
       FD  SCRUBCTL
           RECORDING MODE IS F.
           01 SCRUBCTL-RECORD.
               05 SC-DEPT-CD       PIC X(4).
               05 FILLER           PIC X(1).
               05 SC-BAND-LO       PIC 9(7).
               05 FILLER           PIC X(1).
               05 SC-BAND-HI       PIC 9(7).

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
             INCLUDE EMPREC
           END-EXEC.

           EXEC SQL
             INCLUDE EMPHIST
           END-EXEC.

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

           01 SCRUBCTL-STATUS PIC X(2) VALUE '00'.
           01 PRTFILE-STATUS  PIC X(2) VALUE '00'.

           01 BAND-EOF-SW     PIC X(1) VALUE 'N'.
               88 BAND-EOF        VALUE 'Y'.

           01 EMPCUR-MORE-SW  PIC X(1) VALUE 'Y'.
               88 EMPCUR-MORE     VALUE 'Y'.

           01 HISTCUR-MORE-SW PIC X(1) VALUE 'Y'.
               88 HISTCUR-MORE    VALUE 'Y'.

           01 PAGE-NBR        PIC 9(4) COMP VALUE 0.
           01 LINE-CNT        PIC 9(3) COMP VALUE 99.
           01 LINES-PER-PAGE  PIC 9(3) COMP VALUE 55.

      *    PARM IS  [YYYYMMDD] [MONTHS] - THE AS-OF DATE (DEFAULT
      *    TODAY) AND HOW MANY MONTHS WITHOUT A SALARY CHANGE PUTS
      *    AN EMPLOYEE ON THE REVIEW LIST (DEFAULT 12).
           01 PARM            PIC X(80) VALUE SPACES.
           01 RUN-DATE        PIC X(8)  VALUE SPACES.
           01 RUN-DATE-N      PIC 9(8)  VALUE ZERO.
           01 RUN-MODE        PIC X(5)  VALUE 'PROD'.
           01 STALE-PARM      PIC X(8)  VALUE SPACES.
           01 TOKEN-LEN       PIC 9(2) COMP VALUE ZERO.
           01 STALE-JUST-TEXT PIC X(8) JUSTIFIED RIGHT.
           01 STALE-MONTHS    PIC 9(3)  VALUE 12.

      *    ONE BAND SLOT PER SCRUBCTL ROW; A DEPT WITHOUT A ROW IS
      *    JUDGED AGAINST THE DEFAULT BAND, AS IN TSQL017A.
           01 BAND-MAX        PIC 9(3) COMP VALUE 100.
           01 BAND-IX         PIC 9(3) COMP VALUE 1.
           01 BAND-CNT        PIC 9(3) COMP VALUE ZERO.
           01 BAND-FOUND-IX   PIC 9(3) COMP VALUE ZERO.
           01 BAND-TAB.
               05 BAND-ENT OCCURS 100 TIMES.
                   10 BD-DEPT     PIC X(4).
                   10 BD-LO       PIC S9(7)V99 COMP-3.
                   10 BD-HI       PIC S9(7)V99 COMP-3.

           01 DEFAULT-BAND-LO PIC S9(7)V99 COMP-3 VALUE 5000.
           01 DEFAULT-BAND-HI PIC S9(7)V99 COMP-3 VALUE 1000000.

           01 BAND-LO         PIC S9(7)V99 COMP-3 VALUE ZERO.
           01 BAND-HI         PIC S9(7)V99 COMP-3 VALUE ZERO.
           01 BAND-MID        PIC S9(7)V99 COMP-3 VALUE ZERO.
           01 BAND-SPAN       PIC S9(7)V99 COMP-3 VALUE ZERO.

      *    COMPA-RATIO IS SALARY OVER BAND MIDPOINT - 1.000 SITS ON
      *    THE MIDPOINT.  QUARTILE IS THE QUARTER OF THE BAND THE
      *    SALARY FALLS IN, OR BELOW / ABOVE WHEN OUTSIDE IT.
           01 COMPA-RATIO     PIC S9(3)V999 COMP-3 VALUE ZERO.
           01 QUART-POS       PIC S9(3) COMP VALUE ZERO.
           01 QUARTILE        PIC X(5)  VALUE SPACES.
               88 BELOW-BAND      VALUE 'BELOW'.
               88 ABOVE-BAND      VALUE 'ABOVE'.

      *    LAST SALARY CHANGE FROM THE EMPLOYEE'S EMPHIST ROWS - THE
      *    OLDEST ROW ON FILE IS THE STARTING SALARY, NOT A CHANGE.
           01 HIST-ROW-CNT    PIC 9(5) COMP VALUE ZERO.
           01 PREV-SAL        PIC S9(7)V99 COMP-3 VALUE ZERO.
           01 LAST-CHG-DATE   PIC 9(8) VALUE ZERO.
           01 LAST-CHG-AMT    PIC S9(7)V99 COMP-3 VALUE ZERO.

           01 HIRE-DATE-WORK  PIC X(10) VALUE SPACES.
           01 HIRE-DATE-PARTS REDEFINES HIRE-DATE-WORK.
               05 HW-YYYY     PIC 9(4).
               05 HW-SEP-1    PIC X(1).
               05 HW-MM       PIC 9(2).
               05 HW-SEP-2    PIC X(1).
               05 HW-DD       PIC 9(2).

           01 HIRE-OK-SW      PIC X(1) VALUE 'N'.
               88 HIRE-OK         VALUE 'Y'.

      *    WHOLE MONTHS FROM SPAN-FROM TO SPAN-TO - A MONTH COUNTS
      *    ONCE ITS DAY OF THE MONTH HAS BEEN REACHED.
           01 SPAN-FROM       PIC 9(8) VALUE ZERO.
           01 SPAN-FROM-R REDEFINES SPAN-FROM.
               05 SF-YYYY     PIC 9(4).
               05 SF-MM       PIC 9(2).
               05 SF-DD       PIC 9(2).
           01 SPAN-TO         PIC 9(8) VALUE ZERO.
           01 SPAN-TO-R REDEFINES SPAN-TO.
               05 ST-YYYY     PIC 9(4).
               05 ST-MM       PIC 9(2).
               05 ST-DD       PIC 9(2).
           01 SPAN-MONTHS     PIC S9(5) COMP VALUE ZERO.

           01 TENURE-YY       PIC 9(3) COMP VALUE ZERO.
           01 TENURE-MM       PIC 9(2) COMP VALUE ZERO.
           01 TENURE-EDIT.
               05 TE-YY           PIC ZZ9.
               05 FILLER          PIC X(02) VALUE 'Y '.
               05 TE-MM           PIC Z9.
               05 FILLER          PIC X(01) VALUE 'M'.

           01 CURR-DEPT       PIC X(4) VALUE SPACES.

           01 DEPT-HEADCOUNT  PIC 9(5) COMP VALUE ZERO.
           01 DEPT-COMPA-SUM  PIC S9(7)V999 COMP-3 VALUE ZERO.
           01 DEPT-BELOW-CNT  PIC 9(5) COMP VALUE ZERO.
           01 DEPT-ABOVE-CNT  PIC 9(5) COMP VALUE ZERO.

           01 GRAND-HEADCOUNT PIC 9(7) COMP VALUE ZERO.
           01 GRAND-COMPA-SUM PIC S9(9)V999 COMP-3 VALUE ZERO.
           01 GRAND-BELOW-CNT PIC 9(7) COMP VALUE ZERO.
           01 GRAND-ABOVE-CNT PIC 9(7) COMP VALUE ZERO.
           01 GRAND-DEPT-CNT  PIC 9(5) COMP VALUE ZERO.

           01 AVG-COMPA       PIC S9(3)V999 COMP-3 VALUE ZERO.

           01 STALE-CNT       PIC 9(7) COMP VALUE ZERO.
           01 NO-DATE-CNT     PIC 9(7) COMP VALUE ZERO.

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
               05 H1-TITLE        PIC X(44) VALUE SPACES.
               05 FILLER          PIC X(06) VALUE 'AS OF '.
               05 H1-RUN-DATE     PIC 9(8).
               05 FILLER          PIC X(03) VALUE SPACE.
               05 FILLER          PIC X(05) VALUE 'PAGE '.
               05 H1-PAGE-NBR     PIC ZZZ9.

           01 STALE-TITLE.
               05 FILLER          PIC X(25) VALUE
                   'NO SALARY CHANGE IN OVER '.
               05 STT-MONTHS      PIC ZZ9.
               05 FILLER          PIC X(07) VALUE ' MONTHS'.

           01 HEADING-2A.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(8)  VALUE 'EMP ID'.
               05 FILLER          PIC X(20) VALUE 'LAST NAME'.
               05 FILLER          PIC X(6)  VALUE 'DEPT'.
               05 FILLER          PIC X(14) VALUE '      SALARY'.
               05 FILLER          PIC X(10) VALUE '  BAND LO'.
               05 FILLER          PIC X(11) VALUE '  BAND HI'.
               05 FILLER          PIC X(8)  VALUE ' COMPA'.
               05 FILLER          PIC X(7)  VALUE 'QUART'.
               05 FILLER          PIC X(11) VALUE 'TENURE'.
               05 FILLER          PIC X(10) VALUE 'LAST CHG'.
               05 FILLER          PIC X(13) VALUE '   CHG AMOUNT'.

           01 HEADING-2B.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(8)  VALUE 'EMP ID'.
               05 FILLER          PIC X(20) VALUE 'LAST NAME'.
               05 FILLER          PIC X(6)  VALUE 'DEPT'.
               05 FILLER          PIC X(14) VALUE '      SALARY'.
               05 FILLER          PIC X(10) VALUE 'SINCE'.
               05 FILLER          PIC X(8)  VALUE 'BASIS'.
               05 FILLER          PIC X(8)  VALUE '  MONTHS'.
               05 FILLER          PIC X(2)  VALUE SPACE.
               05 FILLER          PIC X(8)  VALUE ' COMPA'.
               05 FILLER          PIC X(5)  VALUE 'QUART'.

           01 CURR-HEADING-2  PIC X(132) VALUE SPACES.

           01 DETAIL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-EMP-ID       PIC 9(6).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-LAST-NAME    PIC X(20).
               05 DL-DEPT-CD      PIC X(04).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-SALARY       PIC Z,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-BAND-LO      PIC Z,ZZZ,ZZ9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-BAND-HI      PIC Z,ZZZ,ZZ9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-COMPA        PIC ZZ9.999.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-QUARTILE     PIC X(05).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-TENURE       PIC X(09).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-CHG-DATE     PIC X(08).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-CHG-AMT      PIC -Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

           01 DEPT-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DTL-LABEL       PIC X(20).
               05 FILLER          PIC X(10) VALUE 'HEADCOUNT '.
               05 DTL-HEADCOUNT   PIC ZZZ,ZZ9.
               05 FILLER          PIC X(03) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'AVG COMPA-RATIO '.
               05 DTL-AVG-COMPA   PIC ZZ9.999.
               05 FILLER          PIC X(03) VALUE SPACE.
               05 FILLER          PIC X(10) VALUE 'BELOW MIN '.
               05 DTL-BELOW       PIC ZZZ,ZZ9.
               05 FILLER          PIC X(03) VALUE SPACE.
               05 FILLER          PIC X(10) VALUE 'ABOVE MAX '.
               05 DTL-ABOVE       PIC ZZZ,ZZ9.

           01 STALE-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 SL-EMP-ID       PIC 9(6).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 SL-LAST-NAME    PIC X(20).
               05 SL-DEPT-CD      PIC X(04).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 SL-SALARY       PIC Z,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 SL-SINCE        PIC 9(8).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 SL-BASIS        PIC X(06).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 SL-MONTHS       PIC ZZZZ9.
               05 FILLER          PIC X(05) VALUE SPACE.
               05 SL-COMPA        PIC ZZ9.999.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 SL-QUARTILE     PIC X(05).

           01 STALE-TOTAL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(24) VALUE
                   'EMPLOYEES FOR REVIEW :'.
               05 STL-CNT         PIC ZZZ,ZZ9.
               05 FILLER          PIC X(03) VALUE SPACE.
               05 FILLER          PIC X(26) VALUE
                   'NO CHANGE OR HIRE DATE :'.
               05 STL-NO-DATE     PIC ZZZ,ZZ9.

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
           ACCEPT PARM FROM COMMAND-LINE.
           UNSTRING PARM DELIMITED BY ALL SPACE
              INTO RUN-DATE
                   STALE-PARM COUNT IN TOKEN-LEN.

           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           IF RUN-DATE NUMERIC THEN
              MOVE RUN-DATE TO RUN-DATE-N
           ELSE
              MOVE CURR-DATE TO RUN-DATE-N
           END-IF.

           IF STALE-PARM NOT = SPACES THEN
      *       A WORD LONGER THAN THE FIELD WAS CUT SHORT - REFUSE IT.
              IF TOKEN-LEN < 1 OR TOKEN-LEN > 8 THEN
                 DISPLAY 'REVIEW MONTHS INVALID: ' STALE-PARM
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
              MOVE SPACES TO STALE-JUST-TEXT
              MOVE STALE-PARM (1:TOKEN-LEN) TO STALE-JUST-TEXT
              INSPECT STALE-JUST-TEXT REPLACING LEADING SPACE BY '0'
              IF STALE-JUST-TEXT NUMERIC THEN
                 MOVE STALE-JUST-TEXT TO STALE-MONTHS
              ELSE
                 DISPLAY 'REVIEW MONTHS NOT NUMERIC: ' STALE-PARM
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           DISPLAY 'RUN DATE : ' RUN-DATE-N.
           DISPLAY 'REVIEW AFTER MONTHS: ' STALE-MONTHS.

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

           PERFORM 150-LOAD-BANDS THRU 150-LOAD-BANDS-EXIT.
           IF RETURN-CODE >= 8 THEN
              PERFORM 850-END-RUN THRU 850-END-RUN-EXIT
              EXEC SQL CONNECT RESET END-EXEC
              GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT PRTFILE.
           IF PRTFILE-STATUS <> '00' THEN
              DISPLAY 'OPEN COMPARPT FILE STATUS: ' PRTFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE RUN-DATE-N TO H1-RUN-DATE.

      *    SECTION ONE - EVERY ACTIVE EMPLOYEE'S POSITION IN THE
      *    DEPARTMENT BAND, WITH DEPARTMENT AND GRAND TOTALS.
           MOVE 'PAY-BAND POSITION BY DEPARTMENT' TO H1-TITLE.
           MOVE HEADING-2A TO CURR-HEADING-2.
           MOVE 99 TO LINE-CNT.

           EXEC SQL
              DECLARE POSCUR CURSOR FOR
                 SELECT EMP-ID, EMP-LAST-NAME, EMP-DEPT-CD,
                        EMP-HIRE-DATE, EMP-SALARY
                   FROM EMPTABLE
                  WHERE EMP-STATUS = 'A'
                  ORDER BY EMP-DEPT-CD, EMP-ID
           END-EXEC.

           EXEC SQL
              OPEN POSCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN POSCUR SQLCODE: ' SQLCODE
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              CLOSE PRTFILE
              GO TO 100-EXIT
           END-IF.

           MOVE 'Y' TO EMPCUR-MORE-SW.
           PERFORM 200-FETCH-POSITION THRU 200-FETCH-POSITION-EXIT
              UNTIL NOT EMPCUR-MORE.

           EXEC SQL
              CLOSE POSCUR
           END-EXEC.

           IF DEPT-HEADCOUNT > ZERO THEN
              PERFORM 250-DEPT-BREAK THRU 250-DEPT-BREAK-EXIT
           END-IF.

           PERFORM 270-PRINT-GRAND THRU 270-PRINT-GRAND-EXIT.

           IF RETURN-CODE >= 8 THEN
              CLOSE PRTFILE
              GO TO 100-EXIT
           END-IF.

      *    SECTION TWO - THE ANNUAL REVIEW LIST, STARTED ON A NEW
      *    PAGE UNDER ITS OWN HEADINGS.
           MOVE STALE-MONTHS TO STT-MONTHS.
           MOVE STALE-TITLE TO H1-TITLE.
           MOVE HEADING-2B TO CURR-HEADING-2.
           MOVE 99 TO LINE-CNT.

           EXEC SQL
              DECLARE REVCUR CURSOR FOR
                 SELECT EMP-ID, EMP-LAST-NAME, EMP-DEPT-CD,
                        EMP-HIRE-DATE, EMP-SALARY
                   FROM EMPTABLE
                  WHERE EMP-STATUS = 'A'
                  ORDER BY EMP-DEPT-CD, EMP-ID
           END-EXEC.

           EXEC SQL
              OPEN REVCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN REVCUR SQLCODE: ' SQLCODE
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              CLOSE PRTFILE
              GO TO 100-EXIT
           END-IF.

           MOVE 'Y' TO EMPCUR-MORE-SW.
           PERFORM 300-FETCH-REVIEW THRU 300-FETCH-REVIEW-EXIT
              UNTIL NOT EMPCUR-MORE.

           EXEC SQL
              CLOSE REVCUR
           END-EXEC.

           PERFORM 350-PRINT-REVIEW-TOTAL THRU
              350-PRINT-REVIEW-TOTAL-EXIT.

           CLOSE PRTFILE.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY 'EMPLOYEES POSITIONED: ' GRAND-HEADCOUNT.
           DISPLAY 'DEPARTMENTS         : ' GRAND-DEPT-CNT.
           DISPLAY 'BELOW BAND MINIMUM  : ' GRAND-BELOW-CNT.
           DISPLAY 'ABOVE BAND MAXIMUM  : ' GRAND-ABOVE-CNT.
           DISPLAY 'DUE FOR REVIEW      : ' STALE-CNT.
           DISPLAY 'NO DATE TO MEASURE  : ' NO-DATE-CNT.

           GO TO 100-EXIT.

       150-LOAD-BANDS.
           MOVE ZERO TO BAND-CNT.
           MOVE 'N' TO BAND-EOF-SW.

           OPEN INPUT SCRUBCTL.
           IF SCRUBCTL-STATUS = '35' THEN
              DISPLAY 'NO SCRUBCTL - DEFAULT SALARY BAND APPLIES'
              GO TO 150-LOAD-BANDS-EXIT
           END-IF.

           IF SCRUBCTL-STATUS <> '00' THEN
              DISPLAY 'OPEN SCRUBCTL FILE STATUS: ' SCRUBCTL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 150-LOAD-BANDS-EXIT
           END-IF.

           PERFORM 155-LOAD-BAND-ROW THRU 155-LOAD-BAND-ROW-EXIT
              UNTIL BAND-EOF.

           CLOSE SCRUBCTL.

       150-LOAD-BANDS-EXIT.
           EXIT.

       155-LOAD-BAND-ROW.
           READ SCRUBCTL.

           IF SCRUBCTL-STATUS <> '00' THEN
              SET BAND-EOF TO TRUE
              GO TO 155-LOAD-BAND-ROW-EXIT
           END-IF.

           IF SC-BAND-LO NOT NUMERIC OR SC-BAND-HI NOT NUMERIC THEN
              DISPLAY 'BAD SCRUBCTL ROW FOR DEPT ' SC-DEPT-CD
              GO TO 155-LOAD-BAND-ROW-EXIT
           END-IF.

           IF BAND-CNT >= BAND-MAX THEN
              DISPLAY 'BAND TABLE FULL - ROW DROPPED: ' SC-DEPT-CD
              GO TO 155-LOAD-BAND-ROW-EXIT
           END-IF.

           ADD 1 TO BAND-CNT.
           MOVE SC-DEPT-CD TO BD-DEPT (BAND-CNT).
           MOVE SC-BAND-LO TO BD-LO (BAND-CNT).
           MOVE SC-BAND-HI TO BD-HI (BAND-CNT).

       155-LOAD-BAND-ROW-EXIT.
           EXIT.

       200-FETCH-POSITION.
           EXEC SQL
              FETCH POSCUR INTO :EMP-ID, :EMP-LAST-NAME,
                 :EMP-DEPT-CD, :EMP-HIRE-DATE, :EMP-SALARY
           END-EXEC.

      *    CAPTURE THE FETCH'S OWN RESULT BEFORE THE EMPHIST WALK
      *    BELOW CAN OVERWRITE SQLCODE - THE DRIVING PERFORM UNTIL
      *    LOOPS ON THIS FLAG, NOT ON SQLCODE.
           IF SQLCODE <> 0 THEN
              MOVE 'N' TO EMPCUR-MORE-SW
              GO TO 200-FETCH-POSITION-EXIT
           END-IF.

           IF DEPT-HEADCOUNT > ZERO AND EMP-DEPT-CD <> CURR-DEPT THEN
              PERFORM 250-DEPT-BREAK THRU 250-DEPT-BREAK-EXIT
           END-IF.

           MOVE EMP-DEPT-CD TO CURR-DEPT.

           PERFORM 210-BAND-POSITION THRU 210-BAND-POSITION-EXIT.

           PERFORM 220-LAST-CHANGE THRU 220-LAST-CHANGE-EXIT.
           IF RETURN-CODE >= 8 THEN
              MOVE 'N' TO EMPCUR-MORE-SW
              GO TO 200-FETCH-POSITION-EXIT
           END-IF.

           PERFORM 230-TENURE THRU 230-TENURE-EXIT.

           ADD 1 TO DEPT-HEADCOUNT.
           ADD COMPA-RATIO TO DEPT-COMPA-SUM.
           IF BELOW-BAND THEN
              ADD 1 TO DEPT-BELOW-CNT
           END-IF.
           IF ABOVE-BAND THEN
              ADD 1 TO DEPT-ABOVE-CNT
           END-IF.

           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE EMP-ID TO DL-EMP-ID.
           MOVE EMP-LAST-NAME TO DL-LAST-NAME.
           MOVE EMP-DEPT-CD TO DL-DEPT-CD.
           MOVE EMP-SALARY TO DL-SALARY.
           MOVE BAND-LO TO DL-BAND-LO.
           MOVE BAND-HI TO DL-BAND-HI.
           MOVE COMPA-RATIO TO DL-COMPA.
           MOVE QUARTILE TO DL-QUARTILE.

           IF HIRE-OK THEN
              MOVE TENURE-YY TO TE-YY
              MOVE TENURE-MM TO TE-MM
              MOVE TENURE-EDIT TO DL-TENURE
           ELSE
              MOVE 'UNKNOWN' TO DL-TENURE
           END-IF.

           IF LAST-CHG-DATE > ZERO THEN
              MOVE LAST-CHG-DATE TO DL-CHG-DATE
              MOVE LAST-CHG-AMT TO DL-CHG-AMT
           ELSE
              MOVE 'NONE' TO DL-CHG-DATE
              MOVE ZERO TO DL-CHG-AMT
           END-IF.

           MOVE DETAIL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       200-FETCH-POSITION-EXIT.
           EXIT.

       210-BAND-POSITION.
           PERFORM 260-FIND-BAND THRU 260-FIND-BAND-EXIT.

           COMPUTE BAND-MID = (BAND-LO + BAND-HI) / 2.
           IF BAND-MID > ZERO THEN
              COMPUTE COMPA-RATIO ROUNDED = EMP-SALARY / BAND-MID
           ELSE
              MOVE ZERO TO COMPA-RATIO
           END-IF.

           IF EMP-SALARY < BAND-LO THEN
              MOVE 'BELOW' TO QUARTILE
              GO TO 210-BAND-POSITION-EXIT
           END-IF.

           IF EMP-SALARY > BAND-HI THEN
              MOVE 'ABOVE' TO QUARTILE
              GO TO 210-BAND-POSITION-EXIT
           END-IF.

      *    A ZERO-WIDTH BAND HAS NO QUARTERS - ANYONE ON IT IS PAID
      *    EXACTLY THE BAND RATE AND IS SHOWN AT THE TOP.
           COMPUTE BAND-SPAN = BAND-HI - BAND-LO.
           IF BAND-SPAN = ZERO THEN
              MOVE 'Q4' TO QUARTILE
              GO TO 210-BAND-POSITION-EXIT
           END-IF.

           COMPUTE QUART-POS = (EMP-SALARY - BAND-LO) * 4 / BAND-SPAN.

           IF QUART-POS = 0 THEN
              MOVE 'Q1' TO QUARTILE
           ELSE
              IF QUART-POS = 1 THEN
                 MOVE 'Q2' TO QUARTILE
              ELSE
                 IF QUART-POS = 2 THEN
                    MOVE 'Q3' TO QUARTILE
                 ELSE
                    MOVE 'Q4' TO QUARTILE
                 END-IF
              END-IF
           END-IF.

       210-BAND-POSITION-EXIT.
           EXIT.

      *    WALK THE EMPLOYEE'S HISTORY UP TO THE AS-OF DATE, OLDEST
      *    FIRST.  EVERY ROW WHOSE SALARY DIFFERS FROM THE ROW BEFORE
      *    IT IS A SALARY CHANGE; THE LAST ONE SEEN WINS.
       220-LAST-CHANGE.
           MOVE ZERO TO HIST-ROW-CNT.
           MOVE ZERO TO PREV-SAL.
           MOVE ZERO TO LAST-CHG-DATE.
           MOVE ZERO TO LAST-CHG-AMT.

           EXEC SQL
              DECLARE HISTCUR CURSOR FOR
                 SELECT EMP-SALARY, EFFECTIVE-DATE
                   FROM EMPHIST
                  WHERE EMP-ID = :EMP-ID
                    AND EFFECTIVE-DATE <= :RUN-DATE-N
                  ORDER BY EFFECTIVE-DATE
           END-EXEC.

           EXEC SQL
              OPEN HISTCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN HISTCUR SQLCODE: ' SQLCODE
              MOVE '220-LAST-CHG' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 220-LAST-CHANGE-EXIT
           END-IF.

           MOVE 'Y' TO HISTCUR-MORE-SW.
           PERFORM 225-WALK-HISTORY THRU 225-WALK-HISTORY-EXIT
              UNTIL NOT HISTCUR-MORE.

           EXEC SQL
              CLOSE HISTCUR
           END-EXEC.

       220-LAST-CHANGE-EXIT.
           EXIT.

       225-WALK-HISTORY.
           EXEC SQL
              FETCH HISTCUR INTO :EH-SALARY, :EH-EFFECTIVE-DATE
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE 'N' TO HISTCUR-MORE-SW
              GO TO 225-WALK-HISTORY-EXIT
           END-IF.

           ADD 1 TO HIST-ROW-CNT.

           IF HIST-ROW-CNT > 1 AND EH-SALARY <> PREV-SAL THEN
              MOVE EH-EFFECTIVE-DATE TO LAST-CHG-DATE
              COMPUTE LAST-CHG-AMT = EH-SALARY - PREV-SAL
           END-IF.

           MOVE EH-SALARY TO PREV-SAL.

       225-WALK-HISTORY-EXIT.
           EXIT.

      *    TENURE IN WHOLE YEARS AND MONTHS FROM EMP-HIRE-DATE
      *    (YYYY-MM-DD) TO THE AS-OF DATE.
       230-TENURE.
           MOVE 'N' TO HIRE-OK-SW.
           MOVE ZERO TO TENURE-YY.
           MOVE ZERO TO TENURE-MM.
           MOVE EMP-HIRE-DATE TO HIRE-DATE-WORK.

           IF HW-YYYY NOT NUMERIC OR HW-MM NOT NUMERIC
              OR HW-DD NOT NUMERIC THEN
              GO TO 230-TENURE-EXIT
           END-IF.

           IF HW-SEP-1 <> '-' OR HW-SEP-2 <> '-'
              OR HW-MM < 1 OR HW-MM > 12
              OR HW-DD < 1 OR HW-DD > 31 THEN
              GO TO 230-TENURE-EXIT
           END-IF.

           MOVE HW-YYYY TO SF-YYYY.
           MOVE HW-MM TO SF-MM.
           MOVE HW-DD TO SF-DD.
           MOVE RUN-DATE-N TO SPAN-TO.

           IF SPAN-FROM > SPAN-TO THEN
              GO TO 230-TENURE-EXIT
           END-IF.

           PERFORM 280-MONTHS-BETWEEN THRU 280-MONTHS-BETWEEN-EXIT.

           DIVIDE SPAN-MONTHS BY 12 GIVING TENURE-YY
              REMAINDER TENURE-MM.
           SET HIRE-OK TO TRUE.

       230-TENURE-EXIT.
           EXIT.

       250-DEPT-BREAK.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE SPACES TO DTL-LABEL.
           STRING 'DEPT ' CURR-DEPT ' TOTALS'
              DELIMITED BY SIZE INTO DTL-LABEL.
           MOVE DEPT-HEADCOUNT TO DTL-HEADCOUNT.
           DIVIDE DEPT-COMPA-SUM BY DEPT-HEADCOUNT
              GIVING AVG-COMPA ROUNDED.
           MOVE AVG-COMPA TO DTL-AVG-COMPA.
           MOVE DEPT-BELOW-CNT TO DTL-BELOW.
           MOVE DEPT-ABOVE-CNT TO DTL-ABOVE.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE DEPT-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 3 TO LINE-CNT.

      *    FOLD THIS DEPARTMENT INTO THE GRAND TOTALS, THEN CLEAR
      *    THE DEPARTMENT ACCUMULATORS FOR THE NEXT GROUP.
           ADD 1 TO GRAND-DEPT-CNT.
           ADD DEPT-HEADCOUNT TO GRAND-HEADCOUNT.
           ADD DEPT-COMPA-SUM TO GRAND-COMPA-SUM.
           ADD DEPT-BELOW-CNT TO GRAND-BELOW-CNT.
           ADD DEPT-ABOVE-CNT TO GRAND-ABOVE-CNT.

           MOVE ZERO TO DEPT-HEADCOUNT.
           MOVE ZERO TO DEPT-COMPA-SUM.
           MOVE ZERO TO DEPT-BELOW-CNT.
           MOVE ZERO TO DEPT-ABOVE-CNT.

       250-DEPT-BREAK-EXIT.
           EXIT.

       260-FIND-BAND.
           MOVE ZERO TO BAND-FOUND-IX.
           PERFORM 265-MATCH-BAND THRU 265-MATCH-BAND-EXIT
              VARYING BAND-IX FROM 1 BY 1
              UNTIL BAND-FOUND-IX > ZERO OR BAND-IX > BAND-CNT.

           IF BAND-FOUND-IX > ZERO THEN
              MOVE BD-LO (BAND-FOUND-IX) TO BAND-LO
              MOVE BD-HI (BAND-FOUND-IX) TO BAND-HI
           ELSE
              MOVE DEFAULT-BAND-LO TO BAND-LO
              MOVE DEFAULT-BAND-HI TO BAND-HI
           END-IF.

       260-FIND-BAND-EXIT.
           EXIT.

       265-MATCH-BAND.
           IF BD-DEPT (BAND-IX) = EMP-DEPT-CD THEN
              MOVE BAND-IX TO BAND-FOUND-IX
           END-IF.

       265-MATCH-BAND-EXIT.
           EXIT.

       270-PRINT-GRAND.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE 'ALL DEPARTMENTS' TO DTL-LABEL.
           MOVE GRAND-HEADCOUNT TO DTL-HEADCOUNT.
           IF GRAND-HEADCOUNT > ZERO THEN
              DIVIDE GRAND-COMPA-SUM BY GRAND-HEADCOUNT
                 GIVING AVG-COMPA ROUNDED
           ELSE
              MOVE ZERO TO AVG-COMPA
           END-IF.
           MOVE AVG-COMPA TO DTL-AVG-COMPA.
           MOVE GRAND-BELOW-CNT TO DTL-BELOW.
           MOVE GRAND-ABOVE-CNT TO DTL-ABOVE.

           MOVE DEPT-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       270-PRINT-GRAND-EXIT.
           EXIT.

      *    WHOLE MONTHS FROM SPAN-FROM TO SPAN-TO, NEVER NEGATIVE.
       280-MONTHS-BETWEEN.
           COMPUTE SPAN-MONTHS = (ST-YYYY - SF-YYYY) * 12
              + ST-MM - SF-MM.
           IF ST-DD < SF-DD THEN
              SUBTRACT 1 FROM SPAN-MONTHS
           END-IF.
           IF SPAN-MONTHS < ZERO THEN
              MOVE ZERO TO SPAN-MONTHS
           END-IF.

       280-MONTHS-BETWEEN-EXIT.
           EXIT.

      *    THE REVIEW CLOCK RUNS FROM THE LAST SALARY CHANGE, OR
      *    FROM THE HIRE DATE FOR SOMEONE NEVER CHANGED SINCE HIRE.
       300-FETCH-REVIEW.
           EXEC SQL
              FETCH REVCUR INTO :EMP-ID, :EMP-LAST-NAME,
                 :EMP-DEPT-CD, :EMP-HIRE-DATE, :EMP-SALARY
           END-EXEC.

      *    CAPTURE THE FETCH'S OWN RESULT BEFORE THE EMPHIST WALK
      *    BELOW CAN OVERWRITE SQLCODE - THE DRIVING PERFORM UNTIL
      *    LOOPS ON THIS FLAG, NOT ON SQLCODE.
           IF SQLCODE <> 0 THEN
              MOVE 'N' TO EMPCUR-MORE-SW
              GO TO 300-FETCH-REVIEW-EXIT
           END-IF.

           PERFORM 220-LAST-CHANGE THRU 220-LAST-CHANGE-EXIT.
           IF RETURN-CODE >= 8 THEN
              MOVE 'N' TO EMPCUR-MORE-SW
              GO TO 300-FETCH-REVIEW-EXIT
           END-IF.

           IF LAST-CHG-DATE > ZERO THEN
              MOVE LAST-CHG-DATE TO SPAN-FROM
              MOVE 'CHANGE' TO SL-BASIS
           ELSE
              PERFORM 230-TENURE THRU 230-TENURE-EXIT
              IF NOT HIRE-OK THEN
                 ADD 1 TO NO-DATE-CNT
                 GO TO 300-FETCH-REVIEW-EXIT
              END-IF
              MOVE 'HIRE' TO SL-BASIS
           END-IF.

           MOVE RUN-DATE-N TO SPAN-TO.
           PERFORM 280-MONTHS-BETWEEN THRU 280-MONTHS-BETWEEN-EXIT.

           IF SPAN-MONTHS <= STALE-MONTHS THEN
              GO TO 300-FETCH-REVIEW-EXIT
           END-IF.

           PERFORM 210-BAND-POSITION THRU 210-BAND-POSITION-EXIT.

           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE EMP-ID TO SL-EMP-ID.
           MOVE EMP-LAST-NAME TO SL-LAST-NAME.
           MOVE EMP-DEPT-CD TO SL-DEPT-CD.
           MOVE EMP-SALARY TO SL-SALARY.
           MOVE SPAN-FROM TO SL-SINCE.
           MOVE SPAN-MONTHS TO SL-MONTHS.
           MOVE COMPA-RATIO TO SL-COMPA.
           MOVE QUARTILE TO SL-QUARTILE.

           MOVE STALE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

           ADD 1 TO STALE-CNT.

       300-FETCH-REVIEW-EXIT.
           EXIT.

       350-PRINT-REVIEW-TOTAL.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE STALE-CNT TO STL-CNT.
           MOVE NO-DATE-CNT TO STL-NO-DATE.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE STALE-TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 2 TO LINE-CNT.

       350-PRINT-REVIEW-TOTAL-EXIT.
           EXIT.

       400-PRINT-HEADINGS.
           ADD 1 TO PAGE-NBR.
           MOVE PAGE-NBR TO H1-PAGE-NBR.

           MOVE HEADING-1 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING PAGE.

           MOVE CURR-HEADING-2 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING 2 LINES.

           MOVE ZERO TO LINE-CNT.

       400-PRINT-HEADINGS-EXIT.
           EXIT.

       800-REGISTER-RUN.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE CURR-DATE TO RC-RUN-DATE.
           MOVE 'TSQL027A' TO RC-PROGRAM.
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
              DISPLAY 'TSQL027A ALREADY IN FLIGHT - RUN REFUSED'
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
              DISPLAY 'TSQL027A PREREQUISITES NOT MET - RUN REFUSED'
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

           DISPLAY 'TSQL027A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'READ' TO BL-FIG-NAME (1).
           MOVE GRAND-HEADCOUNT TO BL-FIG-COUNT (1).
           MOVE 1 TO BL-FIG-CNT.

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
           MOVE GRAND-HEADCOUNT TO RC-ROWS.

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

           MOVE 'TSQL027A' TO EL-PROGRAM.
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
