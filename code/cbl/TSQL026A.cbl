       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL026A.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      * SOURCE-COMPUTER. IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERRLOG
               ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.

           SELECT PRTFILE
               ASSIGN TO "BUDGVAR"
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
             INCLUDE DEPTREC
           END-EXEC.

           EXEC SQL
             INCLUDE DEPTBUDG
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

           01 PRTFILE-STATUS  PIC X(2) VALUE '00'.

           01 DEPTCUR-MORE-SW PIC X(1) VALUE 'Y'.
               88 DEPTCUR-MORE    VALUE 'Y'.

           01 PAGE-NBR        PIC 9(4) COMP VALUE 0.
           01 LINE-CNT        PIC 9(3) COMP VALUE 99.
           01 LINES-PER-PAGE  PIC 9(3) COMP VALUE 55.

           01 PARM            PIC X(80) VALUE SPACES.
           01 RUN-DATE        PIC X(8)  VALUE SPACES.
           01 RUN-DATE-N      PIC 9(8)  VALUE ZERO.
           01 RUN-MODE        PIC X(5)  VALUE 'PROD'.

      *    ACTUALS FOR ONE DEPARTMENT - ACTIVE EMPLOYEES ONLY, THE
      *    SAME POPULATION THE GL SALARY POSTING CARRIES.
           01 ACT-HEADCOUNT   PIC 9(7) VALUE ZERO.
           01 ACT-SAL-TOT     PIC S9(11)V99 COMP-3 VALUE ZERO.

           01 BUDGET-SW       PIC X(1) VALUE 'N'.
               88 HAS-BUDGET      VALUE 'Y'.

      *    COST CENTER AND GRAND ACCUMULATORS.  A DEPARTMENT WITH NO
      *    BUDGET STILL ADDS ITS ACTUALS, SO THE TOTALS SHOW THE
      *    WHOLE ACTIVE PAYROLL AGAINST WHAT FINANCE HAS BUDGETED.
           01 CURR-CC         PIC X(6) VALUE SPACES.
           01 CC-STARTED-SW   PIC X(1) VALUE 'N'.
               88 CC-STARTED      VALUE 'Y'.
           01 CC-BUD-HC       PIC 9(7) COMP VALUE ZERO.
           01 CC-ACT-HC       PIC 9(7) COMP VALUE ZERO.
           01 CC-BUD-SAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           01 CC-ACT-SAL      PIC S9(13)V99 COMP-3 VALUE ZERO.

           01 GRAND-BUD-HC    PIC 9(7) COMP VALUE ZERO.
           01 GRAND-ACT-HC    PIC 9(7) COMP VALUE ZERO.
           01 GRAND-BUD-SAL   PIC S9(13)V99 COMP-3 VALUE ZERO.
           01 GRAND-ACT-SAL   PIC S9(13)V99 COMP-3 VALUE ZERO.

           01 PCT-USED        PIC S9(5)V9 COMP-3 VALUE ZERO.

           01 DEPT-READ-CNT   PIC 9(7) COMP VALUE ZERO.
           01 DEPT-PRINT-CNT  PIC 9(7) COMP VALUE ZERO.
           01 OVER-CNT        PIC 9(7) COMP VALUE ZERO.
           01 NO-BUDGET-CNT   PIC 9(7) COMP VALUE ZERO.
           01 CC-CNT          PIC 9(7) COMP VALUE ZERO.

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
               05 FILLER          PIC X(40) VALUE
                   'SALARY BUDGET VARIANCE BY COST CENTER'.
               05 FILLER          PIC X(06) VALUE 'AS OF '.
               05 H1-RUN-DATE     PIC 9(8).
               05 FILLER          PIC X(03) VALUE SPACE.
               05 FILLER          PIC X(05) VALUE 'PAGE '.
               05 H1-PAGE-NBR     PIC ZZZ9.

           01 HEADING-2.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(8)  VALUE 'COST CTR'.
               05 FILLER          PIC X(6)  VALUE 'DEPT'.
               05 FILLER          PIC X(6)  VALUE 'FY'.
               05 FILLER          PIC X(8)  VALUE '  BUD HC'.
               05 FILLER          PIC X(8)  VALUE '  ACT HC'.
               05 FILLER          PIC X(9)  VALUE '   HC VAR'.
               05 FILLER          PIC X(19) VALUE
                   '    BUDGET SALARY'.
               05 FILLER          PIC X(19) VALUE
                   '    ACTUAL SALARY'.
               05 FILLER          PIC X(20) VALUE
                   '   SALARY VARIANCE'.
               05 FILLER          PIC X(8)  VALUE '   USED%'.
               05 FILLER          PIC X(2)  VALUE SPACE.
               05 FILLER          PIC X(10) VALUE 'FLAG'.

      *    VARIANCES ARE BUDGET LESS ACTUAL - A NEGATIVE FIGURE IS
      *    OVER BUDGET.
           01 DETAIL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-COST-CTR     PIC X(6).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-DEPT-CD      PIC X(4).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-FY           PIC X(4).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-BUD-HC       PIC ZZ,ZZ9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-ACT-HC       PIC ZZ,ZZ9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-HC-VAR       PIC -ZZ,ZZ9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-BUD-SAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-ACT-SAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-SAL-VAR      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-PCT          PIC ZZZZ9.9.
               05 FILLER          PIC X(03) VALUE SPACE.
               05 DL-FLAG         PIC X(10).

           01 TOTAL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 TL-LABEL        PIC X(20).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 TL-BUD-HC       PIC ZZ,ZZ9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 TL-ACT-HC       PIC ZZ,ZZ9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 TL-HC-VAR       PIC -ZZ,ZZ9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 TL-BUD-SAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 TL-ACT-SAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 TL-SAL-VAR      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 TL-PCT          PIC ZZZZ9.9.

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
              INTO RUN-DATE.

           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           IF RUN-DATE NUMERIC THEN
              MOVE RUN-DATE TO RUN-DATE-N
           ELSE
              MOVE CURR-DATE TO RUN-DATE-N
           END-IF.

           DISPLAY 'RUN DATE : ' RUN-DATE-N.

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
              DISPLAY 'OPEN BUDGVAR FILE STATUS: ' PRTFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE RUN-DATE-N TO H1-RUN-DATE.

      *    EVERY DEPARTMENT, IN COST CENTER ORDER, SO THE REPORT CAN
      *    BREAK ON COST CENTER THE WAY THE GL POSTING ROLLS UP.
           EXEC SQL
              DECLARE DEPTCUR CURSOR FOR
                 SELECT DEPT-CD, DEPT-ACTIVE, DEPT-COST-CTR
                   FROM DEPTTABLE
                  ORDER BY DEPT-COST-CTR, DEPT-CD
           END-EXEC.

           EXEC SQL
              OPEN DEPTCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN DEPTCUR SQLCODE: ' SQLCODE
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              CLOSE PRTFILE
              GO TO 100-EXIT
           END-IF.

           MOVE 'Y' TO DEPTCUR-MORE-SW.
           PERFORM 200-FETCH-DEPT THRU 200-FETCH-DEPT-EXIT
              UNTIL NOT DEPTCUR-MORE.

           EXEC SQL
              CLOSE DEPTCUR
           END-EXEC.

           IF CC-STARTED THEN
              PERFORM 250-CC-BREAK THRU 250-CC-BREAK-EXIT
           END-IF.

           PERFORM 270-PRINT-GRAND THRU 270-PRINT-GRAND-EXIT.

           CLOSE PRTFILE.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY 'DEPARTMENTS READ    : ' DEPT-READ-CNT.
           DISPLAY 'DEPARTMENTS LISTED  : ' DEPT-PRINT-CNT.
           DISPLAY 'COST CENTERS        : ' CC-CNT.
           DISPLAY 'OVER BUDGET         : ' OVER-CNT.
           DISPLAY 'NO BUDGET ON FILE   : ' NO-BUDGET-CNT.

           GO TO 100-EXIT.

       200-FETCH-DEPT.
           EXEC SQL
              FETCH DEPTCUR INTO :DEPT-CD, :DEPT-ACTIVE,
                 :DEPT-COST-CTR
           END-EXEC.

      *    CAPTURE THE FETCH'S OWN RESULT BEFORE THE ACTUALS AND
      *    BUDGET PROBES BELOW CAN OVERWRITE SQLCODE - THE DRIVING
      *    PERFORM UNTIL LOOPS ON THIS FLAG, NOT ON SQLCODE.
           IF SQLCODE <> 0 THEN
              MOVE 'N' TO DEPTCUR-MORE-SW
              GO TO 200-FETCH-DEPT-EXIT
           END-IF.

           ADD 1 TO DEPT-READ-CNT.

           PERFORM 210-GET-ACTUALS THRU 210-GET-ACTUALS-EXIT.
           IF RETURN-CODE >= 8 THEN
              MOVE 'N' TO DEPTCUR-MORE-SW
              GO TO 200-FETCH-DEPT-EXIT
           END-IF.

           PERFORM 220-GET-BUDGET THRU 220-GET-BUDGET-EXIT.
           IF RETURN-CODE >= 8 THEN
              MOVE 'N' TO DEPTCUR-MORE-SW
              GO TO 200-FETCH-DEPT-EXIT
           END-IF.

      *    A DEPARTMENT WITH NEITHER A BUDGET NOR ANYONE ACTIVE IN IT
      *    HAS NOTHING TO REPORT.
           IF NOT HAS-BUDGET AND ACT-HEADCOUNT = ZERO THEN
              GO TO 200-FETCH-DEPT-EXIT
           END-IF.

           IF CC-STARTED AND DEPT-COST-CTR <> CURR-CC THEN
              PERFORM 250-CC-BREAK THRU 250-CC-BREAK-EXIT
           END-IF.

           MOVE DEPT-COST-CTR TO CURR-CC.
           SET CC-STARTED TO TRUE.

           PERFORM 230-PRINT-DEPT THRU 230-PRINT-DEPT-EXIT.

       200-FETCH-DEPT-EXIT.
           EXIT.

       210-GET-ACTUALS.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(EMP-SALARY), 0)
                INTO :ACT-HEADCOUNT, :ACT-SAL-TOT
                FROM EMPTABLE
               WHERE EMP-DEPT-CD = :DEPT-CD
                 AND EMP-STATUS = 'A'
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '210-ACTUALS' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
           END-IF.

       210-GET-ACTUALS-EXIT.
           EXIT.

      *    THE BUDGET IN FORCE ON THE REPORT DATE - THE DEPARTMENT'S
      *    ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.  WHEN TWO
      *    FISCAL YEARS TAKE EFFECT ON THE SAME DATE THE LATER YEAR
      *    WINS.
       220-GET-BUDGET.
           MOVE 'N' TO BUDGET-SW.
           MOVE DEPT-CD TO BG-DEPT-CD.
           MOVE RUN-DATE-N TO BG-EFF-DATE.

           EXEC SQL
              SELECT FISCAL-YEAR, BUDGET-HEADCOUNT, BUDGET-SALARY
                INTO :BG-FISCAL-YEAR, :BG-HEADCOUNT, :BG-SALARY
                FROM DEPTBUDG
               WHERE DEPT-CD = :BG-DEPT-CD
                 AND EFFECTIVE-DATE =
                     (SELECT MAX(EFFECTIVE-DATE)
                        FROM DEPTBUDG
                       WHERE DEPT-CD = :BG-DEPT-CD
                         AND EFFECTIVE-DATE <= :BG-EFF-DATE)
                 AND FISCAL-YEAR =
                     (SELECT MAX(FISCAL-YEAR)
                        FROM DEPTBUDG
                       WHERE DEPT-CD = :BG-DEPT-CD
                         AND EFFECTIVE-DATE =
                             (SELECT MAX(EFFECTIVE-DATE)
                                FROM DEPTBUDG
                               WHERE DEPT-CD = :BG-DEPT-CD
                                 AND EFFECTIVE-DATE <= :BG-EFF-DATE))
           END-EXEC.

           IF SQLCODE = 100 THEN
              MOVE ZERO TO BG-FISCAL-YEAR
              MOVE ZERO TO BG-HEADCOUNT
              MOVE ZERO TO BG-SALARY
              GO TO 220-GET-BUDGET-EXIT
           END-IF.

           IF SQLCODE <> 0 THEN
              MOVE '220-BUDGET' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 220-GET-BUDGET-EXIT
           END-IF.

           SET HAS-BUDGET TO TRUE.

       220-GET-BUDGET-EXIT.
           EXIT.

       230-PRINT-DEPT.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           ADD 1 TO DEPT-PRINT-CNT.

           MOVE DEPT-COST-CTR TO DL-COST-CTR.
           MOVE DEPT-CD TO DL-DEPT-CD.
           MOVE ACT-HEADCOUNT TO DL-ACT-HC.
           MOVE ACT-SAL-TOT TO DL-ACT-SAL.
           MOVE SPACES TO DL-FLAG.

           IF HAS-BUDGET THEN
              MOVE BG-FISCAL-YEAR TO DL-FY
              MOVE BG-HEADCOUNT TO DL-BUD-HC
              MOVE BG-SALARY TO DL-BUD-SAL
              COMPUTE DL-HC-VAR = BG-HEADCOUNT - ACT-HEADCOUNT
              COMPUTE DL-SAL-VAR = BG-SALARY - ACT-SAL-TOT
              IF BG-SALARY > ZERO THEN
                 COMPUTE PCT-USED ROUNDED =
                    ACT-SAL-TOT * 100 / BG-SALARY
                 MOVE PCT-USED TO DL-PCT
              ELSE
                 MOVE ZERO TO DL-PCT
              END-IF
              IF ACT-SAL-TOT > BG-SALARY
                 OR ACT-HEADCOUNT > BG-HEADCOUNT THEN
                 MOVE '** OVER' TO DL-FLAG
                 ADD 1 TO OVER-CNT
              END-IF
           ELSE
              MOVE SPACES TO DL-FY
              MOVE ZERO TO DL-BUD-HC
              MOVE ZERO TO DL-BUD-SAL
              COMPUTE DL-HC-VAR = ZERO - ACT-HEADCOUNT
              COMPUTE DL-SAL-VAR = ZERO - ACT-SAL-TOT
              MOVE ZERO TO DL-PCT
              MOVE 'NO BUDGET' TO DL-FLAG
              ADD 1 TO NO-BUDGET-CNT
           END-IF.

           MOVE DETAIL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

           ADD BG-HEADCOUNT TO CC-BUD-HC.
           ADD ACT-HEADCOUNT TO CC-ACT-HC.
           ADD BG-SALARY TO CC-BUD-SAL.
           ADD ACT-SAL-TOT TO CC-ACT-SAL.

       230-PRINT-DEPT-EXIT.
           EXIT.

      *    PRINT THE COST CENTER'S TOTALS, FOLD THEM INTO THE GRAND
      *    TOTALS, THEN CLEAR THEM FOR THE NEXT GROUP.
       250-CC-BREAK.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE SPACES TO TL-LABEL.
           STRING 'COST CTR ' CURR-CC ' TOTAL'
              DELIMITED BY SIZE INTO TL-LABEL.

           MOVE CC-BUD-HC TO TL-BUD-HC.
           MOVE CC-ACT-HC TO TL-ACT-HC.
           COMPUTE TL-HC-VAR = CC-BUD-HC - CC-ACT-HC.
           MOVE CC-BUD-SAL TO TL-BUD-SAL.
           MOVE CC-ACT-SAL TO TL-ACT-SAL.
           COMPUTE TL-SAL-VAR = CC-BUD-SAL - CC-ACT-SAL.
           IF CC-BUD-SAL > ZERO THEN
              COMPUTE PCT-USED ROUNDED = CC-ACT-SAL * 100 / CC-BUD-SAL
              MOVE PCT-USED TO TL-PCT
           ELSE
              MOVE ZERO TO TL-PCT
           END-IF.

           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 2 TO LINE-CNT.

           ADD 1 TO CC-CNT.
           ADD CC-BUD-HC TO GRAND-BUD-HC.
           ADD CC-ACT-HC TO GRAND-ACT-HC.
           ADD CC-BUD-SAL TO GRAND-BUD-SAL.
           ADD CC-ACT-SAL TO GRAND-ACT-SAL.

           MOVE ZERO TO CC-BUD-HC.
           MOVE ZERO TO CC-ACT-HC.
           MOVE ZERO TO CC-BUD-SAL.
           MOVE ZERO TO CC-ACT-SAL.

       250-CC-BREAK-EXIT.
           EXIT.

       270-PRINT-GRAND.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE 'GRAND TOTAL' TO TL-LABEL.
           MOVE GRAND-BUD-HC TO TL-BUD-HC.
           MOVE GRAND-ACT-HC TO TL-ACT-HC.
           COMPUTE TL-HC-VAR = GRAND-BUD-HC - GRAND-ACT-HC.
           MOVE GRAND-BUD-SAL TO TL-BUD-SAL.
           MOVE GRAND-ACT-SAL TO TL-ACT-SAL.
           COMPUTE TL-SAL-VAR = GRAND-BUD-SAL - GRAND-ACT-SAL.
           IF GRAND-BUD-SAL > ZERO THEN
              COMPUTE PCT-USED ROUNDED =
                 GRAND-ACT-SAL * 100 / GRAND-BUD-SAL
              MOVE PCT-USED TO TL-PCT
           ELSE
              MOVE ZERO TO TL-PCT
           END-IF.

           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       270-PRINT-GRAND-EXIT.
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
           MOVE 'TSQL026A' TO RC-PROGRAM.
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
              DISPLAY 'TSQL026A ALREADY IN FLIGHT - RUN REFUSED'
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
              DISPLAY 'TSQL026A PREREQUISITES NOT MET - RUN REFUSED'
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

           DISPLAY 'TSQL026A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'READ' TO BL-FIG-NAME (1).
           MOVE DEPT-READ-CNT TO BL-FIG-COUNT (1).
           MOVE 'WRITTEN' TO BL-FIG-NAME (2).
           MOVE DEPT-PRINT-CNT TO BL-FIG-COUNT (2).
           MOVE 'ACTUAL-SAL' TO BL-FIG-NAME (3).
           MOVE GRAND-ACT-SAL TO BL-FIG-AMOUNT (3).
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
           MOVE DEPT-PRINT-CNT TO RC-ROWS.

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

           MOVE 'TSQL026A' TO EL-PROGRAM.
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
