               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPCTL-STATUS.

           SELECT CALRULE
               ASSIGN TO "CALRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALRULE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    NIGHT SCHEDULE ORDERING RULES, ONE ROW PER PREREQUISITE -
      *    THE NAMED PROGRAM MAY NOT START FOR A RUN DATE UNTIL THE
      *    REQUIRED PROGRAM HAS A COMPLETED (OR SKIPPED) RUNCTL ROW
      *    FOR IT.
       FD  DEPCTL
           RECORDING MODE IS F.
           01 DEPCTL-RECORD.
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
               88 MODE-IS-PROP   VALUE 'PROP'.
               88 MODE-IS-APPLY  VALUE 'APPLY'.

      *    'OVERRIDE' AS THE THIRD PARM WORD LETS AN APPLY PASS GO
      *    AHEAD FOR DEPARTMENTS THE ADJUSTMENT WOULD TAKE OVER THEIR
      *    SALARY BUDGET.
           01 BUD-OVERRIDE    PIC X(8)  VALUE SPACES.
               88 BUDGET-OVERRIDDEN VALUE 'OVERRIDE'.
           01 BUD-AS-OF       PIC 9(8)  VALUE ZERO.

           01 PROJECT-SW      PIC X(1)  VALUE 'N'.
               88 PROJECTING      VALUE 'Y'.

      *    ONE SLOT PER DEPARTMENT THE ADJUSTMENT FILE TOUCHES, FILLED
      *    BY A PROJECTION PASS OVER THE WHOLE FILE BEFORE ANYTHING IS
      *    PRINTED OR APPLIED.  THE PROPOSED TOTAL IS THE DEPARTMENT'S
      *    CURRENT ACTIVE SALARY PLUS EVERY ACTIVE EMPLOYEE'S PROJECTED
      *    INCREASE, EACH WORKED FROM THE SALARY ON FILE BEFORE THE RUN.
           01 BUD-MAX         PIC 9(3) COMP VALUE 200.
           01 BUD-IX          PIC 9(3) COMP VALUE 1.
           01 BUD-CNT         PIC 9(3) COMP VALUE ZERO.
           01 BUD-FOUND-IX    PIC 9(3) COMP VALUE ZERO.
           01 BUD-TAB.
               05 BUD-ENT OCCURS 200 TIMES.
                   10 BT-DEPT-CD  PIC X(4).
                   10 BT-FY       PIC 9(4).
                   10 BT-BUD-SAL  PIC S9(11)V99 COMP-3.
                   10 BT-CUR-TOT  PIC S9(11)V99 COMP-3.
                   10 BT-INCR     PIC S9(11)V99 COMP-3.
                   10 BT-STATE    PIC X(1).
                       88 BT-NO-BUDGET  VALUE 'N'.
                       88 BT-WITHIN     VALUE 'W'.
                       88 BT-OVER       VALUE 'O'.

           01 BUD-FLAG        PIC X(20) VALUE SPACES.
           01 BUD-HELD-SW     PIC X(1)  VALUE 'N'.
               88 BUDGET-HELD     VALUE 'Y'.

           01 BUD-CUR-TOT     PIC S9(11)V99 COMP-3 VALUE ZERO.

           01 OVER-BUD-CNT    PIC 9(5) COMP VALUE ZERO.
           01 BUD-HELD-CNT    PIC 9(7) COMP VALUE ZERO.

           01 PAGE-NBR        PIC 9(4) COMP VALUE 0.
           01 LINE-CNT        PIC 9(3) COMP VALUE 99.
           01 LINES-PER-PAGE  PIC 9(3) COMP VALUE 55.
               05 FILLER          PIC X(30) VALUE
                   'GRAND TOTAL - ALL ADJUSTMENTS'.

           01 BUD-LABEL.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(40) VALUE
                   'DEPARTMENT SALARY BUDGET - PROPOSED'.

           01 BUD-HEAD.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(6)  VALUE 'DEPT'.
               05 FILLER          PIC X(6)  VALUE 'FY'.
               05 FILLER          PIC X(19) VALUE '    BUDGET SALARY'.
               05 FILLER          PIC X(19) VALUE '   CURRENT ACTIVE'.
               05 FILLER          PIC X(19) VALUE '   PROPOSED TOTAL'.
               05 FILLER          PIC X(20) VALUE '    OVER BUDGET BY'.
               05 FILLER          PIC X(2)  VALUE SPACE.
               05 FILLER          PIC X(20) VALUE 'STATUS'.

           01 BUD-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 BU-DEPT-CD      PIC X(4).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 BU-FY           PIC X(4).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 BU-BUD-SAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 BU-CUR-TOT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 BU-NEW-TOT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 BU-OVER-BY      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 BU-STATUS       PIC X(28).

           01 DEPCTL-STATUS   PIC X(2) VALUE '00'.

           01 DEP-EOF-SW      PIC X(1) VALUE 'N'.
           01 DEP-T1          PIC 9(3) VALUE ZERO.
           01 DEP-UNMET-CNT   PIC 9(3) COMP VALUE ZERO.

           01 CALRULE-STATUS  PIC X(2) VALUE '00'.

           01 CALR-EOF-SW     PIC X(1) VALUE 'N'.
               88 CALR-EOF        VALUE 'Y'.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       000-CONNECT.
           ACCEPT PARM FROM COMMAND-LINE.
           UNSTRING PARM DELIMITED BY ALL SPACE
              INTO RUN-DATE RUN-MODE BUD-OVERRIDE.

      *    THE PROPOSAL PASS IS THE DEFAULT - THE DATABASE IS ONLY
      *    TOUCHED WHEN THE SIGN-OFF RUN ASKS FOR APPLY BY NAME.
              MOVE 'PROP' TO RUN-MODE
           END-IF.

           IF NOT BUDGET-OVERRIDDEN THEN
              MOVE SPACES TO BUD-OVERRIDE
           END-IF.

           DISPLAY 'RUN DATE : ' RUN-DATE.
           DISPLAY 'RUN MODE : ' RUN-MODE.
           IF BUDGET-OVERRIDDEN THEN
              DISPLAY 'BUDGET   : OVERRIDE REQUESTED'
           END-IF.

           ACCEPT DATASRC FROM ENVIRONMENT 'DB1name'.
           ACCEPT DBUSR FROM ENVIRONMENT 'DB1role'.
              GO TO 100-EXIT
           END-IF.

      *    EVERY DEPARTMENT'S PROPOSED SALARY TOTAL IS KNOWN AND
      *    MEASURED AGAINST ITS BUDGET BEFORE THE FIRST LINE IS
      *    PRINTED, SO AN APPLY PASS CAN REFUSE AN OVER-BUDGET
      *    DEPARTMENT WHOLE RATHER THAN PART WAY THROUGH IT.
           IF RUN-DATE NUMERIC THEN
              MOVE RUN-DATE TO BUD-AS-OF
           ELSE
              MOVE CURR-DATE TO BUD-AS-OF
           END-IF.

           PERFORM 112-PROJECT-BUDGET THRU 112-PROJECT-BUDGET-EXIT.

           IF RETURN-CODE >= 8 THEN
              DISPLAY 'BUDGET PROJECTION FAILED - NOTHING APPLIED'
              GO TO 100-EXIT
           END-IF.

           OPEN INPUT ADJFILE.
           IF ADJFILE-STATUS <> '00' THEN
              DISPLAY 'OPEN ADJFILE FILE STATUS: ' ADJFILE-STATUS
              UNTIL ADJ-EOF.

           PERFORM 370-PRINT-GRAND THRU 370-PRINT-GRAND-EXIT.
           PERFORM 380-PRINT-BUDGET THRU 380-PRINT-BUDGET-EXIT.

           CLOSE ADJFILE.
           CLOSE PRTFILE.
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF OVER-BUD-CNT > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.
           DISPLAY 'UPDATES APPLIED   : ' APPLIED-CNT.
           DISPLAY 'OVERFLOWS SKIPPED : ' OVERFLOW-CNT.
           DISPLAY 'RETRO CASES QUEUED: ' RETRO-CNT.
           DISPLAY 'DEPTS OVER BUDGET : ' OVER-BUD-CNT.
           DISPLAY 'HELD OVER BUDGET  : ' BUD-HELD-CNT.

           GO TO 100-EXIT.

       110-PROCESS-ADJ-EXIT.
           EXIT.

      *    A DRY RUN OF THE WHOLE FILE THROUGH THE SAME CURSOR AND
      *    ARITHMETIC THE REAL PASS USES - NOTHING IS PRINTED OR
      *    UPDATED, ONLY THE PER-DEPARTMENT INCREASE IS ACCUMULATED.
       112-PROJECT-BUDGET.
           MOVE ZERO TO BUD-CNT.
           MOVE 'N' TO ADJ-EOF-SW.

           OPEN INPUT ADJFILE.
           IF ADJFILE-STATUS <> '00' THEN
              DISPLAY 'OPEN ADJFILE FILE STATUS: ' ADJFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 112-PROJECT-BUDGET-EXIT
           END-IF.

           SET PROJECTING TO TRUE.

           PERFORM 113-PROJECT-ADJ THRU 113-PROJECT-ADJ-EXIT
              UNTIL ADJ-EOF.

           MOVE 'N' TO PROJECT-SW.
           MOVE 'N' TO ADJ-EOF-SW.

           CLOSE ADJFILE.

           IF RETURN-CODE >= 8 THEN
              GO TO 112-PROJECT-BUDGET-EXIT
           END-IF.

           PERFORM 116-CHECK-BUDGET THRU 116-CHECK-BUDGET-EXIT
              VARYING BUD-IX FROM 1 BY 1 UNTIL BUD-IX > BUD-CNT.

       112-PROJECT-BUDGET-EXIT.
           EXIT.

       113-PROJECT-ADJ.
           READ ADJFILE.

           IF ADJFILE-STATUS = '10' THEN
              SET ADJ-EOF TO TRUE
              GO TO 113-PROJECT-ADJ-EXIT
           END-IF.

           IF ADJFILE-STATUS <> '00' THEN
              DISPLAY 'READ ADJFILE FILE STATUS: ' ADJFILE-STATUS
              SET ADJ-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 113-PROJECT-ADJ-EXIT
           END-IF.

           IF ADJ-RECORD (1:3) = 'HDR'
              OR ADJ-RECORD (1:3) = 'TRL' THEN
              GO TO 113-PROJECT-ADJ-EXIT
           END-IF.

           PERFORM 120-VALIDATE-ADJ THRU 120-VALIDATE-ADJ-EXIT.
           IF IV-REASON NOT = SPACES THEN
              GO TO 113-PROJECT-ADJ-EXIT
           END-IF.

           PERFORM 130-APPLY-ADJ THRU 130-APPLY-ADJ-EXIT.

       113-PROJECT-ADJ-EXIT.
           EXIT.

      *    FIND THE EMPLOYEE'S DEPARTMENT SLOT, CLAIMING A NEW ONE THE
      *    FIRST TIME THE DEPARTMENT IS SEEN.
       114-FIND-BUDGET.
           MOVE ZERO TO BUD-FOUND-IX.

           PERFORM 115-MATCH-BUDGET THRU 115-MATCH-BUDGET-EXIT
              VARYING BUD-IX FROM 1 BY 1
              UNTIL BUD-FOUND-IX > ZERO OR BUD-IX > BUD-CNT.

           IF BUD-FOUND-IX > ZERO OR NOT PROJECTING THEN
              GO TO 114-FIND-BUDGET-EXIT
           END-IF.

           IF BUD-CNT >= BUD-MAX THEN
              DISPLAY 'BUDGET TABLE FULL - DEPT NOT PROJECTED: '
                 EMP-DEPT-CD
              MOVE 8 TO RETURN-CODE
              MOVE 'N' TO ADJCUR-MORE-SW
              GO TO 114-FIND-BUDGET-EXIT
           END-IF.

           ADD 1 TO BUD-CNT.
           MOVE BUD-CNT TO BUD-FOUND-IX.
           MOVE EMP-DEPT-CD TO BT-DEPT-CD (BUD-FOUND-IX).
           MOVE ZERO TO BT-FY (BUD-FOUND-IX).
           MOVE ZERO TO BT-BUD-SAL (BUD-FOUND-IX).
           MOVE ZERO TO BT-CUR-TOT (BUD-FOUND-IX).
           MOVE ZERO TO BT-INCR (BUD-FOUND-IX).
           SET BT-NO-BUDGET (BUD-FOUND-IX) TO TRUE.

       114-FIND-BUDGET-EXIT.
           EXIT.

       115-MATCH-BUDGET.
           IF BT-DEPT-CD (BUD-IX) = EMP-DEPT-CD THEN
              MOVE BUD-IX TO BUD-FOUND-IX
           END-IF.

       115-MATCH-BUDGET-EXIT.
           EXIT.

      *    ONE DEPARTMENT: ITS BUDGET IN FORCE ON THE RUN DATE AND ITS
      *    CURRENT ACTIVE SALARY TOTAL.  A DEPARTMENT FINANCE HAS NOT
      *    BUDGETED IS LISTED BUT NOT HELD.  WHEN TWO FISCAL YEARS
      *    TAKE EFFECT ON THE SAME DATE THE LATER YEAR WINS, AS IN
      *    TSQL026A.
       116-CHECK-BUDGET.
           MOVE BT-DEPT-CD (BUD-IX) TO BG-DEPT-CD.

           EXEC SQL
              SELECT COALESCE(SUM(EMP-SALARY), 0)
                INTO :BUD-CUR-TOT
                FROM EMPTABLE
               WHERE EMP-DEPT-CD = :BG-DEPT-CD
                 AND EMP-STATUS = 'A'
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '116-BUDGET' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 116-CHECK-BUDGET-EXIT
           END-IF.

           MOVE BUD-CUR-TOT TO BT-CUR-TOT (BUD-IX).
           MOVE BUD-AS-OF TO BG-EFF-DATE.

           EXEC SQL
              SELECT FISCAL-YEAR, BUDGET-SALARY
                INTO :BG-FISCAL-YEAR, :BG-SALARY
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
              SET BT-NO-BUDGET (BUD-IX) TO TRUE
              GO TO 116-CHECK-BUDGET-EXIT
           END-IF.

           IF SQLCODE <> 0 THEN
              MOVE '116-BUDGET' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 116-CHECK-BUDGET-EXIT
           END-IF.

           MOVE BG-FISCAL-YEAR TO BT-FY (BUD-IX).
           MOVE BG-SALARY TO BT-BUD-SAL (BUD-IX).

           IF BT-CUR-TOT (BUD-IX) + BT-INCR (BUD-IX)
              > BT-BUD-SAL (BUD-IX) THEN
              SET BT-OVER (BUD-IX) TO TRUE
              ADD 1 TO OVER-BUD-CNT
           ELSE
              SET BT-WITHIN (BUD-IX) TO TRUE
           END-IF.

       116-CHECK-BUDGET-EXIT.
           EXIT.

       120-VALIDATE-ADJ.
           MOVE SPACES TO IV-REASON.

           MOVE ZERO TO REC-CUR-TOT.
           MOVE ZERO TO REC-NEW-TOT.

           IF NOT PROJECTING THEN
              PERFORM 135-PRINT-CTL-LINE THRU 135-PRINT-CTL-LINE-EXIT
           END-IF.

           EXEC SQL
              DECLARE ADJCUR CURSOR FOR
              CLOSE ADJCUR
           END-EXEC.

           IF NOT PROJECTING THEN
              PERFORM 360-PRINT-SUBTOTAL THRU
                 360-PRINT-SUBTOTAL-EXIT
           END-IF.

       130-APPLY-ADJ-EXIT.
           EXIT.

           PERFORM 150-COMPUTE-NEW-SAL THRU 150-COMPUTE-NEW-SAL-EXIT.

           PERFORM 114-FIND-BUDGET THRU 114-FIND-BUDGET-EXIT.

           IF PROJECTING THEN
              IF BUD-FOUND-IX > ZERO AND NOT SAL-OVERFLOW
                 AND EMP-STATUS = 'A' THEN
                 COMPUTE BT-INCR (BUD-FOUND-IX) =
                    BT-INCR (BUD-FOUND-IX) + NEW-SAL - EMP-SALARY
              END-IF
              GO TO 140-ADJ-EMPLOYEE-EXIT
           END-IF.

      *    AN OVER-BUDGET DEPARTMENT IS FLAGGED ON THE PROPOSAL, AND
      *    AN APPLY PASS LEAVES EVERY EMPLOYEE IN IT UNTOUCHED UNLESS
      *    THE OVERRIDE WAS GIVEN.
           MOVE SPACES TO BUD-FLAG.
           MOVE 'N' TO BUD-HELD-SW.
           IF BUD-FOUND-IX > ZERO THEN
              IF BT-OVER (BUD-FOUND-IX) THEN
                 IF MODE-IS-APPLY AND NOT BUDGET-OVERRIDDEN THEN
                    MOVE '** OVER BUDGET-HELD' TO BUD-FLAG
                    SET BUDGET-HELD TO TRUE
                 ELSE
                    MOVE '** OVER BUDGET' TO BUD-FLAG
                 END-IF
              END-IF
           END-IF.

           PERFORM 155-PRINT-PROPOSAL THRU 155-PRINT-PROPOSAL-EXIT.

           IF SAL-OVERFLOW THEN
              GO TO 140-ADJ-EMPLOYEE-EXIT
           END-IF.

           IF BUDGET-HELD THEN
              ADD 1 TO BUD-HELD-CNT
              GO TO 140-ADJ-EMPLOYEE-EXIT
           END-IF.

           ADD 1 TO AFFECT-CNT.
           ADD 1 TO REC-CNT.
           ADD EMP-SALARY TO REC-CUR-TOT.
           ELSE
              MOVE NEW-SAL TO DL-NEW-SAL
              COMPUTE DL-DIFF = NEW-SAL - EMP-SALARY
              MOVE BUD-FLAG TO DL-FLAG
           END-IF.

           MOVE DETAIL-LINE TO PRT-RECORD.
               DELIMITED BY SIZE INTO ML-TIMESTAMP.

           MOVE EMP-ID TO ML-EMP-ID.
           MOVE 'TSQL013A' TO ML-PROGRAM.
           MOVE 'C' TO ML-ACTION.

           MOVE EMP-LAST-NAME  TO ML-B-LAST-NAME.
           MOVE EMP-FIRST-NAME TO ML-B-FIRST-NAME.
       370-PRINT-GRAND-EXIT.
           EXIT.

       380-PRINT-BUDGET.
           IF BUD-CNT = ZERO THEN
              GO TO 380-PRINT-BUDGET-EXIT
           END-IF.

           IF LINE-CNT + 5 >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE BUD-LABEL TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE BUD-HEAD TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 3 TO LINE-CNT.

           PERFORM 385-PRINT-BUDGET-LINE THRU
              385-PRINT-BUDGET-LINE-EXIT
              VARYING BUD-IX FROM 1 BY 1 UNTIL BUD-IX > BUD-CNT.

       380-PRINT-BUDGET-EXIT.
           EXIT.

       385-PRINT-BUDGET-LINE.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE BT-DEPT-CD (BUD-IX) TO BU-DEPT-CD.
           MOVE BT-CUR-TOT (BUD-IX) TO BU-CUR-TOT.
           COMPUTE BU-NEW-TOT = BT-CUR-TOT (BUD-IX) + BT-INCR (BUD-IX).

           IF BT-NO-BUDGET (BUD-IX) THEN
              MOVE SPACES TO BU-FY
              MOVE ZERO TO BU-BUD-SAL
              MOVE ZERO TO BU-OVER-BY
              MOVE 'NO BUDGET ON FILE' TO BU-STATUS
           ELSE
              MOVE BT-FY (BUD-IX) TO BU-FY
              MOVE BT-BUD-SAL (BUD-IX) TO BU-BUD-SAL
              COMPUTE BU-OVER-BY = BT-CUR-TOT (BUD-IX)
                 + BT-INCR (BUD-IX) - BT-BUD-SAL (BUD-IX)
              IF BT-WITHIN (BUD-IX) THEN
                 MOVE 'WITHIN BUDGET' TO BU-STATUS
              ELSE
                 IF MODE-IS-PROP THEN
                    MOVE '** OVER BUDGET' TO BU-STATUS
                 ELSE
                    IF BUDGET-OVERRIDDEN THEN
                       MOVE '** OVER BUDGET - OVERRIDDEN' TO BU-STATUS
                    ELSE
                       MOVE '** OVER BUDGET - REFUSED' TO BU-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE BUD-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       385-PRINT-BUDGET-LINE-EXIT.
           EXIT.

       400-PRINT-HEADINGS.
           ADD 1 TO PAGE-NBR.
           MOVE PAGE-NBR TO H1-PAGE-NBR.
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
              SELECT COUNT(*) INTO :DEP-T1 FROM RUNCTL
               WHERE PROGRAM-NAME = :DEP-REQUIRED
                 AND RUN-DATE = :RC-RUN-DATE
                 AND RUN-STATUS IN ('C', 'S')
           END-EXEC.

           IF SQLCODE <> 0 THEN
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

           DISPLAY 'TSQL013A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'APPLIED' TO BL-FIG-NAME (1).
           MOVE APPLIED-CNT TO BL-FIG-COUNT (1).
           MOVE 'BUDGET-HELD' TO BL-FIG-NAME (2).
           MOVE BUD-HELD-CNT TO BL-FIG-COUNT (2).
           MOVE 'CURRENT-SAL' TO BL-FIG-NAME (3).
           MOVE GRAND-CUR-TOT TO BL-FIG-AMOUNT (3).
           MOVE 'NEW-SAL' TO BL-FIG-NAME (4).
           MOVE GRAND-NEW-TOT TO BL-FIG-AMOUNT (4).
           MOVE 'TRAN-HASH' TO BL-FIG-NAME (5).
           MOVE ENV-HASH TO BL-FIG-AMOUNT (5).
           MOVE 5 TO BL-FIG-CNT.

       845-LOAD-FIGURES-EXIT.
           EXIT.

       850-END-RUN.
           IF NOT RC-OPEN THEN
              GO TO 850-END-RUN-EXIT
           END-IF.
           MOVE APPLIED-CNT TO RC-ROWS.

      *    A CLEAN RUN POSTS ITS CONTROL FIGURES TO THE BALANCING
      *    LEDGER IN THE SAME UNIT OF WORK THAT MARKS IT COMPLETE.
           IF RC-RUN-STATUS = 'C' THEN
              PERFORM 860-POST-LEDGER THRU 860-POST-LEDGER-EXIT
           END-IF.

           EXEC SQL
              UPDATE RUNCTL
                 SET END-TS = :RC-END-TS,
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
