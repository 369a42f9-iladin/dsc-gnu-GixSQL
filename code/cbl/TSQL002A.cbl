       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERRLOG
               ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.

           SELECT PRTFILE
               ASSIGN TO "PRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
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
               05 DE-SALARY        PIC S9(7)V99.
               05 DE-STATUS        PIC X(1).

      *    THE DELTA AND HISTORY COUNTS RIDE THE CHECKPOINT SO A
      *    RESTARTED RUN, WHICH APPENDS TO THE SAME GENERATION FILE
      *    AND CAPTURES NOTHING NEW, STILL RECORDS THE FILE'S TRUE
      *    CONTENT ON DLTXMIT AND THE NIGHT'S TRUE FIGURES ON THE
      *    BALANCING LEDGER.
       FD  RESTARTFILE
           RECORDING MODE IS F.
           01 RESTART-RECORD.
               05 RESTART-DLT-ADD  PIC 9(7).
               05 RESTART-DLT-CHG  PIC 9(7).
               05 RESTART-DLT-DEL  PIC 9(7).
               05 RESTART-HIST-INS PIC 9(7).
               05 RESTART-HIST-DUP PIC 9(7).

      *    ONE ROW PER GENERATION WRITTEN: THE NAME HANDED OVER, THE
      *    RECORD COUNT, AND WHETHER DOWNSTREAM ACKNOWLEDGED PICKUP

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

           01 PAGE-NBR        PIC 9(4) COMP VALUE 0.
           01 LINE-CNT        PIC 9(3) COMP VALUE 99.
           01 LINES-PER-PAGE  PIC 9(3) COMP VALUE 55.
           01 DELCUR-MORE-SW  PIC X(1) VALUE 'Y'.
               88 DELCUR-MORE     VALUE 'Y'.

      *    SET WHEN THE EMPLOYEE'S LATEST EMPHIST ROW ALREADY CARRIES
      *    THE IMAGE ABOUT TO BE CAPTURED - A PROGRAM THAT WRITES ITS
      *    OWN HISTORY (A BACKOUT) GOT THERE FIRST.
           01 HIST-T1         PIC 9(3) VALUE ZERO.
           01 HIST-DUP-SW     PIC X(1) VALUE 'N'.
               88 HIST-ALREADY    VALUE 'Y'.
           01 HIST-DUP-CNT    PIC 9(7) COMP VALUE ZERO.
           01 HIST-INS-CNT    PIC 9(7) COMP VALUE ZERO.

           01 HEADING-1.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(30) VALUE
           01 DEP-T1          PIC 9(3) VALUE ZERO.
           01 DEP-UNMET-CNT   PIC 9(3) COMP VALUE ZERO.

           01 CALRULE-STATUS  PIC X(2) VALUE '00'.

           01 CALR-EOF-SW     PIC X(1) VALUE 'N'.
               88 CALR-EOF        VALUE 'Y'.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
                    MOVE RESTART-DLT-CHG TO DELTA-CHG-CNT
                    MOVE RESTART-DLT-DEL TO DELTA-DEL-CNT
                 END-IF
                 IF RESTART-HIST-INS NUMERIC THEN
                    MOVE RESTART-HIST-INS TO HIST-INS-CNT
                    MOVE RESTART-HIST-DUP TO HIST-DUP-CNT
                 END-IF
                 DISPLAY 'RESUMING AFTER KEY: ' LAST-KEY
              END-IF
              CLOSE RESTARTFILE
           DISPLAY 'DELTA ADDS   : ' DELTA-ADD-CNT.
           DISPLAY 'DELTA CHANGES: ' DELTA-CHG-CNT.
           DISPLAY 'DELTA DELETES: ' DELTA-DEL-CNT.
           DISPLAY 'HISTORY ALREADY CAPTURED: ' HIST-DUP-CNT.
           DISPLAY 'HISTORY ROWS INSERTED   : ' HIST-INS-CNT.

           IF PRIOR-UNACKED AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           MOVE 'D' TO EH-STATUS.
           MOVE CURR-DATE TO EH-EFFECTIVE-DATE.

           PERFORM 095-PROBE-HISTORY THRU 095-PROBE-HISTORY-EXIT.
           IF HIST-ALREADY THEN
              GO TO 090-INSERT-HISTORY-DELETED-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO EMPHIST
                 (EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME, EMP-DEPT-CD,
                  :EH-EFFECTIVE-DATE)
           END-EXEC.

           IF SQLCODE = 0 THEN
              ADD 1 TO HIST-INS-CNT
           ELSE
              DISPLAY 'INSERT EMPHIST SQLCODE: ' SQLCODE
           END-IF.

       090-INSERT-HISTORY-DELETED-EXIT.
           EXIT.

      *    THE DELTA IS STILL WRITTEN FOR A ROW WHOSE HISTORY IS
      *    ALREADY IN PLACE - ONLY THE SECOND EMPHIST ROW IS HELD
      *    BACK.
       095-PROBE-HISTORY.
           MOVE 'N' TO HIST-DUP-SW.

           EXEC SQL
              SELECT COUNT(*) INTO :HIST-T1 FROM EMPHIST
               WHERE EMP-ID = :EH-EMP-ID
                 AND EMP-LAST-NAME = :EH-LAST-NAME
                 AND EMP-FIRST-NAME = :EH-FIRST-NAME
                 AND EMP-DEPT-CD = :EH-DEPT-CD
                 AND EMP-HIRE-DATE = :EH-HIRE-DATE
                 AND EMP-SALARY = :EH-SALARY
                 AND EMP-STATUS = :EH-STATUS
                 AND EFFECTIVE-DATE =
                     (SELECT MAX(EFFECTIVE-DATE) FROM EMPHIST
                       WHERE EMP-ID = :EH-EMP-ID)
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'PROBE EMPHIST SQLCODE: ' SQLCODE
              GO TO 095-PROBE-HISTORY-EXIT
           END-IF.

           IF HIST-T1 > ZERO THEN
              SET HIST-ALREADY TO TRUE
              ADD 1 TO HIST-DUP-CNT
           END-IF.

       095-PROBE-HISTORY-EXIT.
           EXIT.

       075-WRITE-DELTA.
           MOVE SPACES TO DELTA-RECORD.
           MOVE DELTA-ACTION TO DE-ACTION.
           MOVE EMP-STATUS TO EH-STATUS.
           MOVE CURR-DATE TO EH-EFFECTIVE-DATE.

           PERFORM 095-PROBE-HISTORY THRU 095-PROBE-HISTORY-EXIT.
           IF HIST-ALREADY THEN
              GO TO 070-INSERT-HISTORY-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO EMPHIST
                 (EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME, EMP-DEPT-CD,
                  :EH-EFFECTIVE-DATE)
           END-EXEC.

           IF SQLCODE = 0 THEN
              ADD 1 TO HIST-INS-CNT
           ELSE
              DISPLAY 'INSERT EMPHIST SQLCODE: ' SQLCODE
           END-IF.

       070-INSERT-HISTORY-EXIT.
           EXIT.

              MOVE DELTA-ADD-CNT TO RESTART-DLT-ADD
              MOVE DELTA-CHG-CNT TO RESTART-DLT-CHG
              MOVE DELTA-DEL-CNT TO RESTART-DLT-DEL
              MOVE HIST-INS-CNT TO RESTART-HIST-INS
              MOVE HIST-DUP-CNT TO RESTART-HIST-DUP
              OPEN OUTPUT RESTARTFILE
              IF RESTART-STATUS <> '00' THEN
                 DISPLAY 'OPEN RESTARTFILE FILE STATUS: '
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
              DISPLAY 'CALENDAR CHECK SQLCODE: ' SQLCODE
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
              DISPLAY 'RECORD-SKIP SQLCODE: ' SQLCODE
              MOVE 8 TO RETURN-CODE
              GO TO 830-RECORD-SKIP-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'TSQL002A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'LISTED' TO BL-FIG-NAME (1).
           MOVE RUN-ROWS TO BL-FIG-COUNT (1).
           MOVE 'DELTA-ADD' TO BL-FIG-NAME (2).
           MOVE DELTA-ADD-CNT TO BL-FIG-COUNT (2).
           MOVE 'DELTA-CHG' TO BL-FIG-NAME (3).
           MOVE DELTA-CHG-CNT TO BL-FIG-COUNT (3).
           MOVE 'DELTA-DEL' TO BL-FIG-NAME (4).
           MOVE DELTA-DEL-CNT TO BL-FIG-COUNT (4).
           MOVE 'HIST-INSERT' TO BL-FIG-NAME (5).
           MOVE HIST-INS-CNT TO BL-FIG-COUNT (5).
           MOVE 'HIST-ALREADY' TO BL-FIG-NAME (6).
           MOVE HIST-DUP-CNT TO BL-FIG-COUNT (6).
           MOVE 6 TO BL-FIG-CNT.

       845-LOAD-FIGURES-EXIT.
           EXIT.

       850-END-RUN.
           IF NOT RC-OPEN THEN
              GO TO 850-END-RUN-EXIT
           END-IF.
           MOVE RUN-ROWS TO RC-ROWS.

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

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO EL-TIMESTAMP.

           MOVE 'TSQL002A' TO EL-PROGRAM.
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
