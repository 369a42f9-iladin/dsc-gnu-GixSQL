       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL025A.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      * SOURCE-COMPUTER. IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUDGLOG
               ASSIGN TO "BUDGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BUDGLOG
           RECORDING MODE IS F.
           01 BUDGLOG-RECORD.
               05 BG-LOG-TIMESTAMP       PIC X(19).
               05 FILLER                 PIC X(01) VALUE SPACE.
               05 BG-LOG-DEPT-CD         PIC X(4).
               05 FILLER                 PIC X(01) VALUE SPACE.
               05 BG-LOG-FISCAL-YEAR     PIC 9(4).
               05 FILLER                 PIC X(01) VALUE SPACE.
               05 BG-LOG-BEFORE.
                   10 BG-LOG-B-HEADCOUNT PIC 9(5).
                   10 BG-LOG-B-SALARY    PIC S9(11)V99.
                   10 BG-LOG-B-EFF-DATE  PIC 9(8).
               05 FILLER                 PIC X(01) VALUE SPACE.
               05 BG-LOG-AFTER.
                   10 BG-LOG-A-HEADCOUNT PIC 9(5).
                   10 BG-LOG-A-SALARY    PIC S9(11)V99.
                   10 BG-LOG-A-EFF-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.

           EXEC SQL
             INCLUDE DEPTREC
           END-EXEC.

           EXEC SQL
             INCLUDE DEPTBUDG
           END-EXEC.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 BUDGLOG-STATUS  PIC X(2) VALUE '00'.

           01 BEFORE-REC.
               05 B-HEADCOUNT    PIC 9(5).
               05 B-SALARY       PIC S9(11)V99.
               05 B-EFF-DATE     PIC 9(8).

           01 SAL-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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

           01 PROCESS-SW       PIC X(1) VALUE 'Y'.
               88 ALL-DONE           VALUE 'N'.

           01 ANSWER-FLD      PIC X(1) VALUE SPACE.

           01 CHANGE-FLD      PIC X(1) VALUE SPACE.
               88 CHANGE-HEADCOUNT VALUE 'H'.
               88 CHANGE-SALARY   VALUE 'S'.
               88 CHANGE-EFF-DATE VALUE 'E'.
               88 CHANGE-DONE     VALUE 'X'.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.

       000-CONNECT.
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
              DISPLAY 'PRIMARY CONNECT FAILED - TRYING DR SITE'

              ACCEPT DATASRC FROM ENVIRONMENT 'DB1name_DR'
              ACCEPT DBUSR FROM ENVIRONMENT 'DB1role_DR'
              ACCEPT DBPWD FROM ENVIRONMENT 'DB1pswd_DR'

              EXEC SQL
                 CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
              END-EXEC

              DISPLAY 'DR CONNECT SQLCODE: ' SQLCODE

              IF SQLCODE <> 0 THEN
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

       100-MAIN.

           PERFORM 110-PROCESS-ONE THRU 110-PROCESS-ONE-EXIT
              UNTIL ALL-DONE.

           EXEC SQL CONNECT RESET END-EXEC.

           GO TO 100-EXIT.

       110-PROCESS-ONE.
           DISPLAY 'ENTER DEPT CODE (* TO QUIT): '.
           ACCEPT BG-DEPT-CD.

           IF BG-DEPT-CD = '*' THEN
              SET ALL-DONE TO TRUE
              GO TO 110-PROCESS-ONE-EXIT
           END-IF.

           IF BG-DEPT-CD = SPACES THEN
              DISPLAY 'DEPT CODE REQUIRED'
              GO TO 110-PROCESS-ONE-EXIT
           END-IF.

      *    A BUDGET MAY ONLY BE HELD FOR A DEPARTMENT DEPTTABLE KNOWS.
           MOVE BG-DEPT-CD TO DEPT-CD.

           EXEC SQL
              SELECT DEPT-NAME, DEPT-ACTIVE, DEPT-COST-CTR
                INTO :DEPT-NAME, :DEPT-ACTIVE, :DEPT-COST-CTR
                FROM DEPTTABLE
               WHERE DEPT-CD = :DEPT-CD
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'DEPT ' DEPT-CD ' NOT ON DEPTTABLE'
              GO TO 110-PROCESS-ONE-EXIT
           END-IF.

           DISPLAY 'DEPT NAME  : ' DEPT-NAME.
           DISPLAY 'COST CENTER: ' DEPT-COST-CTR.

           DISPLAY 'FISCAL YEAR (YYYY): '.
           ACCEPT BG-FISCAL-YEAR.

           IF BG-FISCAL-YEAR NOT NUMERIC OR BG-FISCAL-YEAR = ZERO
              THEN
              DISPLAY 'FISCAL YEAR MUST BE YYYY'
              GO TO 110-PROCESS-ONE-EXIT
           END-IF.

           PERFORM 150-MAINTAIN-BUDGET THRU
              150-MAINTAIN-BUDGET-EXIT.

       110-PROCESS-ONE-EXIT.
           EXIT.

       150-MAINTAIN-BUDGET.
           EXEC SQL
              SELECT BUDGET-HEADCOUNT, BUDGET-SALARY, EFFECTIVE-DATE
                INTO :BG-HEADCOUNT, :BG-SALARY, :BG-EFF-DATE
                FROM DEPTBUDG
               WHERE DEPT-CD = :BG-DEPT-CD
                 AND FISCAL-YEAR = :BG-FISCAL-YEAR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              PERFORM 120-ADD-BUDGET THRU 120-ADD-BUDGET-EXIT
              GO TO 150-MAINTAIN-BUDGET-EXIT
           END-IF.

           MOVE BG-HEADCOUNT TO B-HEADCOUNT.
           MOVE BG-SALARY    TO B-SALARY.
           MOVE BG-EFF-DATE  TO B-EFF-DATE.

           MOVE BG-SALARY TO SAL-EDIT.
           DISPLAY 'HEADCOUNT  : ' BG-HEADCOUNT.
           DISPLAY 'SALARY     : ' SAL-EDIT.
           DISPLAY 'EFFECTIVE  : ' BG-EFF-DATE.

           MOVE SPACE TO CHANGE-FLD.
           PERFORM 160-CHANGE-FIELD THRU 160-CHANGE-FIELD-EXIT
              UNTIL CHANGE-DONE.

           EXEC SQL
              UPDATE DEPTBUDG
                 SET BUDGET-HEADCOUNT = :BG-HEADCOUNT,
                     BUDGET-SALARY    = :BG-SALARY,
                     EFFECTIVE-DATE   = :BG-EFF-DATE
               WHERE DEPT-CD = :BG-DEPT-CD
                 AND FISCAL-YEAR = :BG-FISCAL-YEAR
           END-EXEC.

           DISPLAY 'UPDATE SQLCODE: ' SQLCODE.

           IF SQLCODE = 0 THEN
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 190-LOG-CHANGE THRU 190-LOG-CHANGE-EXIT
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
           END-IF.

       150-MAINTAIN-BUDGET-EXIT.
           EXIT.

       120-ADD-BUDGET.
           DISPLAY 'NO ' BG-FISCAL-YEAR ' BUDGET FOR DEPT ' BG-DEPT-CD
              ' - ADD? (Y/N): '.
           ACCEPT ANSWER-FLD.

           IF ANSWER-FLD NOT = 'Y' THEN
              GO TO 120-ADD-BUDGET-EXIT
           END-IF.

           DISPLAY 'BUDGET HEADCOUNT: '.
           ACCEPT BG-HEADCOUNT.
           DISPLAY 'BUDGET SALARY: '.
           ACCEPT BG-SALARY.
           DISPLAY 'EFFECTIVE DATE (YYYYMMDD): '.
           ACCEPT BG-EFF-DATE.

           IF BG-SALARY < ZERO THEN
              DISPLAY 'SALARY BUDGET MAY NOT BE NEGATIVE - '
                 'ADD ABANDONED'
              GO TO 120-ADD-BUDGET-EXIT
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD (BG-EFF-DATE) NOT = 0 THEN
              DISPLAY 'VALID EFFECTIVE DATE REQUIRED - ADD ABANDONED'
              GO TO 120-ADD-BUDGET-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO DEPTBUDG
                 (DEPT-CD, FISCAL-YEAR, BUDGET-HEADCOUNT,
                  BUDGET-SALARY, EFFECTIVE-DATE)
              VALUES
                 (:BG-DEPT-CD, :BG-FISCAL-YEAR, :BG-HEADCOUNT,
                  :BG-SALARY, :BG-EFF-DATE)
           END-EXEC.

           DISPLAY 'INSERT SQLCODE: ' SQLCODE.

           IF SQLCODE = 0 THEN
              EXEC SQL
                 COMMIT
              END-EXEC
      *       AN ADD HAS NO PRIOR IMAGE - LOG IT WITH A ZERO BEFORE
      *       GROUP SO THE TRAIL STILL SHOWS WHAT APPEARED AND WHEN.
              INITIALIZE BEFORE-REC
              PERFORM 190-LOG-CHANGE THRU 190-LOG-CHANGE-EXIT
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
           END-IF.

       120-ADD-BUDGET-EXIT.
           EXIT.

       160-CHANGE-FIELD.
           DISPLAY 'CHANGE WHICH FIELD? (H S E, X=DONE): '.
           ACCEPT CHANGE-FLD.

           IF CHANGE-HEADCOUNT THEN
              DISPLAY 'NEW BUDGET HEADCOUNT: '
              ACCEPT BG-HEADCOUNT
           END-IF.

           IF CHANGE-SALARY THEN
              DISPLAY 'NEW BUDGET SALARY: '
              ACCEPT BG-SALARY
              IF BG-SALARY < ZERO THEN
                 DISPLAY 'SALARY BUDGET MAY NOT BE NEGATIVE - '
                    'UNCHANGED'
                 MOVE B-SALARY TO BG-SALARY
              END-IF
           END-IF.

           IF CHANGE-EFF-DATE THEN
              DISPLAY 'NEW EFFECTIVE DATE (YYYYMMDD): '
              ACCEPT BG-EFF-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD (BG-EFF-DATE)
                 NOT = 0 THEN
                 DISPLAY 'VALID EFFECTIVE DATE REQUIRED - UNCHANGED'
                 MOVE B-EFF-DATE TO BG-EFF-DATE
              END-IF
           END-IF.

       160-CHANGE-FIELD-EXIT.
           EXIT.

       190-LOG-CHANGE.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE SPACES TO BUDGLOG-RECORD.

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO BG-LOG-TIMESTAMP.

           MOVE BG-DEPT-CD TO BG-LOG-DEPT-CD.
           MOVE BG-FISCAL-YEAR TO BG-LOG-FISCAL-YEAR.

           MOVE B-HEADCOUNT TO BG-LOG-B-HEADCOUNT.
           MOVE B-SALARY    TO BG-LOG-B-SALARY.
           MOVE B-EFF-DATE  TO BG-LOG-B-EFF-DATE.

           MOVE BG-HEADCOUNT TO BG-LOG-A-HEADCOUNT.
           MOVE BG-SALARY    TO BG-LOG-A-SALARY.
           MOVE BG-EFF-DATE  TO BG-LOG-A-EFF-DATE.

           OPEN EXTEND BUDGLOG.
           IF BUDGLOG-STATUS = '05' OR BUDGLOG-STATUS = '35'
              THEN
              OPEN OUTPUT BUDGLOG
           END-IF.

           WRITE BUDGLOG-RECORD.
           CLOSE BUDGLOG.

       190-LOG-CHANGE-EXIT.
           EXIT.

       100-EXIT.
           STOP RUN.
