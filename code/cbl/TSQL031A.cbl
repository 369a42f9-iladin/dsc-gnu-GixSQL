       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL031A.


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
               ASSIGN TO "BALRPT"
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

           01 RUN-MODE        PIC X(5)  VALUE 'PROD'.

           01 PARM            PIC X(80) VALUE SPACES.
           01 BAL-DATE-X      PIC X(8)  VALUE SPACES.
           01 BAL-DATE        PIC 9(8)  VALUE ZERO.
           01 TOKEN-LEN       PIC 9(2) COMP VALUE ZERO.

      *    THE CROSS-PROGRAM BALANCING RULES.  EACH RULE COMPARES THE
      *    SUM OF ITS LEFT TERMS WITH THE SUM OF ITS RIGHT TERMS - ON
      *    THE FIGURE COUNTS FOR A 'C' RULE, THE FIGURE AMOUNTS FOR AN
      *    'A' RULE.
           01 RULE-VALUES.
               05 FILLER PIC X(04) VALUE 'B01C'.
               05 FILLER PIC X(50) VALUE
                   'TSQL004A APPLIED = TSQL002A DELTA ADD+CHG+DEL'.
               05 FILLER PIC X(04) VALUE 'B02C'.
               05 FILLER PIC X(50) VALUE
                   'TSQL004A ADDS = TSQL002A DELTA ADDS'.
               05 FILLER PIC X(04) VALUE 'B03C'.
               05 FILLER PIC X(50) VALUE
                   'TSQL004A DELETES = TSQL002A DELTA DELETES'.
               05 FILLER PIC X(04) VALUE 'B04C'.
               05 FILLER PIC X(50) VALUE
                   'TSQL002A DELTAS = EMPHIST INSERTED + ALREADY HELD'.
               05 FILLER PIC X(04) VALUE 'B05C'.
               05 FILLER PIC X(50) VALUE
                   'EMPEXTR ROWS = PRIOR EMPEXTR + ADDS - DELETES'.
               05 FILLER PIC X(04) VALUE 'B06A'.
               05 FILLER PIC X(50) VALUE
                   'TSQL015A GL SALARY HASH = TSQL008A ACTIVE TOTAL'.
               05 FILLER PIC X(04) VALUE 'B07C'.
               05 FILLER PIC X(50) VALUE
                   'TSQL015A GL HEADCOUNT HASH = TSQL008A ACTIVE COUNT'.
           01 RULE-TAB REDEFINES RULE-VALUES.
               05 RULE-ENT OCCURS 7 TIMES.
                   10 RL-ID          PIC X(3).
                   10 RL-TYPE        PIC X(1).
                   10 RL-DESC        PIC X(50).

           01 RULE-MAX        PIC 9(2) COMP VALUE 7.
           01 RULE-IX         PIC 9(2) COMP VALUE 1.

      *    ONE ENTRY PER RULE TERM: RULE, SIDE (L/R), SIGN (+/-),
      *    NIGHT (T = THE BALANCING DATE, P = THE PROGRAM'S LATEST
      *    EARLIER LEDGER DATE), RUNS (S = SUM OF EVERY CLEAN RUN THAT
      *    NIGHT, L = THE LATEST CLEAN RUN ONLY), PROGRAM, FIGURE.
      *    TSQL004A IS SUMMED BECAUSE THE SCHEDULE RUNS IT ONCE PER
      *    FEED; A REPORT OR EXTRACT RERUN REPLACES ITS EARLIER RUN.
           01 TERM-VALUES.
               05 FILLER PIC X(07) VALUE 'B01L+TS'.
               05 FILLER PIC X(08) VALUE 'TSQL004A'.
               05 FILLER PIC X(12) VALUE 'APPLIED'.
               05 FILLER PIC X(07) VALUE 'B01R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-ADD'.
               05 FILLER PIC X(07) VALUE 'B01R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-CHG'.
               05 FILLER PIC X(07) VALUE 'B01R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-DEL'.
               05 FILLER PIC X(07) VALUE 'B02L+TS'.
               05 FILLER PIC X(08) VALUE 'TSQL004A'.
               05 FILLER PIC X(12) VALUE 'ADDED'.
               05 FILLER PIC X(07) VALUE 'B02R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-ADD'.
               05 FILLER PIC X(07) VALUE 'B03L+TS'.
               05 FILLER PIC X(08) VALUE 'TSQL004A'.
               05 FILLER PIC X(12) VALUE 'DELETED'.
               05 FILLER PIC X(07) VALUE 'B03R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-DEL'.
               05 FILLER PIC X(07) VALUE 'B04L+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-ADD'.
               05 FILLER PIC X(07) VALUE 'B04L+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-CHG'.
               05 FILLER PIC X(07) VALUE 'B04L+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-DEL'.
               05 FILLER PIC X(07) VALUE 'B04R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'HIST-INSERT'.
               05 FILLER PIC X(07) VALUE 'B04R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'HIST-ALREADY'.
               05 FILLER PIC X(07) VALUE 'B05L+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL001A'.
               05 FILLER PIC X(12) VALUE 'EXTRACTED'.
               05 FILLER PIC X(07) VALUE 'B05R+PL'.
               05 FILLER PIC X(08) VALUE 'TSQL001A'.
               05 FILLER PIC X(12) VALUE 'EXTRACTED'.
               05 FILLER PIC X(07) VALUE 'B05R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-ADD'.
               05 FILLER PIC X(07) VALUE 'B05R-TL'.
               05 FILLER PIC X(08) VALUE 'TSQL002A'.
               05 FILLER PIC X(12) VALUE 'DELTA-DEL'.
               05 FILLER PIC X(07) VALUE 'B06L+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL015A'.
               05 FILLER PIC X(12) VALUE 'GL-AMT-HASH'.
               05 FILLER PIC X(07) VALUE 'B06R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL008A'.
               05 FILLER PIC X(12) VALUE 'ACTIVE-SAL'.
               05 FILLER PIC X(07) VALUE 'B07L+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL015A'.
               05 FILLER PIC X(12) VALUE 'GL-CNT-HASH'.
               05 FILLER PIC X(07) VALUE 'B07R+TL'.
               05 FILLER PIC X(08) VALUE 'TSQL008A'.
               05 FILLER PIC X(12) VALUE 'ACTIVE-CNT'.
           01 TERM-TAB REDEFINES TERM-VALUES.
               05 TERM-ENT OCCURS 21 TIMES.
                   10 TM-RULE        PIC X(3).
                   10 TM-SIDE        PIC X(1).
                   10 TM-SIGN        PIC X(1).
                   10 TM-NIGHT       PIC X(1).
                   10 TM-RUNS        PIC X(1).
                   10 TM-PROGRAM     PIC X(8).
                   10 TM-FIGURE      PIC X(12).

           01 TERM-MAX        PIC 9(2) COMP VALUE 21.
           01 TERM-IX         PIC 9(2) COMP VALUE 1.

      *    WHAT EACH TERM FOUND ON THE LEDGER THIS RUN.  TR-STATE:
      *      F = FIGURE FOUND          S = PROGRAM SKIPPED THAT NIGHT
      *      M = NO FIGURE POSTED      P = NO EARLIER NIGHT ON FILE
           01 TERM-RESULT-TAB.
               05 TERM-RESULT OCCURS 21 TIMES.
                   10 TR-STATE       PIC X(1).
                   10 TR-DATE        PIC 9(8).
                   10 TR-COUNT       PIC S9(11) COMP-3.
                   10 TR-AMOUNT      PIC S9(13)V99 COMP-3.

      *    LEDGER QUERY HOST VARIABLES.
           01 Q-PROGRAM       PIC X(8)  VALUE SPACES.
           01 Q-FIGURE        PIC X(12) VALUE SPACES.
           01 Q-DATE          PIC 9(8)  VALUE ZERO.
           01 Q-ROWS          PIC 9(9)  VALUE ZERO.
           01 Q-COUNT         PIC S9(11) COMP-3 VALUE ZERO.
           01 Q-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           01 Q-SKIPS         PIC 9(9)  VALUE ZERO.

           01 LEFT-COUNT      PIC S9(11) COMP-3 VALUE ZERO.
           01 RIGHT-COUNT     PIC S9(11) COMP-3 VALUE ZERO.
           01 DIFF-COUNT      PIC S9(11) COMP-3 VALUE ZERO.
           01 LEFT-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           01 RIGHT-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           01 DIFF-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.

           01 RULE-STATE-SW   PIC X(1) VALUE SPACE.
               88 RULE-CHECKED    VALUE SPACE.
               88 RULE-SKIPPED    VALUE 'S'.
               88 RULE-MISSING    VALUE 'M'.
               88 RULE-NO-PRIOR   VALUE 'P'.

           01 RULE-CNT        PIC 9(7) COMP VALUE ZERO.
           01 INBAL-CNT       PIC 9(7) COMP VALUE ZERO.
           01 OUTBAL-CNT      PIC 9(7) COMP VALUE ZERO.
           01 MISSING-CNT     PIC 9(7) COMP VALUE ZERO.
           01 SKIPPED-CNT     PIC 9(7) COMP VALUE ZERO.
           01 NOPRIOR-CNT     PIC 9(7) COMP VALUE ZERO.

           01 PAGE-NBR        PIC 9(4) COMP VALUE 0.
           01 LINE-CNT        PIC 9(3) COMP VALUE 99.
           01 LINES-PER-PAGE  PIC 9(3) COMP VALUE 55.

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
                   'NIGHT BATCH BALANCING - RUN DATE'.
               05 H1-DATE         PIC 9(8).
               05 FILLER          PIC X(10) VALUE SPACE.
               05 FILLER          PIC X(05) VALUE 'PAGE '.
               05 H1-PAGE-NBR     PIC ZZZ9.

           01 HEADING-2.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(05) VALUE 'RULE'.
               05 FILLER          PIC X(51) VALUE 'DESCRIPTION'.
               05 FILLER          PIC X(19) VALUE '              LEFT'.
               05 FILLER          PIC X(19) VALUE '             RIGHT'.
               05 FILLER          PIC X(19) VALUE '        DIFFERENCE'.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 FILLER          PIC X(15) VALUE 'RESULT'.

           01 RULE-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 RLN-ID          PIC X(03).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 RLN-DESC        PIC X(50).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 RLN-LEFT        PIC X(18).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 RLN-RIGHT       PIC X(18).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 RLN-DIFF        PIC X(18).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 RLN-RESULT      PIC X(15).

           01 TERM-LINE.
               05 FILLER          PIC X(06) VALUE SPACE.
               05 TLN-SIDE        PIC X(06).
               05 TLN-SIGN        PIC X(01).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 TLN-PROGRAM     PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 TLN-FIGURE      PIC X(12).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 TLN-RUNS        PIC X(11).
               05 TLN-DATE        PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 TLN-VALUE       PIC X(18).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 TLN-NOTE        PIC X(24).

           01 TOTAL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 TOT-LABEL       PIC X(36).
               05 TOT-VALUE       PIC ZZZ,ZZ9.

           01 RESULT-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 RES-TEXT        PIC X(60).

           01 COUNT-EDIT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           01 AMOUNT-EDIT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

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
              INTO BAL-DATE-X COUNT IN TOKEN-LEN.

      *    A MISTYPED DATE IS REFUSED RATHER THAN DEFAULTED - IT WOULD
      *    OTHERWISE BALANCE THE WRONG NIGHT.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           IF BAL-DATE-X = SPACES THEN
              MOVE CURR-DATE TO BAL-DATE
           ELSE
              IF BAL-DATE-X NOT NUMERIC OR TOKEN-LEN > 8 THEN
                 DISPLAY 'BALANCING DATE INVALID: ' BAL-DATE-X
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
              MOVE BAL-DATE-X TO BAL-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD (BAL-DATE) NOT = 0 THEN
                 DISPLAY 'BALANCING DATE INVALID: ' BAL-DATE-X
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           DISPLAY 'BALANCING RUN DATE : ' BAL-DATE.

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
              DISPLAY 'OPEN BALRPT FILE STATUS: ' PRTFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           PERFORM 200-CHECK-RULE THRU 200-CHECK-RULE-EXIT
              VARYING RULE-IX FROM 1 BY 1
              UNTIL RULE-IX > RULE-MAX OR RETURN-CODE >= 12.

           PERFORM 400-PRINT-TOTALS THRU 400-PRINT-TOTALS-EXIT.

           CLOSE PRTFILE.

      *    ANY RULE OUT OF BALANCE, OR ONE THAT CANNOT BE PROVED
      *    BECAUSE A FIGURE WAS NEVER POSTED, FAILS THE RUN.  THE
      *    FAILED RUNCTL ROW IS WHAT HOLDS THE TRANSMISSIONS - EVERY
      *    TRANSMISSION STEP NAMES TSQL031A AS A PREREQUISITE ON
      *    DEPCTL.  A RULE WITH NO EARLIER NIGHT TO CARRY FORWARD FROM
      *    IS ONLY A WARNING.
           IF OUTBAL-CNT > ZERO OR MISSING-CNT > ZERO THEN
              DISPLAY 'NIGHT BATCH OUT OF BALANCE - TRANSMISSIONS HELD'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF NOPRIOR-CNT > ZERO AND RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY 'RULES CHECKED      : ' RULE-CNT.
           DISPLAY 'IN BALANCE         : ' INBAL-CNT.
           DISPLAY 'OUT OF BALANCE     : ' OUTBAL-CNT.
           DISPLAY 'FIGURES MISSING    : ' MISSING-CNT.
           DISPLAY 'NOT RUN THAT NIGHT : ' SKIPPED-CNT.
           DISPLAY 'NO EARLIER NIGHT   : ' NOPRIOR-CNT.

           GO TO 100-EXIT.

      *    EVALUATE EVERY TERM OF THE RULE, THEN COMPARE THE SIDES.
      *    A PROGRAM THAT WAS SKIPPED AS NOT A PROCESSING DAY TAKES
      *    THE WHOLE RULE OUT FOR THE NIGHT; OTHERWISE A FIGURE THAT
      *    WAS NEVER POSTED LEAVES THE RULE UNPROVED.
       200-CHECK-RULE.
           MOVE SPACE TO RULE-STATE-SW.
           MOVE ZERO TO LEFT-COUNT.
           MOVE ZERO TO RIGHT-COUNT.
           MOVE ZERO TO LEFT-AMOUNT.
           MOVE ZERO TO RIGHT-AMOUNT.

           PERFORM 210-EVAL-TERM THRU 210-EVAL-TERM-EXIT
              VARYING TERM-IX FROM 1 BY 1
              UNTIL TERM-IX > TERM-MAX OR RETURN-CODE >= 12.

           IF RETURN-CODE >= 12 THEN
              GO TO 200-CHECK-RULE-EXIT
           END-IF.

           COMPUTE DIFF-COUNT = LEFT-COUNT - RIGHT-COUNT.
           COMPUTE DIFF-AMOUNT = LEFT-AMOUNT - RIGHT-AMOUNT.

           IF RULE-SKIPPED THEN
              ADD 1 TO SKIPPED-CNT
              MOVE 'NOT RUN' TO RLN-RESULT
              GO TO 200-CHECK-RULE-PRINT
           END-IF.

           IF RULE-MISSING THEN
              ADD 1 TO MISSING-CNT
              MOVE 'NO FIGURE' TO RLN-RESULT
              GO TO 200-CHECK-RULE-PRINT
           END-IF.

           IF RULE-NO-PRIOR THEN
              ADD 1 TO NOPRIOR-CNT
              MOVE 'NO PRIOR NIGHT' TO RLN-RESULT
              GO TO 200-CHECK-RULE-PRINT
           END-IF.

           ADD 1 TO RULE-CNT.

           IF (RL-TYPE (RULE-IX) = 'A' AND DIFF-AMOUNT = ZERO)
              OR (RL-TYPE (RULE-IX) <> 'A' AND DIFF-COUNT = ZERO) THEN
              ADD 1 TO INBAL-CNT
              MOVE 'IN BALANCE' TO RLN-RESULT
           ELSE
              ADD 1 TO OUTBAL-CNT
              MOVE 'OUT OF BALANCE' TO RLN-RESULT
           END-IF.

       200-CHECK-RULE-PRINT.
           PERFORM 300-PRINT-RULE THRU 300-PRINT-RULE-EXIT.

       200-CHECK-RULE-EXIT.
           EXIT.

       210-EVAL-TERM.
           IF TM-RULE (TERM-IX) <> RL-ID (RULE-IX) THEN
              GO TO 210-EVAL-TERM-EXIT
           END-IF.

           MOVE 'F' TO TR-STATE (TERM-IX).
           MOVE ZERO TO TR-COUNT (TERM-IX).
           MOVE ZERO TO TR-AMOUNT (TERM-IX).
           MOVE TM-PROGRAM (TERM-IX) TO Q-PROGRAM.
           MOVE TM-FIGURE (TERM-IX) TO Q-FIGURE.
           MOVE BAL-DATE TO Q-DATE.

           IF TM-NIGHT (TERM-IX) = 'P' THEN
              PERFORM 220-PRIOR-NIGHT THRU 220-PRIOR-NIGHT-EXIT
              IF TR-STATE (TERM-IX) <> 'F' THEN
                 GO TO 210-EVAL-TERM-EXIT
              END-IF
           END-IF.

           MOVE Q-DATE TO TR-DATE (TERM-IX).

           IF TM-RUNS (TERM-IX) = 'S' THEN
              EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(FIGURE-COUNT), 0),
                        COALESCE(SUM(FIGURE-AMOUNT), 0)
                   INTO :Q-ROWS, :Q-COUNT, :Q-AMOUNT
                   FROM BALLEDG
                  WHERE RUN-DATE = :Q-DATE
                    AND PROGRAM-NAME = :Q-PROGRAM
                    AND FIGURE-NAME = :Q-FIGURE
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(FIGURE-COUNT), 0),
                        COALESCE(SUM(FIGURE-AMOUNT), 0)
                   INTO :Q-ROWS, :Q-COUNT, :Q-AMOUNT
                   FROM BALLEDG
                  WHERE RUN-DATE = :Q-DATE
                    AND PROGRAM-NAME = :Q-PROGRAM
                    AND FIGURE-NAME = :Q-FIGURE
                    AND START-TS =
                        (SELECT MAX(START-TS) FROM BALLEDG
                          WHERE RUN-DATE = :Q-DATE
                            AND PROGRAM-NAME = :Q-PROGRAM
                            AND FIGURE-NAME = :Q-FIGURE)
              END-EXEC
           END-IF.

           IF SQLCODE <> 0 THEN
              MOVE '210-TERM' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 12 TO RETURN-CODE
              GO TO 210-EVAL-TERM-EXIT
           END-IF.

           IF Q-ROWS = ZERO THEN
              PERFORM 230-NO-FIGURE THRU 230-NO-FIGURE-EXIT
              GO TO 210-EVAL-TERM-EXIT
           END-IF.

           MOVE Q-COUNT TO TR-COUNT (TERM-IX).
           MOVE Q-AMOUNT TO TR-AMOUNT (TERM-IX).

           IF TM-SIDE (TERM-IX) = 'L' THEN
              IF TM-SIGN (TERM-IX) = '-' THEN
                 SUBTRACT Q-COUNT FROM LEFT-COUNT
                 SUBTRACT Q-AMOUNT FROM LEFT-AMOUNT
              ELSE
                 ADD Q-COUNT TO LEFT-COUNT
                 ADD Q-AMOUNT TO LEFT-AMOUNT
              END-IF
           ELSE
              IF TM-SIGN (TERM-IX) = '-' THEN
                 SUBTRACT Q-COUNT FROM RIGHT-COUNT
                 SUBTRACT Q-AMOUNT FROM RIGHT-AMOUNT
              ELSE
                 ADD Q-COUNT TO RIGHT-COUNT
                 ADD Q-AMOUNT TO RIGHT-AMOUNT
              END-IF
           END-IF.

       210-EVAL-TERM-EXIT.
           EXIT.

      *    THE PROGRAM'S LATEST LEDGER NIGHT BEFORE THE BALANCING
      *    DATE - NOT SIMPLY THE DAY BEFORE, SINCE NON-PROCESSING
      *    DAYS POST NOTHING.
       220-PRIOR-NIGHT.
           EXEC SQL
              SELECT COALESCE(MAX(RUN-DATE), 0)
                INTO :Q-DATE
                FROM BALLEDG
               WHERE PROGRAM-NAME = :Q-PROGRAM
                 AND FIGURE-NAME = :Q-FIGURE
                 AND RUN-DATE < :BAL-DATE
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '220-PRIOR' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 12 TO RETURN-CODE
              MOVE 'M' TO TR-STATE (TERM-IX)
              GO TO 220-PRIOR-NIGHT-EXIT
           END-IF.

           IF Q-DATE = ZERO THEN
              MOVE 'P' TO TR-STATE (TERM-IX)
              MOVE ZERO TO TR-DATE (TERM-IX)
              IF RULE-CHECKED THEN
                 SET RULE-NO-PRIOR TO TRUE
              END-IF
           END-IF.

       220-PRIOR-NIGHT-EXIT.
           EXIT.

      *    NOTHING POSTED FOR THE NIGHT - EITHER THE PROGRAM WAS
      *    SKIPPED BY THE CALENDAR, OR IT NEVER RAN CLEAN.
       230-NO-FIGURE.
           EXEC SQL
              SELECT COUNT(*) INTO :Q-SKIPS FROM RUNCTL
               WHERE PROGRAM-NAME = :Q-PROGRAM
                 AND RUN-DATE = :Q-DATE
                 AND RUN-STATUS = 'S'
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '230-NOFIG' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 12 TO RETURN-CODE
              GO TO 230-NO-FIGURE-EXIT
           END-IF.

           IF Q-SKIPS > ZERO THEN
              MOVE 'S' TO TR-STATE (TERM-IX)
              SET RULE-SKIPPED TO TRUE
              GO TO 230-NO-FIGURE-EXIT
           END-IF.

           MOVE 'M' TO TR-STATE (TERM-IX).
           IF NOT RULE-SKIPPED THEN
              SET RULE-MISSING TO TRUE
           END-IF.

       230-NO-FIGURE-EXIT.
           EXIT.

       300-PRINT-RULE.
           IF LINE-CNT + 6 > LINES-PER-PAGE THEN
              PERFORM 500-PRINT-HEADINGS THRU 500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE RL-ID (RULE-IX) TO RLN-ID.
           MOVE RL-DESC (RULE-IX) TO RLN-DESC.

           IF RL-TYPE (RULE-IX) = 'A' THEN
              MOVE LEFT-AMOUNT TO AMOUNT-EDIT
              MOVE AMOUNT-EDIT TO RLN-LEFT
              MOVE RIGHT-AMOUNT TO AMOUNT-EDIT
              MOVE AMOUNT-EDIT TO RLN-RIGHT
              MOVE DIFF-AMOUNT TO AMOUNT-EDIT
              MOVE AMOUNT-EDIT TO RLN-DIFF
           ELSE
              MOVE LEFT-COUNT TO COUNT-EDIT
              MOVE COUNT-EDIT TO RLN-LEFT
              MOVE RIGHT-COUNT TO COUNT-EDIT
              MOVE COUNT-EDIT TO RLN-RIGHT
              MOVE DIFF-COUNT TO COUNT-EDIT
              MOVE COUNT-EDIT TO RLN-DIFF
           END-IF.

      *    A RULE THAT WAS NOT COMPARED SHOWS NO DIFFERENCE.
           IF NOT RULE-CHECKED THEN
              MOVE SPACES TO RLN-DIFF
           END-IF.

           MOVE RULE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CNT.

           PERFORM 310-PRINT-TERM THRU 310-PRINT-TERM-EXIT
              VARYING TERM-IX FROM 1 BY 1
              UNTIL TERM-IX > TERM-MAX.

       300-PRINT-RULE-EXIT.
           EXIT.

       310-PRINT-TERM.
           IF TM-RULE (TERM-IX) <> RL-ID (RULE-IX) THEN
              GO TO 310-PRINT-TERM-EXIT
           END-IF.

           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 500-PRINT-HEADINGS THRU 500-PRINT-HEADINGS-EXIT
           END-IF.

           IF TM-SIDE (TERM-IX) = 'L' THEN
              MOVE 'LEFT' TO TLN-SIDE
           ELSE
              MOVE 'RIGHT' TO TLN-SIDE
           END-IF.
           MOVE TM-SIGN (TERM-IX) TO TLN-SIGN.
           MOVE TM-PROGRAM (TERM-IX) TO TLN-PROGRAM.
           MOVE TM-FIGURE (TERM-IX) TO TLN-FIGURE.

           IF TM-RUNS (TERM-IX) = 'S' THEN
              MOVE 'ALL RUNS' TO TLN-RUNS
           ELSE
              MOVE 'LATEST RUN' TO TLN-RUNS
           END-IF.

           MOVE SPACES TO TLN-DATE.
           IF TR-DATE (TERM-IX) > ZERO THEN
              MOVE TR-DATE (TERM-IX) TO TLN-DATE
           END-IF.

           MOVE SPACES TO TLN-VALUE.
           MOVE SPACES TO TLN-NOTE.

           IF TR-STATE (TERM-IX) = 'F' THEN
              IF RL-TYPE (RULE-IX) = 'A' THEN
                 MOVE TR-AMOUNT (TERM-IX) TO AMOUNT-EDIT
                 MOVE AMOUNT-EDIT TO TLN-VALUE
              ELSE
                 MOVE TR-COUNT (TERM-IX) TO COUNT-EDIT
                 MOVE COUNT-EDIT TO TLN-VALUE
              END-IF
           END-IF.

           IF TR-STATE (TERM-IX) = 'S' THEN
              MOVE 'SKIPPED - NOT PROC DAY' TO TLN-NOTE
           END-IF.
           IF TR-STATE (TERM-IX) = 'M' THEN
              MOVE 'NO FIGURE POSTED' TO TLN-NOTE
           END-IF.
           IF TR-STATE (TERM-IX) = 'P' THEN
              MOVE 'NO EARLIER NIGHT' TO TLN-NOTE
           END-IF.

           MOVE TERM-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       310-PRINT-TERM-EXIT.
           EXIT.

       400-PRINT-TOTALS.
           IF LINE-CNT + 10 > LINES-PER-PAGE THEN
              PERFORM 500-PRINT-HEADINGS THRU 500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE 'RULES COMPARED' TO TOT-LABEL.
           MOVE RULE-CNT TO TOT-VALUE.
           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING 3 LINES.

           MOVE '  IN BALANCE' TO TOT-LABEL.
           MOVE INBAL-CNT TO TOT-VALUE.
           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE '  OUT OF BALANCE' TO TOT-LABEL.
           MOVE OUTBAL-CNT TO TOT-VALUE.
           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE 'RULES WITH A FIGURE MISSING' TO TOT-LABEL.
           MOVE MISSING-CNT TO TOT-VALUE.
           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE 'RULES NOT RUN THAT NIGHT' TO TOT-LABEL.
           MOVE SKIPPED-CNT TO TOT-VALUE.
           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE 'RULES WITH NO EARLIER NIGHT' TO TOT-LABEL.
           MOVE NOPRIOR-CNT TO TOT-VALUE.
           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           IF RETURN-CODE >= 12 THEN
              MOVE 'BALANCING INCOMPLETE - LEDGER NOT READ'
                 TO RES-TEXT
           ELSE
              IF OUTBAL-CNT > ZERO OR MISSING-CNT > ZERO THEN
                 MOVE 'OUT OF BALANCE - TRANSMISSIONS HELD' TO RES-TEXT
              ELSE
                 MOVE 'IN BALANCE - TRANSMISSIONS RELEASED' TO RES-TEXT
              END-IF
           END-IF.
           MOVE RESULT-LINE TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING 2 LINES.

       400-PRINT-TOTALS-EXIT.
           EXIT.

       500-PRINT-HEADINGS.
           ADD 1 TO PAGE-NBR.
           MOVE PAGE-NBR TO H1-PAGE-NBR.
           MOVE BAL-DATE TO H1-DATE.

           MOVE HEADING-1 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING PAGE.

           MOVE HEADING-2 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING 2 LINES.

           MOVE 2 TO LINE-CNT.

       500-PRINT-HEADINGS-EXIT.
           EXIT.

       800-REGISTER-RUN.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE CURR-DATE TO RC-RUN-DATE.
           MOVE 'TSQL031A' TO RC-PROGRAM.
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
              DISPLAY 'TSQL031A ALREADY IN FLIGHT - RUN REFUSED'
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
              DISPLAY 'TSQL031A PREREQUISITES NOT MET - RUN REFUSED'
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

           DISPLAY 'TSQL031A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'RULES' TO BL-FIG-NAME (1).
           MOVE RULE-CNT TO BL-FIG-COUNT (1).
           MOVE 'IN-BALANCE' TO BL-FIG-NAME (2).
           MOVE INBAL-CNT TO BL-FIG-COUNT (2).
           MOVE 'OUT-BALANCE' TO BL-FIG-NAME (3).
           MOVE OUTBAL-CNT TO BL-FIG-COUNT (3).
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
           MOVE RULE-CNT TO RC-ROWS.

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

           MOVE 'TSQL031A' TO EL-PROGRAM.
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
