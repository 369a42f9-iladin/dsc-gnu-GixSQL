       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL030A.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      * SOURCE-COMPUTER. IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERRLOG
               ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.

           SELECT MASKEMP
               ASSIGN TO "MASKEMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASKEMP-STATUS.

           SELECT MASKHIST
               ASSIGN TO "MASKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASKHIST-STATUS.

           SELECT MASKDEPT
               ASSIGN TO "MASKDEPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASKDEPT-STATUS.

           SELECT PRTFILE
               ASSIGN TO "MASKRPT"
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

      *    THE THREE UNLOADS ARE FIELD FOR FIELD IN TABLE ORDER WITH
      *    THE SALARY IN DISPLAY FORM, LIKE EMPEXTR AND HISTARCH, SO
      *    THE QA REGION LOADS THEM STRAIGHT BACK INTO ITS TABLES.
       FD  MASKEMP
           RECORDING MODE IS F.
           01 MASKEMP-RECORD.
               05 MK-EMP-ID        PIC 9(6).
               05 MK-LAST-NAME     PIC X(20).
               05 MK-FIRST-NAME    PIC X(15).
               05 MK-DEPT-CD       PIC X(4).
               05 MK-HIRE-DATE     PIC X(10).
               05 MK-SALARY        PIC S9(7)V99.
               05 MK-STATUS        PIC X(1).

       FD  MASKHIST
           RECORDING MODE IS F.
           01 MASKHIST-RECORD.
               05 MH-EMP-ID          PIC 9(6).
               05 MH-LAST-NAME       PIC X(20).
               05 MH-FIRST-NAME      PIC X(15).
               05 MH-DEPT-CD         PIC X(4).
               05 MH-HIRE-DATE       PIC X(10).
               05 MH-SALARY          PIC S9(7)V99.
               05 MH-STATUS          PIC X(1).
               05 MH-EFFECTIVE-DATE  PIC 9(8).

       FD  MASKDEPT
           RECORDING MODE IS F.
           01 MASKDEPT-RECORD.
               05 MD-DEPT-CD       PIC X(4).
               05 MD-DEPT-NAME     PIC X(30).
               05 MD-DEPT-ACTIVE   PIC X(1).
               05 MD-DEPT-COST-CTR PIC X(6).

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
             INCLUDE DEPTREC
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

      *    THE PRODUCTION DATA SOURCE NAME FROM THE PRODUCTION
      *    PROFILE.  ANY OTHER REGION LEAVES IT UNSET, OR SET TO A
      *    NAME ITS OWN DB1NAME DOES NOT MATCH.
           01 PROD-DATASRC    PIC X(64).

           01 ERRLOG-STATUS   PIC X(2) VALUE '00'.
           01 ERR-PARAGRAPH   PIC X(12) VALUE SPACES.

           01 MASKEMP-STATUS  PIC X(2) VALUE '00'.
           01 MASKHIST-STATUS PIC X(2) VALUE '00'.
           01 MASKDEPT-STATUS PIC X(2) VALUE '00'.
           01 PRTFILE-STATUS  PIC X(2) VALUE '00'.

           01 DEPTCUR-MORE-SW PIC X(1) VALUE 'Y'.
               88 DEPTCUR-MORE    VALUE 'Y'.

           01 EMPCUR-MORE-SW  PIC X(1) VALUE 'Y'.
               88 EMPCUR-MORE     VALUE 'Y'.

           01 HISTCUR-MORE-SW PIC X(1) VALUE 'Y'.
               88 HISTCUR-MORE    VALUE 'Y'.

           01 RUN-MODE        PIC X(5)  VALUE 'PROD'.

           01 PARM            PIC X(80) VALUE SPACES.
           01 PARM-TOKEN-1    PIC X(8)  VALUE SPACES.
           01 TOKEN-LEN       PIC 9(2) COMP VALUE ZERO.

      *    THE OFFSET PARM ARRIVES AS KEYED TEXT - RIGHT-JUSTIFY AND
      *    ZERO-FILL THE KEYED DIGITS BEFORE TREATING THEM AS A
      *    NUMBER.  THE DEFAULT IS A WHOLE NUMBER OF WEEKS SO EVERY
      *    DATE KEEPS ITS DAY OF THE WEEK.
           01 OFF-JUST-TEXT   PIC X(8) JUSTIFIED RIGHT.
           01 DATE-OFFSET     PIC 9(4) VALUE 364.

           01 INT-WORK        PIC 9(8) COMP VALUE ZERO.
           01 DATE-WORK       PIC 9(8) VALUE ZERO.
           01 DATE-WORK-R REDEFINES DATE-WORK.
               05 DW-YYYY     PIC 9(4).
               05 DW-MM       PIC 9(2).
               05 DW-DD       PIC 9(2).

           01 HIRE-DATE-WORK  PIC X(10) VALUE SPACES.
           01 HIRE-DATE-PARTS REDEFINES HIRE-DATE-WORK.
               05 HW-YYYY     PIC 9(4).
               05 HW-SEP-1    PIC X(1).
               05 HW-MM       PIC 9(2).
               05 HW-SEP-2    PIC X(1).
               05 HW-DD       PIC 9(2).

      *    FAKE NAMES ARE PICKED BY EMPLOYEE ID ALONE, SO AN EMPLOYEE
      *    CARRIES THE SAME FAKE NAME ON EVERY TABLE AND IN EVERY RUN.
           01 LAST-NAME-VALUES.
               05 FILLER PIC X(20) VALUE 'ASHDOWN'.
               05 FILLER PIC X(20) VALUE 'BRAMLEY'.
               05 FILLER PIC X(20) VALUE 'CALLOWAY'.
               05 FILLER PIC X(20) VALUE 'DUNMORE'.
               05 FILLER PIC X(20) VALUE 'ELLSWORTH'.
               05 FILLER PIC X(20) VALUE 'FAIRCLOUGH'.
               05 FILLER PIC X(20) VALUE 'GARRICK'.
               05 FILLER PIC X(20) VALUE 'HOLLOWAY'.
               05 FILLER PIC X(20) VALUE 'INGRAM'.
               05 FILLER PIC X(20) VALUE 'JARVIS'.
               05 FILLER PIC X(20) VALUE 'KENDRICK'.
               05 FILLER PIC X(20) VALUE 'LANGLEY'.
               05 FILLER PIC X(20) VALUE 'MARLOWE'.
               05 FILLER PIC X(20) VALUE 'NORCROSS'.
               05 FILLER PIC X(20) VALUE 'OAKLEY'.
               05 FILLER PIC X(20) VALUE 'PEMBERTON'.
               05 FILLER PIC X(20) VALUE 'QUINLAN'.
               05 FILLER PIC X(20) VALUE 'RADCLIFFE'.
               05 FILLER PIC X(20) VALUE 'SHELBY'.
               05 FILLER PIC X(20) VALUE 'THORNTON'.
               05 FILLER PIC X(20) VALUE 'UPTON'.
               05 FILLER PIC X(20) VALUE 'VANCE'.
               05 FILLER PIC X(20) VALUE 'WHITLOCK'.
               05 FILLER PIC X(20) VALUE 'YARDLEY'.
               05 FILLER PIC X(20) VALUE 'ABERNATHY'.
               05 FILLER PIC X(20) VALUE 'BLACKWOOD'.
               05 FILLER PIC X(20) VALUE 'CROMWELL'.
               05 FILLER PIC X(20) VALUE 'DRISCOLL'.
               05 FILLER PIC X(20) VALUE 'EVERETT'.
               05 FILLER PIC X(20) VALUE 'FLETCHER'.
               05 FILLER PIC X(20) VALUE 'GODWIN'.
               05 FILLER PIC X(20) VALUE 'HARGROVE'.
               05 FILLER PIC X(20) VALUE 'KIMBALL'.
               05 FILLER PIC X(20) VALUE 'LOCKHART'.
               05 FILLER PIC X(20) VALUE 'MERRIWETHER'.
               05 FILLER PIC X(20) VALUE 'NEWCOMBE'.
               05 FILLER PIC X(20) VALUE 'PRESCOTT'.
               05 FILLER PIC X(20) VALUE 'ROWLAND'.
               05 FILLER PIC X(20) VALUE 'STANHOPE'.
               05 FILLER PIC X(20) VALUE 'WAINWRIGHT'.
           01 LAST-NAME-TAB REDEFINES LAST-NAME-VALUES.
               05 FAKE-LAST-NAME PIC X(20) OCCURS 40 TIMES.

           01 FIRST-NAME-VALUES.
               05 FILLER PIC X(15) VALUE 'ALICE'.
               05 FILLER PIC X(15) VALUE 'BERNARD'.
               05 FILLER PIC X(15) VALUE 'CLARA'.
               05 FILLER PIC X(15) VALUE 'DESMOND'.
               05 FILLER PIC X(15) VALUE 'EDITH'.
               05 FILLER PIC X(15) VALUE 'FRANCIS'.
               05 FILLER PIC X(15) VALUE 'GRETA'.
               05 FILLER PIC X(15) VALUE 'HAROLD'.
               05 FILLER PIC X(15) VALUE 'IRENE'.
               05 FILLER PIC X(15) VALUE 'JULIAN'.
               05 FILLER PIC X(15) VALUE 'KATHLEEN'.
               05 FILLER PIC X(15) VALUE 'LEONARD'.
               05 FILLER PIC X(15) VALUE 'MARGARET'.
               05 FILLER PIC X(15) VALUE 'NORMAN'.
               05 FILLER PIC X(15) VALUE 'OLIVE'.
               05 FILLER PIC X(15) VALUE 'PERCY'.
               05 FILLER PIC X(15) VALUE 'ROSALIND'.
               05 FILLER PIC X(15) VALUE 'STANLEY'.
               05 FILLER PIC X(15) VALUE 'THEODORA'.
               05 FILLER PIC X(15) VALUE 'VINCENT'.
               05 FILLER PIC X(15) VALUE 'WINIFRED'.
               05 FILLER PIC X(15) VALUE 'ARTHUR'.
               05 FILLER PIC X(15) VALUE 'BEATRICE'.
               05 FILLER PIC X(15) VALUE 'CEDRIC'.
               05 FILLER PIC X(15) VALUE 'DOROTHY'.
               05 FILLER PIC X(15) VALUE 'ERNEST'.
               05 FILLER PIC X(15) VALUE 'FLORENCE'.
               05 FILLER PIC X(15) VALUE 'GILBERT'.
               05 FILLER PIC X(15) VALUE 'HAZEL'.
               05 FILLER PIC X(15) VALUE 'LIONEL'.
           01 FIRST-NAME-TAB REDEFINES FIRST-NAME-VALUES.
               05 FAKE-FIRST-NAME PIC X(15) OCCURS 30 TIMES.

           01 MASK-ID         PIC 9(6) VALUE ZERO.
           01 NAME-WORK       PIC 9(8) COMP VALUE ZERO.
           01 NAME-REM        PIC 9(4) COMP VALUE ZERO.
           01 LAST-IX         PIC 9(4) COMP VALUE 1.
           01 FIRST-IX        PIC 9(4) COMP VALUE 1.

      *    THE SALARY FACTOR IS ALSO PICKED BY EMPLOYEE ID - 85 TO
      *    115 PERCENT, NEVER 100 - SO EVERY SALARY ON AN EMPLOYEE'S
      *    HISTORY MOVES BY THE SAME PROPORTION.
           01 FACTOR-WORK     PIC 9(12) COMP VALUE ZERO.
           01 FACTOR-PCT      PIC 9(3) COMP VALUE 100.
           01 MASK-SALARY     PIC S9(7)V99 COMP-3 VALUE ZERO.

           01 SRC-DEPT-CNT    PIC 9(9) VALUE ZERO.
           01 SRC-EMP-CNT     PIC 9(9) VALUE ZERO.
           01 SRC-HIST-CNT    PIC 9(9) VALUE ZERO.

           01 DEPT-READ-CNT   PIC 9(9) COMP VALUE ZERO.
           01 EMP-READ-CNT    PIC 9(9) COMP VALUE ZERO.
           01 HIST-READ-CNT   PIC 9(9) COMP VALUE ZERO.
           01 DEPT-WRITE-CNT  PIC 9(9) COMP VALUE ZERO.
           01 EMP-WRITE-CNT   PIC 9(9) COMP VALUE ZERO.
           01 HIST-WRITE-CNT  PIC 9(9) COMP VALUE ZERO.
           01 TOTAL-WRITE-CNT PIC 9(9) COMP VALUE ZERO.
           01 UNSHIFTED-CNT   PIC 9(9) COMP VALUE ZERO.
           01 OUT-OF-BAL-CNT  PIC 9(3) COMP VALUE ZERO.

           01 EMP-SAL-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           01 HIST-SAL-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.

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
               05 FILLER          PIC X(36) VALUE
                   'MASKED TEST-DATA UNLOAD - CONTROLS'.
               05 FILLER          PIC X(06) VALUE 'DATE '.
               05 H1-DATE         PIC 9(8).
               05 FILLER          PIC X(16) VALUE
                   '  DATE OFFSET -'.
               05 H1-OFFSET       PIC ZZZ9.
               05 FILLER          PIC X(05) VALUE ' DAYS'.

           01 HEADING-2.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(12) VALUE 'TABLE'.
               05 FILLER          PIC X(12) VALUE 'FILE'.
               05 FILLER          PIC X(14) VALUE '   SOURCE ROWS'.
               05 FILLER          PIC X(14) VALUE '     ROWS READ'.
               05 FILLER          PIC X(14) VALUE '  ROWS WRITTEN'.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'RESULT'.

           01 TABLE-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 TL-TABLE        PIC X(12).
               05 TL-FILE         PIC X(12).
               05 FILLER          PIC X(03) VALUE SPACE.
               05 TL-SOURCE       PIC ZZZ,ZZZ,ZZ9.
               05 FILLER          PIC X(03) VALUE SPACE.
               05 TL-READ         PIC ZZZ,ZZZ,ZZ9.
               05 FILLER          PIC X(03) VALUE SPACE.
               05 TL-WRITTEN      PIC ZZZ,ZZZ,ZZ9.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 TL-RESULT       PIC X(16).

           01 NOTE-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 NL-LABEL        PIC X(36).
               05 NL-VALUE        PIC X(20).

           01 AMT-EDIT        PIC ZZZ,ZZZ,ZZ9.99-.
           01 CNT-EDIT        PIC ZZZ,ZZZ,ZZ9.

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
              INTO PARM-TOKEN-1 COUNT IN TOKEN-LEN.

           IF PARM-TOKEN-1 NOT = SPACES THEN
      *       A WORD LONGER THAN THE FIELD WAS CUT SHORT - REFUSE IT.
              IF TOKEN-LEN < 1 OR TOKEN-LEN > 8 THEN
                 DISPLAY 'DATE OFFSET INVALID: ' PARM-TOKEN-1
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
              MOVE SPACES TO OFF-JUST-TEXT
              MOVE PARM-TOKEN-1 (1:TOKEN-LEN) TO OFF-JUST-TEXT
              INSPECT OFF-JUST-TEXT REPLACING LEADING SPACE BY '0'
              IF OFF-JUST-TEXT NUMERIC THEN
                 MOVE OFF-JUST-TEXT TO DATE-OFFSET
              ELSE
                 DISPLAY 'DATE OFFSET NOT NUMERIC: ' PARM-TOKEN-1
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           IF DATE-OFFSET = ZERO THEN
              DISPLAY 'DATE OFFSET OF ZERO DAYS REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           DISPLAY 'DATE OFFSET DAYS: ' DATE-OFFSET.

           ACCEPT DATASRC FROM ENVIRONMENT 'DB1name'.
           ACCEPT DBUSR FROM ENVIRONMENT 'DB1role'.
           ACCEPT DBPWD FROM ENVIRONMENT 'DB1pswd'.
           ACCEPT PROD-DATASRC FROM ENVIRONMENT 'DB1prod'.

      D     DISPLAY '***************************************'.
      D     DISPLAY " DATASRC  : " DATASRC.
      D     DISPLAY " DBUSR    : " DBUSR.
      D     DISPLAY " DBPWD    : " DBPWD.
      D     DISPLAY '***************************************'.

      *    THE UNLOAD IS ONLY EVER TAKEN FROM THE PRODUCTION SOURCE
      *    OF RECORD - A QA OR DR COPY MAY ALREADY BE MASKED OR BEHIND,
      *    SO THERE IS NO DR FALLBACK HERE.
           IF PROD-DATASRC = SPACES OR DATASRC NOT = PROD-DATASRC THEN
              DISPLAY 'DATA SOURCE IS NOT THE PRODUCTION SOURCE - '
                 'UNLOAD REFUSED'
              DISPLAY 'DATA SOURCE: ' DATASRC
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           DISPLAY 'CONNECT SQLCODE: ' SQLCODE

           IF SQLCODE <> 0 THEN
              MOVE '000-CONNECT' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              DISPLAY 'PRODUCTION CONNECT FAILED - UNLOAD NOT TAKEN'
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.
           PERFORM 800-REGISTER-RUN THRU 800-REGISTER-RUN-EXIT.

       100-MAIN.

      *    ONE READ TRANSACTION OVER THE COUNTS AND ALL THREE UNLOADS
      *    SO THE FILES AND THE CONTROL COUNTS DESCRIBE THE SAME DATA.
           EXEC SQL
              START TRANSACTION
           END-EXEC.

           EXEC SQL
              SELECT COUNT(*) INTO :SRC-DEPT-CNT FROM DEPTTABLE
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           EXEC SQL
              SELECT COUNT(*) INTO :SRC-EMP-CNT FROM EMPTABLE
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           EXEC SQL
              SELECT COUNT(*) INTO :SRC-HIST-CNT FROM EMPHIST
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT MASKDEPT.
           IF MASKDEPT-STATUS <> '00' THEN
              DISPLAY 'OPEN MASKDEPT FILE STATUS: ' MASKDEPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT MASKEMP.
           IF MASKEMP-STATUS <> '00' THEN
              DISPLAY 'OPEN MASKEMP FILE STATUS: ' MASKEMP-STATUS
              CLOSE MASKDEPT
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT MASKHIST.
           IF MASKHIST-STATUS <> '00' THEN
              DISPLAY 'OPEN MASKHIST FILE STATUS: ' MASKHIST-STATUS
              CLOSE MASKDEPT
              CLOSE MASKEMP
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           PERFORM 200-UNLOAD-DEPT THRU 200-UNLOAD-DEPT-EXIT.

           IF RETURN-CODE < 8 THEN
              PERFORM 300-UNLOAD-EMP THRU 300-UNLOAD-EMP-EXIT
           END-IF.

           IF RETURN-CODE < 8 THEN
              PERFORM 400-UNLOAD-HIST THRU 400-UNLOAD-HIST-EXIT
           END-IF.

           CLOSE MASKDEPT.
           CLOSE MASKEMP.
           CLOSE MASKHIST.

           COMPUTE TOTAL-WRITE-CNT =
              DEPT-WRITE-CNT + EMP-WRITE-CNT + HIST-WRITE-CNT.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF RETURN-CODE >= 8 THEN
              DISPLAY 'UNLOAD FAILED - MASKED FILES ARE INCOMPLETE'
              GO TO 100-EXIT
           END-IF.

           PERFORM 600-CONTROL-REPORT THRU 600-CONTROL-REPORT-EXIT.

      *    THE QA REGION MUST NOT LOAD A SET THAT DOES NOT BALANCE
      *    TO ITS SOURCE.
           IF OUT-OF-BAL-CNT > ZERO AND RETURN-CODE < 8 THEN
              DISPLAY 'UNLOAD OUT OF BALANCE - DO NOT LOAD'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY 'DEPTTABLE ROWS WRITTEN: ' DEPT-WRITE-CNT.
           DISPLAY 'EMPTABLE ROWS WRITTEN : ' EMP-WRITE-CNT.
           DISPLAY 'EMPHIST ROWS WRITTEN  : ' HIST-WRITE-CNT.
           DISPLAY 'DATES LEFT UNSHIFTED  : ' UNSHIFTED-CNT.

           GO TO 100-EXIT.

      *    DEPARTMENT CODES, NAMES AND COST CENTERS GO ACROSS AS THEY
      *    ARE SO THE CONTROL-BREAK AND GL REPORTS STILL ROLL UP.
       200-UNLOAD-DEPT.
           EXEC SQL
              DECLARE DEPTCUR CURSOR FOR
                 SELECT DEPT-CD, DEPT-NAME, DEPT-ACTIVE, DEPT-COST-CTR
                   FROM DEPTTABLE
                  ORDER BY DEPT-CD
           END-EXEC.

           EXEC SQL
              OPEN DEPTCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN DEPTCUR SQLCODE: ' SQLCODE
              MOVE '200-DEPT' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 200-UNLOAD-DEPT-EXIT
           END-IF.

           MOVE 'Y' TO DEPTCUR-MORE-SW.
           PERFORM 210-UNLOAD-DEPT-ROW THRU 210-UNLOAD-DEPT-ROW-EXIT
              UNTIL NOT DEPTCUR-MORE OR RETURN-CODE >= 8.

           EXEC SQL
              CLOSE DEPTCUR
           END-EXEC.

       200-UNLOAD-DEPT-EXIT.
           EXIT.

       210-UNLOAD-DEPT-ROW.
           EXEC SQL
              FETCH DEPTCUR INTO :DEPT-CD, :DEPT-NAME, :DEPT-ACTIVE,
                 :DEPT-COST-CTR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE 'N' TO DEPTCUR-MORE-SW
              GO TO 210-UNLOAD-DEPT-ROW-EXIT
           END-IF.

           ADD 1 TO DEPT-READ-CNT.

           MOVE DEPT-CD TO MD-DEPT-CD.
           MOVE DEPT-NAME TO MD-DEPT-NAME.
           MOVE DEPT-ACTIVE TO MD-DEPT-ACTIVE.
           MOVE DEPT-COST-CTR TO MD-DEPT-COST-CTR.

           WRITE MASKDEPT-RECORD.

           IF MASKDEPT-STATUS <> '00' THEN
              DISPLAY 'WRITE MASKDEPT FILE STATUS: ' MASKDEPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 210-UNLOAD-DEPT-ROW-EXIT
           END-IF.

           ADD 1 TO DEPT-WRITE-CNT.

       210-UNLOAD-DEPT-ROW-EXIT.
           EXIT.

       300-UNLOAD-EMP.
           EXEC SQL
              DECLARE EMPCUR CURSOR FOR
                 SELECT EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME,
                        EMP-DEPT-CD, EMP-HIRE-DATE, EMP-SALARY,
                        EMP-STATUS
                   FROM EMPTABLE
                  ORDER BY EMP-ID
           END-EXEC.

           EXEC SQL
              OPEN EMPCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN EMPCUR SQLCODE: ' SQLCODE
              MOVE '300-EMP' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 300-UNLOAD-EMP-EXIT
           END-IF.

           MOVE 'Y' TO EMPCUR-MORE-SW.
           PERFORM 310-UNLOAD-EMP-ROW THRU 310-UNLOAD-EMP-ROW-EXIT
              UNTIL NOT EMPCUR-MORE OR RETURN-CODE >= 8.

           EXEC SQL
              CLOSE EMPCUR
           END-EXEC.

       300-UNLOAD-EMP-EXIT.
           EXIT.

       310-UNLOAD-EMP-ROW.
           EXEC SQL
              FETCH EMPCUR INTO :EMP-ID, :EMP-LAST-NAME,
                 :EMP-FIRST-NAME, :EMP-DEPT-CD, :EMP-HIRE-DATE,
                 :EMP-SALARY, :EMP-STATUS
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE 'N' TO EMPCUR-MORE-SW
              GO TO 310-UNLOAD-EMP-ROW-EXIT
           END-IF.

           ADD 1 TO EMP-READ-CNT.

           MOVE EMP-ID TO MASK-ID.
           PERFORM 500-PICK-MASK THRU 500-PICK-MASK-EXIT.

           MOVE EMP-ID TO MK-EMP-ID.
           MOVE FAKE-LAST-NAME (LAST-IX) TO MK-LAST-NAME.
           MOVE FAKE-FIRST-NAME (FIRST-IX) TO MK-FIRST-NAME.
           MOVE EMP-DEPT-CD TO MK-DEPT-CD.
           MOVE EMP-STATUS TO MK-STATUS.

           COMPUTE MASK-SALARY ROUNDED =
              EMP-SALARY * FACTOR-PCT / 100.
           MOVE MASK-SALARY TO MK-SALARY.
           ADD MASK-SALARY TO EMP-SAL-TOTAL.

           MOVE EMP-HIRE-DATE TO HIRE-DATE-WORK.
           PERFORM 520-SHIFT-HIRE-DATE THRU 520-SHIFT-HIRE-DATE-EXIT.
           MOVE HIRE-DATE-WORK TO MK-HIRE-DATE.

           WRITE MASKEMP-RECORD.

           IF MASKEMP-STATUS <> '00' THEN
              DISPLAY 'WRITE MASKEMP FILE STATUS: ' MASKEMP-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 310-UNLOAD-EMP-ROW-EXIT
           END-IF.

           ADD 1 TO EMP-WRITE-CNT.

       310-UNLOAD-EMP-ROW-EXIT.
           EXIT.

       400-UNLOAD-HIST.
           EXEC SQL
              DECLARE HISTCUR CURSOR FOR
                 SELECT EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME,
                        EMP-DEPT-CD, EMP-HIRE-DATE, EMP-SALARY,
                        EMP-STATUS, EFFECTIVE-DATE
                   FROM EMPHIST
                  ORDER BY EMP-ID, EFFECTIVE-DATE
           END-EXEC.

           EXEC SQL
              OPEN HISTCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN HISTCUR SQLCODE: ' SQLCODE
              MOVE '400-HIST' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 400-UNLOAD-HIST-EXIT
           END-IF.

           MOVE 'Y' TO HISTCUR-MORE-SW.
           PERFORM 410-UNLOAD-HIST-ROW THRU 410-UNLOAD-HIST-ROW-EXIT
              UNTIL NOT HISTCUR-MORE OR RETURN-CODE >= 8.

           EXEC SQL
              CLOSE HISTCUR
           END-EXEC.

       400-UNLOAD-HIST-EXIT.
           EXIT.

       410-UNLOAD-HIST-ROW.
           EXEC SQL
              FETCH HISTCUR INTO :EH-EMP-ID, :EH-LAST-NAME,
                 :EH-FIRST-NAME, :EH-DEPT-CD, :EH-HIRE-DATE,
                 :EH-SALARY, :EH-STATUS, :EH-EFFECTIVE-DATE
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE 'N' TO HISTCUR-MORE-SW
              GO TO 410-UNLOAD-HIST-ROW-EXIT
           END-IF.

           ADD 1 TO HIST-READ-CNT.

           MOVE EH-EMP-ID TO MASK-ID.
           PERFORM 500-PICK-MASK THRU 500-PICK-MASK-EXIT.

           MOVE EH-EMP-ID TO MH-EMP-ID.
           MOVE FAKE-LAST-NAME (LAST-IX) TO MH-LAST-NAME.
           MOVE FAKE-FIRST-NAME (FIRST-IX) TO MH-FIRST-NAME.
           MOVE EH-DEPT-CD TO MH-DEPT-CD.
           MOVE EH-STATUS TO MH-STATUS.

           COMPUTE MASK-SALARY ROUNDED =
              EH-SALARY * FACTOR-PCT / 100.
           MOVE MASK-SALARY TO MH-SALARY.
           ADD MASK-SALARY TO HIST-SAL-TOTAL.

           MOVE EH-HIRE-DATE TO HIRE-DATE-WORK.
           PERFORM 520-SHIFT-HIRE-DATE THRU 520-SHIFT-HIRE-DATE-EXIT.
           MOVE HIRE-DATE-WORK TO MH-HIRE-DATE.

           MOVE EH-EFFECTIVE-DATE TO DATE-WORK.
           PERFORM 510-SHIFT-DATE THRU 510-SHIFT-DATE-EXIT.
           MOVE DATE-WORK TO MH-EFFECTIVE-DATE.

           WRITE MASKHIST-RECORD.

           IF MASKHIST-STATUS <> '00' THEN
              DISPLAY 'WRITE MASKHIST FILE STATUS: ' MASKHIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 410-UNLOAD-HIST-ROW-EXIT
           END-IF.

           ADD 1 TO HIST-WRITE-CNT.

       410-UNLOAD-HIST-ROW-EXIT.
           EXIT.

      *    MASK-ID HOLDS THE EMPLOYEE ID.  THE LAST NAME CYCLES
      *    WITH THE ID AND THE FIRST NAME WITH EVERY FORTIETH ID, SO
      *    NEIGHBOURING IDS NEVER SHARE A FULL NAME.
       500-PICK-MASK.
           MOVE MASK-ID TO NAME-WORK.
           DIVIDE NAME-WORK BY 40 GIVING NAME-WORK
              REMAINDER NAME-REM.
           COMPUTE LAST-IX = NAME-REM + 1.

           DIVIDE NAME-WORK BY 30 GIVING NAME-WORK
              REMAINDER NAME-REM.
           COMPUTE FIRST-IX = NAME-REM + 1.

           COMPUTE FACTOR-WORK = MASK-ID * 7919.
           DIVIDE FACTOR-WORK BY 30 GIVING FACTOR-WORK
              REMAINDER FACTOR-PCT.
           ADD 85 TO FACTOR-PCT.
           IF FACTOR-PCT >= 100 THEN
              ADD 1 TO FACTOR-PCT
           END-IF.

       500-PICK-MASK-EXIT.
           EXIT.

      *    DATE-WORK IS A YYYYMMDD DATE.  ONE THAT IS NOT A VALID
      *    CALENDAR DATE IS LEFT AS IT IS AND COUNTED.
       510-SHIFT-DATE.
           MOVE ZERO TO INT-WORK.
           IF DATE-WORK NUMERIC AND DW-YYYY > 1600
              AND DW-MM >= 1 AND DW-MM <= 12
              AND DW-DD >= 1 AND DW-DD <= 31 THEN
              COMPUTE INT-WORK = FUNCTION INTEGER-OF-DATE (DATE-WORK)
           END-IF.

           IF INT-WORK <= DATE-OFFSET THEN
              ADD 1 TO UNSHIFTED-CNT
              GO TO 510-SHIFT-DATE-EXIT
           END-IF.

           SUBTRACT DATE-OFFSET FROM INT-WORK.
           COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER (INT-WORK).

       510-SHIFT-DATE-EXIT.
           EXIT.

      *    HIRE-DATE-WORK IS A YYYY-MM-DD DATE, SHIFTED THE SAME WAY.
       520-SHIFT-HIRE-DATE.
           IF HW-YYYY NOT NUMERIC OR HW-MM NOT NUMERIC
              OR HW-DD NOT NUMERIC
              OR HW-SEP-1 <> '-' OR HW-SEP-2 <> '-' THEN
              ADD 1 TO UNSHIFTED-CNT
              GO TO 520-SHIFT-HIRE-DATE-EXIT
           END-IF.

           MOVE HW-YYYY TO DW-YYYY.
           MOVE HW-MM TO DW-MM.
           MOVE HW-DD TO DW-DD.

           PERFORM 510-SHIFT-DATE THRU 510-SHIFT-DATE-EXIT.

           MOVE DW-YYYY TO HW-YYYY.
           MOVE DW-MM TO HW-MM.
           MOVE DW-DD TO HW-DD.

       520-SHIFT-HIRE-DATE-EXIT.
           EXIT.

      *    EVERY TABLE MUST BALANCE THREE WAYS - ROWS ON THE TABLE,
      *    ROWS READ FROM IT AND ROWS WRITTEN TO ITS FILE.
       600-CONTROL-REPORT.
           OPEN OUTPUT PRTFILE.
           IF PRTFILE-STATUS <> '00' THEN
              DISPLAY 'OPEN MASKRPT FILE STATUS: ' PRTFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 600-CONTROL-REPORT-EXIT
           END-IF.

           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           MOVE CURR-DATE TO H1-DATE.
           MOVE DATE-OFFSET TO H1-OFFSET.

           MOVE HEADING-1 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-2 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING 2 LINES.

           MOVE 'DEPTTABLE' TO TL-TABLE.
           MOVE 'MASKDEPT' TO TL-FILE.
           MOVE SRC-DEPT-CNT TO TL-SOURCE.
           MOVE DEPT-READ-CNT TO TL-READ.
           MOVE DEPT-WRITE-CNT TO TL-WRITTEN.
           IF SRC-DEPT-CNT = DEPT-READ-CNT
              AND DEPT-READ-CNT = DEPT-WRITE-CNT THEN
              MOVE 'IN BALANCE' TO TL-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO TL-RESULT
              ADD 1 TO OUT-OF-BAL-CNT
           END-IF.
           MOVE TABLE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE 'EMPTABLE' TO TL-TABLE.
           MOVE 'MASKEMP' TO TL-FILE.
           MOVE SRC-EMP-CNT TO TL-SOURCE.
           MOVE EMP-READ-CNT TO TL-READ.
           MOVE EMP-WRITE-CNT TO TL-WRITTEN.
           IF SRC-EMP-CNT = EMP-READ-CNT
              AND EMP-READ-CNT = EMP-WRITE-CNT THEN
              MOVE 'IN BALANCE' TO TL-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO TL-RESULT
              ADD 1 TO OUT-OF-BAL-CNT
           END-IF.
           MOVE TABLE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE 'EMPHIST' TO TL-TABLE.
           MOVE 'MASKHIST' TO TL-FILE.
           MOVE SRC-HIST-CNT TO TL-SOURCE.
           MOVE HIST-READ-CNT TO TL-READ.
           MOVE HIST-WRITE-CNT TO TL-WRITTEN.
           IF SRC-HIST-CNT = HIST-READ-CNT
              AND HIST-READ-CNT = HIST-WRITE-CNT THEN
              MOVE 'IN BALANCE' TO TL-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO TL-RESULT
              ADD 1 TO OUT-OF-BAL-CNT
           END-IF.
           MOVE TABLE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

      *    THE MASKED SALARY TOTALS ARE WHAT THE QA REGION'S OWN
      *    CONTROL-BREAK AND GL RUNS SHOULD FOOT TO AFTER THE LOAD.
           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE 'MASKED EMPTABLE SALARY TOTAL' TO NL-LABEL.
           MOVE EMP-SAL-TOTAL TO AMT-EDIT.
           MOVE AMT-EDIT TO NL-VALUE.
           MOVE NOTE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE 'MASKED EMPHIST SALARY TOTAL' TO NL-LABEL.
           MOVE HIST-SAL-TOTAL TO AMT-EDIT.
           MOVE AMT-EDIT TO NL-VALUE.
           MOVE NOTE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE 'DATES LEFT UNSHIFTED (NOT VALID)' TO NL-LABEL.
           MOVE UNSHIFTED-CNT TO CNT-EDIT.
           MOVE CNT-EDIT TO NL-VALUE.
           MOVE NOTE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE 'UNLOAD RESULT' TO NL-LABEL.
           IF OUT-OF-BAL-CNT = ZERO THEN
              MOVE 'IN BALANCE' TO NL-VALUE
           ELSE
              MOVE 'OUT OF BALANCE' TO NL-VALUE
           END-IF.
           MOVE NOTE-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.

           CLOSE PRTFILE.

       600-CONTROL-REPORT-EXIT.
           EXIT.

       800-REGISTER-RUN.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE CURR-DATE TO RC-RUN-DATE.
           MOVE 'TSQL030A' TO RC-PROGRAM.
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
              DISPLAY 'TSQL030A ALREADY IN FLIGHT - RUN REFUSED'
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
              DISPLAY 'TSQL030A PREREQUISITES NOT MET - RUN REFUSED'
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

           DISPLAY 'TSQL030A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'READ-DEPT' TO BL-FIG-NAME (1).
           MOVE DEPT-READ-CNT TO BL-FIG-COUNT (1).
           MOVE 'READ-EMP' TO BL-FIG-NAME (2).
           MOVE EMP-READ-CNT TO BL-FIG-COUNT (2).
           MOVE 'READ-HIST' TO BL-FIG-NAME (3).
           MOVE HIST-READ-CNT TO BL-FIG-COUNT (3).
           MOVE 'WRITTEN' TO BL-FIG-NAME (4).
           MOVE TOTAL-WRITE-CNT TO BL-FIG-COUNT (4).
           MOVE 'EMP-SAL' TO BL-FIG-NAME (5).
           MOVE EMP-SAL-TOTAL TO BL-FIG-AMOUNT (5).
           MOVE 'HIST-SAL' TO BL-FIG-NAME (6).
           MOVE HIST-SAL-TOTAL TO BL-FIG-AMOUNT (6).
           MOVE 6 TO BL-FIG-CNT.

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
           MOVE TOTAL-WRITE-CNT TO RC-ROWS.

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

           MOVE 'TSQL030A' TO EL-PROGRAM.
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
