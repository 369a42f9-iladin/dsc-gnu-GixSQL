       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL029A.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      * SOURCE-COMPUTER. IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERRLOG
               ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.

           SELECT HISTARCH
               ASSIGN TO "HISTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTARCH-STATUS.

           SELECT RESTIDS
               ASSIGN TO "RESTIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTIDS-STATUS.

           SELECT MAINTLOG
               ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINTLOG-STATUS.

           SELECT PRTFILE
               ASSIGN TO "RECONRPT"
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

      *    THE EMPHIST ROWS TSQL012A HAS ARCHIVED AND PURGED.  EVERY
      *    GENERATION NEEDED FOR THE REBUILD DATE IS CONCATENATED
      *    UNDER THIS ONE NAME - THE GENERATIONS NEED NOT ARRIVE IN
      *    DATE ORDER.
       FD  HISTARCH
           RECORDING MODE IS F.
           01 HIST-ARCH-RECORD.
               05 HA-EMP-ID          PIC 9(6).
               05 HA-LAST-NAME       PIC X(20).
               05 HA-FIRST-NAME      PIC X(15).
               05 HA-DEPT-CD         PIC X(4).
               05 HA-HIRE-DATE       PIC X(10).
               05 HA-SALARY          PIC S9(7)V99.
               05 HA-STATUS          PIC X(1).
               05 HA-EFFECTIVE-DATE  PIC 9(8).

      *    ONE EMPLOYEE ID PER CARD FOR AN IDLIST RUN.
       FD  RESTIDS
           RECORDING MODE IS F.
           01 RESTIDS-RECORD.
               05 RI-EMP-ID          PIC X(6).
               05 FILLER             PIC X(74).

      *    REOPENED EXTEND IN A RESTORE RUN FOR THE RESTORED ROWS'
      *    OWN AUDIT RECORDS.
       FD  MAINTLOG
           RECORDING MODE IS F.
           COPY MAINTLOG.

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
             INCLUDE EMPSTAGE
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

           01 HISTARCH-STATUS PIC X(2) VALUE '00'.
           01 RESTIDS-STATUS  PIC X(2) VALUE '00'.
           01 MAINTLOG-STATUS PIC X(2) VALUE '00'.
           01 PRTFILE-STATUS  PIC X(2) VALUE '00'.

           01 ARCH-EOF-SW     PIC X(1) VALUE 'N'.
               88 ARCH-EOF        VALUE 'Y'.

           01 IDS-EOF-SW      PIC X(1) VALUE 'N'.
               88 IDS-EOF         VALUE 'Y'.

           01 HISTCUR-MORE-SW PIC X(1) VALUE 'Y'.
               88 HISTCUR-MORE    VALUE 'Y'.

           01 STGCUR-MORE-SW  PIC X(1) VALUE 'Y'.
               88 STGCUR-MORE     VALUE 'Y'.

           01 EMPCUR-MORE-SW  PIC X(1) VALUE 'Y'.
               88 EMPCUR-MORE     VALUE 'Y'.

           01 PARM            PIC X(80) VALUE SPACES.
           01 ASOF-TEXT       PIC X(8)  VALUE SPACES.
           01 PARM-TOKEN-2    PIC X(8)  VALUE SPACES.
           01 PARM-TOKEN-3    PIC X(8)  VALUE SPACES.
           01 PARM-TOKEN-4    PIC X(8)  VALUE SPACES.
           01 PARM-TOKEN-5    PIC X(8)  VALUE SPACES.

           01 ASOF-DATE       PIC 9(8)  VALUE ZERO.
           01 INT-WORK        PIC 9(8) COMP VALUE ZERO.

      *    THE COMPARE IS THE DEFAULT - EMPTABLE IS ONLY TOUCHED WHEN
      *    THE RUN ASKS FOR RESTORE BY NAME.
           01 RUN-MODE        PIC X(5)  VALUE 'AUDIT'.
               88 MODE-IS-AUDIT  VALUE 'AUDIT'.
               88 MODE-IS-APPLY  VALUE 'APPLY'.

           01 SCOPE-SW        PIC X(1)  VALUE 'A'.
               88 SCOPE-ALL      VALUE 'A'.
               88 SCOPE-DEPT     VALUE 'D'.
               88 SCOPE-IDLIST   VALUE 'I'.
           01 SCOPE-DEPT-CD   PIC X(4)  VALUE SPACES.
           01 SCOPE-TEXT      PIC X(12) VALUE SPACES.

      *    ROWS THE REBUILD SAYS SHOULD NOT BE ON EMPTABLE ARE ONLY
      *    DELETED WHEN THE RESTORE ALSO SAYS DELETES.
           01 DELETES-SW      PIC X(1)  VALUE 'N'.
               88 DELETES-ALLOWED VALUE 'Y'.

           01 ID-MAX          PIC 9(5) COMP VALUE 2000.
           01 ID-CNT          PIC 9(5) COMP VALUE ZERO.
           01 ID-IX           PIC 9(5) COMP VALUE ZERO.
           01 BAD-ID-CNT      PIC 9(5) COMP VALUE ZERO.
           01 ID-TAB.
               05 ID-ENT OCCURS 2000 TIMES.
                   10 ID-EMP-ID   PIC 9(6).

      *    SCOPE TEST INPUTS - THE EMPLOYEE IS IN A DEPARTMENT RUN
      *    WHEN EITHER THE REBUILT OR THE CURRENT ROW IS IN THAT
      *    DEPARTMENT.
           01 CHK-EMP-ID      PIC 9(6)  VALUE ZERO.
           01 CHK-REBUILT-DEPT PIC X(4) VALUE SPACES.
           01 CHK-CURRENT-DEPT PIC X(4) VALUE SPACES.
           01 IN-SCOPE-SW     PIC X(1)  VALUE 'N'.
               88 IN-SCOPE        VALUE 'Y'.

           01 STG-EFF-DATE    PIC 9(8)  VALUE ZERO.
           01 STG-STATE       PIC X(1)  VALUE SPACE.

           01 ROW-FOUND-SW    PIC X(1) VALUE 'N'.
               88 ROW-FOUND       VALUE 'Y'.

      *    WHAT THE COMPARE FOUND FOR THE EMPLOYEE:
      *      M - REBUILT AND CURRENT ROWS AGREE (OR BOTH ABSENT)
      *      C - BOTH ON FILE, ONE OR MORE FIELDS DIFFER
      *      A - REBUILT ROW IS MISSING FROM EMPTABLE
      *      D - DELETED BY THE REBUILD DATE BUT BACK ON EMPTABLE
      *      L - NOT ON FILE UNTIL AFTER THE REBUILD DATE
      *      N - ON EMPTABLE WITH NO HISTORY ANYWHERE
           01 DIFF-TYPE       PIC X(1) VALUE SPACE.
               88 DIFF-MATCH      VALUE 'M'.
               88 DIFF-CHANGED    VALUE 'C'.
               88 DIFF-MISSING    VALUE 'A'.
               88 DIFF-DELETED    VALUE 'D'.
               88 DIFF-LATER      VALUE 'L'.
               88 DIFF-NO-HIST    VALUE 'N'.

      *    WHAT PUTS THE ROW BACK:
      *      R - UPDATE IT TO THE REBUILT ROW
      *      I - RE-INSERT THE REBUILT ROW
      *      D - DELETE THE CURRENT ROW
      *      N - NOTHING
           01 RESTORE-OP      PIC X(1) VALUE SPACE.
               88 OP-RESTORE      VALUE 'R'.
               88 OP-REINSERT     VALUE 'I'.
               88 OP-DELETE       VALUE 'D'.
               88 OP-NONE         VALUE 'N'.

      *    THE REBUILT ROW AND THE CURRENT ROW IN THE MAINTLOG IMAGE
      *    LAYOUT, FOR THE FIELD COMPARE AND THE AUDIT RECORD.
           01 IMAGE-WORK.
               05 IW-LAST-NAME    PIC X(20).
               05 IW-FIRST-NAME   PIC X(15).
               05 IW-DEPT-CD      PIC X(4).
               05 IW-HIRE-DATE    PIC X(10).
               05 IW-SALARY       PIC S9(7)V99.
               05 IW-STATUS       PIC X(1).

           01 CURR-IMAGE.
               05 CI-LAST-NAME    PIC X(20).
               05 CI-FIRST-NAME   PIC X(15).
               05 CI-DEPT-CD      PIC X(4).
               05 CI-HIRE-DATE    PIC X(10).
               05 CI-SALARY       PIC S9(7)V99.
               05 CI-STATUS       PIC X(1).

      *    ONE SLOT PER FIELD THAT DIFFERS ON THE EMPLOYEE, PRINTED
      *    ONCE THE RESTORE (IF ANY) HAS BEEN TRIED.
           01 FLD-CNT         PIC 9(1) COMP VALUE ZERO.
           01 FLD-IX          PIC 9(1) COMP VALUE ZERO.
           01 FLD-TAB.
               05 FLD-ENT OCCURS 6 TIMES.
                   10 FLD-NAME    PIC X(10).
                   10 FLD-REBUILT PIC X(20).
                   10 FLD-CURRENT PIC X(20).

           01 SAL-EDIT        PIC -(7)9.99.
           01 RESULT-TEXT     PIC X(24) VALUE SPACES.

           01 ARCH-READ-CNT   PIC 9(7) COMP VALUE ZERO.
           01 HIST-READ-CNT   PIC 9(7) COMP VALUE ZERO.
           01 STAGED-CNT      PIC 9(7) COMP VALUE ZERO.
           01 COMPARED-CNT    PIC 9(7) COMP VALUE ZERO.
           01 MATCH-CNT       PIC 9(7) COMP VALUE ZERO.
           01 CHANGED-CNT     PIC 9(7) COMP VALUE ZERO.
           01 MISSING-CNT     PIC 9(7) COMP VALUE ZERO.
           01 DELETED-CNT     PIC 9(7) COMP VALUE ZERO.
           01 LATER-CNT       PIC 9(7) COMP VALUE ZERO.
           01 NOHIST-CNT      PIC 9(7) COMP VALUE ZERO.
           01 LAST-DIFF-CNT   PIC 9(7) COMP VALUE ZERO.
           01 FIRST-DIFF-CNT  PIC 9(7) COMP VALUE ZERO.
           01 DEPT-DIFF-CNT   PIC 9(7) COMP VALUE ZERO.
           01 HIRE-DIFF-CNT   PIC 9(7) COMP VALUE ZERO.
           01 SAL-DIFF-CNT    PIC 9(7) COMP VALUE ZERO.
           01 STAT-DIFF-CNT   PIC 9(7) COMP VALUE ZERO.
           01 RESTORED-CNT    PIC 9(7) COMP VALUE ZERO.
           01 HELD-BACK-CNT   PIC 9(7) COMP VALUE ZERO.

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
               05 FILLER          PIC X(23) VALUE
                   'EMPTABLE REBUILT AS OF'.
               05 H1-ASOF         PIC 9(8).
               05 FILLER          PIC X(08) VALUE '  SCOPE '.
               05 H1-SCOPE        PIC X(12).
               05 FILLER          PIC X(06) VALUE ' MODE '.
               05 H1-RUN-MODE     PIC X(5).
               05 FILLER          PIC X(03) VALUE SPACE.
               05 FILLER          PIC X(05) VALUE 'PAGE '.
               05 H1-PAGE-NBR     PIC ZZZ9.

           01 HEADING-2.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(6)  VALUE 'EMP ID'.
               05 FILLER          PIC X(3)  VALUE SPACE.
               05 FILLER          PIC X(20) VALUE 'LAST NAME'.
               05 FILLER          PIC X(11) VALUE 'DIFFERENCE'.
               05 FILLER          PIC X(11) VALUE 'FIELD'.
               05 FILLER          PIC X(21) VALUE 'REBUILT'.
               05 FILLER          PIC X(21) VALUE 'CURRENT'.
               05 FILLER          PIC X(24) VALUE 'RESULT'.

           01 DETAIL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-EMP-ID       PIC X(6).
               05 FILLER          PIC X(03) VALUE SPACE.
               05 DL-LAST-NAME    PIC X(20).
               05 DL-DIFF         PIC X(10).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-FIELD        PIC X(10).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-REBUILT      PIC X(20).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-CURRENT      PIC X(20).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-RESULT       PIC X(24).

           01 COUNT-HEADING.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(40) VALUE
                   'COUNTS BY DIFFERENCE TYPE'.

           01 COUNT-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 CL-LABEL        PIC X(32).
               05 CL-COUNT        PIC ZZZ,ZZ9.

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
              INTO ASOF-TEXT PARM-TOKEN-2 PARM-TOKEN-3 PARM-TOKEN-4
                   PARM-TOKEN-5.

           ACCEPT CURR-DATE FROM DATE YYYYMMDD.

           MOVE ZERO TO INT-WORK.
           IF ASOF-TEXT NUMERIC THEN
              MOVE ASOF-TEXT TO ASOF-DATE
              COMPUTE INT-WORK = FUNCTION INTEGER-OF-DATE (ASOF-DATE)
           END-IF.

           IF INT-WORK = ZERO OR ASOF-DATE > CURR-DATE THEN
              DISPLAY 'PARM MUST BE: YYYYMMDD (COMPARE|RESTORE)'
                 ' (ALL|DEPT CODE|IDLIST) (DELETES)'
              DISPLAY 'REBUILD DATE MISSING, INVALID OR IN THE '
                 'FUTURE: ' ASOF-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF PARM-TOKEN-2 = 'RESTORE' THEN
              MOVE 'APPLY' TO RUN-MODE
           ELSE
              IF PARM-TOKEN-2 NOT = SPACES
                 AND PARM-TOKEN-2 NOT = 'COMPARE' THEN
                 DISPLAY 'MODE MUST BE COMPARE OR RESTORE: '
                    PARM-TOKEN-2
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

      *    A RESTORE MUST NAME ITS SCOPE - ONLY A COMPARE DEFAULTS TO
      *    THE WHOLE TABLE.
           IF PARM-TOKEN-3 = SPACES AND MODE-IS-APPLY THEN
              DISPLAY 'RESTORE NEEDS A SCOPE: ALL, DEPT CODE OR IDLIST'
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF PARM-TOKEN-3 = SPACES OR PARM-TOKEN-3 = 'ALL' THEN
              SET SCOPE-ALL TO TRUE
              MOVE 'ALL' TO SCOPE-TEXT
              MOVE PARM-TOKEN-4 TO PARM-TOKEN-5
           ELSE
              IF PARM-TOKEN-3 = 'DEPT' THEN
                 SET SCOPE-DEPT TO TRUE
                 MOVE PARM-TOKEN-4 TO SCOPE-DEPT-CD
                 STRING 'DEPT ' SCOPE-DEPT-CD
                    DELIMITED BY SIZE INTO SCOPE-TEXT
              ELSE
                 IF PARM-TOKEN-3 = 'IDLIST' THEN
                    SET SCOPE-IDLIST TO TRUE
                    MOVE 'IDLIST' TO SCOPE-TEXT
                    MOVE PARM-TOKEN-4 TO PARM-TOKEN-5
                 ELSE
                    DISPLAY 'SCOPE MUST BE ALL, DEPT CODE OR IDLIST: '
                       PARM-TOKEN-3
                    MOVE 8 TO RETURN-CODE
                    GO TO 100-EXIT
                 END-IF
              END-IF
           END-IF.

           IF SCOPE-DEPT AND SCOPE-DEPT-CD = SPACES THEN
              DISPLAY 'DEPT SCOPE NEEDS A DEPARTMENT CODE'
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF PARM-TOKEN-5 = 'DELETES' THEN
              SET DELETES-ALLOWED TO TRUE
           ELSE
              IF PARM-TOKEN-5 NOT = SPACES THEN
                 DISPLAY 'UNKNOWN PARM WORD: ' PARM-TOKEN-5
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           IF DELETES-ALLOWED AND NOT MODE-IS-APPLY THEN
              DISPLAY 'DELETES ONLY APPLIES TO A RESTORE'
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF SCOPE-IDLIST THEN
              PERFORM 060-LOAD-IDS THRU 060-LOAD-IDS-EXIT
              IF RETURN-CODE >= 8 THEN
                 GO TO 100-EXIT
              END-IF
           END-IF.

           DISPLAY 'REBUILD DATE : ' ASOF-DATE.
           DISPLAY 'RUN MODE     : ' RUN-MODE.
           DISPLAY 'SCOPE        : ' SCOPE-TEXT.
           IF DELETES-ALLOWED THEN
              DISPLAY 'DELETES      : ALLOWED'
           END-IF.

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

      *    EVERY RUN STARTS FROM AN EMPTY STAGING TABLE - IT ONLY
      *    EVER HOLDS ONE REBUILD.
           EXEC SQL
              DELETE FROM EMPSTAGE
           END-EXEC.

           IF SQLCODE <> 0 AND SQLCODE <> 100 THEN
              MOVE '100-MAIN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

      *    THE ARCHIVE GOES IN FIRST SO THAT A LIVE EMPHIST ROW WITH
      *    THE SAME EFFECTIVE DATE REPLACES IT.
           PERFORM 200-STAGE-ARCHIVE THRU 200-STAGE-ARCHIVE-EXIT.
           IF RETURN-CODE >= 8 THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO 100-EXIT
           END-IF.

           PERFORM 220-STAGE-HISTORY THRU 220-STAGE-HISTORY-EXIT.
           IF RETURN-CODE >= 8 THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO 100-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           OPEN OUTPUT PRTFILE.
           IF PRTFILE-STATUS <> '00' THEN
              DISPLAY 'OPEN RECONRPT FILE STATUS: ' PRTFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

      *    THE RESTORE KEEPS THE AUDIT TRAIL OPEN FOR THE WHOLE RUN -
      *    EVERY ROW PUT BACK LANDS IN MAINTLOG LIKE ANY OTHER
      *    CHANGE, SO A RESTORE CAN ITSELF BE BACKED OUT.
           IF MODE-IS-APPLY THEN
              OPEN EXTEND MAINTLOG
              IF MAINTLOG-STATUS = '05' OR MAINTLOG-STATUS = '35'
                 THEN
                 OPEN OUTPUT MAINTLOG
              END-IF
              IF MAINTLOG-STATUS <> '00' THEN
                 DISPLAY 'OPEN MAINTLOG FILE STATUS: '
                    MAINTLOG-STATUS
                 CLOSE PRTFILE
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           MOVE ASOF-DATE TO H1-ASOF.
           MOVE SCOPE-TEXT TO H1-SCOPE.
           MOVE RUN-MODE TO H1-RUN-MODE.

           PERFORM 300-COMPARE-REBUILT THRU 300-COMPARE-REBUILT-EXIT.

           IF RETURN-CODE < 8 THEN
              PERFORM 330-COMPARE-CURRENT THRU
                 330-COMPARE-CURRENT-EXIT
           END-IF.

           PERFORM 470-PRINT-COUNTS THRU 470-PRINT-COUNTS-EXIT.

           CLOSE PRTFILE.
           IF MODE-IS-APPLY THEN
              CLOSE MAINTLOG
           END-IF.

           IF RETURN-CODE >= 8 THEN
              GO TO 100-EXIT
           END-IF.

      *    A COMPARE THAT FOUND DIFFERENCES, OR A RESTORE THAT LEFT
      *    ROWS FOR WANT OF DELETES, ENDS WITH A WARNING.
           IF MODE-IS-AUDIT
              AND CHANGED-CNT + MISSING-CNT + DELETED-CNT + LATER-CNT
                  + NOHIST-CNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF MODE-IS-APPLY
              AND HELD-BACK-CNT + NOHIST-CNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY 'HISTARCH ROWS READ   : ' ARCH-READ-CNT.
           DISPLAY 'EMPHIST ROWS READ    : ' HIST-READ-CNT.
           DISPLAY 'EMPLOYEES STAGED     : ' STAGED-CNT.
           DISPLAY 'EMPLOYEES COMPARED   : ' COMPARED-CNT.
           DISPLAY 'MATCHED              : ' MATCH-CNT.
           DISPLAY 'FIELDS DIFFER        : ' CHANGED-CNT.
           DISPLAY 'MISSING FROM EMPTABLE: ' MISSING-CNT.
           DISPLAY 'DELETED BY THEN      : ' DELETED-CNT.
           DISPLAY 'ADDED SINCE          : ' LATER-CNT.
           DISPLAY 'NO HISTORY           : ' NOHIST-CNT.
           DISPLAY 'RESTORED             : ' RESTORED-CNT.
           DISPLAY 'HELD BACK - DELETES  : ' HELD-BACK-CNT.

           GO TO 100-EXIT.

       060-LOAD-IDS.
           OPEN INPUT RESTIDS.
           IF RESTIDS-STATUS <> '00' THEN
              DISPLAY 'OPEN RESTIDS FILE STATUS: ' RESTIDS-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 060-LOAD-IDS-EXIT
           END-IF.

           MOVE 'N' TO IDS-EOF-SW.
           PERFORM 065-LOAD-ID THRU 065-LOAD-ID-EXIT
              UNTIL IDS-EOF.

           CLOSE RESTIDS.

           IF BAD-ID-CNT > ZERO THEN
              DISPLAY 'RESTIDS IN ERROR - RUN REFUSED: ' BAD-ID-CNT
              MOVE 8 TO RETURN-CODE
              GO TO 060-LOAD-IDS-EXIT
           END-IF.

           IF ID-CNT = ZERO THEN
              DISPLAY 'RESTIDS HOLDS NO EMPLOYEE IDS'
              MOVE 8 TO RETURN-CODE
              GO TO 060-LOAD-IDS-EXIT
           END-IF.

           DISPLAY 'IDS IN LIST  : ' ID-CNT.

       060-LOAD-IDS-EXIT.
           EXIT.

       065-LOAD-ID.
           READ RESTIDS.

           IF RESTIDS-STATUS <> '00' THEN
              SET IDS-EOF TO TRUE
              GO TO 065-LOAD-ID-EXIT
           END-IF.

           IF RI-EMP-ID = SPACES THEN
              GO TO 065-LOAD-ID-EXIT
           END-IF.

           IF RI-EMP-ID NOT NUMERIC THEN
              DISPLAY 'RESTIDS ID NOT NUMERIC: ' RI-EMP-ID
              ADD 1 TO BAD-ID-CNT
              GO TO 065-LOAD-ID-EXIT
           END-IF.

           IF ID-CNT >= ID-MAX THEN
              DISPLAY 'RESTIDS HOLDS MORE THAN ' ID-MAX ' IDS'
              ADD 1 TO BAD-ID-CNT
              SET IDS-EOF TO TRUE
              GO TO 065-LOAD-ID-EXIT
           END-IF.

           ADD 1 TO ID-CNT.
           MOVE RI-EMP-ID TO ID-EMP-ID (ID-CNT).

       065-LOAD-ID-EXIT.
           EXIT.

      *    NO ARCHIVE IS NOT AN ERROR - TSQL012A MAY NEVER HAVE
      *    PURGED ANYTHING THE REBUILD DATE NEEDS.
       200-STAGE-ARCHIVE.
           OPEN INPUT HISTARCH.
           IF HISTARCH-STATUS = '35' THEN
              DISPLAY 'NO HISTARCH - REBUILDING FROM EMPHIST ONLY'
              GO TO 200-STAGE-ARCHIVE-EXIT
           END-IF.

           IF HISTARCH-STATUS <> '00' THEN
              DISPLAY 'OPEN HISTARCH FILE STATUS: ' HISTARCH-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 200-STAGE-ARCHIVE-EXIT
           END-IF.

           MOVE 'N' TO ARCH-EOF-SW.
           PERFORM 210-STAGE-ARCH-ROW THRU 210-STAGE-ARCH-ROW-EXIT
              UNTIL ARCH-EOF OR RETURN-CODE >= 8.

           CLOSE HISTARCH.

       200-STAGE-ARCHIVE-EXIT.
           EXIT.

       210-STAGE-ARCH-ROW.
           READ HISTARCH.

           IF HISTARCH-STATUS = '10' THEN
              SET ARCH-EOF TO TRUE
              GO TO 210-STAGE-ARCH-ROW-EXIT
           END-IF.

           IF HISTARCH-STATUS <> '00' THEN
              DISPLAY 'READ HISTARCH FILE STATUS: ' HISTARCH-STATUS
              SET ARCH-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 210-STAGE-ARCH-ROW-EXIT
           END-IF.

           ADD 1 TO ARCH-READ-CNT.

           MOVE HA-EMP-ID TO ES-EMP-ID.
           MOVE HA-LAST-NAME TO ES-LAST-NAME.
           MOVE HA-FIRST-NAME TO ES-FIRST-NAME.
           MOVE HA-DEPT-CD TO ES-DEPT-CD.
           MOVE HA-HIRE-DATE TO ES-HIRE-DATE.
           MOVE HA-SALARY TO ES-SALARY.
           MOVE HA-STATUS TO ES-STATUS.
           MOVE HA-EFFECTIVE-DATE TO ES-EFFECTIVE-DATE.
           MOVE 'A' TO ES-HIST-SOURCE.
           IF HA-EFFECTIVE-DATE > ASOF-DATE THEN
              MOVE 'L' TO ES-STAGE-STATE
           ELSE
              MOVE 'R' TO ES-STAGE-STATE
           END-IF.

           PERFORM 260-STAGE-IMAGE THRU 260-STAGE-IMAGE-EXIT.

       210-STAGE-ARCH-ROW-EXIT.
           EXIT.

      *    LIVE HISTORY COMES IN KEY ORDER, SO EACH EMPLOYEE'S ROW IS
      *    HELD AND STAGED ONCE AT THE KEY BREAK: THE LAST ROW AT OR
      *    BEFORE THE REBUILD DATE, OR FAILING THAT THE FIRST ROW
      *    AFTER IT TO SHOW THE EMPLOYEE CAME ON FILE LATER.
       220-STAGE-HISTORY.
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
              MOVE '220-HISTORY' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 220-STAGE-HISTORY-EXIT
           END-IF.

           MOVE SPACE TO ES-STAGE-STATE.
           MOVE 'Y' TO HISTCUR-MORE-SW.
           PERFORM 230-STAGE-HIST-ROW THRU 230-STAGE-HIST-ROW-EXIT
              UNTIL NOT HISTCUR-MORE OR RETURN-CODE >= 8.

           EXEC SQL
              CLOSE HISTCUR
           END-EXEC.

       220-STAGE-HISTORY-EXIT.
           EXIT.

       230-STAGE-HIST-ROW.
           EXEC SQL
              FETCH HISTCUR INTO :EH-EMP-ID, :EH-LAST-NAME,
                 :EH-FIRST-NAME, :EH-DEPT-CD, :EH-HIRE-DATE,
                 :EH-SALARY, :EH-STATUS, :EH-EFFECTIVE-DATE
           END-EXEC.

      *    CAPTURE THE FETCH'S OWN RESULT BEFORE THE STAGING SQL
      *    BELOW CAN OVERWRITE SQLCODE - THE DRIVING PERFORM UNTIL
      *    LOOPS ON THIS FLAG, NOT ON SQLCODE.
           IF SQLCODE <> 0 THEN
              MOVE 'N' TO HISTCUR-MORE-SW
              PERFORM 240-STAGE-HELD THRU 240-STAGE-HELD-EXIT
              GO TO 230-STAGE-HIST-ROW-EXIT
           END-IF.

           ADD 1 TO HIST-READ-CNT.

           IF ES-STAGE-STATE NOT = SPACE
              AND EH-EMP-ID NOT = ES-EMP-ID THEN
              PERFORM 240-STAGE-HELD THRU 240-STAGE-HELD-EXIT
           END-IF.

           IF EH-EFFECTIVE-DATE > ASOF-DATE THEN
              IF ES-STAGE-STATE NOT = SPACE THEN
                 GO TO 230-STAGE-HIST-ROW-EXIT
              END-IF
              MOVE 'L' TO ES-STAGE-STATE
           ELSE
              MOVE 'R' TO ES-STAGE-STATE
           END-IF.

           MOVE EH-EMP-ID TO ES-EMP-ID.
           MOVE EH-LAST-NAME TO ES-LAST-NAME.
           MOVE EH-FIRST-NAME TO ES-FIRST-NAME.
           MOVE EH-DEPT-CD TO ES-DEPT-CD.
           MOVE EH-HIRE-DATE TO ES-HIRE-DATE.
           MOVE EH-SALARY TO ES-SALARY.
           MOVE EH-STATUS TO ES-STATUS.
           MOVE EH-EFFECTIVE-DATE TO ES-EFFECTIVE-DATE.
           MOVE 'H' TO ES-HIST-SOURCE.

       230-STAGE-HIST-ROW-EXIT.
           EXIT.

       240-STAGE-HELD.
           IF ES-STAGE-STATE = SPACE THEN
              GO TO 240-STAGE-HELD-EXIT
           END-IF.

           PERFORM 260-STAGE-IMAGE THRU 260-STAGE-IMAGE-EXIT.
           MOVE SPACE TO ES-STAGE-STATE.

       240-STAGE-HELD-EXIT.
           EXIT.

      *    ONE STAGED ROW PER EMPLOYEE.  A REBUILT ROW REPLACES A
      *    'LATER' MARKER OR ANY REBUILT ROW NOT NEWER THAN ITSELF; A
      *    'LATER' MARKER NEVER REPLACES ANYTHING.
       260-STAGE-IMAGE.
           MOVE ASOF-DATE TO ES-ASOF-DATE.

           EXEC SQL
              SELECT EFFECTIVE-DATE, STAGE-STATE
                INTO :STG-EFF-DATE, :STG-STATE
                FROM EMPSTAGE
               WHERE EMP-ID = :ES-EMP-ID
           END-EXEC.

           IF SQLCODE = 100 THEN
              EXEC SQL
                 INSERT INTO EMPSTAGE
                    (EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME,
                     EMP-DEPT-CD, EMP-HIRE-DATE, EMP-SALARY,
                     EMP-STATUS, EFFECTIVE-DATE, HIST-SOURCE,
                     STAGE-STATE, ASOF-DATE)
                 VALUES
                    (:ES-EMP-ID, :ES-LAST-NAME, :ES-FIRST-NAME,
                     :ES-DEPT-CD, :ES-HIRE-DATE, :ES-SALARY,
                     :ES-STATUS, :ES-EFFECTIVE-DATE, :ES-HIST-SOURCE,
                     :ES-STAGE-STATE, :ES-ASOF-DATE)
              END-EXEC
              IF SQLCODE <> 0 THEN
                 MOVE '260-STAGE' TO ERR-PARAGRAPH
                 PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
                 MOVE 8 TO RETURN-CODE
                 GO TO 260-STAGE-IMAGE-EXIT
              END-IF
              ADD 1 TO STAGED-CNT
              GO TO 260-STAGE-IMAGE-EXIT
           END-IF.

           IF SQLCODE <> 0 THEN
              MOVE '260-STAGE' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 260-STAGE-IMAGE-EXIT
           END-IF.

           IF ES-STAGE-STATE = 'L' THEN
              GO TO 260-STAGE-IMAGE-EXIT
           END-IF.

           IF STG-STATE = 'R' AND STG-EFF-DATE > ES-EFFECTIVE-DATE
              THEN
              GO TO 260-STAGE-IMAGE-EXIT
           END-IF.

           EXEC SQL
              UPDATE EMPSTAGE
                 SET EMP-LAST-NAME  = :ES-LAST-NAME,
                     EMP-FIRST-NAME = :ES-FIRST-NAME,
                     EMP-DEPT-CD    = :ES-DEPT-CD,
                     EMP-HIRE-DATE  = :ES-HIRE-DATE,
                     EMP-SALARY     = :ES-SALARY,
                     EMP-STATUS     = :ES-STATUS,
                     EFFECTIVE-DATE = :ES-EFFECTIVE-DATE,
                     HIST-SOURCE    = :ES-HIST-SOURCE,
                     STAGE-STATE    = :ES-STAGE-STATE
               WHERE EMP-ID = :ES-EMP-ID
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '260-STAGE' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
           END-IF.

       260-STAGE-IMAGE-EXIT.
           EXIT.

      *    FIRST PASS - EVERY EMPLOYEE THE REBUILD PUT A ROW ON FILE
      *    FOR, AGAINST WHAT EMPTABLE HOLDS NOW.
       300-COMPARE-REBUILT.
           EXEC SQL
              DECLARE STGCUR CURSOR FOR
                 SELECT EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME,
                        EMP-DEPT-CD, EMP-HIRE-DATE, EMP-SALARY,
                        EMP-STATUS, EFFECTIVE-DATE, HIST-SOURCE
                   FROM EMPSTAGE
                  WHERE STAGE-STATE = 'R'
                  ORDER BY EMP-ID
           END-EXEC.

           EXEC SQL
              OPEN STGCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN STGCUR SQLCODE: ' SQLCODE
              MOVE '300-COMPARE' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 300-COMPARE-REBUILT-EXIT
           END-IF.

           MOVE 'Y' TO STGCUR-MORE-SW.
           PERFORM 310-COMPARE-STAGED THRU 310-COMPARE-STAGED-EXIT
              UNTIL NOT STGCUR-MORE OR RETURN-CODE >= 8.

           EXEC SQL
              CLOSE STGCUR
           END-EXEC.

       300-COMPARE-REBUILT-EXIT.
           EXIT.

       310-COMPARE-STAGED.
           EXEC SQL
              FETCH STGCUR INTO :ES-EMP-ID, :ES-LAST-NAME,
                 :ES-FIRST-NAME, :ES-DEPT-CD, :ES-HIRE-DATE,
                 :ES-SALARY, :ES-STATUS, :ES-EFFECTIVE-DATE,
                 :ES-HIST-SOURCE
           END-EXEC.

      *    CAPTURE THE FETCH'S OWN RESULT BEFORE THE LOOKUP BELOW CAN
      *    OVERWRITE SQLCODE - THE DRIVING PERFORM UNTIL LOOPS ON THIS
      *    FLAG, NOT ON SQLCODE.
           IF SQLCODE <> 0 THEN
              MOVE 'N' TO STGCUR-MORE-SW
              GO TO 310-COMPARE-STAGED-EXIT
           END-IF.

           MOVE ES-EMP-ID TO EMP-ID.
           PERFORM 320-READ-CURRENT THRU 320-READ-CURRENT-EXIT.
           IF RETURN-CODE >= 8 THEN
              GO TO 310-COMPARE-STAGED-EXIT
           END-IF.

           MOVE ES-EMP-ID TO CHK-EMP-ID.
           MOVE ES-DEPT-CD TO CHK-REBUILT-DEPT.
           MOVE SPACES TO CHK-CURRENT-DEPT.
           IF ROW-FOUND THEN
              MOVE EMP-DEPT-CD TO CHK-CURRENT-DEPT
           END-IF.
           PERFORM 350-CHECK-SCOPE THRU 350-CHECK-SCOPE-EXIT.
           IF NOT IN-SCOPE THEN
              GO TO 310-COMPARE-STAGED-EXIT
           END-IF.

           ADD 1 TO COMPARED-CNT.
           MOVE ZERO TO FLD-CNT.

           MOVE ES-LAST-NAME  TO IW-LAST-NAME.
           MOVE ES-FIRST-NAME TO IW-FIRST-NAME.
           MOVE ES-DEPT-CD    TO IW-DEPT-CD.
           MOVE ES-HIRE-DATE  TO IW-HIRE-DATE.
           MOVE ES-SALARY     TO IW-SALARY.
           MOVE ES-STATUS     TO IW-STATUS.

      *    A 'D' TOMBSTONE MEANS THE ROW WAS GONE BY THE REBUILD
      *    DATE - ONLY A ROW STILL ON EMPTABLE IS A DIFFERENCE.
           IF ES-STATUS = 'D' THEN
              IF ROW-FOUND THEN
                 SET DIFF-DELETED TO TRUE
              ELSE
                 SET DIFF-MATCH TO TRUE
              END-IF
           ELSE
              IF ROW-FOUND THEN
                 PERFORM 360-COMPARE-FIELDS THRU
                    360-COMPARE-FIELDS-EXIT
              ELSE
                 SET DIFF-MISSING TO TRUE
              END-IF
           END-IF.

           PERFORM 400-RESOLVE THRU 400-RESOLVE-EXIT.

       310-COMPARE-STAGED-EXIT.
           EXIT.

       320-READ-CURRENT.
           EXEC SQL
              SELECT EMP-LAST-NAME, EMP-FIRST-NAME, EMP-DEPT-CD,
                     EMP-HIRE-DATE, EMP-SALARY, EMP-STATUS
                INTO :EMP-LAST-NAME, :EMP-FIRST-NAME, :EMP-DEPT-CD,
                     :EMP-HIRE-DATE, :EMP-SALARY, :EMP-STATUS
                FROM EMPTABLE
               WHERE EMP-ID = :EMP-ID
           END-EXEC.

           IF SQLCODE = 0 THEN
              SET ROW-FOUND TO TRUE
           ELSE
              IF SQLCODE = 100 THEN
                 MOVE 'N' TO ROW-FOUND-SW
              ELSE
                 MOVE '320-CURRENT' TO ERR-PARAGRAPH
                 PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
                 MOVE 8 TO RETURN-CODE
                 GO TO 320-READ-CURRENT-EXIT
              END-IF
           END-IF.

           IF ROW-FOUND THEN
              MOVE EMP-LAST-NAME  TO CI-LAST-NAME
              MOVE EMP-FIRST-NAME TO CI-FIRST-NAME
              MOVE EMP-DEPT-CD    TO CI-DEPT-CD
              MOVE EMP-HIRE-DATE  TO CI-HIRE-DATE
              MOVE EMP-SALARY     TO CI-SALARY
              MOVE EMP-STATUS     TO CI-STATUS
           ELSE
              MOVE SPACES TO CURR-IMAGE
              MOVE ZERO TO CI-SALARY
           END-IF.

       320-READ-CURRENT-EXIT.
           EXIT.

      *    SECOND PASS - ROWS ON EMPTABLE THE REBUILD HAS NO ROW FOR:
      *    THE EMPLOYEE CAME ON FILE AFTER THE REBUILD DATE, OR HAS
      *    NO HISTORY AT ALL.
       330-COMPARE-CURRENT.
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
              MOVE '330-CURRENT' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 330-COMPARE-CURRENT-EXIT
           END-IF.

           MOVE 'Y' TO EMPCUR-MORE-SW.
           PERFORM 340-COMPARE-EMP THRU 340-COMPARE-EMP-EXIT
              UNTIL NOT EMPCUR-MORE OR RETURN-CODE >= 8.

           EXEC SQL
              CLOSE EMPCUR
           END-EXEC.

       330-COMPARE-CURRENT-EXIT.
           EXIT.

       340-COMPARE-EMP.
           EXEC SQL
              FETCH EMPCUR INTO :EMP-ID, :EMP-LAST-NAME,
                 :EMP-FIRST-NAME, :EMP-DEPT-CD, :EMP-HIRE-DATE,
                 :EMP-SALARY, :EMP-STATUS
           END-EXEC.

      *    CAPTURE THE FETCH'S OWN RESULT BEFORE THE PROBE BELOW CAN
      *    OVERWRITE SQLCODE - THE DRIVING PERFORM UNTIL LOOPS ON THIS
      *    FLAG, NOT ON SQLCODE.
           IF SQLCODE <> 0 THEN
              MOVE 'N' TO EMPCUR-MORE-SW
              GO TO 340-COMPARE-EMP-EXIT
           END-IF.

           EXEC SQL
              SELECT STAGE-STATE INTO :STG-STATE
                FROM EMPSTAGE
               WHERE EMP-ID = :EMP-ID
           END-EXEC.

           IF SQLCODE = 100 THEN
              MOVE SPACE TO STG-STATE
           ELSE
              IF SQLCODE <> 0 THEN
                 MOVE '340-PROBE' TO ERR-PARAGRAPH
                 PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
                 MOVE 8 TO RETURN-CODE
                 GO TO 340-COMPARE-EMP-EXIT
              END-IF
           END-IF.

      *    A REBUILT ROW WAS ALREADY DEALT WITH ON THE FIRST PASS.
           IF STG-STATE = 'R' THEN
              GO TO 340-COMPARE-EMP-EXIT
           END-IF.

           MOVE EMP-ID TO CHK-EMP-ID.
           MOVE SPACES TO CHK-REBUILT-DEPT.
           MOVE EMP-DEPT-CD TO CHK-CURRENT-DEPT.
           PERFORM 350-CHECK-SCOPE THRU 350-CHECK-SCOPE-EXIT.
           IF NOT IN-SCOPE THEN
              GO TO 340-COMPARE-EMP-EXIT
           END-IF.

           ADD 1 TO COMPARED-CNT.
           MOVE ZERO TO FLD-CNT.
           SET ROW-FOUND TO TRUE.

           MOVE EMP-LAST-NAME  TO CI-LAST-NAME.
           MOVE EMP-FIRST-NAME TO CI-FIRST-NAME.
           MOVE EMP-DEPT-CD    TO CI-DEPT-CD.
           MOVE EMP-HIRE-DATE  TO CI-HIRE-DATE.
           MOVE EMP-SALARY     TO CI-SALARY.
           MOVE EMP-STATUS     TO CI-STATUS.
           MOVE SPACES TO IMAGE-WORK.
           MOVE ZERO TO IW-SALARY.

           IF STG-STATE = 'L' THEN
              SET DIFF-LATER TO TRUE
           ELSE
              SET DIFF-NO-HIST TO TRUE
           END-IF.

           PERFORM 400-RESOLVE THRU 400-RESOLVE-EXIT.

       340-COMPARE-EMP-EXIT.
           EXIT.

       350-CHECK-SCOPE.
           MOVE 'N' TO IN-SCOPE-SW.

           IF SCOPE-ALL THEN
              SET IN-SCOPE TO TRUE
              GO TO 350-CHECK-SCOPE-EXIT
           END-IF.

           IF SCOPE-DEPT THEN
              IF CHK-REBUILT-DEPT = SCOPE-DEPT-CD
                 OR CHK-CURRENT-DEPT = SCOPE-DEPT-CD THEN
                 SET IN-SCOPE TO TRUE
              END-IF
              GO TO 350-CHECK-SCOPE-EXIT
           END-IF.

           PERFORM 355-MATCH-ID THRU 355-MATCH-ID-EXIT
              VARYING ID-IX FROM 1 BY 1
              UNTIL IN-SCOPE OR ID-IX > ID-CNT.

       350-CHECK-SCOPE-EXIT.
           EXIT.

       355-MATCH-ID.
           IF ID-EMP-ID (ID-IX) = CHK-EMP-ID THEN
              SET IN-SCOPE TO TRUE
           END-IF.

       355-MATCH-ID-EXIT.
           EXIT.

      *    FIELD BY FIELD, REBUILT AGAINST CURRENT.  EACH FIELD THAT
      *    DIFFERS IS COUNTED AND KEPT FOR THE REPORT.
       360-COMPARE-FIELDS.
           IF IW-LAST-NAME NOT = CI-LAST-NAME THEN
              ADD 1 TO FLD-CNT
              ADD 1 TO LAST-DIFF-CNT
              MOVE 'LAST NAME' TO FLD-NAME (FLD-CNT)
              MOVE IW-LAST-NAME TO FLD-REBUILT (FLD-CNT)
              MOVE CI-LAST-NAME TO FLD-CURRENT (FLD-CNT)
           END-IF.

           IF IW-FIRST-NAME NOT = CI-FIRST-NAME THEN
              ADD 1 TO FLD-CNT
              ADD 1 TO FIRST-DIFF-CNT
              MOVE 'FIRST NAME' TO FLD-NAME (FLD-CNT)
              MOVE IW-FIRST-NAME TO FLD-REBUILT (FLD-CNT)
              MOVE CI-FIRST-NAME TO FLD-CURRENT (FLD-CNT)
           END-IF.

           IF IW-DEPT-CD NOT = CI-DEPT-CD THEN
              ADD 1 TO FLD-CNT
              ADD 1 TO DEPT-DIFF-CNT
              MOVE 'DEPT' TO FLD-NAME (FLD-CNT)
              MOVE IW-DEPT-CD TO FLD-REBUILT (FLD-CNT)
              MOVE CI-DEPT-CD TO FLD-CURRENT (FLD-CNT)
           END-IF.

           IF IW-HIRE-DATE NOT = CI-HIRE-DATE THEN
              ADD 1 TO FLD-CNT
              ADD 1 TO HIRE-DIFF-CNT
              MOVE 'HIRE DATE' TO FLD-NAME (FLD-CNT)
              MOVE IW-HIRE-DATE TO FLD-REBUILT (FLD-CNT)
              MOVE CI-HIRE-DATE TO FLD-CURRENT (FLD-CNT)
           END-IF.

           IF IW-SALARY NOT = CI-SALARY THEN
              ADD 1 TO FLD-CNT
              ADD 1 TO SAL-DIFF-CNT
              MOVE 'SALARY' TO FLD-NAME (FLD-CNT)
              MOVE IW-SALARY TO SAL-EDIT
              MOVE SAL-EDIT TO FLD-REBUILT (FLD-CNT)
              MOVE CI-SALARY TO SAL-EDIT
              MOVE SAL-EDIT TO FLD-CURRENT (FLD-CNT)
           END-IF.

           IF IW-STATUS NOT = CI-STATUS THEN
              ADD 1 TO FLD-CNT
              ADD 1 TO STAT-DIFF-CNT
              MOVE 'STATUS' TO FLD-NAME (FLD-CNT)
              MOVE IW-STATUS TO FLD-REBUILT (FLD-CNT)
              MOVE CI-STATUS TO FLD-CURRENT (FLD-CNT)
           END-IF.

           IF FLD-CNT = ZERO THEN
              SET DIFF-MATCH TO TRUE
           ELSE
              SET DIFF-CHANGED TO TRUE
           END-IF.

       360-COMPARE-FIELDS-EXIT.
           EXIT.

      *    COUNT THE DIFFERENCE, WORK OUT WHAT WOULD PUT THE ROW BACK,
      *    APPLY IT IN A RESTORE RUN AND REPORT THE OUTCOME.
       400-RESOLVE.
           SET OP-NONE TO TRUE.
           MOVE SPACES TO RESULT-TEXT.

           IF DIFF-MATCH THEN
              ADD 1 TO MATCH-CNT
              GO TO 400-RESOLVE-EXIT
           END-IF.

           IF DIFF-CHANGED THEN
              ADD 1 TO CHANGED-CNT
              SET OP-RESTORE TO TRUE
           END-IF.

           IF DIFF-MISSING THEN
              ADD 1 TO MISSING-CNT
              SET OP-REINSERT TO TRUE
           END-IF.

           IF DIFF-DELETED THEN
              ADD 1 TO DELETED-CNT
              SET OP-DELETE TO TRUE
           END-IF.

           IF DIFF-LATER THEN
              ADD 1 TO LATER-CNT
              SET OP-DELETE TO TRUE
           END-IF.

           IF DIFF-NO-HIST THEN
              ADD 1 TO NOHIST-CNT
           END-IF.

           IF MODE-IS-AUDIT THEN
              PERFORM 450-PRINT-EMPLOYEE THRU 450-PRINT-EMPLOYEE-EXIT
              GO TO 400-RESOLVE-EXIT
           END-IF.

      *    WITH NO HISTORY THERE IS NOTHING TO PUT BACK, AND A ROW
      *    THE REBUILD SAYS WAS NOT ON FILE IS ONLY REMOVED WHEN THE
      *    RUN ASKED FOR DELETES.
           IF OP-NONE THEN
              MOVE 'LEFT - NO HISTORY' TO RESULT-TEXT
              PERFORM 450-PRINT-EMPLOYEE THRU 450-PRINT-EMPLOYEE-EXIT
              GO TO 400-RESOLVE-EXIT
           END-IF.

           IF OP-DELETE AND NOT DELETES-ALLOWED THEN
              ADD 1 TO HELD-BACK-CNT
              MOVE 'LEFT - NEEDS DELETES' TO RESULT-TEXT
              PERFORM 450-PRINT-EMPLOYEE THRU 450-PRINT-EMPLOYEE-EXIT
              GO TO 400-RESOLVE-EXIT
           END-IF.

           PERFORM 410-APPLY-RESTORE THRU 410-APPLY-RESTORE-EXIT.

           IF RETURN-CODE >= 8 THEN
              MOVE 'SQL ERROR - NOT RESTORED' TO RESULT-TEXT
           ELSE
              ADD 1 TO RESTORED-CNT
              IF OP-RESTORE THEN
                 MOVE 'RESTORED' TO RESULT-TEXT
              END-IF
              IF OP-REINSERT THEN
                 MOVE 'RE-ADDED' TO RESULT-TEXT
              END-IF
              IF OP-DELETE THEN
                 MOVE 'DELETED' TO RESULT-TEXT
              END-IF
           END-IF.

           PERFORM 450-PRINT-EMPLOYEE THRU 450-PRINT-EMPLOYEE-EXIT.

       400-RESOLVE-EXIT.
           EXIT.

      *    THE RESTORE AND ITS EMPHIST ROW COMMIT TOGETHER; THE
      *    MAINTLOG RECORD FOLLOWS THE COMMIT, THE WAY TSQL003A
      *    LOGS.
       410-APPLY-RESTORE.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.

           IF OP-RESTORE OR OP-REINSERT THEN
              MOVE IW-LAST-NAME  TO EMP-LAST-NAME
              MOVE IW-FIRST-NAME TO EMP-FIRST-NAME
              MOVE IW-DEPT-CD    TO EMP-DEPT-CD
              MOVE IW-HIRE-DATE  TO EMP-HIRE-DATE
              MOVE IW-SALARY     TO EMP-SALARY
              MOVE IW-STATUS     TO EMP-STATUS
           ELSE
              MOVE CI-LAST-NAME  TO EMP-LAST-NAME
              MOVE CI-FIRST-NAME TO EMP-FIRST-NAME
              MOVE CI-DEPT-CD    TO EMP-DEPT-CD
              MOVE CI-HIRE-DATE  TO EMP-HIRE-DATE
              MOVE CI-SALARY     TO EMP-SALARY
              MOVE CI-STATUS     TO EMP-STATUS
           END-IF.

           IF OP-RESTORE THEN
              EXEC SQL
                 UPDATE EMPTABLE
                    SET EMP-LAST-NAME  = :EMP-LAST-NAME,
                        EMP-FIRST-NAME = :EMP-FIRST-NAME,
                        EMP-DEPT-CD    = :EMP-DEPT-CD,
                        EMP-HIRE-DATE  = :EMP-HIRE-DATE,
                        EMP-SALARY     = :EMP-SALARY,
                        EMP-STATUS     = :EMP-STATUS
                  WHERE EMP-ID = :EMP-ID
              END-EXEC
           END-IF.

           IF OP-REINSERT THEN
              EXEC SQL
                 INSERT INTO EMPTABLE
                    (EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME,
                     EMP-DEPT-CD, EMP-HIRE-DATE, EMP-SALARY,
                     EMP-STATUS)
                 VALUES
                    (:EMP-ID, :EMP-LAST-NAME, :EMP-FIRST-NAME,
                     :EMP-DEPT-CD, :EMP-HIRE-DATE, :EMP-SALARY,
                     :EMP-STATUS)
              END-EXEC
           END-IF.

           IF OP-DELETE THEN
              EXEC SQL
                 DELETE FROM EMPTABLE
                  WHERE EMP-ID = :EMP-ID
              END-EXEC
           END-IF.

           IF SQLCODE <> 0 THEN
              MOVE '410-RESTORE' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8 TO RETURN-CODE
              GO TO 410-APPLY-RESTORE-EXIT
           END-IF.

      *    A DELETED ROW'S HISTORY IS THE 'D' TOMBSTONE TSQL002A
      *    WRITES FOR ONE, CARRYING THE ROW'S LAST VALUES.
           MOVE EMP-ID TO EH-EMP-ID.
           MOVE EMP-LAST-NAME TO EH-LAST-NAME.
           MOVE EMP-FIRST-NAME TO EH-FIRST-NAME.
           MOVE EMP-DEPT-CD TO EH-DEPT-CD.
           MOVE EMP-HIRE-DATE TO EH-HIRE-DATE.
           MOVE EMP-SALARY TO EH-SALARY.
           MOVE EMP-STATUS TO EH-STATUS.
           IF OP-DELETE THEN
              MOVE 'D' TO EH-STATUS
           END-IF.
           MOVE CURR-DATE TO EH-EFFECTIVE-DATE.

           EXEC SQL
              INSERT INTO EMPHIST
                 (EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME, EMP-DEPT-CD,
                  EMP-HIRE-DATE, EMP-SALARY, EMP-STATUS,
                  EFFECTIVE-DATE)
              VALUES
                 (:EH-EMP-ID, :EH-LAST-NAME, :EH-FIRST-NAME,
                  :EH-DEPT-CD, :EH-HIRE-DATE, :EH-SALARY, :EH-STATUS,
                  :EH-EFFECTIVE-DATE)
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '410-HISTORY' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8 TO RETURN-CODE
              GO TO 410-APPLY-RESTORE-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM 420-LOG-RESTORE THRU 420-LOG-RESTORE-EXIT.

       410-APPLY-RESTORE-EXIT.
           EXIT.

      *    LOGGED AS WHAT THE RESTORE DID TO THE ROW - THE CURRENT
      *    ROW IS THE BEFORE-IMAGE AND THE REBUILT ROW THE AFTER.
       420-LOG-RESTORE.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE SPACES TO MAINTLOG-RECORD.

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO ML-TIMESTAMP.

           MOVE EMP-ID TO ML-EMP-ID.
           MOVE 'TSQL029A' TO ML-PROGRAM.

           IF OP-RESTORE THEN
              MOVE 'C' TO ML-ACTION
              MOVE CURR-IMAGE TO ML-BEFORE
              MOVE IMAGE-WORK TO ML-AFTER
           END-IF.

           IF OP-REINSERT THEN
              MOVE 'A' TO ML-ACTION
              MOVE IMAGE-WORK TO ML-AFTER
           END-IF.

           IF OP-DELETE THEN
              MOVE 'D' TO ML-ACTION
              MOVE CURR-IMAGE TO ML-BEFORE
           END-IF.

           WRITE MAINTLOG-RECORD.

           IF MAINTLOG-STATUS <> '00' THEN
              DISPLAY 'WRITE MAINTLOG FILE STATUS: ' MAINTLOG-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       420-LOG-RESTORE-EXIT.
           EXIT.

      *    ONE LINE PER DIFFERING FIELD, OR ONE LINE FOR A ROW THAT
      *    IS ON ONE SIDE ONLY.  THE ID, NAME, DIFFERENCE AND RESULT
      *    GO ON THE FIRST LINE.
       450-PRINT-EMPLOYEE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CHK-EMP-ID TO DL-EMP-ID.
           IF IW-LAST-NAME NOT = SPACES THEN
              MOVE IW-LAST-NAME TO DL-LAST-NAME
           ELSE
              MOVE CI-LAST-NAME TO DL-LAST-NAME
           END-IF.
           MOVE RESULT-TEXT TO DL-RESULT.

           IF DIFF-CHANGED THEN
              MOVE 'CHANGED' TO DL-DIFF
              PERFORM 455-PRINT-FIELD THRU 455-PRINT-FIELD-EXIT
                 VARYING FLD-IX FROM 1 BY 1 UNTIL FLD-IX > FLD-CNT
              GO TO 450-PRINT-EMPLOYEE-EXIT
           END-IF.

           IF DIFF-MISSING THEN
              MOVE 'MISSING' TO DL-DIFF
              MOVE 'ROW' TO DL-FIELD
              MOVE 'ON FILE' TO DL-REBUILT
              MOVE 'NOT ON EMPTABLE' TO DL-CURRENT
           END-IF.

           IF DIFF-DELETED THEN
              MOVE 'DELETED' TO DL-DIFF
              MOVE 'ROW' TO DL-FIELD
              MOVE 'DELETED BY THEN' TO DL-REBUILT
              MOVE 'ON EMPTABLE' TO DL-CURRENT
           END-IF.

           IF DIFF-LATER THEN
              MOVE 'ADDED' TO DL-DIFF
              MOVE 'ROW' TO DL-FIELD
              MOVE 'NOT YET ON FILE' TO DL-REBUILT
              MOVE 'ON EMPTABLE' TO DL-CURRENT
           END-IF.

           IF DIFF-NO-HIST THEN
              MOVE 'NO HISTORY' TO DL-DIFF
              MOVE 'ROW' TO DL-FIELD
              MOVE 'NO HISTORY ROWS' TO DL-REBUILT
              MOVE 'ON EMPTABLE' TO DL-CURRENT
           END-IF.

           PERFORM 460-WRITE-DETAIL THRU 460-WRITE-DETAIL-EXIT.

       450-PRINT-EMPLOYEE-EXIT.
           EXIT.

       455-PRINT-FIELD.
           MOVE FLD-NAME (FLD-IX) TO DL-FIELD.
           MOVE FLD-REBUILT (FLD-IX) TO DL-REBUILT.
           MOVE FLD-CURRENT (FLD-IX) TO DL-CURRENT.

           PERFORM 460-WRITE-DETAIL THRU 460-WRITE-DETAIL-EXIT.

           MOVE SPACES TO DL-EMP-ID.
           MOVE SPACES TO DL-LAST-NAME.
           MOVE SPACES TO DL-DIFF.
           MOVE SPACES TO DL-RESULT.

       455-PRINT-FIELD-EXIT.
           EXIT.

       460-WRITE-DETAIL.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 500-PRINT-HEADINGS THRU 500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE DETAIL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       460-WRITE-DETAIL-EXIT.
           EXIT.

       470-PRINT-COUNTS.
           IF LINE-CNT >= LINES-PER-PAGE - 20 THEN
              PERFORM 500-PRINT-HEADINGS THRU 500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE COUNT-HEADING TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 2 TO LINE-CNT.

           MOVE 'HISTARCH ROWS READ' TO CL-LABEL.
           MOVE ARCH-READ-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'EMPHIST ROWS READ' TO CL-LABEL.
           MOVE HIST-READ-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'EMPLOYEES STAGED' TO CL-LABEL.
           MOVE STAGED-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'EMPLOYEES COMPARED' TO CL-LABEL.
           MOVE COMPARED-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'MATCHED' TO CL-LABEL.
           MOVE MATCH-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'CHANGED - ROWS' TO CL-LABEL.
           MOVE CHANGED-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE '  LAST NAME DIFFERS' TO CL-LABEL.
           MOVE LAST-DIFF-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE '  FIRST NAME DIFFERS' TO CL-LABEL.
           MOVE FIRST-DIFF-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE '  DEPT DIFFERS' TO CL-LABEL.
           MOVE DEPT-DIFF-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE '  HIRE DATE DIFFERS' TO CL-LABEL.
           MOVE HIRE-DIFF-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE '  SALARY DIFFERS' TO CL-LABEL.
           MOVE SAL-DIFF-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE '  STATUS DIFFERS' TO CL-LABEL.
           MOVE STAT-DIFF-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'MISSING FROM EMPTABLE' TO CL-LABEL.
           MOVE MISSING-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'DELETED BY REBUILD DATE' TO CL-LABEL.
           MOVE DELETED-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'ADDED AFTER REBUILD DATE' TO CL-LABEL.
           MOVE LATER-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.
           MOVE 'NO HISTORY' TO CL-LABEL.
           MOVE NOHIST-CNT TO CL-COUNT.
           PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT.

           IF MODE-IS-APPLY THEN
              MOVE 'RESTORED' TO CL-LABEL
              MOVE RESTORED-CNT TO CL-COUNT
              PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT
              MOVE 'LEFT - NEEDS DELETES' TO CL-LABEL
              MOVE HELD-BACK-CNT TO CL-COUNT
              PERFORM 475-PRINT-COUNT THRU 475-PRINT-COUNT-EXIT
           END-IF.

       470-PRINT-COUNTS-EXIT.
           EXIT.

       475-PRINT-COUNT.
           MOVE COUNT-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       475-PRINT-COUNT-EXIT.
           EXIT.

       500-PRINT-HEADINGS.
           ADD 1 TO PAGE-NBR.
           MOVE PAGE-NBR TO H1-PAGE-NBR.

           MOVE HEADING-1 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING PAGE.

           MOVE HEADING-2 TO PRT-RECORD.
           WRITE PRT-RECORD AFTER ADVANCING 2 LINES.

           MOVE ZERO TO LINE-CNT.

       500-PRINT-HEADINGS-EXIT.
           EXIT.

       800-REGISTER-RUN.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE CURR-DATE TO RC-RUN-DATE.
           MOVE 'TSQL029A' TO RC-PROGRAM.
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
              DISPLAY 'TSQL029A ALREADY IN FLIGHT - RUN REFUSED'
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
              DISPLAY 'TSQL029A PREREQUISITES NOT MET - RUN REFUSED'
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

           DISPLAY 'TSQL029A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'READ' TO BL-FIG-NAME (1).
           MOVE COMPARED-CNT TO BL-FIG-COUNT (1).
           MOVE 'APPLIED' TO BL-FIG-NAME (2).
           MOVE RESTORED-CNT TO BL-FIG-COUNT (2).
           MOVE 'HELD' TO BL-FIG-NAME (3).
           MOVE HELD-BACK-CNT TO BL-FIG-COUNT (3).
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
           MOVE COMPARED-CNT TO RC-ROWS.

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

           MOVE 'TSQL029A' TO EL-PROGRAM.
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
