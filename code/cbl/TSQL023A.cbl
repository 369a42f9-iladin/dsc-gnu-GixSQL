       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL023A.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      * SOURCE-COMPUTER. IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERRLOG
               ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.

           SELECT MAINTLOG
               ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINTLOG-STATUS.

           SELECT PRTFILE
               ASSIGN TO "BACKOUT"
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

      *    READ TWICE TO FIND WHAT THE BAD RUN DID AND WHAT HAS
      *    HAPPENED TO THOSE ROWS SINCE, THEN REOPENED EXTEND IN AN
      *    APPLY RUN FOR THE REVERSALS' OWN AUDIT RECORDS.
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

           01 MAINTLOG-STATUS PIC X(2) VALUE '00'.
           01 PRTFILE-STATUS  PIC X(2) VALUE '00'.

           01 MAINT-EOF-SW    PIC X(1) VALUE 'N'.
               88 MAINT-EOF       VALUE 'Y'.

           01 BADCUR-MORE-SW  PIC X(1) VALUE 'Y'.
               88 BADCUR-MORE     VALUE 'Y'.

           01 PARM            PIC X(80) VALUE SPACES.
           01 RUN-DATE        PIC X(8)  VALUE SPACES.
           01 PARM-TOKEN-3    PIC X(8)  VALUE SPACES.
           01 PARM-TOKEN-4    PIC X(8)  VALUE SPACES.
           01 PARM-TOKEN-5    PIC X(8)  VALUE SPACES.
      *    THE PROPOSAL PASS IS THE DEFAULT - THE DATABASE IS ONLY
      *    TOUCHED WHEN THE SIGN-OFF RUN ASKS FOR APPLY BY NAME.
           01 RUN-MODE        PIC X(5)  VALUE 'PROP'.
               88 MODE-IS-PROP   VALUE 'PROP'.
               88 MODE-IS-APPLY  VALUE 'APPLY'.

      *    THE RUN BEING BACKED OUT - ONLY THE APPLY PROGRAMS THAT
      *    LEAVE BEFORE-IMAGES ON MAINTLOG CAN BE REVERSED, A BACKOUT
      *    INCLUDED.
           01 BAD-PROGRAM     PIC X(8)  VALUE SPACES.
               88 BAD-PROGRAM-OK VALUE 'TSQL004A' 'TSQL013A'
                                       'TSQL018A' 'TSQL023A'
                                       'TSQL029A'.
           01 BAD-RUN-DATE    PIC 9(8)  VALUE ZERO.
           01 BAD-TIME        PIC X(8)  VALUE SPACES.
           01 BAD-START-TS    PIC X(19) VALUE SPACES.
           01 BAD-END-TS      PIC X(19) VALUE SPACES.
           01 BAD-STATUS      PIC X(1)  VALUE SPACE.
           01 BAD-MATCH-CNT   PIC 9(3) COMP VALUE ZERO.

      *    FETCH BUFFER FOR THE RUNCTL LOOKUP - THE RC- FIELDS HOLD
      *    THIS RUN'S OWN REGISTRATION AND MUST NOT BE OVERWRITTEN.
           01 RPT-START-TS    PIC X(19) VALUE SPACES.
           01 RPT-END-TS      PIC X(19) VALUE SPACES.
           01 RPT-RUN-STATUS  PIC X(1)  VALUE SPACE.

      *    ONE SLOT PER EMPLOYEE THE BAD RUN TOUCHED.  THE FIRST
      *    BEFORE-IMAGE AND THE LAST AFTER-IMAGE ARE KEPT, SO AN
      *    EMPLOYEE CHANGED TWICE IN ONE RUN GOES BACK TO WHERE IT
      *    STOOD BEFORE THE RUN STARTED.
           01 BK-MAX          PIC 9(5) COMP VALUE 5000.
           01 BK-CNT          PIC 9(5) COMP VALUE ZERO.
           01 BK-IX           PIC 9(5) COMP VALUE ZERO.
           01 BK-FOUND-IX     PIC 9(5) COMP VALUE ZERO.
           01 BK-TAB.
               05 BK-ENT OCCURS 5000 TIMES.
                   10 BK-EMP-ID       PIC 9(6).
                   10 BK-FIRST-TS     PIC X(19).
                   10 BK-FIRST-ACTION PIC X(1).
                   10 BK-LAST-ACTION  PIC X(1).
                   10 BK-BEFORE       PIC X(59).
                   10 BK-AFTER        PIC X(59).
                   10 BK-CONFLICT-SW  PIC X(1).
                       88 BK-CONFLICT     VALUE 'Y'.
                   10 BK-REASON       PIC X(40).

           01 BK-FULL-SW      PIC X(1) VALUE 'N'.
               88 BK-FULL         VALUE 'Y'.

      *    A MAINTLOG IMAGE TAKEN APART FIELD BY FIELD - SAME LAYOUT
      *    AS ML-BEFORE AND ML-AFTER.
           01 IMAGE-WORK.
               05 IW-LAST-NAME    PIC X(20).
               05 IW-FIRST-NAME   PIC X(15).
               05 IW-DEPT-CD      PIC X(4).
               05 IW-HIRE-DATE    PIC X(10).
               05 IW-SALARY       PIC S9(7)V99.
               05 IW-STATUS       PIC X(1).

      *    THE ROW AS IT STANDS ON EMPTABLE NOW, IN THE SAME LAYOUT,
      *    FOR THE COMPARE AGAINST THE BAD RUN'S AFTER-IMAGE.
           01 CURR-IMAGE.
               05 CI-LAST-NAME    PIC X(20).
               05 CI-FIRST-NAME   PIC X(15).
               05 CI-DEPT-CD      PIC X(4).
               05 CI-HIRE-DATE    PIC X(10).
               05 CI-SALARY       PIC S9(7)V99.
               05 CI-STATUS       PIC X(1).

           01 ROW-FOUND-SW    PIC X(1) VALUE 'N'.
               88 ROW-FOUND       VALUE 'Y'.

      *    WHAT PUTS THE ROW BACK:
      *      R - UPDATE IT BACK TO THE BEFORE-IMAGE
      *      D - DELETE A ROW THE BAD RUN ADDED
      *      I - RE-INSERT A ROW THE BAD RUN DELETED
      *      N - NOTHING, THE RUN LEFT THE ROW AS IT FOUND IT
           01 REVERSE-OP      PIC X(1) VALUE SPACE.
               88 OP-RESTORE      VALUE 'R'.
               88 OP-DELETE       VALUE 'D'.
               88 OP-REINSERT     VALUE 'I'.
               88 OP-NONE         VALUE 'N'.

           01 LOG-READ-CNT    PIC 9(7) COMP VALUE ZERO.
           01 RUN-REC-CNT     PIC 9(7) COMP VALUE ZERO.
           01 REVERSED-CNT    PIC 9(7) COMP VALUE ZERO.
           01 CONFLICT-CNT    PIC 9(7) COMP VALUE ZERO.
           01 NONET-CNT       PIC 9(7) COMP VALUE ZERO.

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
               05 FILLER          PIC X(15) VALUE
                   'RUN BACKOUT OF'.
               05 H1-BAD-PROGRAM  PIC X(8).
               05 FILLER          PIC X(09) VALUE ' STARTED '.
               05 H1-BAD-START    PIC X(19).
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
               05 FILLER          PIC X(12) VALUE 'REVERSAL'.
               05 FILLER          PIC X(40) VALUE 'RESULT'.

           01 DETAIL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 DL-EMP-ID       PIC 9(6).
               05 FILLER          PIC X(03) VALUE SPACE.
               05 DL-LAST-NAME    PIC X(20).
               05 DL-REVERSAL     PIC X(10).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 DL-RESULT       PIC X(40).

           01 CONFLICT-HEADING.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(50) VALUE
                   'CONFLICTS - LEFT AS THEY ARE FOR MANUAL REVIEW'.

           01 TOTAL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'EMPS IN RUN    :'.
               05 TL-RUN-EMPS     PIC ZZZ,ZZ9.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'REVERSED       :'.
               05 TL-REVERSED     PIC ZZZ,ZZ9.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'CONFLICTS      :'.
               05 TL-CONFLICTS    PIC ZZZ,ZZ9.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 FILLER          PIC X(16) VALUE 'NO NET CHANGE  :'.
               05 TL-NONET        PIC ZZZ,ZZ9.

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
              INTO RUN-DATE BAD-PROGRAM PARM-TOKEN-3 PARM-TOKEN-4
                   PARM-TOKEN-5.

      *    THE BAD RUN'S START TIME IS ONLY NEEDED WHEN THE PROGRAM
      *    WAS APPLIED MORE THAN ONCE THAT DAY - WITHOUT IT THE
      *    FOURTH TOKEN IS THE RUN MODE.
           IF PARM-TOKEN-4 = 'APPLY' OR PARM-TOKEN-4 = 'PROP' THEN
              MOVE PARM-TOKEN-4 TO RUN-MODE
           ELSE
              MOVE PARM-TOKEN-4 TO BAD-TIME
              MOVE PARM-TOKEN-5 TO RUN-MODE
           END-IF.

           IF RUN-MODE <> 'APPLY' THEN
              MOVE 'PROP' TO RUN-MODE
           END-IF.

           IF NOT BAD-PROGRAM-OK OR PARM-TOKEN-3 NOT NUMERIC THEN
              DISPLAY 'PARM MUST BE: YYYYMMDD PROGRAM YYYYMMDD'
                 ' (HH:MM:SS) (APPLY)'
              DISPLAY 'PROGRAM MUST BE TSQL004A, TSQL013A, TSQL018A,'
                 ' TSQL023A OR TSQL029A'
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF BAD-TIME NOT = SPACES
              AND (BAD-TIME (3:1) NOT = ':'
                   OR BAD-TIME (6:1) NOT = ':') THEN
              DISPLAY 'START TIME MUST BE HH:MM:SS: ' BAD-TIME
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE PARM-TOKEN-3 TO BAD-RUN-DATE.

           DISPLAY 'RUN DATE : ' RUN-DATE.
           DISPLAY 'RUN MODE : ' RUN-MODE.
           DISPLAY 'BACKING OUT ' BAD-PROGRAM ' RUN OF ' BAD-RUN-DATE
              ' ' BAD-TIME.

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

           PERFORM 120-FIND-RUN THRU 120-FIND-RUN-EXIT.
           IF RETURN-CODE >= 8 THEN
              PERFORM 850-END-RUN THRU 850-END-RUN-EXIT
              EXEC SQL CONNECT RESET END-EXEC
              GO TO 100-EXIT
           END-IF.

           DISPLAY 'BAD RUN WINDOW: ' BAD-START-TS ' - ' BAD-END-TS.

      *    FIRST PASS - WHAT THE BAD RUN DID.
           OPEN INPUT MAINTLOG.
           IF MAINTLOG-STATUS <> '00' THEN
              DISPLAY 'OPEN MAINTLOG FILE STATUS: ' MAINTLOG-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE 'N' TO MAINT-EOF-SW.
           PERFORM 200-COLLECT-RUN THRU 200-COLLECT-RUN-EXIT
              UNTIL MAINT-EOF.

           CLOSE MAINTLOG.

      *    A TABLE THAT OVERFLOWED WOULD LEAVE PART OF THE RUN IN
      *    PLACE - REFUSE THE WHOLE BACKOUT INSTEAD.
           IF BK-FULL OR RETURN-CODE >= 8 THEN
              DISPLAY 'BACKOUT REFUSED - NOTHING REVERSED'
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF BK-CNT = ZERO THEN
              DISPLAY 'NO MAINTLOG RECORDS FOR THE RUN - NOTHING TO '
                 'REVERSE'
              MOVE 4 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

      *    SECOND PASS - ANY LATER CHANGE TO A ROW THE RUN TOUCHED
      *    WOULD BE LOST BY PUTTING THE BEFORE-IMAGE BACK.
           OPEN INPUT MAINTLOG.
           IF MAINTLOG-STATUS <> '00' THEN
              DISPLAY 'OPEN MAINTLOG FILE STATUS: ' MAINTLOG-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE 'N' TO MAINT-EOF-SW.
           PERFORM 250-FIND-CONFLICTS THRU 250-FIND-CONFLICTS-EXIT
              UNTIL MAINT-EOF.

           CLOSE MAINTLOG.

           IF RETURN-CODE >= 8 THEN
              GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT PRTFILE.
           IF PRTFILE-STATUS <> '00' THEN
              DISPLAY 'OPEN BACKOUT FILE STATUS: ' PRTFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

      *    THE APPLY PASS KEEPS THE AUDIT TRAIL OPEN FOR THE WHOLE
      *    RUN - EVERY REVERSAL LANDS IN MAINTLOG LIKE ANY OTHER
      *    CHANGE, SO A BACKOUT CAN ITSELF BE BACKED OUT.
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

           MOVE BAD-PROGRAM TO H1-BAD-PROGRAM.
           MOVE BAD-START-TS TO H1-BAD-START.
           MOVE RUN-MODE TO H1-RUN-MODE.

           PERFORM 300-REVERSE-EMPLOYEE THRU 300-REVERSE-EMPLOYEE-EXIT
              VARYING BK-IX FROM 1 BY 1
              UNTIL BK-IX > BK-CNT OR RETURN-CODE >= 8.

           PERFORM 360-PRINT-CONFLICTS THRU 360-PRINT-CONFLICTS-EXIT.

           PERFORM 370-PRINT-TOTALS THRU 370-PRINT-TOTALS-EXIT.

           CLOSE PRTFILE.
           IF MODE-IS-APPLY THEN
              CLOSE MAINTLOG
           END-IF.

           IF CONFLICT-CNT > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

      *    A MERGE BACKOUT PUTS THE EMPLOYEES BACK BUT NOT THE OLD
      *    DEPARTMENT'S ACTIVE FLAG, WHICH IS ON DEPTLOG, NOT HERE.
           IF BAD-PROGRAM = 'TSQL018A' AND MODE-IS-APPLY THEN
              DISPLAY 'MERGE BACKED OUT - REACTIVATE THE OLD '
                 'DEPARTMENT THROUGH TSQL005A'
           END-IF.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY 'MAINTLOG RECORDS READ: ' LOG-READ-CNT.
           DISPLAY 'RECORDS FROM BAD RUN : ' RUN-REC-CNT.
           DISPLAY 'EMPLOYEES IN RUN     : ' BK-CNT.
           DISPLAY 'REVERSED             : ' REVERSED-CNT.
           DISPLAY 'CONFLICTS            : ' CONFLICT-CNT.
           DISPLAY 'NO NET CHANGE        : ' NONET-CNT.

           GO TO 100-EXIT.

      *    THE BAD RUN IS PINNED DOWN FROM ITS OWN RUNCTL ROW - ITS
      *    START AND END STAMPS BRACKET THE MAINTLOG RECORDS IT WROTE.
      *    TSQL004A REGISTERS ITS LIVE RUNS AS PROD, THE OTHERS AS
      *    APPLY; PROPOSAL AND AUDIT RUNS CHANGED NOTHING.
       120-FIND-RUN.
           EXEC SQL
              DECLARE BADCUR CURSOR FOR
                 SELECT START-TS, END-TS, RUN-STATUS
                   FROM RUNCTL
                  WHERE PROGRAM-NAME = :BAD-PROGRAM
                    AND RUN-DATE = :BAD-RUN-DATE
                    AND RUN-MODE IN ('PROD', 'APPLY')
                  ORDER BY START-TS
           END-EXEC.

           EXEC SQL
              OPEN BADCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN BADCUR SQLCODE: ' SQLCODE
              MOVE '120-FIND-RUN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 120-FIND-RUN-EXIT
           END-IF.

           MOVE 'Y' TO BADCUR-MORE-SW.
           PERFORM 125-FETCH-RUN THRU 125-FETCH-RUN-EXIT
              UNTIL NOT BADCUR-MORE.

           EXEC SQL
              CLOSE BADCUR
           END-EXEC.

           IF BAD-MATCH-CNT = ZERO THEN
              DISPLAY 'NO APPLY RUN OF ' BAD-PROGRAM ' ON RUNCTL FOR '
                 BAD-RUN-DATE ' ' BAD-TIME
              MOVE 8 TO RETURN-CODE
              GO TO 120-FIND-RUN-EXIT
           END-IF.

           IF BAD-MATCH-CNT > 1 THEN
              DISPLAY BAD-PROGRAM ' APPLIED MORE THAN ONCE ON '
                 BAD-RUN-DATE ' - GIVE THE START TIME OF THE BAD RUN'
              MOVE 8 TO RETURN-CODE
              GO TO 120-FIND-RUN-EXIT
           END-IF.

      *    A RUN STILL MARKED IN FLIGHT MAY YET WRITE MORE MAINTLOG
      *    RECORDS - IT HAS TO FINISH OR BE CLOSED OFF FIRST.
           IF BAD-STATUS = 'R' OR BAD-END-TS = SPACES THEN
              DISPLAY 'RUN ' BAD-START-TS ' STILL IN FLIGHT - '
                 'BACKOUT REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       120-FIND-RUN-EXIT.
           EXIT.

       125-FETCH-RUN.
           EXEC SQL
              FETCH BADCUR INTO :RPT-START-TS, :RPT-END-TS,
                 :RPT-RUN-STATUS
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE 'N' TO BADCUR-MORE-SW
              GO TO 125-FETCH-RUN-EXIT
           END-IF.

           IF BAD-TIME NOT = SPACES
              AND RPT-START-TS (12:8) NOT = BAD-TIME THEN
              GO TO 125-FETCH-RUN-EXIT
           END-IF.

           ADD 1 TO BAD-MATCH-CNT.
           DISPLAY 'CANDIDATE RUN: ' RPT-START-TS ' - ' RPT-END-TS
              ' STATUS ' RPT-RUN-STATUS.

           MOVE RPT-START-TS TO BAD-START-TS.
           MOVE RPT-END-TS TO BAD-END-TS.
           MOVE RPT-RUN-STATUS TO BAD-STATUS.

       125-FETCH-RUN-EXIT.
           EXIT.

       200-COLLECT-RUN.
           READ MAINTLOG.

           IF MAINTLOG-STATUS = '10' THEN
              SET MAINT-EOF TO TRUE
              GO TO 200-COLLECT-RUN-EXIT
           END-IF.

           IF MAINTLOG-STATUS <> '00' THEN
              DISPLAY 'READ MAINTLOG FILE STATUS: ' MAINTLOG-STATUS
              SET MAINT-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 200-COLLECT-RUN-EXIT
           END-IF.

           ADD 1 TO LOG-READ-CNT.

           IF ML-PROGRAM NOT = BAD-PROGRAM
              OR ML-TIMESTAMP < BAD-START-TS
              OR ML-TIMESTAMP > BAD-END-TS THEN
              GO TO 200-COLLECT-RUN-EXIT
           END-IF.

           ADD 1 TO RUN-REC-CNT.

           PERFORM 220-LOCATE-EMP THRU 220-LOCATE-EMP-EXIT.

           IF BK-FOUND-IX = ZERO THEN
              IF BK-CNT >= BK-MAX THEN
                 DISPLAY 'BACKOUT TABLE FULL AT ' BK-MAX
                    ' EMPLOYEES'
                 SET BK-FULL TO TRUE
                 SET MAINT-EOF TO TRUE
                 GO TO 200-COLLECT-RUN-EXIT
              END-IF
              ADD 1 TO BK-CNT
              MOVE BK-CNT TO BK-FOUND-IX
              MOVE ML-EMP-ID TO BK-EMP-ID (BK-FOUND-IX)
              MOVE ML-TIMESTAMP TO BK-FIRST-TS (BK-FOUND-IX)
              MOVE ML-ACTION TO BK-FIRST-ACTION (BK-FOUND-IX)
              MOVE ML-BEFORE TO BK-BEFORE (BK-FOUND-IX)
              MOVE 'N' TO BK-CONFLICT-SW (BK-FOUND-IX)
              MOVE SPACES TO BK-REASON (BK-FOUND-IX)
           END-IF.

           MOVE ML-ACTION TO BK-LAST-ACTION (BK-FOUND-IX).
           MOVE ML-AFTER TO BK-AFTER (BK-FOUND-IX).

       200-COLLECT-RUN-EXIT.
           EXIT.

       220-LOCATE-EMP.
           MOVE ZERO TO BK-FOUND-IX.
           PERFORM 225-MATCH-EMP THRU 225-MATCH-EMP-EXIT
              VARYING BK-IX FROM 1 BY 1
              UNTIL BK-FOUND-IX > ZERO OR BK-IX > BK-CNT.

       220-LOCATE-EMP-EXIT.
           EXIT.

       225-MATCH-EMP.
           IF BK-EMP-ID (BK-IX) = ML-EMP-ID THEN
              MOVE BK-IX TO BK-FOUND-IX
           END-IF.

       225-MATCH-EMP-EXIT.
           EXIT.

      *    A RECORD FROM ANY OTHER WRITER - OR FROM A LATER RUN OF
      *    THE SAME PROGRAM - STAMPED AT OR AFTER THE BAD RUN FIRST
      *    TOUCHED THE EMPLOYEE MEANS THE ROW HAS MOVED ON SINCE.
       250-FIND-CONFLICTS.
           READ MAINTLOG.

           IF MAINTLOG-STATUS = '10' THEN
              SET MAINT-EOF TO TRUE
              GO TO 250-FIND-CONFLICTS-EXIT
           END-IF.

           IF MAINTLOG-STATUS <> '00' THEN
              DISPLAY 'READ MAINTLOG FILE STATUS: ' MAINTLOG-STATUS
              SET MAINT-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 250-FIND-CONFLICTS-EXIT
           END-IF.

           IF ML-PROGRAM = BAD-PROGRAM
              AND ML-TIMESTAMP NOT < BAD-START-TS
              AND ML-TIMESTAMP NOT > BAD-END-TS THEN
              GO TO 250-FIND-CONFLICTS-EXIT
           END-IF.

           IF ML-TIMESTAMP < BAD-START-TS THEN
              GO TO 250-FIND-CONFLICTS-EXIT
           END-IF.

           PERFORM 220-LOCATE-EMP THRU 220-LOCATE-EMP-EXIT.

           IF BK-FOUND-IX = ZERO THEN
              GO TO 250-FIND-CONFLICTS-EXIT
           END-IF.

           IF BK-CONFLICT (BK-FOUND-IX)
              OR ML-TIMESTAMP < BK-FIRST-TS (BK-FOUND-IX) THEN
              GO TO 250-FIND-CONFLICTS-EXIT
           END-IF.

           SET BK-CONFLICT (BK-FOUND-IX) TO TRUE.
           MOVE SPACES TO BK-REASON (BK-FOUND-IX).
           STRING 'CHANGED AGAIN BY ' ML-PROGRAM ' '
                  ML-TIMESTAMP
               DELIMITED BY SIZE INTO BK-REASON (BK-FOUND-IX).

       250-FIND-CONFLICTS-EXIT.
           EXIT.

       300-REVERSE-EMPLOYEE.
           MOVE BK-EMP-ID (BK-IX) TO EMP-ID.

      *    WORK OUT WHAT PUTS THE ROW BACK FROM THE FIRST AND LAST
      *    THINGS THE RUN DID TO IT.  A SPACE ACTION IS A CHANGE
      *    RECORD WRITTEN BEFORE THE ACTION WAS CARRIED.
           IF BK-FIRST-ACTION (BK-IX) = 'A' THEN
              IF BK-LAST-ACTION (BK-IX) = 'D' THEN
                 SET OP-NONE TO TRUE
              ELSE
                 SET OP-DELETE TO TRUE
              END-IF
           ELSE
              IF BK-LAST-ACTION (BK-IX) = 'D' THEN
                 SET OP-REINSERT TO TRUE
              ELSE
                 IF BK-BEFORE (BK-IX) = BK-AFTER (BK-IX) THEN
                    SET OP-NONE TO TRUE
                 ELSE
                    SET OP-RESTORE TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF OP-NONE AND NOT BK-CONFLICT (BK-IX) THEN
              ADD 1 TO NONET-CNT
              MOVE 'NONE' TO DL-REVERSAL
              MOVE 'RUN LEFT THE ROW AS IT FOUND IT' TO DL-RESULT
              PERFORM 350-PRINT-DETAIL THRU 350-PRINT-DETAIL-EXIT
              GO TO 300-REVERSE-EMPLOYEE-EXIT
           END-IF.

           IF BK-CONFLICT (BK-IX) THEN
              GO TO 300-REVERSE-EMPLOYEE-EXIT
           END-IF.

           PERFORM 310-CHECK-CURRENT THRU 310-CHECK-CURRENT-EXIT.

           IF RETURN-CODE >= 8 OR BK-CONFLICT (BK-IX) THEN
              GO TO 300-REVERSE-EMPLOYEE-EXIT
           END-IF.

           IF OP-RESTORE THEN
              MOVE 'RESTORE' TO DL-REVERSAL
           END-IF.
           IF OP-DELETE THEN
              MOVE 'DELETE' TO DL-REVERSAL
           END-IF.
           IF OP-REINSERT THEN
              MOVE 'RE-ADD' TO DL-REVERSAL
           END-IF.

           IF MODE-IS-PROP THEN
              MOVE 'WOULD BE REVERSED' TO DL-RESULT
              ADD 1 TO REVERSED-CNT
              PERFORM 350-PRINT-DETAIL THRU 350-PRINT-DETAIL-EXIT
              GO TO 300-REVERSE-EMPLOYEE-EXIT
           END-IF.

           PERFORM 320-APPLY-REVERSAL THRU 320-APPLY-REVERSAL-EXIT.

           IF RETURN-CODE >= 8 THEN
              MOVE 'SQL ERROR - NOT REVERSED' TO DL-RESULT
           ELSE
              MOVE 'REVERSED' TO DL-RESULT
              ADD 1 TO REVERSED-CNT
           END-IF.
           PERFORM 350-PRINT-DETAIL THRU 350-PRINT-DETAIL-EXIT.

       300-REVERSE-EMPLOYEE-EXIT.
           EXIT.

      *    THE ROW ON EMPTABLE NOW MUST BE EXACTLY WHAT THE BAD RUN
      *    LEFT - GONE IF IT DELETED THE ROW, ITS AFTER-IMAGE
      *    OTHERWISE.  ANYTHING ELSE IS A CHANGE MAINTLOG DID NOT SEE.
       310-CHECK-CURRENT.
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
                 MOVE '310-CHECK' TO ERR-PARAGRAPH
                 PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
                 MOVE 8 TO RETURN-CODE
                 GO TO 310-CHECK-CURRENT-EXIT
              END-IF
           END-IF.

           IF BK-LAST-ACTION (BK-IX) = 'D' THEN
              IF ROW-FOUND THEN
                 SET BK-CONFLICT (BK-IX) TO TRUE
                 MOVE 'ROW IS BACK ON EMPTABLE SINCE THE RUN'
                    TO BK-REASON (BK-IX)
              END-IF
              GO TO 310-CHECK-CURRENT-EXIT
           END-IF.

           IF NOT ROW-FOUND THEN
              SET BK-CONFLICT (BK-IX) TO TRUE
              MOVE 'ROW NO LONGER ON EMPTABLE'
                 TO BK-REASON (BK-IX)
              GO TO 310-CHECK-CURRENT-EXIT
           END-IF.

           MOVE EMP-LAST-NAME  TO CI-LAST-NAME.
           MOVE EMP-FIRST-NAME TO CI-FIRST-NAME.
           MOVE EMP-DEPT-CD    TO CI-DEPT-CD.
           MOVE EMP-HIRE-DATE  TO CI-HIRE-DATE.
           MOVE EMP-SALARY     TO CI-SALARY.
           MOVE EMP-STATUS     TO CI-STATUS.

           IF CURR-IMAGE NOT = BK-AFTER (BK-IX) THEN
              SET BK-CONFLICT (BK-IX) TO TRUE
              MOVE 'ROW DIFFERS FROM WHAT THE RUN LEFT'
                 TO BK-REASON (BK-IX)
           END-IF.

       310-CHECK-CURRENT-EXIT.
           EXIT.

      *    THE REVERSAL AND ITS EMPHIST ROW COMMIT TOGETHER; THE
      *    MAINTLOG RECORD FOLLOWS THE COMMIT, THE WAY TSQL003A
      *    LOGS.
       320-APPLY-REVERSAL.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.

           IF OP-RESTORE OR OP-REINSERT THEN
              MOVE BK-BEFORE (BK-IX) TO IMAGE-WORK
              MOVE IW-LAST-NAME  TO EMP-LAST-NAME
              MOVE IW-FIRST-NAME TO EMP-FIRST-NAME
              MOVE IW-DEPT-CD    TO EMP-DEPT-CD
              MOVE IW-HIRE-DATE  TO EMP-HIRE-DATE
              MOVE IW-SALARY     TO EMP-SALARY
              MOVE IW-STATUS     TO EMP-STATUS
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
              MOVE '320-REVERSE' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8 TO RETURN-CODE
              GO TO 320-APPLY-REVERSAL-EXIT
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
              MOVE '320-HISTORY' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8 TO RETURN-CODE
              GO TO 320-APPLY-REVERSAL-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM 330-LOG-REVERSAL THRU 330-LOG-REVERSAL-EXIT.

       320-APPLY-REVERSAL-EXIT.
           EXIT.

      *    THE REVERSAL IS LOGGED AS WHAT IT DID TO THE ROW - THE
      *    BAD RUN'S AFTER-IMAGE IS THIS RECORD'S BEFORE-IMAGE.
       330-LOG-REVERSAL.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE SPACES TO MAINTLOG-RECORD.

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO ML-TIMESTAMP.

           MOVE EMP-ID TO ML-EMP-ID.
           MOVE 'TSQL023A' TO ML-PROGRAM.

           IF OP-RESTORE THEN
              MOVE 'C' TO ML-ACTION
              MOVE BK-AFTER (BK-IX) TO ML-BEFORE
              MOVE BK-BEFORE (BK-IX) TO ML-AFTER
           END-IF.

           IF OP-REINSERT THEN
              MOVE 'A' TO ML-ACTION
              MOVE BK-BEFORE (BK-IX) TO ML-AFTER
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

       330-LOG-REVERSAL-EXIT.
           EXIT.

       350-PRINT-DETAIL.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE BK-EMP-ID (BK-IX) TO DL-EMP-ID.
      *    THE NAME COMES FROM WHICHEVER IMAGE THE RUN LEFT FILLED.
           IF BK-FIRST-ACTION (BK-IX) = 'A' THEN
              MOVE BK-AFTER (BK-IX) TO IMAGE-WORK
           ELSE
              MOVE BK-BEFORE (BK-IX) TO IMAGE-WORK
           END-IF.
           MOVE IW-LAST-NAME TO DL-LAST-NAME.

           MOVE DETAIL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 1 TO LINE-CNT.

       350-PRINT-DETAIL-EXIT.
           EXIT.

       360-PRINT-CONFLICTS.
           IF LINE-CNT >= LINES-PER-PAGE - 3 THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE CONFLICT-HEADING TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 2 TO LINE-CNT.

           PERFORM 365-PRINT-CONFLICT THRU 365-PRINT-CONFLICT-EXIT
              VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > BK-CNT.

       360-PRINT-CONFLICTS-EXIT.
           EXIT.

       365-PRINT-CONFLICT.
           IF NOT BK-CONFLICT (BK-IX) THEN
              GO TO 365-PRINT-CONFLICT-EXIT
           END-IF.

           ADD 1 TO CONFLICT-CNT.
           MOVE 'REFUSED' TO DL-REVERSAL.
           MOVE BK-REASON (BK-IX) TO DL-RESULT.
           PERFORM 350-PRINT-DETAIL THRU 350-PRINT-DETAIL-EXIT.

       365-PRINT-CONFLICT-EXIT.
           EXIT.

       370-PRINT-TOTALS.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 400-PRINT-HEADINGS THRU 400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE BK-CNT TO TL-RUN-EMPS.
           MOVE REVERSED-CNT TO TL-REVERSED.
           MOVE CONFLICT-CNT TO TL-CONFLICTS.
           MOVE NONET-CNT TO TL-NONET.

           MOVE SPACES TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE TOTAL-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           ADD 2 TO LINE-CNT.

       370-PRINT-TOTALS-EXIT.
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
           MOVE 'TSQL023A' TO RC-PROGRAM.
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
              DISPLAY 'TSQL023A ALREADY IN FLIGHT - RUN REFUSED'
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
              DISPLAY 'TSQL023A PREREQUISITES NOT MET - RUN REFUSED'
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

           DISPLAY 'TSQL023A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'READ' TO BL-FIG-NAME (1).
           MOVE LOG-READ-CNT TO BL-FIG-COUNT (1).
           MOVE 'APPLIED' TO BL-FIG-NAME (2).
           MOVE REVERSED-CNT TO BL-FIG-COUNT (2).
           MOVE 'REJECTED' TO BL-FIG-NAME (3).
           MOVE CONFLICT-CNT TO BL-FIG-COUNT (3).
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
           MOVE REVERSED-CNT TO RC-ROWS.

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

           MOVE 'TSQL023A' TO EL-PROGRAM.
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
