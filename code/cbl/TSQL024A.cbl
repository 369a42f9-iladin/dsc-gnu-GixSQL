       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL024A.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      * SOURCE-COMPUTER. IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERRLOG
               ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.

           SELECT ONBOARD
               ASSIGN TO "ONBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONBOARD-STATUS.

           SELECT HIRETRAN
               ASSIGN TO "HIRETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIRETRAN-STATUS.

           SELECT HIRECONF
               ASSIGN TO "HIRECONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIRECONF-STATUS.

           SELECT TRANSEQ
               ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSEQ-STATUS.

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

      *    HR'S NEW-HIRE FEED.  HR HAS NO EMPLOYEE ID YET - EACH HIRE
      *    IS KNOWN BY HR'S OWN ONBOARDING REFERENCE UNTIL THIS RUN
      *    GIVES IT ONE.  EVERY HIRE COMES IN ACTIVE.
       FD  ONBOARD
           RECORDING MODE IS F.
           01 ONBOARD-RECORD.
               05 OB-HR-REF        PIC X(12).
               05 OB-LAST-NAME     PIC X(20).
               05 OB-FIRST-NAME    PIC X(15).
               05 OB-DEPT-CD       PIC X(4).
               05 OB-HIRE-DATE     PIC X(10).
               05 OB-SALARY        PIC S9(7)V99.

      *    ACCEPTED HIRES AS 'A' TRANSACTIONS IN THE EXACT TRANFILE
      *    LAYOUT, WRAPPED IN THE STANDARD HDR/TRL ENVELOPE UNDER THE
      *    'ONBOARD' SOURCE - THE NIGHT SCHEDULE FEEDS THIS FILE TO
      *    ITS OWN TSQL004A PASS.
       FD  HIRETRAN
           RECORDING MODE IS F.
           01 HIRETRAN-RECORD      PIC X(74).

      *    ONE LINE BACK TO HR PER ONBOARD RECORD - THE ID GIVEN TO
      *    THE REFERENCE, OR WHY IT WAS TURNED AWAY.
       FD  HIRECONF
           RECORDING MODE IS F.
           01 HIRECONF-RECORD.
               05 CF-HR-REF        PIC X(12).
               05 FILLER           PIC X(1).
               05 CF-EMP-ID        PIC X(6).
               05 FILLER           PIC X(1).
               05 CF-RESULT        PIC X(8).
               05 FILLER           PIC X(1).
               05 CF-REASON        PIC X(2).
               05 FILLER           PIC X(1).
               05 CF-TEXT          PIC X(40).

      *    TSQL004A'S SEQUENCE MEMORY, READ HERE ONLY TO NUMBER THE
      *    ONBOARD ENVELOPE ONE PAST THE LAST 'ONBOARD' FILE THE
      *    LOAD ACCEPTED.
       FD  TRANSEQ
           RECORDING MODE IS F.
           01 TRANSEQ-RECORD.
               05 TQ-SOURCE        PIC X(8).
               05 FILLER           PIC X(1).
               05 TQ-LAST-SEQ      PIC 9(6).
               05 FILLER           PIC X(1).
               05 TQ-STATUS        PIC X(1).

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
             INCLUDE DEPTREC
           END-EXEC.

           EXEC SQL
             INCLUDE NEXTNUM
           END-EXEC.

           EXEC SQL
             INCLUDE HIREREF
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

           01 T1     PIC 9(3) VALUE 0.

           01 ERRLOG-STATUS   PIC X(2) VALUE '00'.
           01 ERR-PARAGRAPH   PIC X(12) VALUE SPACES.

           01 ONBOARD-STATUS  PIC X(2) VALUE '00'.
           01 HIRETRAN-STATUS PIC X(2) VALUE '00'.
           01 HIRECONF-STATUS PIC X(2) VALUE '00'.

           01 ONB-EOF-SW      PIC X(1) VALUE 'N'.
               88 ONB-EOF         VALUE 'Y'.

      *    THE 'A' TRANSACTION BUILT FOR EACH ACCEPTED HIRE, FIELD
      *    FOR FIELD THE TRANFILE RECORD TSQL004A READS.  THE
      *    EFFECTIVE DATE STAYS BLANK SO THE ADD APPLIES ON ARRIVAL.
           01 TRAN-WORK.
               05 TW-ACTION        PIC X(1).
               05 TW-EMP-ID        PIC 9(6).
               05 TW-LAST-NAME     PIC X(20).
               05 TW-FIRST-NAME    PIC X(15).
               05 TW-DEPT-CD       PIC X(4).
               05 TW-HIRE-DATE     PIC X(10).
               05 TW-SALARY        PIC S9(7)V99.
               05 TW-STATUS        PIC X(1).
               05 TW-EFF-DATE      PIC X(8).

           01 TRANSEQ-STATUS  PIC X(2) VALUE '00'.

           01 SEQ-EOF-SW      PIC X(1) VALUE 'N'.
               88 SEQ-EOF         VALUE 'Y'.

           01 NEXT-SEQ        PIC 9(6) VALUE 1.
           01 HIRE-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.

           01 ONBOARD-SEQ-ST  PIC X(1) VALUE SPACE.

           01 HELD-SW         PIC X(1) VALUE 'N'.
               88 ONBOARD-HELD    VALUE 'Y'.

      *    PARSE AREA FOR THE PRIOR HIRETRAN'S OWN HEADER.
           01 HDR-PARSE.
               05 FILLER          PIC X(3).
               05 PH-FILE-DATE    PIC 9(8).
               05 PH-SEQ          PIC 9(6).
               05 PH-SOURCE       PIC X(8).

           01 HDR-WORK.
               05 FILLER          PIC X(3) VALUE 'HDR'.
               05 HD-FILE-DATE    PIC 9(8).
               05 HD-SEQ          PIC 9(6).
               05 HD-SOURCE       PIC X(8) VALUE 'ONBOARD '.

           01 TRL-WORK.
               05 FILLER          PIC X(3) VALUE 'TRL'.
               05 TE-CNT          PIC 9(9).
               05 TE-HASH         PIC S9(13)V99.

      *    THE NEXTNUM SERIES EMPLOYEE IDS ARE DRAWN FROM.
           01 EMP-NUM-KEY     PIC X(8) VALUE 'EMP-ID'.
           01 MAX-EMP-ID      PIC 9(9) VALUE 999999.
           01 HIGH-USED-ID    PIC 9(9) VALUE ZERO.
           01 HIGH-HIRE-ID    PIC 9(9) VALUE ZERO.
           01 NEW-EMP-ID      PIC 9(6) VALUE ZERO.
           01 DUP-EMP-ID      PIC 9(6) VALUE ZERO.
           01 THIS-HR-REF     PIC X(12) VALUE SPACES.

           01 NUM-SW          PIC X(1) VALUE 'N'.
               88 NUM-FREE        VALUE 'Y'.

           01 REISSUE-SW      PIC X(1) VALUE 'N'.
               88 REISSUE         VALUE 'Y'.

      *    REJECT REASON CODES:
      *      11 - HR REFERENCE MISSING
      *      12 - NAME OR HIRE DATE MISSING
      *      13 - SALARY NOT NUMERIC OR NOT ABOVE ZERO
      *      14 - DEPT CODE NOT AN ACTIVE DEPTTABLE ROW
      *      15 - SAME NAME AND HIRE DATE ALREADY ON EMPTABLE
      *      16 - SAME NAME AND HIRE DATE ALREADY GIVEN AN ID
      *           UNDER ANOTHER HR REFERENCE
      *      17 - HR REFERENCE ALREADY ONBOARDED
      *      18 - HR REFERENCE REPEATED IN THIS FILE
      *      19 - SQL ERROR ASSIGNING THE ID
           01 REJ-REASON-CD   PIC X(2) VALUE SPACES.
           01 REJ-TEXT        PIC X(40) VALUE SPACES.

           01 READ-CNT        PIC 9(7) COMP VALUE ZERO.
           01 ASSIGNED-CNT    PIC 9(7) COMP VALUE ZERO.
           01 REISSUED-CNT    PIC 9(7) COMP VALUE ZERO.
           01 REJECTED-CNT    PIC 9(7) COMP VALUE ZERO.
           01 WRITTEN-CNT     PIC 9(7) COMP VALUE ZERO.
           01 SKIPPED-ID-CNT  PIC 9(7) COMP VALUE ZERO.

           01 PARM            PIC X(80) VALUE SPACES.
           01 RUN-DATE        PIC X(8)  VALUE SPACES.
           01 RUN-DATE-N      PIC 9(8)  VALUE ZERO.
           01 RUN-MODE        PIC X(5)  VALUE 'PROD'.

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

      *    A HIRETRAN THE LOAD HAS NOT YET CONSUMED STILL CARRIES
      *    IDS HR HAS ALREADY BEEN TOLD ABOUT - THE RUN HOLDS WITH ITS
      *    OWN RETURN CODE RATHER THAN OVERWRITE IT.  AFTER A RUN
      *    THAT DIED PART WAY, REMOVE ITS HIRETRAN AND FEED THE SAME
      *    ONBOARD FILE AGAIN: EVERY REFERENCE ALREADY GIVEN AN ID
      *    COMES BACK OUT UNDER THAT SAME ID.
           PERFORM 120-NEXT-SEQUENCE THRU 120-NEXT-SEQUENCE-EXIT.
           PERFORM 122-CHECK-PRIOR-OUTPUT THRU
              122-CHECK-PRIOR-OUTPUT-EXIT.

           IF ONBOARD-HELD THEN
              DISPLAY 'PRIOR HIRETRAN NOT CONSUMED - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           PERFORM 130-CHECK-NUMBER THRU 130-CHECK-NUMBER-EXIT.

           IF RETURN-CODE >= 8 THEN
              GO TO 100-EXIT
           END-IF.

           OPEN INPUT ONBOARD.
           IF ONBOARD-STATUS = '35' THEN
              DISPLAY 'NO ONBOARD - NO NEW HIRES THIS CYCLE'
              SET ONB-EOF TO TRUE
           ELSE
              IF ONBOARD-STATUS <> '00' THEN
                 DISPLAY 'OPEN ONBOARD FILE STATUS: ' ONBOARD-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT HIRETRAN.
           IF HIRETRAN-STATUS <> '00' THEN
              DISPLAY 'OPEN HIRETRAN FILE STATUS: ' HIRETRAN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE SPACES TO HIRETRAN-RECORD.
           MOVE RUN-DATE-N TO HD-FILE-DATE.
           MOVE NEXT-SEQ TO HD-SEQ.
           MOVE HDR-WORK TO HIRETRAN-RECORD.
           WRITE HIRETRAN-RECORD.

           OPEN OUTPUT HIRECONF.
           IF HIRECONF-STATUS <> '00' THEN
              DISPLAY 'OPEN HIRECONF FILE STATUS: ' HIRECONF-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           PERFORM 110-PROCESS-HIRE THRU 110-PROCESS-HIRE-EXIT
              UNTIL ONB-EOF.

           IF ONBOARD-STATUS = '00' OR ONBOARD-STATUS = '10' THEN
              CLOSE ONBOARD
           END-IF.

           MOVE SPACES TO HIRETRAN-RECORD.
           MOVE WRITTEN-CNT TO TE-CNT.
           MOVE HIRE-HASH TO TE-HASH.
           MOVE TRL-WORK TO HIRETRAN-RECORD.
           WRITE HIRETRAN-RECORD.

           IF HIRETRAN-STATUS <> '00' THEN
              DISPLAY 'WRITE HIRETRAN FILE STATUS: ' HIRETRAN-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE HIRETRAN.
           CLOSE HIRECONF.

           IF REJECTED-CNT > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY 'HIRES READ         : ' READ-CNT.
           DISPLAY 'IDS ASSIGNED       : ' ASSIGNED-CNT.
           DISPLAY 'IDS REISSUED       : ' REISSUED-CNT.
           DISPLAY 'HIRES REJECTED     : ' REJECTED-CNT.
           DISPLAY 'ADDS WRITTEN       : ' WRITTEN-CNT.
           DISPLAY 'IDS SKIPPED IN USE : ' SKIPPED-ID-CNT.

           GO TO 100-EXIT.

       110-PROCESS-HIRE.
           READ ONBOARD.

           IF ONBOARD-STATUS = '10' THEN
              SET ONB-EOF TO TRUE
              GO TO 110-PROCESS-HIRE-EXIT
           END-IF.

           IF ONBOARD-STATUS <> '00' THEN
              DISPLAY 'READ ONBOARD FILE STATUS: ' ONBOARD-STATUS
              SET ONB-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 110-PROCESS-HIRE-EXIT
           END-IF.

           ADD 1 TO READ-CNT.

           MOVE SPACES TO REJ-REASON-CD.
           MOVE SPACES TO REJ-TEXT.
           MOVE ZERO TO NEW-EMP-ID.
           MOVE 'N' TO REISSUE-SW.

           PERFORM 140-EDIT-HIRE THRU 140-EDIT-HIRE-EXIT.

           IF REJ-REASON-CD = SPACES AND NOT REISSUE THEN
              PERFORM 200-ASSIGN-ID THRU 200-ASSIGN-ID-EXIT
           END-IF.

           IF REJ-REASON-CD NOT = SPACES THEN
              ADD 1 TO REJECTED-CNT
              PERFORM 260-WRITE-CONFIRM THRU 260-WRITE-CONFIRM-EXIT
              GO TO 110-PROCESS-HIRE-EXIT
           END-IF.

           IF REISSUE THEN
              ADD 1 TO REISSUED-CNT
           ELSE
              ADD 1 TO ASSIGNED-CNT
           END-IF.

           PERFORM 250-WRITE-ADD THRU 250-WRITE-ADD-EXIT.
           PERFORM 260-WRITE-CONFIRM THRU 260-WRITE-CONFIRM-EXIT.

       110-PROCESS-HIRE-EXIT.
           EXIT.

      *    THE ONBOARD FILE IS NUMBERED ONE PAST THE LAST 'ONBOARD'
      *    ENVELOPE THE LOAD ACCEPTED; A MISSING FILE OR ROW STARTS
      *    THE STREAM AT ONE.
       120-NEXT-SEQUENCE.
           MOVE 1 TO NEXT-SEQ.
           MOVE 'N' TO SEQ-EOF-SW.

           OPEN INPUT TRANSEQ.
           IF TRANSEQ-STATUS <> '00' THEN
              GO TO 120-NEXT-SEQUENCE-EXIT
           END-IF.

           PERFORM 125-SCAN-SEQ-ROW THRU 125-SCAN-SEQ-ROW-EXIT
              UNTIL SEQ-EOF.

           CLOSE TRANSEQ.

       120-NEXT-SEQUENCE-EXIT.
           EXIT.

       125-SCAN-SEQ-ROW.
           READ TRANSEQ.

           IF TRANSEQ-STATUS <> '00' THEN
              SET SEQ-EOF TO TRUE
              GO TO 125-SCAN-SEQ-ROW-EXIT
           END-IF.

           IF TQ-SOURCE = 'ONBOARD ' AND TQ-LAST-SEQ NUMERIC THEN
              COMPUTE NEXT-SEQ = TQ-LAST-SEQ + 1
              MOVE TQ-STATUS TO ONBOARD-SEQ-ST
           END-IF.

       125-SCAN-SEQ-ROW-EXIT.
           EXIT.

      *    TWO SIGNS THE LAST ONBOARD FILE IS STILL IN PLAY: THE
      *    LOAD'S 'ONBOARD' SEQUENCE ROW STUCK AT 'V' (AN APPLY DIED
      *    MID-FILE AND WILL RE-PRESENT IT), OR A HIRETRAN ON DISK
      *    WHOSE HEADER CARRIES A SEQUENCE THE LOAD NEVER ACCEPTED.
       122-CHECK-PRIOR-OUTPUT.
           MOVE 'N' TO HELD-SW.

           IF ONBOARD-SEQ-ST = 'V' THEN
              DISPLAY 'ONBOARD SEQUENCE STILL MARKED IN APPLY'
              SET ONBOARD-HELD TO TRUE
              GO TO 122-CHECK-PRIOR-OUTPUT-EXIT
           END-IF.

           OPEN INPUT HIRETRAN.
           IF HIRETRAN-STATUS <> '00' THEN
              GO TO 122-CHECK-PRIOR-OUTPUT-EXIT
           END-IF.

           READ HIRETRAN.

           IF HIRETRAN-STATUS = '00'
              AND HIRETRAN-RECORD (1:3) = 'HDR' THEN
              MOVE HIRETRAN-RECORD TO HDR-PARSE
              IF PH-SEQ NUMERIC AND PH-SEQ >= NEXT-SEQ THEN
                 DISPLAY 'HIRETRAN GENERATION ' PH-SEQ
                    ' NEVER ACCEPTED BY THE LOAD'
                 SET ONBOARD-HELD TO TRUE
              END-IF
           END-IF.

           CLOSE HIRETRAN.

       122-CHECK-PRIOR-OUTPUT-EXIT.
           EXIT.

      *    THE EMPLOYEE ID SERIES MUST START PAST EVERY ID ALREADY IN
      *    USE - ON EMPTABLE OR HANDED OUT BY AN EARLIER INTAKE.  A
      *    MISSING ROW IS CREATED THERE; A ROW LEFT BEHIND (IDS KEYED
      *    BY HAND THROUGH TSQL003A) IS MOVED UP.  IT IS NEVER MOVED
      *    DOWN.
       130-CHECK-NUMBER.
           EXEC SQL
              SELECT COALESCE(MAX(EMP-ID), 0)
                INTO :HIGH-USED-ID
                FROM EMPTABLE
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '130-CHK-NUM' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 130-CHECK-NUMBER-EXIT
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(EMP-ID), 0)
                INTO :HIGH-HIRE-ID
                FROM HIREREF
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '130-CHK-NUM' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 130-CHECK-NUMBER-EXIT
           END-IF.

           IF HIGH-HIRE-ID > HIGH-USED-ID THEN
              MOVE HIGH-HIRE-ID TO HIGH-USED-ID
           END-IF.

           MOVE EMP-NUM-KEY TO NN-NUM-KEY.

           EXEC SQL
              SELECT NEXT-NUM
                INTO :NN-NEXT-NUM
                FROM NEXTNUM
               WHERE NUM-KEY = :NN-NUM-KEY
           END-EXEC.

           IF SQLCODE = 100 THEN
              COMPUTE NN-NEXT-NUM = HIGH-USED-ID + 1
              EXEC SQL
                 INSERT INTO NEXTNUM (NUM-KEY, NEXT-NUM)
                 VALUES (:NN-NUM-KEY, :NN-NEXT-NUM)
              END-EXEC
              IF SQLCODE <> 0 THEN
                 MOVE '130-CHK-NUM' TO ERR-PARAGRAPH
                 PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
                 MOVE 8 TO RETURN-CODE
                 GO TO 130-CHECK-NUMBER-EXIT
              END-IF
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY 'EMPLOYEE ID SERIES STARTED AT ' NN-NEXT-NUM
              GO TO 130-CHECK-NUMBER-EXIT
           END-IF.

           IF SQLCODE <> 0 THEN
              MOVE '130-CHK-NUM' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 130-CHECK-NUMBER-EXIT
           END-IF.

           IF NN-NEXT-NUM > HIGH-USED-ID THEN
              GO TO 130-CHECK-NUMBER-EXIT
           END-IF.

           COMPUTE NN-NEXT-NUM = HIGH-USED-ID + 1.

           EXEC SQL
              UPDATE NEXTNUM
                 SET NEXT-NUM = :NN-NEXT-NUM
               WHERE NUM-KEY = :NN-NUM-KEY
                 AND NEXT-NUM < :NN-NEXT-NUM
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '130-CHK-NUM' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 130-CHECK-NUMBER-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'EMPLOYEE ID SERIES MOVED UP TO ' NN-NEXT-NUM.

       130-CHECK-NUMBER-EXIT.
           EXIT.

      *    FIELD EDITS FIRST, THEN THE REFERENCE ITSELF, THEN THE
      *    LIKELY-DUPLICATE CHECKS.  A REFERENCE ALREADY GIVEN AN ID
      *    THAT NEVER REACHED EMPTABLE (ITS HIRETRAN WAS LOST, OR THE
      *    LOAD TURNED THE ADD AWAY) IS SENT AGAIN UNDER THE SAME ID.
       140-EDIT-HIRE.
           IF OB-HR-REF = SPACES THEN
              MOVE '11' TO REJ-REASON-CD
              MOVE 'HR REFERENCE MISSING' TO REJ-TEXT
              GO TO 140-EDIT-HIRE-EXIT
           END-IF.

           IF OB-LAST-NAME = SPACES OR OB-FIRST-NAME = SPACES
              OR OB-HIRE-DATE = SPACES THEN
              MOVE '12' TO REJ-REASON-CD
              MOVE 'NAME OR HIRE DATE MISSING' TO REJ-TEXT
              GO TO 140-EDIT-HIRE-EXIT
           END-IF.

           IF OB-SALARY NOT NUMERIC THEN
              MOVE '13' TO REJ-REASON-CD
              MOVE 'SALARY NOT NUMERIC' TO REJ-TEXT
              GO TO 140-EDIT-HIRE-EXIT
           END-IF.

           IF OB-SALARY NOT > ZERO THEN
              MOVE '13' TO REJ-REASON-CD
              MOVE 'SALARY NOT ABOVE ZERO' TO REJ-TEXT
              GO TO 140-EDIT-HIRE-EXIT
           END-IF.

           MOVE OB-HR-REF TO HF-HR-REF.

           EXEC SQL
              SELECT EMP-ID, ASSIGN-TS
                INTO :HF-EMP-ID, :HF-ASSIGN-TS
                FROM HIREREF
               WHERE HR-REF = :HF-HR-REF
           END-EXEC.

           IF SQLCODE <> 0 AND SQLCODE <> 100 THEN
              MOVE '140-EDIT' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR READING HIREREF' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 140-EDIT-HIRE-EXIT
           END-IF.

           IF SQLCODE = 0 THEN
              PERFORM 145-CHECK-KNOWN-REF THRU
                 145-CHECK-KNOWN-REF-EXIT
              IF REJ-REASON-CD NOT = SPACES THEN
                 GO TO 140-EDIT-HIRE-EXIT
              END-IF
           END-IF.

           MOVE OB-DEPT-CD TO DEPT-CD.

           EXEC SQL
              SELECT DEPT-ACTIVE
                INTO :DEPT-ACTIVE
                FROM DEPTTABLE
               WHERE DEPT-CD = :DEPT-CD
           END-EXEC.

           IF SQLCODE = 100 THEN
              MOVE '14' TO REJ-REASON-CD
              MOVE 'DEPT CODE NOT ON DEPTTABLE' TO REJ-TEXT
              GO TO 140-EDIT-HIRE-EXIT
           END-IF.

           IF SQLCODE <> 0 THEN
              MOVE '140-EDIT' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR READING DEPTTABLE' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 140-EDIT-HIRE-EXIT
           END-IF.

           IF DEPT-ACTIVE NOT = 'A' THEN
              MOVE '14' TO REJ-REASON-CD
              MOVE 'DEPT CODE NOT ACTIVE' TO REJ-TEXT
              GO TO 140-EDIT-HIRE-EXIT
           END-IF.

           PERFORM 150-CHECK-DUPLICATE THRU 150-CHECK-DUPLICATE-EXIT.

       140-EDIT-HIRE-EXIT.
           EXIT.

      *    THE REFERENCE HAS AN ID ALREADY.  TAKEN EARLIER IN THIS
      *    SAME RUN, THE FILE CARRIES THE HIRE TWICE; ALREADY ON
      *    EMPTABLE, THE HIRE IS DONE; OTHERWISE IT IS RE-SENT.
       145-CHECK-KNOWN-REF.
           IF HF-ASSIGN-TS = RC-START-TS THEN
              MOVE '18' TO REJ-REASON-CD
              MOVE 'HR REFERENCE REPEATED IN THIS FILE' TO REJ-TEXT
              GO TO 145-CHECK-KNOWN-REF-EXIT
           END-IF.

           MOVE HF-EMP-ID TO EMP-ID.

           EXEC SQL
              SELECT COUNT(*) INTO :T1
                FROM EMPTABLE
               WHERE EMP-ID = :EMP-ID
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '145-KNOWN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR READING EMPTABLE' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 145-CHECK-KNOWN-REF-EXIT
           END-IF.

           MOVE HF-EMP-ID TO NEW-EMP-ID.

           IF T1 > ZERO THEN
              MOVE '17' TO REJ-REASON-CD
              STRING 'HR REFERENCE ALREADY ONBOARDED AS '
                     NEW-EMP-ID
                  DELIMITED BY SIZE INTO REJ-TEXT
              GO TO 145-CHECK-KNOWN-REF-EXIT
           END-IF.

           SET REISSUE TO TRUE.

       145-CHECK-KNOWN-REF-EXIT.
           EXIT.

      *    SAME LAST NAME, FIRST NAME AND HIRE DATE IS TAKEN AS THE
      *    SAME PERSON - EITHER ALREADY ON EMPTABLE, OR ALREADY GIVEN
      *    AN ID UNDER A DIFFERENT HR REFERENCE.
       150-CHECK-DUPLICATE.
           MOVE OB-LAST-NAME TO EMP-LAST-NAME.
           MOVE OB-FIRST-NAME TO EMP-FIRST-NAME.
           MOVE OB-HIRE-DATE TO EMP-HIRE-DATE.
           MOVE ZERO TO DUP-EMP-ID.

           EXEC SQL
              SELECT COALESCE(MIN(EMP-ID), 0)
                INTO :DUP-EMP-ID
                FROM EMPTABLE
               WHERE EMP-LAST-NAME = :EMP-LAST-NAME
                 AND EMP-FIRST-NAME = :EMP-FIRST-NAME
                 AND EMP-HIRE-DATE = :EMP-HIRE-DATE
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '150-CHK-DUP' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR READING EMPTABLE' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 150-CHECK-DUPLICATE-EXIT
           END-IF.

           IF DUP-EMP-ID > ZERO AND DUP-EMP-ID NOT = NEW-EMP-ID THEN
              MOVE '15' TO REJ-REASON-CD
              STRING 'LIKELY DUPLICATE OF EMPLOYEE ' DUP-EMP-ID
                  DELIMITED BY SIZE INTO REJ-TEXT
              GO TO 150-CHECK-DUPLICATE-EXIT
           END-IF.

           MOVE OB-HR-REF TO THIS-HR-REF.
           MOVE ZERO TO DUP-EMP-ID.

           EXEC SQL
              SELECT COALESCE(MIN(EMP-ID), 0)
                INTO :DUP-EMP-ID
                FROM HIREREF
               WHERE EMP-LAST-NAME = :EMP-LAST-NAME
                 AND EMP-FIRST-NAME = :EMP-FIRST-NAME
                 AND EMP-HIRE-DATE = :EMP-HIRE-DATE
                 AND HR-REF <> :THIS-HR-REF
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '150-CHK-DUP' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR READING HIREREF' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 150-CHECK-DUPLICATE-EXIT
           END-IF.

           IF DUP-EMP-ID > ZERO THEN
              MOVE '16' TO REJ-REASON-CD
              STRING 'LIKELY DUPLICATE OF NEW HIRE ' DUP-EMP-ID
                  DELIMITED BY SIZE INTO REJ-TEXT
           END-IF.

       150-CHECK-DUPLICATE-EXIT.
           EXIT.

      *    TAKE THE NEXT ID FROM THE SERIES.  THE SERIES MOVE AND THE
      *    HIREREF ROW COMMIT TOGETHER, SO AN ID IS EITHER ISSUED AND
      *    REMEMBERED OR NOT ISSUED AT ALL.  AN ID SOMEONE HAS SINCE
      *    KEYED BY HAND IS PASSED OVER, NOT REUSED.
       200-ASSIGN-ID.
           MOVE 'N' TO NUM-SW.

           PERFORM 210-TAKE-NUMBER THRU 210-TAKE-NUMBER-EXIT
              UNTIL NUM-FREE OR REJ-REASON-CD NOT = SPACES.

           IF REJ-REASON-CD NOT = SPACES THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO 200-ASSIGN-ID-EXIT
           END-IF.

           MOVE OB-HR-REF TO HF-HR-REF.
           MOVE NEW-EMP-ID TO HF-EMP-ID.
           MOVE OB-LAST-NAME TO HF-LAST-NAME.
           MOVE OB-FIRST-NAME TO HF-FIRST-NAME.
           MOVE OB-HIRE-DATE TO HF-HIRE-DATE.
           MOVE RC-START-TS TO HF-ASSIGN-TS.

           EXEC SQL
              INSERT INTO HIREREF
                 (HR-REF, EMP-ID, EMP-LAST-NAME, EMP-FIRST-NAME,
                  EMP-HIRE-DATE, ASSIGN-TS)
              VALUES
                 (:HF-HR-REF, :HF-EMP-ID, :HF-LAST-NAME,
                  :HF-FIRST-NAME, :HF-HIRE-DATE, :HF-ASSIGN-TS)
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '200-ASSIGN' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR RECORDING HIREREF' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 200-ASSIGN-ID-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

       200-ASSIGN-ID-EXIT.
           EXIT.

       210-TAKE-NUMBER.
           MOVE EMP-NUM-KEY TO NN-NUM-KEY.

           EXEC SQL
              SELECT NEXT-NUM
                INTO :NN-NEXT-NUM
                FROM NEXTNUM
               WHERE NUM-KEY = :NN-NUM-KEY
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '210-TAKE-NUM' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR READING NEXTNUM' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 210-TAKE-NUMBER-EXIT
           END-IF.

           IF NN-NEXT-NUM > MAX-EMP-ID THEN
              DISPLAY 'EMPLOYEE ID SERIES EXHAUSTED AT ' NN-NEXT-NUM
              MOVE '19' TO REJ-REASON-CD
              MOVE 'EMPLOYEE ID SERIES EXHAUSTED' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 210-TAKE-NUMBER-EXIT
           END-IF.

           MOVE NN-NEXT-NUM TO NEW-EMP-ID.

           EXEC SQL
              UPDATE NEXTNUM
                 SET NEXT-NUM = NEXT-NUM + 1
               WHERE NUM-KEY = :NN-NUM-KEY
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '210-TAKE-NUM' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR UPDATING NEXTNUM' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 210-TAKE-NUMBER-EXIT
           END-IF.

           MOVE NEW-EMP-ID TO EMP-ID.

           EXEC SQL
              SELECT COUNT(*) INTO :T1
                FROM EMPTABLE
               WHERE EMP-ID = :EMP-ID
           END-EXEC.

           IF SQLCODE <> 0 THEN
              MOVE '210-TAKE-NUM' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              MOVE '19' TO REJ-REASON-CD
              MOVE 'SQL ERROR READING EMPTABLE' TO REJ-TEXT
              MOVE 8 TO RETURN-CODE
              GO TO 210-TAKE-NUMBER-EXIT
           END-IF.

           IF T1 > ZERO THEN
              DISPLAY 'EMPLOYEE ID ' NEW-EMP-ID
                 ' ALREADY ON EMPTABLE - PASSED OVER'
              ADD 1 TO SKIPPED-ID-CNT
              GO TO 210-TAKE-NUMBER-EXIT
           END-IF.

           SET NUM-FREE TO TRUE.

       210-TAKE-NUMBER-EXIT.
           EXIT.

       250-WRITE-ADD.
           MOVE 'A' TO TW-ACTION.
           MOVE NEW-EMP-ID TO TW-EMP-ID.
           MOVE OB-LAST-NAME TO TW-LAST-NAME.
           MOVE OB-FIRST-NAME TO TW-FIRST-NAME.
           MOVE OB-DEPT-CD TO TW-DEPT-CD.
           MOVE OB-HIRE-DATE TO TW-HIRE-DATE.
           MOVE OB-SALARY TO TW-SALARY.
           MOVE 'A' TO TW-STATUS.
           MOVE SPACES TO TW-EFF-DATE.

           MOVE SPACES TO HIRETRAN-RECORD.
           MOVE TRAN-WORK TO HIRETRAN-RECORD.
           WRITE HIRETRAN-RECORD.

           IF HIRETRAN-STATUS <> '00' THEN
              DISPLAY 'WRITE HIRETRAN FILE STATUS: ' HIRETRAN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 250-WRITE-ADD-EXIT
           END-IF.

           ADD 1 TO WRITTEN-CNT.
           ADD TW-SALARY TO HIRE-HASH.

       250-WRITE-ADD-EXIT.
           EXIT.

       260-WRITE-CONFIRM.
           MOVE SPACES TO HIRECONF-RECORD.
           MOVE OB-HR-REF TO CF-HR-REF.

           IF REJ-REASON-CD NOT = SPACES THEN
              MOVE 'REJECTED' TO CF-RESULT
              MOVE REJ-REASON-CD TO CF-REASON
              MOVE REJ-TEXT TO CF-TEXT
           ELSE
              MOVE NEW-EMP-ID TO CF-EMP-ID
              IF REISSUE THEN
                 MOVE 'REISSUED' TO CF-RESULT
                 MOVE 'ID RE-SENT FROM AN EARLIER INTAKE' TO CF-TEXT
              ELSE
                 MOVE 'ASSIGNED' TO CF-RESULT
              END-IF
           END-IF.

           WRITE HIRECONF-RECORD.

           IF HIRECONF-STATUS <> '00' THEN
              DISPLAY 'WRITE HIRECONF FILE STATUS: ' HIRECONF-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       260-WRITE-CONFIRM-EXIT.
           EXIT.

       800-REGISTER-RUN.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE CURR-DATE TO RC-RUN-DATE.
           MOVE 'TSQL024A' TO RC-PROGRAM.
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
              DISPLAY 'TSQL024A ALREADY IN FLIGHT - RUN REFUSED'
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
              DISPLAY 'TSQL024A PREREQUISITES NOT MET - RUN REFUSED'
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

           DISPLAY 'TSQL024A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'READ' TO BL-FIG-NAME (1).
           MOVE READ-CNT TO BL-FIG-COUNT (1).
           MOVE 'WRITTEN' TO BL-FIG-NAME (2).
           MOVE WRITTEN-CNT TO BL-FIG-COUNT (2).
           MOVE 'REJECTED' TO BL-FIG-NAME (3).
           MOVE REJECTED-CNT TO BL-FIG-COUNT (3).
           MOVE 'HIRE-HASH' TO BL-FIG-NAME (4).
           MOVE HIRE-HASH TO BL-FIG-AMOUNT (4).
           MOVE 4 TO BL-FIG-CNT.

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
           MOVE WRITTEN-CNT TO RC-ROWS.

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

           MOVE 'TSQL024A' TO EL-PROGRAM.
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
