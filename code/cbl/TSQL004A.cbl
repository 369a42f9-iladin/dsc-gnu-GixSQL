               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSEQ-STATUS.

           SELECT MAINTLOG
               ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINTLOG-STATUS.

           SELECT HELDTRAN
               ASSIGN TO "HELDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELDTRAN-STATUS.

           SELECT HELDNEW
               ASSIGN TO "HELDTRANN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELDNEW-STATUS.

           SELECT HELDCAN
               ASSIGN TO "HELDCAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELDCAN-STATUS.

           SELECT HELDRPT
               ASSIGN TO "HELDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELDRPT-STATUS.

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
               05 TR-HIRE-DATE     PIC X(10).
               05 TR-SALARY        PIC S9(7)V99.
               05 TR-STATUS        PIC X(1).
      *        BLANK - EFFECTIVE ON ARRIVAL.  A DATE AFTER THE RUN
      *        DATE PARKS THE TRANSACTION ON HELDTRAN UNTIL IT IS DUE.
               05 TR-EFF-DATE      PIC X(8).
               05 TR-EFF-DATE-N REDEFINES TR-EFF-DATE
                                   PIC 9(8).

      *    A REJECT CARRIES THE WHOLE TRANSACTION IMAGE BEHIND THE
      *    REASON CODE.  TSQL014A READS THIS FILE AFTER THE LOAD,
           01 REJECT-RECORD.
               05 RJ-REASON        PIC X(2).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 RJ-TRAN          PIC X(74).

      *    LAST ACCEPTED ENVELOPE SEQUENCE PER SOURCE, REMEMBERED
      *    RUN TO RUN.  STATUS 'V' MEANS THE ENVELOPE WAS VERIFIED
               05 FILLER           PIC X(1) VALUE SPACE.
               05 TQ-STATUS        PIC X(1).

       FD  MAINTLOG
           RECORDING MODE IS F.
           COPY MAINTLOG.

      *    FUTURE-DATED TRANSACTIONS PARKED BY EARLIER RUNS, EACH
      *    BEHIND THE RUN DATE THAT PARKED IT.
       FD  HELDTRAN
           RECORDING MODE IS F.
           01 HELDTRAN-RECORD.
               05 HT-HELD-DATE     PIC 9(8).
               05 FILLER           PIC X(1).
               05 HT-TRAN          PIC X(74).

      *    WHAT IS STILL HELD AFTER THIS RUN - NEW PARKINGS PLUS
      *    EARLIER ONES NOT YET DUE.  THE NIGHT SCHEDULE COPIES THIS
      *    RUN'S HELDTRANN OVER HELDTRAN, AND EMPTIES HELDCAN, ONLY
      *    AFTER A PROD RUN ENDS BELOW RETURN CODE 8.
       FD  HELDNEW
           RECORDING MODE IS F.
           01 HELDNEW-RECORD.
               05 HN-HELD-DATE     PIC 9(8).
               05 FILLER           PIC X(1).
               05 HN-TRAN          PIC X(74).

      *    CANCEL CARDS FOR HELD TRANSACTIONS, ONE PER LINE, MATCHED
      *    ON EMPLOYEE ID AND EFFECTIVE DATE.  A BLANK ACTION
      *    CANCELS EVERY HELD ACTION FOR THAT EMPLOYEE AND DATE.
       FD  HELDCAN
           RECORDING MODE IS F.
           01 HELDCAN-RECORD.
               05 HC-EMP-ID        PIC X(6).
               05 FILLER           PIC X(1).
               05 HC-EFF-DATE      PIC X(8).
               05 FILLER           PIC X(1).
               05 HC-ACTION        PIC X(1).

       FD  HELDRPT
           RECORDING MODE IS F.
           01 HELDRPT-RECORD       PIC X(132).

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
             INCLUDE DEPTREC
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
           01 TRANFILE-STATUS PIC X(2) VALUE '00'.
           01 REJFILE-STATUS  PIC X(2) VALUE '00'.
           01 TRANSEQ-STATUS  PIC X(2) VALUE '00'.
           01 MAINTLOG-STATUS PIC X(2) VALUE '00'.
           01 HELDTRAN-STATUS PIC X(2) VALUE '00'.
           01 HELDNEW-STATUS  PIC X(2) VALUE '00'.
           01 HELDCAN-STATUS  PIC X(2) VALUE '00'.
           01 HELDRPT-STATUS  PIC X(2) VALUE '00'.

           01 HELD-EOF-SW     PIC X(1) VALUE 'N'.
               88 HELD-EOF        VALUE 'Y'.

           01 CAN-EOF-SW      PIC X(1) VALUE 'N'.
               88 CAN-EOF         VALUE 'Y'.

      *    SET WHILE A HELD TRANSACTION THAT HAS COME DUE IS PUT
      *    THROUGH THE EDITS, SO IT IS APPLIED RATHER THAN PARKED
      *    AGAIN.
           01 RELEASE-SW      PIC X(1) VALUE 'N'.
               88 RELEASING-HELD  VALUE 'Y'.

           01 EFF-WORK        PIC 9(8) VALUE ZERO.
           01 EFF-WORK-R REDEFINES EFF-WORK.
               05 EW-YYYY     PIC 9(4).
               05 EW-MM       PIC 9(2).
               05 EW-DD       PIC 9(2).

      *    THE CANCEL CARDS, HELD IN STORAGE SO EACH HELD OR NEWLY
      *    PARKED TRANSACTION CAN BE CHECKED AGAINST THEM.
           01 CAN-MAX         PIC 9(3) COMP VALUE 200.
           01 CAN-CNT         PIC 9(3) COMP VALUE ZERO.
           01 CAN-IX          PIC 9(3) COMP VALUE ZERO.
           01 CAN-FOUND-IX    PIC 9(3) COMP VALUE ZERO.
           01 CAN-TAB.
               05 CAN-ENT OCCURS 200 TIMES.
                   10 CN-EMP-ID   PIC X(6).
                   10 CN-EFF-DATE PIC X(8).
                   10 CN-ACTION   PIC X(1).
                   10 CN-USED-SW  PIC X(1).
                       88 CN-USED     VALUE 'Y'.

      *    THE ROW AS IT STOOD BEFORE A CHANGE OR DELETE, READ JUST
      *    AHEAD OF THE VERB SO THE AUDIT TRAIL CARRIES IT.
           01 BEFORE-REC.
               05 B-LAST-NAME    PIC X(20).
               05 B-FIRST-NAME   PIC X(15).
               05 B-DEPT-CD      PIC X(4).
               05 B-HIRE-DATE    PIC X(10).
               05 B-SALARY       PIC S9(7)V99 COMP-3.
               05 B-STATUS       PIC X(1).

           01 TRAN-EOF-SW     PIC X(1) VALUE 'N'.
               88 TRAN-EOF        VALUE 'Y'.
           01 ADD-CNT         PIC 9(7) COMP VALUE ZERO.
           01 CHANGE-CNT      PIC 9(7) COMP VALUE ZERO.
           01 DELETE-CNT      PIC 9(7) COMP VALUE ZERO.
           01 HOLD-CNT        PIC 9(7) COMP VALUE ZERO.
           01 CARRY-CNT       PIC 9(7) COMP VALUE ZERO.
           01 RELEASE-CNT     PIC 9(7) COMP VALUE ZERO.
           01 RELEASE-REJ-CNT PIC 9(7) COMP VALUE ZERO.
           01 CANCEL-CNT      PIC 9(7) COMP VALUE ZERO.
           01 CAN-UNUSED-CNT  PIC 9(7) COMP VALUE ZERO.

      *    REJECT REASON CODES:
      *      01 - ACTION CODE NOT A, C OR D
      *      05 - SQL ERROR APPLYING THE TRANSACTION
      *      06 - SALARY NOT NUMERIC
      *      07 - DEPT CODE NOT AN ACTIVE DEPTTABLE ROW
      *      08 - EFFECTIVE DATE NOT A VALID YYYYMMDD DATE
           01 REJ-REASON-CD   PIC X(2) VALUE SPACES.

           01 PARM            PIC X(80) VALUE SPACES.
           01 RUN-DATE        PIC X(8)  VALUE SPACES.
           01 RUN-DATE-N      PIC 9(8)  VALUE ZERO.
           01 RUN-MODE        PIC X(5)  VALUE 'PROD'.
               88 MODE-IS-PROD   VALUE 'PROD'.
               88 MODE-IS-AUDIT  VALUE 'AUDIT'.
               05 CT-SS       PIC 9(2).
               05 CT-CC       PIC 9(2).

           01 PAGE-NBR        PIC 9(4) COMP VALUE 0.
           01 LINE-CNT        PIC 9(3) COMP VALUE 99.
           01 LINES-PER-PAGE  PIC 9(3) COMP VALUE 55.

           01 HELD-HEADING-1.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(34) VALUE
                   'HELD AND RELEASED TRANSACTIONS'.
               05 FILLER          PIC X(10) VALUE 'RUN DATE: '.
               05 HH1-RUN-DATE    PIC 9(8).
               05 FILLER          PIC X(07) VALUE '  MODE '.
               05 HH1-RUN-MODE    PIC X(5).
               05 FILLER          PIC X(05) VALUE SPACE.
               05 FILLER          PIC X(05) VALUE 'PAGE '.
               05 HH1-PAGE-NBR    PIC ZZZ9.

           01 HELD-HEADING-2.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 FILLER          PIC X(5)  VALUE 'ACT'.
               05 FILLER          PIC X(8)  VALUE 'EMP ID'.
               05 FILLER          PIC X(22) VALUE 'LAST NAME'.
               05 FILLER          PIC X(10) VALUE 'EFFECTIVE'.
               05 FILLER          PIC X(40) VALUE 'DISPOSITION'.

           01 HELD-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 HL-ACTION       PIC X(1).
               05 FILLER          PIC X(04) VALUE SPACE.
               05 HL-EMP-ID       PIC X(6).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 HL-LAST-NAME    PIC X(20).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 HL-EFF-DATE     PIC X(8).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 HL-DISPOSITION  PIC X(40).

           01 HELD-TOTAL-LINE.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 HTL-LABEL       PIC X(30).
               05 HTL-COUNT       PIC ZZZ,ZZ9.

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
              MOVE 'PROD' TO RUN-MODE
           END-IF.

      *    THE RUN DATE DECIDES WHAT IS DUE - WITHOUT ONE ON THE
      *    PARM, TODAY'S DATE IS USED.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           IF RUN-DATE NUMERIC THEN
              MOVE RUN-DATE TO RUN-DATE-N
           ELSE
              MOVE CURR-DATE TO RUN-DATE-N
           END-IF.

           DISPLAY 'RUN DATE : ' RUN-DATE-N.
           DISPLAY 'RUN MODE : ' RUN-MODE.

           ACCEPT DATASRC FROM ENVIRONMENT 'DB1name'.
              GO TO 100-EXIT
           END-IF.

      *    A PROD PASS KEEPS THE AUDIT TRAIL OPEN FOR THE WHOLE RUN -
      *    EVERY ADD, CHANGE AND DELETE LANDS IN MAINTLOG SO A BAD
      *    FILE CAN BE BACKED OUT FROM ITS BEFORE IMAGES.
           IF MODE-IS-PROD THEN
              OPEN EXTEND MAINTLOG
              IF MAINTLOG-STATUS = '05' OR MAINTLOG-STATUS = '35'
                 THEN
                 OPEN OUTPUT MAINTLOG
              END-IF
              IF MAINTLOG-STATUS <> '00' THEN
                 DISPLAY 'OPEN MAINTLOG FILE STATUS: '
                    MAINTLOG-STATUS
                 CLOSE TRANFILE
                 CLOSE REJFILE
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT HELDRPT.
           IF HELDRPT-STATUS <> '00' THEN
              DISPLAY 'OPEN HELDRPT FILE STATUS: ' HELDRPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE RUN-DATE-N TO HH1-RUN-DATE.
           MOVE RUN-MODE TO HH1-RUN-MODE.

      *    AN AUDIT PASS REPORTS WHAT WOULD BE HELD, RELEASED AND
      *    CANCELLED BUT LEAVES THE HELD FILE AS IT IS.
           IF MODE-IS-PROD THEN
              OPEN OUTPUT HELDNEW
              IF HELDNEW-STATUS <> '00' THEN
                 DISPLAY 'OPEN HELDTRANN FILE STATUS: '
                    HELDNEW-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           PERFORM 135-LOAD-CANCELS THRU 135-LOAD-CANCELS-EXIT.

           IF RETURN-CODE >= 8 THEN
              GO TO 100-EXIT
           END-IF.

      *    HELD TRANSACTIONS THAT HAVE COME DUE GO IN AHEAD OF
      *    TONIGHT'S FILE - THEY ARE THE OLDER INSTRUCTIONS.
           OPEN INPUT HELDTRAN.
           IF HELDTRAN-STATUS = '35' THEN
              DISPLAY 'NO HELDTRAN - NOTHING HELD FROM EARLIER RUNS'
           ELSE
              IF HELDTRAN-STATUS <> '00' THEN
                 DISPLAY 'OPEN HELDTRAN FILE STATUS: '
                    HELDTRAN-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
              MOVE 'N' TO HELD-EOF-SW
              PERFORM 140-RELEASE-HELD THRU 140-RELEASE-HELD-EXIT
                 UNTIL HELD-EOF
              CLOSE HELDTRAN
           END-IF.

           PERFORM 110-PROCESS-TRAN THRU 110-PROCESS-TRAN-EXIT
              UNTIL TRAN-EOF.

           CLOSE TRANFILE.
           CLOSE REJFILE.
           IF MODE-IS-PROD THEN
              CLOSE MAINTLOG
              CLOSE HELDNEW
           END-IF.

           PERFORM 150-PRINT-UNUSED-CANCEL THRU
              150-PRINT-UNUSED-CANCEL-EXIT
              VARYING CAN-IX FROM 1 BY 1 UNTIL CAN-IX > CAN-CNT.

           PERFORM 160-PRINT-HELD-TOTALS THRU
              160-PRINT-HELD-TOTALS-EXIT.

           CLOSE HELDRPT.

      *    ONLY A FINISHED APPLY PASS CONSUMES THE SEQUENCE - A RUN
      *    THAT DIED PART WAY LEAVES IT MARKED 'V' SO THE RESTART
              MOVE 4 TO RETURN-CODE
           END-IF.

      *    A CANCEL CARD THAT MATCHED NOTHING MAY MEAN THE CHANGE IT
      *    WAS MEANT TO STOP HAS ALREADY GONE LIVE.
           IF CAN-UNUSED-CNT > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 850-END-RUN THRU 850-END-RUN-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.
           DISPLAY '  CHANGES            : ' CHANGE-CNT.
           DISPLAY '  DELETES            : ' DELETE-CNT.
           DISPLAY 'TRANSACTIONS REJECTED: ' REJECT-CNT.
           DISPLAY 'HELD TONIGHT         : ' HOLD-CNT.
           DISPLAY 'STILL HELD           : ' CARRY-CNT.
           DISPLAY 'RELEASED             : ' RELEASE-CNT.
           DISPLAY '  REJECTED ON RELEASE: ' RELEASE-REJ-CNT.
           DISPLAY 'CANCELLED            : ' CANCEL-CNT.

           GO TO 100-EXIT.

           END-IF.

           ADD 1 TO READ-CNT.
           MOVE 'N' TO RELEASE-SW.

           PERFORM 115-EDIT-TRAN THRU 115-EDIT-TRAN-EXIT.

       110-PROCESS-TRAN-EXIT.
           EXIT.

      *    EVERY TRANSACTION - TONIGHT'S, OR A HELD ONE NOW DUE -
      *    PASSES THROUGH THESE EDITS IN THIS ORDER.
       115-EDIT-TRAN.
           MOVE SPACES TO REJ-REASON-CD.

           IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
              AND TR-ACTION NOT = 'D' THEN
              MOVE '01' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
              GO TO 115-EDIT-TRAN-EXIT
           END-IF.

           IF TR-EMP-ID NOT NUMERIC THEN
              MOVE '02' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
              GO TO 115-EDIT-TRAN-EXIT
           END-IF.

      *    A BAD SALARY WOULD ABEND THE MOVE TO THE PACKED HOST FIELD
           IF TR-SALARY NOT NUMERIC THEN
              MOVE '06' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
              GO TO 115-EDIT-TRAN-EXIT
           END-IF.

           IF TR-EFF-DATE NOT = SPACES THEN
              PERFORM 125-CHECK-EFF-DATE THRU 125-CHECK-EFF-DATE-EXIT
              IF REJ-REASON-CD NOT = SPACES THEN
                 GO TO 115-EDIT-TRAN-EXIT
              END-IF
           END-IF.

      *    NOT DUE YET - PARK IT.  THE DATABASE EDITS ARE LEFT FOR
      *    THE NIGHT IT COMES DUE, WHEN THE TABLES MAY HAVE MOVED.
           IF NOT RELEASING-HELD AND TR-EFF-DATE NOT = SPACES THEN
              IF TR-EFF-DATE-N > RUN-DATE-N THEN
                 PERFORM 130-HOLD-TRAN THRU 130-HOLD-TRAN-EXIT
                 GO TO 115-EDIT-TRAN-EXIT
              END-IF
           END-IF.

           MOVE TR-EMP-ID-N TO EMP-ID.
              MOVE '05' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 115-EDIT-TRAN-EXIT
           END-IF.

           IF TR-ACTION = 'A' AND T1 > ZERO THEN
              MOVE '03' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
              GO TO 115-EDIT-TRAN-EXIT
           END-IF.

           IF TR-ACTION NOT = 'A' AND T1 = ZERO THEN
              MOVE '04' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
              GO TO 115-EDIT-TRAN-EXIT
           END-IF.

      *    AN ADD OR CHANGE MUST CARRY A LIVE DEPARTMENT - THE SAME
           IF TR-ACTION NOT = 'D' THEN
              PERFORM 120-VALIDATE-DEPT THRU 120-VALIDATE-DEPT-EXIT
              IF REJ-REASON-CD NOT = SPACES THEN
                 GO TO 115-EDIT-TRAN-EXIT
              END-IF
           END-IF.

           PERFORM 200-APPLY-TRAN THRU 200-APPLY-TRAN-EXIT.

       115-EDIT-TRAN-EXIT.
           EXIT.

       120-VALIDATE-DEPT.
       120-VALIDATE-DEPT-EXIT.
           EXIT.

       125-CHECK-EFF-DATE.
           IF TR-EFF-DATE NOT NUMERIC THEN
              MOVE '08' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
              GO TO 125-CHECK-EFF-DATE-EXIT
           END-IF.

           MOVE TR-EFF-DATE-N TO EFF-WORK.

           IF EW-YYYY < 1900
              OR FUNCTION TEST-DATE-YYYYMMDD (EFF-WORK) NOT = 0 THEN
              MOVE '08' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
           END-IF.

       125-CHECK-EFF-DATE-EXIT.
           EXIT.

      *    A CANCEL CARD CAN STOP A FUTURE-DATED TRANSACTION ON THE
      *    NIGHT IT ARRIVES AS WELL AS ANY NIGHT AFTER.
       130-HOLD-TRAN.
           PERFORM 145-CHECK-CANCEL THRU 145-CHECK-CANCEL-EXIT.

           IF CAN-FOUND-IX > ZERO THEN
              ADD 1 TO CANCEL-CNT
              IF MODE-IS-PROD THEN
                 MOVE 'CANCELLED BEFORE HOLDING' TO HL-DISPOSITION
              ELSE
                 MOVE 'WOULD BE CANCELLED' TO HL-DISPOSITION
              END-IF
              PERFORM 170-PRINT-HELD-LINE THRU
                 170-PRINT-HELD-LINE-EXIT
              GO TO 130-HOLD-TRAN-EXIT
           END-IF.

           ADD 1 TO HOLD-CNT.

           IF MODE-IS-PROD THEN
              MOVE SPACES TO HELDNEW-RECORD
              MOVE RUN-DATE-N TO HN-HELD-DATE
              MOVE TRAN-RECORD TO HN-TRAN
              PERFORM 138-WRITE-HELD THRU 138-WRITE-HELD-EXIT
              MOVE 'HELD UNTIL EFFECTIVE DATE' TO HL-DISPOSITION
           ELSE
              MOVE 'WOULD BE HELD' TO HL-DISPOSITION
           END-IF.

           PERFORM 170-PRINT-HELD-LINE THRU 170-PRINT-HELD-LINE-EXIT.

       130-HOLD-TRAN-EXIT.
           EXIT.

      *    NO CANCEL FILE MEANS NOTHING TO CANCEL.
       135-LOAD-CANCELS.
           MOVE ZERO TO CAN-CNT.
           MOVE 'N' TO CAN-EOF-SW.

           OPEN INPUT HELDCAN.
           IF HELDCAN-STATUS = '35' THEN
              GO TO 135-LOAD-CANCELS-EXIT
           END-IF.

           IF HELDCAN-STATUS <> '00' THEN
              DISPLAY 'OPEN HELDCAN FILE STATUS: ' HELDCAN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 135-LOAD-CANCELS-EXIT
           END-IF.

           PERFORM 136-LOAD-CANCEL-ROW THRU 136-LOAD-CANCEL-ROW-EXIT
              UNTIL CAN-EOF.

           CLOSE HELDCAN.

           DISPLAY 'CANCEL CARDS LOADED  : ' CAN-CNT.

       135-LOAD-CANCELS-EXIT.
           EXIT.

       136-LOAD-CANCEL-ROW.
           READ HELDCAN.

           IF HELDCAN-STATUS <> '00' THEN
              SET CAN-EOF TO TRUE
              GO TO 136-LOAD-CANCEL-ROW-EXIT
           END-IF.

           IF HELDCAN-RECORD = SPACES THEN
              GO TO 136-LOAD-CANCEL-ROW-EXIT
           END-IF.

      *    A CANCEL THAT CANNOT BE HELD IN STORAGE WOULD LET THE
      *    CHANGE IT WAS MEANT TO STOP GO LIVE - REFUSE THE RUN.
           IF CAN-CNT >= CAN-MAX THEN
              DISPLAY 'HELDCAN TABLE FULL AT ' CAN-MAX ' CARDS'
              MOVE 8 TO RETURN-CODE
              SET CAN-EOF TO TRUE
              GO TO 136-LOAD-CANCEL-ROW-EXIT
           END-IF.

           ADD 1 TO CAN-CNT.
           MOVE HC-EMP-ID TO CN-EMP-ID (CAN-CNT).
           MOVE HC-EFF-DATE TO CN-EFF-DATE (CAN-CNT).
           MOVE HC-ACTION TO CN-ACTION (CAN-CNT).
           MOVE 'N' TO CN-USED-SW (CAN-CNT).

       136-LOAD-CANCEL-ROW-EXIT.
           EXIT.

       138-WRITE-HELD.
           WRITE HELDNEW-RECORD.

           IF HELDNEW-STATUS <> '00' THEN
              DISPLAY 'WRITE HELDTRANN FILE STATUS: ' HELDNEW-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       138-WRITE-HELD-EXIT.
           EXIT.

       140-RELEASE-HELD.
           READ HELDTRAN.

           IF HELDTRAN-STATUS = '10' THEN
              SET HELD-EOF TO TRUE
              GO TO 140-RELEASE-HELD-EXIT
           END-IF.

           IF HELDTRAN-STATUS <> '00' THEN
              DISPLAY 'READ HELDTRAN FILE STATUS: ' HELDTRAN-STATUS
              SET HELD-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 140-RELEASE-HELD-EXIT
           END-IF.

           MOVE HT-TRAN TO TRAN-RECORD.

           PERFORM 145-CHECK-CANCEL THRU 145-CHECK-CANCEL-EXIT.

           IF CAN-FOUND-IX > ZERO THEN
              ADD 1 TO CANCEL-CNT
              IF MODE-IS-PROD THEN
                 MOVE 'CANCELLED - DROPPED FROM HELD FILE'
                    TO HL-DISPOSITION
              ELSE
                 MOVE 'WOULD BE CANCELLED' TO HL-DISPOSITION
              END-IF
              PERFORM 170-PRINT-HELD-LINE THRU
                 170-PRINT-HELD-LINE-EXIT
              GO TO 140-RELEASE-HELD-EXIT
           END-IF.

      *    NOT DUE YET - CARRIED FORWARD EXACTLY AS IT WAS PARKED.
           IF TR-EFF-DATE-N > RUN-DATE-N THEN
              ADD 1 TO CARRY-CNT
              IF MODE-IS-PROD THEN
                 MOVE HELDTRAN-RECORD TO HELDNEW-RECORD
                 PERFORM 138-WRITE-HELD THRU 138-WRITE-HELD-EXIT
              END-IF
              MOVE 'STILL HELD' TO HL-DISPOSITION
              PERFORM 170-PRINT-HELD-LINE THRU
                 170-PRINT-HELD-LINE-EXIT
              GO TO 140-RELEASE-HELD-EXIT
           END-IF.

           ADD 1 TO RELEASE-CNT.
           SET RELEASING-HELD TO TRUE.

           PERFORM 115-EDIT-TRAN THRU 115-EDIT-TRAN-EXIT.

           MOVE 'N' TO RELEASE-SW.

           IF REJ-REASON-CD NOT = SPACES THEN
              ADD 1 TO RELEASE-REJ-CNT
              MOVE SPACES TO HL-DISPOSITION
              STRING 'RELEASED - REJECTED REASON ' REJ-REASON-CD
                 DELIMITED BY SIZE INTO HL-DISPOSITION
           ELSE
              IF MODE-IS-PROD THEN
                 MOVE 'RELEASED - APPLIED' TO HL-DISPOSITION
              ELSE
                 MOVE 'WOULD BE RELEASED' TO HL-DISPOSITION
              END-IF
           END-IF.

           PERFORM 170-PRINT-HELD-LINE THRU 170-PRINT-HELD-LINE-EXIT.

       140-RELEASE-HELD-EXIT.
           EXIT.

       145-CHECK-CANCEL.
           MOVE ZERO TO CAN-FOUND-IX.
           PERFORM 146-MATCH-CANCEL THRU 146-MATCH-CANCEL-EXIT
              VARYING CAN-IX FROM 1 BY 1
              UNTIL CAN-FOUND-IX > ZERO OR CAN-IX > CAN-CNT.

       145-CHECK-CANCEL-EXIT.
           EXIT.

       146-MATCH-CANCEL.
           IF CN-EMP-ID (CAN-IX) = TR-EMP-ID
              AND CN-EFF-DATE (CAN-IX) = TR-EFF-DATE
              AND (CN-ACTION (CAN-IX) = SPACE
                   OR CN-ACTION (CAN-IX) = TR-ACTION) THEN
              MOVE CAN-IX TO CAN-FOUND-IX
              SET CN-USED (CAN-IX) TO TRUE
           END-IF.

       146-MATCH-CANCEL-EXIT.
           EXIT.

       150-PRINT-UNUSED-CANCEL.
           IF CN-USED (CAN-IX) THEN
              GO TO 150-PRINT-UNUSED-CANCEL-EXIT
           END-IF.

           ADD 1 TO CAN-UNUSED-CNT.

           MOVE SPACES TO TRAN-RECORD.
           MOVE CN-ACTION (CAN-IX) TO TR-ACTION.
           MOVE CN-EMP-ID (CAN-IX) TO TR-EMP-ID.
           MOVE CN-EFF-DATE (CAN-IX) TO TR-EFF-DATE.
           MOVE 'CANCEL CARD MATCHED NOTHING HELD' TO HL-DISPOSITION.
           PERFORM 170-PRINT-HELD-LINE THRU 170-PRINT-HELD-LINE-EXIT.

       150-PRINT-UNUSED-CANCEL-EXIT.
           EXIT.

       160-PRINT-HELD-TOTALS.
           IF LINE-CNT >= LINES-PER-PAGE - 6 THEN
              PERFORM 180-PRINT-HELD-HEADINGS THRU
                 180-PRINT-HELD-HEADINGS-EXIT
           END-IF.

           MOVE SPACES TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD.

           MOVE 'HELD TONIGHT' TO HTL-LABEL.
           MOVE HOLD-CNT TO HTL-COUNT.
           MOVE HELD-TOTAL-LINE TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD.

           MOVE 'STILL HELD FROM EARLIER RUNS' TO HTL-LABEL.
           MOVE CARRY-CNT TO HTL-COUNT.
           MOVE HELD-TOTAL-LINE TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD.

           MOVE 'RELEASED' TO HTL-LABEL.
           MOVE RELEASE-CNT TO HTL-COUNT.
           MOVE HELD-TOTAL-LINE TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD.

           MOVE '  REJECTED ON RELEASE' TO HTL-LABEL.
           MOVE RELEASE-REJ-CNT TO HTL-COUNT.
           MOVE HELD-TOTAL-LINE TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD.

           MOVE 'CANCELLED' TO HTL-LABEL.
           MOVE CANCEL-CNT TO HTL-COUNT.
           MOVE HELD-TOTAL-LINE TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD.

           ADD 6 TO LINE-CNT.

       160-PRINT-HELD-TOTALS-EXIT.
           EXIT.

       170-PRINT-HELD-LINE.
           IF LINE-CNT >= LINES-PER-PAGE THEN
              PERFORM 180-PRINT-HELD-HEADINGS THRU
                 180-PRINT-HELD-HEADINGS-EXIT
           END-IF.

           MOVE TR-ACTION TO HL-ACTION.
           MOVE TR-EMP-ID TO HL-EMP-ID.
           MOVE TR-LAST-NAME TO HL-LAST-NAME.
           MOVE TR-EFF-DATE TO HL-EFF-DATE.

           MOVE HELD-LINE TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD.
           ADD 1 TO LINE-CNT.

       170-PRINT-HELD-LINE-EXIT.
           EXIT.

       180-PRINT-HELD-HEADINGS.
           ADD 1 TO PAGE-NBR.
           MOVE PAGE-NBR TO HH1-PAGE-NBR.

           MOVE HELD-HEADING-1 TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD AFTER ADVANCING PAGE.

           MOVE HELD-HEADING-2 TO HELDRPT-RECORD.
           WRITE HELDRPT-RECORD AFTER ADVANCING 2 LINES.

           MOVE ZERO TO LINE-CNT.

       180-PRINT-HELD-HEADINGS-EXIT.
           EXIT.

       200-APPLY-TRAN.
      *    AUDIT MODE VALIDATES AND COUNTS THE FILE WITHOUT TOUCHING
      *    EMPTABLE, SO A NEW UPSTREAM FEED CAN BE PROVED OUT FIRST.
           EXIT.

       210-APPLY-SQL.
           IF TR-ACTION NOT = 'A' THEN
              EXEC SQL
                 SELECT EMP-LAST-NAME, EMP-FIRST-NAME, EMP-DEPT-CD,
                        EMP-HIRE-DATE, EMP-SALARY, EMP-STATUS
                   INTO :B-LAST-NAME, :B-FIRST-NAME, :B-DEPT-CD,
                        :B-HIRE-DATE, :B-SALARY, :B-STATUS
                   FROM EMPTABLE
                  WHERE EMP-ID = :EMP-ID
              END-EXEC
              IF SQLCODE <> 0 THEN
                 MOVE '210-BEFORE' TO ERR-PARAGRAPH
                 PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
                 MOVE '05' TO REJ-REASON-CD
                 PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
                 MOVE 8 TO RETURN-CODE
                 GO TO 210-APPLY-SQL-EXIT
              END-IF
           END-IF.

           IF TR-ACTION = 'A' THEN
              EXEC SQL
                 INSERT INTO EMPTABLE
              GO TO 210-APPLY-SQL-EXIT
           END-IF.

      *    A DATED TRANSACTION CARRIES ITS OWN HISTORY ROW, SO
      *    EMPHIST SHOWS WHEN THE CHANGE TOOK EFFECT RATHER THAN THE
      *    NIGHT THE DELTA RUN NOTICED IT.  TSQL002A FINDS THE ROW
      *    ALREADY IN PLACE AND DOES NOT WRITE A SECOND ONE.
           IF TR-EFF-DATE NOT = SPACES THEN
              PERFORM 230-INSERT-HISTORY THRU 230-INSERT-HISTORY-EXIT
              IF REJ-REASON-CD = '05' THEN
                 GO TO 210-APPLY-SQL-EXIT
              END-IF
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

      *    COMMIT BEFORE LOGGING, THE WAY TSQL003A DOES.
           PERFORM 220-LOG-TRAN THRU 220-LOG-TRAN-EXIT.

       210-APPLY-SQL-EXIT.
           EXIT.

      *    BEFORE/AFTER IMAGES LAND IN MAINTLOG IN THE TSQL003A
      *    LAYOUT.  AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER
      *    IMAGE - THOSE HALVES ARE LEFT BLANK AND ML-ACTION SAYS
      *    WHICH KIND OF RECORD IT IS.
       220-LOG-TRAN.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE SPACES TO MAINTLOG-RECORD.

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO ML-TIMESTAMP.

           MOVE EMP-ID TO ML-EMP-ID.
           MOVE 'TSQL004A' TO ML-PROGRAM.
           MOVE TR-ACTION TO ML-ACTION.

           IF TR-ACTION NOT = 'A' THEN
              MOVE B-LAST-NAME  TO ML-B-LAST-NAME
              MOVE B-FIRST-NAME TO ML-B-FIRST-NAME
              MOVE B-DEPT-CD    TO ML-B-DEPT-CD
              MOVE B-HIRE-DATE  TO ML-B-HIRE-DATE
              MOVE B-SALARY     TO ML-B-SALARY
              MOVE B-STATUS     TO ML-B-STATUS
           END-IF.

           IF TR-ACTION NOT = 'D' THEN
              MOVE EMP-LAST-NAME  TO ML-A-LAST-NAME
              MOVE EMP-FIRST-NAME TO ML-A-FIRST-NAME
              MOVE EMP-DEPT-CD    TO ML-A-DEPT-CD
              MOVE EMP-HIRE-DATE  TO ML-A-HIRE-DATE
              MOVE EMP-SALARY     TO ML-A-SALARY
              MOVE EMP-STATUS     TO ML-A-STATUS
           END-IF.

           WRITE MAINTLOG-RECORD.

           IF MAINTLOG-STATUS <> '00' THEN
              DISPLAY 'WRITE MAINTLOG FILE STATUS: ' MAINTLOG-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       220-LOG-TRAN-EXIT.
           EXIT.

      *    A DELETE IS RECORDED AS THE 'D' TOMBSTONE TSQL002A WRITES
      *    FOR ONE, CARRYING THE ROW'S LAST VALUES.
       230-INSERT-HISTORY.
           MOVE EMP-ID TO EH-EMP-ID.
           IF TR-ACTION = 'D' THEN
              MOVE B-LAST-NAME  TO EH-LAST-NAME
              MOVE B-FIRST-NAME TO EH-FIRST-NAME
              MOVE B-DEPT-CD    TO EH-DEPT-CD
              MOVE B-HIRE-DATE  TO EH-HIRE-DATE
              MOVE B-SALARY     TO EH-SALARY
              MOVE 'D'          TO EH-STATUS
           ELSE
              MOVE EMP-LAST-NAME  TO EH-LAST-NAME
              MOVE EMP-FIRST-NAME TO EH-FIRST-NAME
              MOVE EMP-DEPT-CD    TO EH-DEPT-CD
              MOVE EMP-HIRE-DATE  TO EH-HIRE-DATE
              MOVE EMP-SALARY     TO EH-SALARY
              MOVE EMP-STATUS     TO EH-STATUS
           END-IF.
           MOVE TR-EFF-DATE-N TO EH-EFFECTIVE-DATE.

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
              MOVE '230-HISTORY' TO ERR-PARAGRAPH
              PERFORM 900-LOG-ERROR THRU 900-LOG-ERROR-EXIT
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE '05' TO REJ-REASON-CD
              PERFORM 300-WRITE-REJECT THRU 300-WRITE-REJECT-EXIT
              MOVE 8 TO RETURN-CODE
           END-IF.

       230-INSERT-HISTORY-EXIT.
           EXIT.

       300-WRITE-REJECT.
      *    THE FD FILLER IS NOT INITIALIZED BY ITS VALUE CLAUSE, SO
      *    BLANK THE WHOLE RECORD BEFORE FILLING IT IN.
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

           DISPLAY 'TSQL004A SKIPPED - NOT A PROCESSING DAY ('
              CA-DAY-TYPE ')'.

       830-RECORD-SKIP-EXIT.
           EXIT.

      *    THE CONTROL FIGURES THIS PROGRAM POSTS TO THE BALANCING
      *    LEDGER WHEN IT ENDS CLEAN.
       845-LOAD-FIGURES.
           MOVE 'READ' TO BL-FIG-NAME (1).
           MOVE READ-CNT TO BL-FIG-COUNT (1).
           MOVE 'APPLIED' TO BL-FIG-NAME (2).
           MOVE APPLIED-CNT TO BL-FIG-COUNT (2).
           MOVE 'REJECTED' TO BL-FIG-NAME (3).
           MOVE REJECT-CNT TO BL-FIG-COUNT (3).
           MOVE 'ADDED' TO BL-FIG-NAME (4).
           MOVE ADD-CNT TO BL-FIG-COUNT (4).
           MOVE 'CHANGED' TO BL-FIG-NAME (5).
           MOVE CHANGE-CNT TO BL-FIG-COUNT (5).
           MOVE 'DELETED' TO BL-FIG-NAME (6).
           MOVE DELETE-CNT TO BL-FIG-COUNT (6).
           MOVE 'HELD' TO BL-FIG-NAME (7).
           MOVE HOLD-CNT TO BL-FIG-COUNT (7).
           MOVE 'RELEASED' TO BL-FIG-NAME (8).
           MOVE RELEASE-CNT TO BL-FIG-COUNT (8).
           MOVE 'TRAN-HASH' TO BL-FIG-NAME (9).
           MOVE ENV-HASH TO BL-FIG-AMOUNT (9).
           MOVE 9 TO BL-FIG-CNT.

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
