               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINTLOG-STATUS.

           SELECT EXPRPT
               ASSIGN TO "APPREXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           RECORDING MODE IS F.
           COPY MAINTLOG.

      *    ONE LINE PER HELD CHANGE THAT RAN OUT OF TIME WITHOUT A
      *    SECOND OPERATOR'S DECISION, APPENDED EACH SESSION.
       FD  EXPRPT
           RECORDING MODE IS F.
           01 EXPRPT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
             INCLUDE DEPTREC
           END-EXEC.

           EXEC SQL
             INCLUDE PENDCHG
           END-EXEC.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 MAINTLOG-STATUS PIC X(2) VALUE '00'.
           01 EXPRPT-STATUS   PIC X(2) VALUE '00'.

      *    THE SIGNED-ON OPERATOR.  A CHANGE HELD FOR SIGN-OFF CAN
      *    ONLY BE DECIDED BY A DIFFERENT ONE.
           01 OPER-ID         PIC X(8) VALUE SPACES.

      *    WHO KEYED AND WHO APPROVED THE CHANGE BEING LOGGED.
           01 MAKER-ID        PIC X(8) VALUE SPACES.
           01 CHECKER-ID      PIC X(8) VALUE SPACES.

      *    A SALARY CHANGE LARGER THAN EITHER LIMIT, AND ANY STATUS
      *    CHANGE, IS HELD ON PENDCHG FOR A SECOND OPERATOR INSTEAD
      *    OF GOING STRAIGHT TO EMPTABLE.  HELD CHANGES NOBODY HAS
      *    DECIDED WITHIN APPR-DAYS EXPIRE.
           01 APPR-PCT-LIMIT  PIC 9(3)V99 VALUE 10.00.
           01 APPR-AMT-LIMIT  PIC S9(7)V99 COMP-3 VALUE 5000.00.
           01 APPR-DAYS       PIC 9(4) VALUE 14.

           01 SAL-DIFF        PIC S9(7)V99 COMP-3 VALUE ZERO.
           01 SAL-LIMIT       PIC S9(9)V99 COMP-3 VALUE ZERO.

           01 APPROVAL-SW     PIC X(1) VALUE 'N'.
               88 NEEDS-APPROVAL  VALUE 'Y'.

           01 PEND-T1         PIC 9(3) VALUE ZERO.
           01 NEXT-PEND-ID    PIC 9(9) VALUE ZERO.
           01 DECIDE-ID       PIC 9(9) VALUE ZERO.
           01 EXPIRED-CNT     PIC 9(5) COMP VALUE ZERO.

           01 DECISION        PIC X(1) VALUE SPACE.
               88 DECIDE-APPROVE  VALUE 'A'.
               88 DECIDE-REJECT   VALUE 'R'.

           01 FUNCTION-CD     PIC X(1) VALUE SPACE.
               88 FN-MAINTAIN     VALUE 'M'.
               88 FN-PENDING      VALUE 'P'.
               88 FN-QUIT         VALUE 'X'.

           01 PENDCUR-MORE-SW PIC X(1) VALUE 'Y'.
               88 PENDCUR-MORE    VALUE 'Y'.

           01 EXPCUR-MORE-SW  PIC X(1) VALUE 'Y'.
               88 EXPCUR-MORE     VALUE 'Y'.

           01 INT-WORK        PIC 9(8) COMP VALUE ZERO.
           01 CUT-DATE        PIC 9(8) VALUE ZERO.
           01 NOW-TS          PIC X(19) VALUE SPACES.

           01 SAL-B-EDIT      PIC Z,ZZZ,ZZ9.99-.
           01 SAL-A-EDIT      PIC Z,ZZZ,ZZ9.99-.

           01 PEND-LINE.
               05 PL-PEND-ID      PIC Z(8)9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 PL-EMP-ID       PIC 9(6).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 PL-MAKER-ID     PIC X(8).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 PL-REQ-TS       PIC X(19).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 PL-NOTE         PIC X(20).

           01 EXPIRED-LINE.
               05 XL-EXPIRE-DATE  PIC 9(8).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 XL-PEND-ID      PIC 9(9).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 XL-EMP-ID       PIC 9(6).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 XL-MAKER-ID     PIC X(8).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 XL-REQ-TS       PIC X(19).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 FILLER          PIC X(20) VALUE
                   'EXPIRED UNAPPROVED'.

           01 BEFORE-REC.
               05 B-LAST-NAME    PIC X(20).
              END-IF
           END-IF.

      *    THE OPERATOR IS WHOEVER IS SIGNED ON - AN ID KEYED AT THE
      *    TERMINAL COULD NAME ANYONE AND DEFEAT THE MAKER/CHECKER RULE.
           ACCEPT OPER-ID FROM ENVIRONMENT 'USER'.

           IF OPER-ID = SPACES THEN
              DISPLAY 'NO OPERATOR ID - SESSION REFUSED'
              EXEC SQL CONNECT RESET END-EXEC
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           DISPLAY 'OPERATOR : ' OPER-ID.

       100-MAIN.

           PERFORM 120-EXPIRE-PENDING THRU 120-EXPIRE-PENDING-EXIT.

           PERFORM 110-PROCESS-ONE THRU 110-PROCESS-ONE-EXIT
              UNTIL ALL-DONE.

           GO TO 100-EXIT.

       110-PROCESS-ONE.
           DISPLAY 'M=MAINTAIN, P=PENDING APPROVALS, X=QUIT: '.
           ACCEPT FUNCTION-CD.

           IF FN-QUIT THEN
              SET ALL-DONE TO TRUE
              GO TO 110-PROCESS-ONE-EXIT
           END-IF.

           IF FN-PENDING THEN
              PERFORM 300-REVIEW-PENDING THRU
                 300-REVIEW-PENDING-EXIT
              GO TO 110-PROCESS-ONE-EXIT
           END-IF.

           IF NOT FN-MAINTAIN THEN
              GO TO 110-PROCESS-ONE-EXIT
           END-IF.

           DISPLAY 'ENTER EMPLOYEE ID (000000 TO RETURN): '.
           ACCEPT EMP-ID.

           IF EMP-ID = ZERO THEN
              GO TO 110-PROCESS-ONE-EXIT
           END-IF.

       110-PROCESS-ONE-EXIT.
           EXIT.

      *    HELD CHANGES OLDER THAN APPR-DAYS ARE CLOSED OFF AS
      *    EXPIRED AT THE START OF EVERY SESSION AND LISTED ON
      *    APPREXP FOR THE AUDITORS.  THE EMPTABLE ROW WAS NEVER
      *    TOUCHED, SO THERE IS NOTHING TO UNDO.
       120-EXPIRE-PENDING.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           COMPUTE INT-WORK =
              FUNCTION INTEGER-OF-DATE (CURR-DATE) - APPR-DAYS.
           COMPUTE CUT-DATE = FUNCTION DATE-OF-INTEGER (INT-WORK).

           PERFORM 195-SET-NOW THRU 195-SET-NOW-EXIT.

           EXEC SQL
              DECLARE EXPCUR CURSOR FOR
                 SELECT PEND-ID, EMP-ID, MAKER-ID, REQ-TS
                   FROM PENDCHG
                  WHERE PEND-STATUS = 'P'
                    AND REQ-DATE < :CUT-DATE
                  ORDER BY PEND-ID
           END-EXEC.

           EXEC SQL
              OPEN EXPCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN EXPCUR SQLCODE: ' SQLCODE
              GO TO 120-EXPIRE-PENDING-EXIT
           END-IF.

           MOVE 'Y' TO EXPCUR-MORE-SW.
           PERFORM 125-FETCH-EXPIRED THRU 125-FETCH-EXPIRED-EXIT
              UNTIL NOT EXPCUR-MORE.

           EXEC SQL
              CLOSE EXPCUR
           END-EXEC.

           IF EXPIRED-CNT > ZERO THEN
              CLOSE EXPRPT
           END-IF.

           EXEC SQL
              UPDATE PENDCHG
                 SET PEND-STATUS = 'E',
                     DECIDED-TS  = :NOW-TS
               WHERE PEND-STATUS = 'P'
                 AND REQ-DATE < :CUT-DATE
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100 THEN
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              DISPLAY 'EXPIRE PENDCHG SQLCODE: ' SQLCODE
              EXEC SQL
                 ROLLBACK
              END-EXEC
           END-IF.

           IF EXPIRED-CNT > ZERO THEN
              DISPLAY 'HELD CHANGES EXPIRED UNAPPROVED: ' EXPIRED-CNT
           END-IF.

       120-EXPIRE-PENDING-EXIT.
           EXIT.

       125-FETCH-EXPIRED.
           EXEC SQL
              FETCH EXPCUR INTO :PC-PEND-ID, :PC-EMP-ID,
                 :PC-MAKER-ID, :PC-REQ-TS
           END-EXEC.

      *    CAPTURE THE FETCH'S OWN RESULT BEFORE ANYTHING ELSE CAN
      *    RESET SQLCODE.
           IF SQLCODE <> 0 THEN
              MOVE 'N' TO EXPCUR-MORE-SW
              GO TO 125-FETCH-EXPIRED-EXIT
           END-IF.

           IF EXPIRED-CNT = ZERO THEN
              OPEN EXTEND EXPRPT
              IF EXPRPT-STATUS = '05' OR EXPRPT-STATUS = '35' THEN
                 OPEN OUTPUT EXPRPT
              END-IF
           END-IF.

           ADD 1 TO EXPIRED-CNT.

           MOVE CURR-DATE TO XL-EXPIRE-DATE.
           MOVE PC-PEND-ID TO XL-PEND-ID.
           MOVE PC-EMP-ID TO XL-EMP-ID.
           MOVE PC-MAKER-ID TO XL-MAKER-ID.
           MOVE PC-REQ-TS TO XL-REQ-TS.

           MOVE EXPIRED-LINE TO EXPRPT-RECORD.
           WRITE EXPRPT-RECORD.

           DISPLAY 'EXPIRED: ' EXPIRED-LINE.

       125-FETCH-EXPIRED-EXIT.
           EXIT.

       150-MAINTAIN-EMPLOYEE.
           EXEC SQL
              SELECT EMP-LAST-NAME, EMP-FIRST-NAME, EMP-DEPT-CD,
              GO TO 150-MAINTAIN-EMPLOYEE-EXIT
           END-IF.

      *    ONE HELD CHANGE PER EMPLOYEE AT A TIME - A SECOND ONE
      *    WOULD BE KEYED AGAINST A ROW THE FIRST MAY STILL CHANGE.
           EXEC SQL
              SELECT COUNT(*) INTO :PEND-T1 FROM PENDCHG
               WHERE EMP-ID = :EMP-ID
                 AND PEND-STATUS = 'P'
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'PENDCHG SQLCODE: ' SQLCODE
              GO TO 150-MAINTAIN-EMPLOYEE-EXIT
           END-IF.

           IF PEND-T1 > ZERO THEN
              DISPLAY 'A CHANGE FOR THIS EMPLOYEE IS AWAITING '
                 'APPROVAL - DECIDE IT FIRST'
              GO TO 150-MAINTAIN-EMPLOYEE-EXIT
           END-IF.

           MOVE EMP-LAST-NAME  TO B-LAST-NAME.
           MOVE EMP-FIRST-NAME TO B-FIRST-NAME.
           MOVE EMP-DEPT-CD    TO B-DEPT-CD.
           PERFORM 160-CHANGE-FIELD THRU 160-CHANGE-FIELD-EXIT
              UNTIL CHANGE-DONE.

           PERFORM 180-CHECK-APPROVAL THRU 180-CHECK-APPROVAL-EXIT.

           IF NEEDS-APPROVAL THEN
              PERFORM 185-QUEUE-CHANGE THRU 185-QUEUE-CHANGE-EXIT
              GO TO 150-MAINTAIN-EMPLOYEE-EXIT
           END-IF.

           EXEC SQL
              UPDATE EMPTABLE
                 SET EMP-LAST-NAME  = :EMP-LAST-NAME,
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE OPER-ID TO MAKER-ID
              MOVE SPACES TO CHECKER-ID
              PERFORM 190-LOG-CHANGE THRU 190-LOG-CHANGE-EXIT
           ELSE
              EXEC SQL
       170-VALIDATE-DEPT-EXIT.
           EXIT.

       180-CHECK-APPROVAL.
           MOVE 'N' TO APPROVAL-SW.

           IF EMP-STATUS NOT = B-STATUS THEN
              SET NEEDS-APPROVAL TO TRUE
              GO TO 180-CHECK-APPROVAL-EXIT
           END-IF.

           IF EMP-SALARY = B-SALARY THEN
              GO TO 180-CHECK-APPROVAL-EXIT
           END-IF.

           COMPUTE SAL-DIFF = EMP-SALARY - B-SALARY.
           IF SAL-DIFF < ZERO THEN
              COMPUTE SAL-DIFF = ZERO - SAL-DIFF
           END-IF.

           COMPUTE SAL-LIMIT ROUNDED =
              B-SALARY * APPR-PCT-LIMIT / 100.

           IF SAL-DIFF > APPR-AMT-LIMIT OR SAL-DIFF > SAL-LIMIT THEN
              SET NEEDS-APPROVAL TO TRUE
           END-IF.

       180-CHECK-APPROVAL-EXIT.
           EXIT.

      *    THE WHOLE KEYED CHANGE IS HELD, NOT JUST THE SALARY OR
      *    STATUS PART, SO THE APPROVER SIGNS OFF ON EXACTLY WHAT
      *    WILL LAND ON EMPTABLE.
       185-QUEUE-CHANGE.
           PERFORM 195-SET-NOW THRU 195-SET-NOW-EXIT.

           EXEC SQL
              SELECT COALESCE(MAX(PEND-ID), 0) INTO :NEXT-PEND-ID
                FROM PENDCHG
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'PENDCHG SQLCODE: ' SQLCODE
              DISPLAY 'CHANGE NOT HELD - NOTHING APPLIED'
              GO TO 185-QUEUE-CHANGE-EXIT
           END-IF.

           ADD 1 TO NEXT-PEND-ID.

           MOVE NEXT-PEND-ID   TO PC-PEND-ID.
           MOVE EMP-ID         TO PC-EMP-ID.
           MOVE CURR-DATE      TO PC-REQ-DATE.
           MOVE NOW-TS         TO PC-REQ-TS.
           MOVE OPER-ID        TO PC-MAKER-ID.
           MOVE B-LAST-NAME    TO PC-B-LAST-NAME.
           MOVE B-FIRST-NAME   TO PC-B-FIRST-NAME.
           MOVE B-DEPT-CD      TO PC-B-DEPT-CD.
           MOVE B-HIRE-DATE    TO PC-B-HIRE-DATE.
           MOVE B-SALARY       TO PC-B-SALARY.
           MOVE B-STATUS       TO PC-B-STATUS.
           MOVE EMP-LAST-NAME  TO PC-A-LAST-NAME.
           MOVE EMP-FIRST-NAME TO PC-A-FIRST-NAME.
           MOVE EMP-DEPT-CD    TO PC-A-DEPT-CD.
           MOVE EMP-HIRE-DATE  TO PC-A-HIRE-DATE.
           MOVE EMP-SALARY     TO PC-A-SALARY.
           MOVE EMP-STATUS     TO PC-A-STATUS.
           MOVE 'P'            TO PC-PEND-STATUS.
           MOVE SPACES         TO PC-CHECKER-ID.
           MOVE SPACES         TO PC-DECIDED-TS.

           EXEC SQL
              INSERT INTO PENDCHG
                 (PEND-ID, EMP-ID, REQ-DATE, REQ-TS, MAKER-ID,
                  B-LAST-NAME, B-FIRST-NAME, B-DEPT-CD, B-HIRE-DATE,
                  B-SALARY, B-STATUS,
                  A-LAST-NAME, A-FIRST-NAME, A-DEPT-CD, A-HIRE-DATE,
                  A-SALARY, A-STATUS,
                  PEND-STATUS, CHECKER-ID, DECIDED-TS)
              VALUES
                 (:PC-PEND-ID, :PC-EMP-ID, :PC-REQ-DATE, :PC-REQ-TS,
                  :PC-MAKER-ID,
                  :PC-B-LAST-NAME, :PC-B-FIRST-NAME, :PC-B-DEPT-CD,
                  :PC-B-HIRE-DATE, :PC-B-SALARY, :PC-B-STATUS,
                  :PC-A-LAST-NAME, :PC-A-FIRST-NAME, :PC-A-DEPT-CD,
                  :PC-A-HIRE-DATE, :PC-A-SALARY, :PC-A-STATUS,
                  :PC-PEND-STATUS, :PC-CHECKER-ID, :PC-DECIDED-TS)
           END-EXEC.

           DISPLAY 'HOLD SQLCODE: ' SQLCODE.

           IF SQLCODE = 0 THEN
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY 'CHANGE HELD FOR A SECOND OPERATOR - PENDING ID '
                 PC-PEND-ID
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'CHANGE NOT HELD - NOTHING APPLIED'
           END-IF.

       185-QUEUE-CHANGE-EXIT.
           EXIT.

       190-LOG-CHANGE.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           MOVE SPACES TO MAINTLOG-RECORD.

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO ML-TIMESTAMP.

           MOVE EMP-ID TO ML-EMP-ID.
           MOVE 'TSQL003A' TO ML-PROGRAM.
           MOVE 'C' TO ML-ACTION.
           MOVE MAKER-ID TO ML-MAKER-ID.
           MOVE CHECKER-ID TO ML-CHECKER-ID.

           MOVE B-LAST-NAME  TO ML-B-LAST-NAME.
           MOVE B-FIRST-NAME TO ML-B-FIRST-NAME.
       190-LOG-CHANGE-EXIT.
           EXIT.

       195-SET-NOW.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME FROM TIME.

           STRING CD-YYYY '-' CD-MM '-' CD-DD ' '
                  CT-HH ':' CT-MI ':' CT-SS
               DELIMITED BY SIZE INTO NOW-TS.

       195-SET-NOW-EXIT.
           EXIT.

       300-REVIEW-PENDING.
           PERFORM 310-LIST-PENDING THRU 310-LIST-PENDING-EXIT.

           DISPLAY 'ENTER PENDING ID TO DECIDE (0 TO RETURN): '.
           ACCEPT DECIDE-ID.

           IF DECIDE-ID = ZERO THEN
              GO TO 300-REVIEW-PENDING-EXIT
           END-IF.

           PERFORM 320-DECIDE-PENDING THRU 320-DECIDE-PENDING-EXIT.

       300-REVIEW-PENDING-EXIT.
           EXIT.

       310-LIST-PENDING.
           EXEC SQL
              DECLARE PENDCUR CURSOR FOR
                 SELECT PEND-ID, EMP-ID, MAKER-ID, REQ-TS
                   FROM PENDCHG
                  WHERE PEND-STATUS = 'P'
                  ORDER BY PEND-ID
           END-EXEC.

           EXEC SQL
              OPEN PENDCUR
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'OPEN PENDCUR SQLCODE: ' SQLCODE
              GO TO 310-LIST-PENDING-EXIT
           END-IF.

           DISPLAY ' PEND ID  EMP ID  KEYED BY  KEYED AT'.

           MOVE 'Y' TO PENDCUR-MORE-SW.
           PERFORM 315-FETCH-PENDING THRU 315-FETCH-PENDING-EXIT
              UNTIL NOT PENDCUR-MORE.

           EXEC SQL
              CLOSE PENDCUR
           END-EXEC.

       310-LIST-PENDING-EXIT.
           EXIT.

       315-FETCH-PENDING.
           EXEC SQL
              FETCH PENDCUR INTO :PC-PEND-ID, :PC-EMP-ID,
                 :PC-MAKER-ID, :PC-REQ-TS
           END-EXEC.

      *    CAPTURE THE FETCH'S OWN RESULT BEFORE ANYTHING ELSE CAN
      *    RESET SQLCODE.
           IF SQLCODE <> 0 THEN
              MOVE 'N' TO PENDCUR-MORE-SW
              GO TO 315-FETCH-PENDING-EXIT
           END-IF.

           MOVE PC-PEND-ID TO PL-PEND-ID.
           MOVE PC-EMP-ID TO PL-EMP-ID.
           MOVE PC-MAKER-ID TO PL-MAKER-ID.
           MOVE PC-REQ-TS TO PL-REQ-TS.
           IF PC-MAKER-ID = OPER-ID THEN
              MOVE 'KEYED BY YOU' TO PL-NOTE
           ELSE
              MOVE SPACES TO PL-NOTE
           END-IF.

           DISPLAY PEND-LINE.

       315-FETCH-PENDING-EXIT.
           EXIT.

      *    THE MAKER MAY LIST BUT NEVER DECIDE THEIR OWN CHANGE.
       320-DECIDE-PENDING.
           MOVE DECIDE-ID TO PC-PEND-ID.

           EXEC SQL
              SELECT EMP-ID, REQ-DATE, REQ-TS, MAKER-ID,
                     B-LAST-NAME, B-FIRST-NAME, B-DEPT-CD,
                     B-HIRE-DATE, B-SALARY, B-STATUS,
                     A-LAST-NAME, A-FIRST-NAME, A-DEPT-CD,
                     A-HIRE-DATE, A-SALARY, A-STATUS
                INTO :PC-EMP-ID, :PC-REQ-DATE, :PC-REQ-TS,
                     :PC-MAKER-ID,
                     :PC-B-LAST-NAME, :PC-B-FIRST-NAME, :PC-B-DEPT-CD,
                     :PC-B-HIRE-DATE, :PC-B-SALARY, :PC-B-STATUS,
                     :PC-A-LAST-NAME, :PC-A-FIRST-NAME, :PC-A-DEPT-CD,
                     :PC-A-HIRE-DATE, :PC-A-SALARY, :PC-A-STATUS
                FROM PENDCHG
               WHERE PEND-ID = :PC-PEND-ID
                 AND PEND-STATUS = 'P'
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'NO PENDING CHANGE ' DECIDE-ID ' - SQLCODE: '
                 SQLCODE
              GO TO 320-DECIDE-PENDING-EXIT
           END-IF.

           IF PC-MAKER-ID = OPER-ID THEN
              DISPLAY 'YOU KEYED THIS CHANGE - A SECOND OPERATOR MUST '
                 'DECIDE IT'
              GO TO 320-DECIDE-PENDING-EXIT
           END-IF.

           MOVE PC-B-SALARY TO SAL-B-EDIT.
           MOVE PC-A-SALARY TO SAL-A-EDIT.

           DISPLAY 'EMPLOYEE   : ' PC-EMP-ID.
           DISPLAY 'KEYED BY   : ' PC-MAKER-ID ' AT ' PC-REQ-TS.
           DISPLAY 'LAST NAME  : ' PC-B-LAST-NAME ' -> '
              PC-A-LAST-NAME.
           DISPLAY 'FIRST NAME : ' PC-B-FIRST-NAME ' -> '
              PC-A-FIRST-NAME.
           DISPLAY 'DEPT CODE  : ' PC-B-DEPT-CD ' -> ' PC-A-DEPT-CD.
           DISPLAY 'HIRE DATE  : ' PC-B-HIRE-DATE ' -> '
              PC-A-HIRE-DATE.
           DISPLAY 'SALARY     : ' SAL-B-EDIT ' -> ' SAL-A-EDIT.
           DISPLAY 'STATUS     : ' PC-B-STATUS ' -> ' PC-A-STATUS.

           DISPLAY 'A=APPROVE, R=REJECT, OTHER=LEAVE PENDING: '.
           ACCEPT DECISION.

           IF DECIDE-APPROVE THEN
              PERFORM 330-APPROVE-PENDING THRU
                 330-APPROVE-PENDING-EXIT
           END-IF.

           IF DECIDE-REJECT THEN
              PERFORM 340-REJECT-PENDING THRU
                 340-REJECT-PENDING-EXIT
           END-IF.

       320-DECIDE-PENDING-EXIT.
           EXIT.

      *    THE ROW MUST STILL BE EXACTLY AS IT WAS WHEN THE CHANGE
      *    WAS KEYED - OTHERWISE APPROVING WOULD QUIETLY OVERWRITE
      *    WHATEVER HAS HAPPENED TO IT SINCE.
       330-APPROVE-PENDING.
           MOVE PC-EMP-ID TO EMP-ID.

           EXEC SQL
              SELECT EMP-LAST-NAME, EMP-FIRST-NAME, EMP-DEPT-CD,
                     EMP-HIRE-DATE, EMP-SALARY, EMP-STATUS
                INTO :EMP-LAST-NAME, :EMP-FIRST-NAME, :EMP-DEPT-CD,
                     :EMP-HIRE-DATE, :EMP-SALARY, :EMP-STATUS
                FROM EMPTABLE
               WHERE EMP-ID = :EMP-ID
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'EMPLOYEE NOT FOUND - SQLCODE: ' SQLCODE
              DISPLAY 'NOT APPROVED - REJECT IT INSTEAD'
              GO TO 330-APPROVE-PENDING-EXIT
           END-IF.

           IF EMP-LAST-NAME  NOT = PC-B-LAST-NAME
              OR EMP-FIRST-NAME NOT = PC-B-FIRST-NAME
              OR EMP-DEPT-CD    NOT = PC-B-DEPT-CD
              OR EMP-HIRE-DATE  NOT = PC-B-HIRE-DATE
              OR EMP-SALARY     NOT = PC-B-SALARY
              OR EMP-STATUS     NOT = PC-B-STATUS THEN
              DISPLAY 'EMPLOYEE CHANGED SINCE THIS WAS KEYED - '
                 'REJECT IT AND RE-KEY'
              GO TO 330-APPROVE-PENDING-EXIT
           END-IF.

      *    A NEW DEPARTMENT IS CHECKED AGAIN AS THE MAKER'S WAS - IT
      *    MAY HAVE BEEN CLOSED WHILE THE CHANGE WAITED.
           IF PC-A-DEPT-CD NOT = PC-B-DEPT-CD THEN
              MOVE PC-A-DEPT-CD TO DEPT-TRY
              MOVE SPACES TO EMP-DEPT-CD
              PERFORM 170-VALIDATE-DEPT THRU 170-VALIDATE-DEPT-EXIT
              IF EMP-DEPT-CD NOT = DEPT-TRY THEN
                 DISPLAY 'NOT APPROVED - REJECT IT INSTEAD'
                 GO TO 330-APPROVE-PENDING-EXIT
              END-IF
           END-IF.

           MOVE PC-B-LAST-NAME  TO B-LAST-NAME.
           MOVE PC-B-FIRST-NAME TO B-FIRST-NAME.
           MOVE PC-B-DEPT-CD    TO B-DEPT-CD.
           MOVE PC-B-HIRE-DATE  TO B-HIRE-DATE.
           MOVE PC-B-SALARY     TO B-SALARY.
           MOVE PC-B-STATUS     TO B-STATUS.

           MOVE PC-A-LAST-NAME  TO EMP-LAST-NAME.
           MOVE PC-A-FIRST-NAME TO EMP-FIRST-NAME.
           MOVE PC-A-DEPT-CD    TO EMP-DEPT-CD.
           MOVE PC-A-HIRE-DATE  TO EMP-HIRE-DATE.
           MOVE PC-A-SALARY     TO EMP-SALARY.
           MOVE PC-A-STATUS     TO EMP-STATUS.

           EXEC SQL
              UPDATE EMPTABLE
                 SET EMP-LAST-NAME  = :EMP-LAST-NAME,
                     EMP-FIRST-NAME = :EMP-FIRST-NAME,
                     EMP-DEPT-CD    = :EMP-DEPT-CD,
                     EMP-HIRE-DATE  = :EMP-HIRE-DATE,
                     EMP-SALARY     = :EMP-SALARY,
                     EMP-STATUS     = :EMP-STATUS
               WHERE EMP-ID = :EMP-ID
           END-EXEC.

           DISPLAY 'UPDATE SQLCODE: ' SQLCODE.

           IF SQLCODE <> 0 THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO 330-APPROVE-PENDING-EXIT
           END-IF.

      *    THE QUEUE ROW IS CLOSED IN THE SAME UNIT OF WORK, SO AN
      *    APPROVED CHANGE CAN NEVER BE APPLIED TWICE.
           PERFORM 195-SET-NOW THRU 195-SET-NOW-EXIT.
           MOVE 'A' TO PC-PEND-STATUS.
           MOVE OPER-ID TO PC-CHECKER-ID.
           MOVE NOW-TS TO PC-DECIDED-TS.

           EXEC SQL
              UPDATE PENDCHG
                 SET PEND-STATUS = :PC-PEND-STATUS,
                     CHECKER-ID  = :PC-CHECKER-ID,
                     DECIDED-TS  = :PC-DECIDED-TS
               WHERE PEND-ID = :PC-PEND-ID
                 AND PEND-STATUS = 'P'
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'PENDCHG UPDATE SQLCODE: ' SQLCODE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO 330-APPROVE-PENDING-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'CHANGE ' PC-PEND-ID ' APPROVED AND APPLIED'.

           MOVE PC-MAKER-ID TO MAKER-ID.
           MOVE OPER-ID TO CHECKER-ID.
           PERFORM 190-LOG-CHANGE THRU 190-LOG-CHANGE-EXIT.

       330-APPROVE-PENDING-EXIT.
           EXIT.

       340-REJECT-PENDING.
           PERFORM 195-SET-NOW THRU 195-SET-NOW-EXIT.
           MOVE 'R' TO PC-PEND-STATUS.
           MOVE OPER-ID TO PC-CHECKER-ID.
           MOVE NOW-TS TO PC-DECIDED-TS.

           EXEC SQL
              UPDATE PENDCHG
                 SET PEND-STATUS = :PC-PEND-STATUS,
                     CHECKER-ID  = :PC-CHECKER-ID,
                     DECIDED-TS  = :PC-DECIDED-TS
               WHERE PEND-ID = :PC-PEND-ID
                 AND PEND-STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0 THEN
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY 'CHANGE ' PC-PEND-ID ' REJECTED - EMPTABLE '
                 'NOT TOUCHED'
           ELSE
              DISPLAY 'PENDCHG UPDATE SQLCODE: ' SQLCODE
              EXEC SQL
                 ROLLBACK
              END-EXEC
           END-IF.

       340-REJECT-PENDING-EXIT.
           EXIT.

       100-EXIT.
           STOP RUN.
