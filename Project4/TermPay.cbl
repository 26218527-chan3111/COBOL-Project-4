       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMPAY.
       AUTHOR. Chandler Newman-Reed.

      *  This program terminates an employee and sets up the final
      *  check.  For each employee the operator names it:
      *    - records the termination date and reason on the employee
      *      master (EMPFILE5.TXT) and marks the employee inactive,
      *      journaling the change to EMPAUDIT.TXT as action "T" the
      *      way EMPMAINT journals its own changes;
      *    - writes a final-pay request to OFFCYCLE.TXT for PROJECT-4's
      *      off-cycle run: the hours still owed, flagged "F" so the
      *      register pays the unused vacation balance out at the
      *      class rate on top of them, recovers any ARRMAST.TXT
      *      balances as far as the law allows, and closes the leave
      *      balances.  A balance too big for one check gets extra
      *      final-pay requests carrying no hours;
      *    - writes a termination notice to TERMNOTC.TXT listing the
      *      employee's open garnishment orders (GARNMAST.TXT), so
      *      each agency can be told the employee has left, and the
      *      arrears balances the final check will try to recover.
      *  The off-cycle run itself is still started by the operator,
      *  and OFFCYCLE.TXT removed afterwards, as for any other
      *  supplemental payment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPFILE5.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EMP-NUMBER-IN
               FILE STATUS IS FILE-STATUS-CD.

           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO "EMPAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT LEAVE-MASTER-FILE
               ASSIGN TO "LEAVMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LV-EMP-NUMBER
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT GARNISH-ORDER-FILE
               ASSIGN TO "GARNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS GARNISH-FILE-STATUS.

           SELECT ARREARS-MASTER-FILE
               ASSIGN TO "ARRMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ARREARS-FILE-STATUS.

           SELECT OFF-CYCLE-REQUEST-FILE
               ASSIGN TO "OFFCYCLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFF-CYCLE-FILE-STATUS.

           SELECT TERM-NOTICE-FILE-OUT
               ASSIGN TO "TERMNOTC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY "EMPREC.DAT".

       FD  AUDIT-JOURNAL-FILE.
           COPY "AUDITREC.DAT".

       FD  LEAVE-MASTER-FILE.
           COPY "LEAVEREC.DAT".

       FD  GARNISH-ORDER-FILE.
           COPY "GARNREC.DAT".

       FD  ARREARS-MASTER-FILE.
           COPY "ARREARS.DAT".

       FD  OFF-CYCLE-REQUEST-FILE.
      *  PROJECT-4's off-cycle request layout, with the final-pay
      *  flag set - no flat amount, the register prices the hours
      *  owed and the vacation payout itself.
       01  OFF-CYCLE-REQUEST-RECORD.
           05  OC-EMP-NUMBER-IN        PIC 9(9).
           05  OC-HOURS-IN             PIC 9(2)V99.
           05  OC-FLAT-AMOUNT-IN       PIC 9(4)V99.
           05  OC-FINAL-PAY-IN         PIC X(1).

       FD  TERM-NOTICE-FILE-OUT.
       01  TERM-NOTICE-RECORD-OUT      PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS.
           05  FILE-STATUS-CD          PIC X(2).
               88  FILE-STATUS-OK              VALUE "00".
               88  FILE-STATUS-FILE-MISSING     VALUE "35".
           05  AUDIT-FILE-STATUS       PIC X(2).
               88  AUDIT-FILE-NOT-FOUND        VALUE "35".
           05  LEAVE-FILE-STATUS       PIC X(2).
               88  LEAVE-FILE-MISSING          VALUE "35".
           05  GARNISH-FILE-STATUS     PIC X(2).
               88  GARNISH-FILE-MISSING        VALUE "35".
           05  ARREARS-FILE-STATUS     PIC X(2).
               88  ARREARS-FILE-MISSING        VALUE "35".
           05  OFF-CYCLE-FILE-STATUS   PIC X(2).
               88  OFF-CYCLE-NOT-FOUND         VALUE "35".
           05  NOTICE-FILE-STATUS      PIC X(2).
               88  NOTICE-FILE-NOT-FOUND       VALUE "35".
           05  MAINT-DONE-FLAG         PIC X(3) VALUE "NO ".
           05  ENTRY-ERROR-FLAG        PIC X(1) VALUE "N".
               88  ENTRY-IN-ERROR              VALUE "Y".
           05  GARN-ORDERS-EOF-FLAG    PIC X(1) VALUE "N".
               88  GARN-ORDERS-DONE            VALUE "Y".
           05  FILES-OPENED-IND        PIC X(1) VALUE "N".
               88  FILES-ARE-OPEN              VALUE "Y".

       01  WS-EMP-NUMBER               PIC 9(9).

       01  AUDIT-WORK-FIELDS.
           05  WS-OPERATOR-ID          PIC X(8).
           05  WS-AUDIT-ACTION         PIC X(1).
           05  WS-BEFORE-IMAGE         PIC X(120).
      *    ACCEPT FROM TIME returns HHMMSSHH (hundredths on the end);
      *    the journal carries HHMMSS, so the accept lands here first.
           05  WS-TIME-WORK.
               10  WS-TIME-HHMMSS      PIC 9(6).
               10  WS-TIME-HUNDREDTHS  PIC 9(2).
           05  WS-TODAYS-DATE          PIC 9(6).

       01  TERMINATION-WORK-FIELDS.
           05  WS-TERM-DATE            PIC 9(6).
           05  WS-TERM-DATE-PARTS REDEFINES WS-TERM-DATE.
               10  WS-TERM-YY          PIC 9(2).
               10  WS-TERM-MM          PIC 9(2).
               10  WS-TERM-DD          PIC 9(2).
           05  WS-TERM-REASON          PIC X(1).
           05  WS-HOURS-OWED           PIC 9(2)V99.
           05  WS-CONFIRM              PIC X(1).
               88  WS-CONFIRMED                VALUE "Y".
           05  WS-HIRE-DATE            PIC 9(6).
           05  WS-VAC-BALANCE          PIC 9(3)V99.
           05  WS-VAC-LEFT             PIC 9(3)V99.
           05  WS-REQUESTS-WRITTEN     PIC 9(2).
           05  WS-ORDERS-LISTED        PIC 9(2).
           05  WS-ARREARS-LISTED       PIC 9(2).
           05  WS-AR-TYPE              PIC X(3).
           05  WS-AR-DESC              PIC X(12).

      *  One final check carries at most 99.99 leave hours (the
      *  leave hours field on the register, history and stub).
       01  VAC-HOURS-PER-REQUEST       PIC 9(2)V99 VALUE 99.99.

       01  COUNTERS.
           05  TERMINATIONS-CTR        PIC 9(3) VALUE 0.

       01  MENU-SCREEN.
           05  FILLER  PIC X(40) VALUE
               "EMPLOYEE TERMINATION AND FINAL PAY".
           05  FILLER  PIC X(40) VALUE
               "  ENTER EMP NUMBER, 0 TO QUIT".
           05  FILLER  PIC X(40) VALUE
               "  FINAL CHECK REQUESTS GO TO OFFCYCLE".

       01  NOTICE-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(33) VALUE
               "NOTICE OF EMPLOYEE TERMINATION   ".
           05  FILLER  PIC X(5)   VALUE "DATE ".
           05  NOTICE-DATE-OUT         PIC 9(6).

       01  NOTICE-EMPLOYEE-LINE.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "EMPLOYEE ".
           05  NOTICE-EMP-NUMBER-OUT   PIC 9(9).
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  NOTICE-INITIALS-OUT     PIC X(2).
           05  FILLER  PIC X(1)   VALUE SPACE.
           05  NOTICE-LAST-NAME-OUT    PIC X(13).
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(5)   VALUE "DEPT ".
           05  NOTICE-DEPT-OUT         PIC X(3).
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "STATE ".
           05  NOTICE-STATE-OUT        PIC X(2).

       01  NOTICE-DATES-LINE.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "HIRED ".
           05  NOTICE-HIRE-DATE-OUT    PIC 9(6).
           05  FILLER  PIC X(3)   VALUE SPACES.
           05  FILLER  PIC X(11)  VALUE "TERMINATED ".
           05  NOTICE-TERM-DATE-OUT    PIC 9(6).
           05  FILLER  PIC X(3)   VALUE SPACES.
           05  FILLER  PIC X(7)   VALUE "REASON ".
           05  NOTICE-REASON-OUT       PIC X(20).

       01  NOTICE-FINAL-PAY-LINE.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(22)  VALUE "FINAL CHECK HOURS OWED".
           05  NOTICE-HOURS-OWED-OUT   PIC ZZ9.99.
           05  FILLER  PIC X(3)   VALUE SPACES.
           05  FILLER  PIC X(17)  VALUE "VACATION PAID OUT".
           05  NOTICE-VAC-HOURS-OUT    PIC ZZZ9.99.
           05  FILLER  PIC X(4)   VALUE " HRS".

       01  NOTICE-SECTION-LINE.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  NOTICE-SECTION-TEXT-OUT PIC X(60).

       01  NOTICE-ORDER-HEADER.
           05  FILLER  PIC X(7)   VALUE SPACES.
           05  FILLER  PIC X(5)   VALUE "PRI  ".
           05  FILLER  PIC X(14)  VALUE "CASE NUMBER".
           05  FILLER  PIC X(22)  VALUE "PAYEE".
           05  FILLER  PIC X(12)  VALUE "PER PERIOD".
           05  FILLER  PIC X(11)  VALUE "BALANCE".

       01  NOTICE-ORDER-LINE.
           05  FILLER  PIC X(7)   VALUE SPACES.
           05  NOTICE-PRIORITY-OUT     PIC 9(2).
           05  FILLER  PIC X(3)   VALUE SPACES.
           05  NOTICE-CASE-OUT         PIC X(12).
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  NOTICE-PAYEE-OUT        PIC X(20).
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  NOTICE-PER-PERIOD-OUT   PIC ZZ9.99.
           05  FILLER  PIC X(3)   VALUE SPACES.
           05  NOTICE-ORDER-BAL-OUT    PIC ZZ,ZZ9.99.

       01  NOTICE-ARREARS-LINE.
           05  FILLER  PIC X(7)   VALUE SPACES.
           05  NOTICE-AR-TYPE-OUT      PIC X(3).
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  NOTICE-AR-DESC-OUT      PIC X(12).
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  NOTICE-AR-BALANCE-OUT   PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *  ------------------------------------------------------------
      *  Terminates employees one at a time until the operator
      *  enters a zero employee number.
      *  ------------------------------------------------------------
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-TERMINATE-EMPLOYEE
               THRU 2000-TERMINATE-EMPLOYEE-EXIT
               UNTIL MAINT-DONE-FLAG = "YES".
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "OPERATOR ID (UP TO 8 CHARACTERS): ".
           ACCEPT WS-OPERATOR-ID.
           ACCEPT WS-TODAYS-DATE FROM DATE.
           DISPLAY MENU-SCREEN.
           OPEN I-O EMPLOYEE-FILE.
           IF NOT FILE-STATUS-OK
               DISPLAY "UNABLE TO OPEN EMPFILE5.TXT, STATUS= "
                   FILE-STATUS-CD
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE "Y" TO FILES-OPENED-IND.
      *    The journal, the off-cycle requests and the notices all
      *    accumulate until they are used, so each is extended, with
      *    the usual fall-back to OPEN OUTPUT the first time.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF.
           OPEN EXTEND OFF-CYCLE-REQUEST-FILE.
           IF OFF-CYCLE-NOT-FOUND
               OPEN OUTPUT OFF-CYCLE-REQUEST-FILE
           END-IF.
           OPEN EXTEND TERM-NOTICE-FILE-OUT.
           IF NOTICE-FILE-NOT-FOUND
               OPEN OUTPUT TERM-NOTICE-FILE-OUT
           END-IF.
      *    The leave, garnishment and arrears masters are only read;
      *    an employee with nothing on a missing master simply has
      *    nothing to pay out or list.
           OPEN INPUT LEAVE-MASTER-FILE.
           OPEN INPUT GARNISH-ORDER-FILE.
           OPEN INPUT ARREARS-MASTER-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-TERMINATE-EMPLOYEE.
      *  ------------------------------------------------------------
      *  Looks the employee up, takes the termination date, reason
      *  and hours owed, and once the operator confirms, updates the
      *  master, requests the final check and writes the notice.
      *  An employee already terminated is refused - a second final
      *  check would pay the vacation balance twice.
      *  ------------------------------------------------------------
           DISPLAY "EMP NUMBER TO TERMINATE (0 TO QUIT): ".
           ACCEPT WS-EMP-NUMBER.
           IF WS-EMP-NUMBER IS EQUAL TO 0
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 2000-TERMINATE-EMPLOYEE-EXIT
           END-IF.
           MOVE WS-EMP-NUMBER TO EMP-NUMBER-IN.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMP-NUMBER " NOT ON FILE"
                   GO TO 2000-TERMINATE-EMPLOYEE-EXIT
           END-READ.
           IF EMP-TERM-DATE-IN IS NUMERIC
               AND EMP-TERM-DATE-IN IS GREATER THAN 0
               DISPLAY "EMPLOYEE " WS-EMP-NUMBER
                   " WAS TERMINATED " EMP-TERM-DATE-IN
                   " - NOTHING DONE"
               GO TO 2000-TERMINATE-EMPLOYEE-EXIT
           END-IF.
           DISPLAY "EMPLOYEE " EMP-INITIALS-IN " " EMP-LAST-NAME-IN
               " CLASS " JOB-TYPE-IN " DEPT " EMP-DEPT-CODE-IN.
           MOVE 0 TO WS-HIRE-DATE.
           IF EMP-HIRE-DATE-IN IS NUMERIC
               MOVE EMP-HIRE-DATE-IN TO WS-HIRE-DATE
           END-IF.
           PERFORM 2100-ACCEPT-TERM-DATE
               THRU 2100-ACCEPT-TERM-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 2000-TERMINATE-EMPLOYEE-EXIT
           END-IF.
           PERFORM 2200-ACCEPT-TERM-REASON
               THRU 2200-ACCEPT-TERM-REASON-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 2000-TERMINATE-EMPLOYEE-EXIT
           END-IF.
           MOVE 0 TO WS-HOURS-OWED.
           DISPLAY "HOURS POSTED FOR THE PERIOD ARE " HOURS-WORKED-IN.
           DISPLAY "HOURS OWED ON THE FINAL CHECK (NN.NN): ".
           ACCEPT WS-HOURS-OWED.
           PERFORM 2300-GET-VACATION-BALANCE
               THRU 2300-GET-VACATION-BALANCE-EXIT.
           DISPLAY "VACATION BALANCE TO PAY OUT IS " WS-VAC-BALANCE
               " HOURS".
           MOVE SPACE TO WS-CONFIRM.
           DISPLAY "TERMINATE " WS-EMP-NUMBER " AS OF " WS-TERM-DATE
               " (Y TO CONFIRM): ".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "TERMINATION CANCELLED - NOTHING DONE"
               GO TO 2000-TERMINATE-EMPLOYEE-EXIT
           END-IF.
           PERFORM 3000-UPDATE-MASTER THRU 3000-UPDATE-MASTER-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 2000-TERMINATE-EMPLOYEE-EXIT
           END-IF.
           PERFORM 4000-REQUEST-FINAL-PAY
               THRU 4000-REQUEST-FINAL-PAY-EXIT.
           PERFORM 5000-WRITE-NOTICE THRU 5000-WRITE-NOTICE-EXIT.
           ADD 1 TO TERMINATIONS-CTR.
           DISPLAY "EMPLOYEE " WS-EMP-NUMBER " TERMINATED - "
               WS-REQUESTS-WRITTEN " FINAL PAY REQUEST(S), "
               WS-ORDERS-LISTED " OPEN ORDER(S) ON THE NOTICE".
       2000-TERMINATE-EMPLOYEE-EXIT.
           EXIT.

       2100-ACCEPT-TERM-DATE.
      *  ------------------------------------------------------------
      *  Zero means today.  The date must be a real YYMMDD date and
      *  cannot fall before the hire date.
      *  ------------------------------------------------------------
           MOVE "N" TO ENTRY-ERROR-FLAG.
           MOVE 0 TO WS-TERM-DATE.
           DISPLAY "TERMINATION DATE (YYMMDD, 0 = TODAY): ".
           ACCEPT WS-TERM-DATE.
           IF WS-TERM-DATE = 0
               MOVE WS-TODAYS-DATE TO WS-TERM-DATE
           END-IF.
           IF WS-TERM-MM IS LESS THAN 1
           OR WS-TERM-MM IS GREATER THAN 12
           OR WS-TERM-DD IS LESS THAN 1
           OR WS-TERM-DD IS GREATER THAN 31
               DISPLAY "TERMINATION DATE " WS-TERM-DATE
                   " IS NOT A VALID YYMMDD DATE - NOTHING DONE"
               MOVE "Y" TO ENTRY-ERROR-FLAG
               GO TO 2100-ACCEPT-TERM-DATE-EXIT
           END-IF.
           IF WS-TERM-DATE IS LESS THAN WS-HIRE-DATE
               DISPLAY "TERMINATION DATE IS BEFORE THE HIRE DATE "
                   WS-HIRE-DATE " - NOTHING DONE"
               MOVE "Y" TO ENTRY-ERROR-FLAG
           END-IF.
       2100-ACCEPT-TERM-DATE-EXIT.
           EXIT.

       2200-ACCEPT-TERM-REASON.
           MOVE "N" TO ENTRY-ERROR-FLAG.
           MOVE SPACE TO WS-TERM-REASON.
           DISPLAY "REASON: V = RESIGNED  D = DISCHARGED  L = LAID OFF"
               "  R = RETIRED  X = DECEASED: ".
           ACCEPT WS-TERM-REASON.
           MOVE WS-TERM-REASON TO EMP-TERM-REASON-IN.
           IF NOT EMP-TERM-REASON-VALID
               DISPLAY "REASON " WS-TERM-REASON
                   " IS NOT V D L R OR X - NOTHING DONE"
               MOVE "Y" TO ENTRY-ERROR-FLAG
           END-IF.
       2200-ACCEPT-TERM-REASON-EXIT.
           EXIT.

       2300-GET-VACATION-BALANCE.
           MOVE 0 TO WS-VAC-BALANCE.
           IF LEAVE-FILE-MISSING
               GO TO 2300-GET-VACATION-BALANCE-EXIT
           END-IF.
           MOVE WS-EMP-NUMBER TO LV-EMP-NUMBER.
           READ LEAVE-MASTER-FILE
               INVALID KEY
                   GO TO 2300-GET-VACATION-BALANCE-EXIT
           END-READ.
           MOVE LV-VAC-BALANCE TO WS-VAC-BALANCE.
       2300-GET-VACATION-BALANCE-EXIT.
           EXIT.

       3000-UPDATE-MASTER.
      *  ------------------------------------------------------------
      *  The employee comes off the regular register (inactive) and
      *  carries the date and reason from now on.  The record was
      *  read in 2000, but the reason prompt wrote into it, so the
      *  before image is taken from a fresh read.
      *  ------------------------------------------------------------
           MOVE "N" TO ENTRY-ERROR-FLAG.
           MOVE WS-EMP-NUMBER TO EMP-NUMBER-IN.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMP-NUMBER " NOT ON FILE"
                   MOVE "Y" TO ENTRY-ERROR-FLAG
                   GO TO 3000-UPDATE-MASTER-EXIT
           END-READ.
           MOVE PAYROLL-RECORD-IN TO WS-BEFORE-IMAGE.
           MOVE "I"            TO EMP-STATUS-IN.
           MOVE WS-TERM-DATE   TO EMP-TERM-DATE-IN.
           MOVE WS-TERM-REASON TO EMP-TERM-REASON-IN.
           IF EMP-HIRE-DATE-IN IS NOT NUMERIC
               MOVE 0 TO EMP-HIRE-DATE-IN
           END-IF.
           REWRITE PAYROLL-RECORD-IN
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR EMPLOYEE "
                       WS-EMP-NUMBER " - NOTHING DONE"
                   MOVE "Y" TO ENTRY-ERROR-FLAG
                   GO TO 3000-UPDATE-MASTER-EXIT
           END-REWRITE.
           MOVE "T" TO WS-AUDIT-ACTION.
           PERFORM 6000-WRITE-AUDIT-RECORD
               THRU 6000-WRITE-AUDIT-RECORD-EXIT.
       3000-UPDATE-MASTER-EXIT.
           EXIT.

       4000-REQUEST-FINAL-PAY.
      *  ------------------------------------------------------------
      *  The first request carries the hours owed; PROJECT-4 adds up
      *  to a check's worth of vacation to it.  Each further request
      *  carries no hours and pays the next slice of the balance.
      *  ------------------------------------------------------------
           MOVE 0 TO WS-REQUESTS-WRITTEN.
           MOVE WS-HOURS-OWED TO OC-HOURS-IN.
           PERFORM 4100-WRITE-FINAL-PAY-REQUEST
               THRU 4100-WRITE-FINAL-PAY-REQUEST-EXIT.
           MOVE 0 TO WS-VAC-LEFT.
           IF WS-VAC-BALANCE IS GREATER THAN VAC-HOURS-PER-REQUEST
               SUBTRACT VAC-HOURS-PER-REQUEST FROM WS-VAC-BALANCE
                   GIVING WS-VAC-LEFT
           END-IF.
           PERFORM 4200-WRITE-PAYOUT-REQUEST
               THRU 4200-WRITE-PAYOUT-REQUEST-EXIT
               UNTIL WS-VAC-LEFT IS EQUAL TO 0.
       4000-REQUEST-FINAL-PAY-EXIT.
           EXIT.

       4100-WRITE-FINAL-PAY-REQUEST.
           MOVE WS-EMP-NUMBER TO OC-EMP-NUMBER-IN.
           MOVE 0             TO OC-FLAT-AMOUNT-IN.
           MOVE "F"           TO OC-FINAL-PAY-IN.
           WRITE OFF-CYCLE-REQUEST-RECORD.
           ADD 1 TO WS-REQUESTS-WRITTEN.
       4100-WRITE-FINAL-PAY-REQUEST-EXIT.
           EXIT.

       4200-WRITE-PAYOUT-REQUEST.
           MOVE 0 TO OC-HOURS-IN.
           PERFORM 4100-WRITE-FINAL-PAY-REQUEST
               THRU 4100-WRITE-FINAL-PAY-REQUEST-EXIT.
           IF WS-VAC-LEFT IS GREATER THAN VAC-HOURS-PER-REQUEST
               SUBTRACT VAC-HOURS-PER-REQUEST FROM WS-VAC-LEFT
           ELSE
               MOVE 0 TO WS-VAC-LEFT
           END-IF.
       4200-WRITE-PAYOUT-REQUEST-EXIT.
           EXIT.

       5000-WRITE-NOTICE.
      *  ------------------------------------------------------------
      *  One notice per termination: who, when and why, the basis of
      *  the final check, every garnishment order still carrying a
      *  balance (each agency is to be told the employee has left),
      *  and the arrears balances the final check will recover from
      *  as far as the law allows.
      *  ------------------------------------------------------------
           MOVE WS-TODAYS-DATE TO NOTICE-DATE-OUT.
           MOVE NOTICE-HEADER TO TERM-NOTICE-RECORD-OUT.
           WRITE TERM-NOTICE-RECORD-OUT BEFORE ADVANCING PAGE.
           MOVE EMP-NUMBER-IN    TO NOTICE-EMP-NUMBER-OUT.
           MOVE EMP-INITIALS-IN  TO NOTICE-INITIALS-OUT.
           MOVE EMP-LAST-NAME-IN TO NOTICE-LAST-NAME-OUT.
           MOVE EMP-DEPT-CODE-IN TO NOTICE-DEPT-OUT.
           MOVE STATE-CODE-IN    TO NOTICE-STATE-OUT.
           MOVE NOTICE-EMPLOYEE-LINE TO TERM-NOTICE-RECORD-OUT.
           WRITE TERM-NOTICE-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE EMP-HIRE-DATE-IN TO NOTICE-HIRE-DATE-OUT.
           MOVE EMP-TERM-DATE-IN TO NOTICE-TERM-DATE-OUT.
           EVALUATE TRUE
               WHEN EMP-TERM-RESIGNED
                   MOVE "RESIGNED"   TO NOTICE-REASON-OUT
               WHEN EMP-TERM-DISCHARGED
                   MOVE "DISCHARGED" TO NOTICE-REASON-OUT
               WHEN EMP-TERM-LAID-OFF
                   MOVE "LAID OFF"   TO NOTICE-REASON-OUT
               WHEN EMP-TERM-RETIRED
                   MOVE "RETIRED"    TO NOTICE-REASON-OUT
               WHEN EMP-TERM-DECEASED
                   MOVE "DECEASED"   TO NOTICE-REASON-OUT
           END-EVALUATE.
           MOVE NOTICE-DATES-LINE TO TERM-NOTICE-RECORD-OUT.
           WRITE TERM-NOTICE-RECORD-OUT.
           MOVE WS-HOURS-OWED  TO NOTICE-HOURS-OWED-OUT.
           MOVE WS-VAC-BALANCE TO NOTICE-VAC-HOURS-OUT.
           MOVE NOTICE-FINAL-PAY-LINE TO TERM-NOTICE-RECORD-OUT.
           WRITE TERM-NOTICE-RECORD-OUT.
           MOVE "OPEN GARNISHMENT ORDERS - NOTIFY EACH PAYEE AGENCY"
               TO NOTICE-SECTION-TEXT-OUT.
           MOVE NOTICE-SECTION-LINE TO TERM-NOTICE-RECORD-OUT.
           WRITE TERM-NOTICE-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE NOTICE-ORDER-HEADER TO TERM-NOTICE-RECORD-OUT.
           WRITE TERM-NOTICE-RECORD-OUT.
           PERFORM 5100-LIST-GARNISH-ORDERS
               THRU 5100-LIST-GARNISH-ORDERS-EXIT.
           MOVE "ARREARS OWING - RECOVERED FROM THE FINAL CHECK AS"
               TO NOTICE-SECTION-TEXT-OUT.
           MOVE NOTICE-SECTION-LINE TO TERM-NOTICE-RECORD-OUT.
           WRITE TERM-NOTICE-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE "FAR AS THE LAW ALLOWS, THE REST COLLECTED DIRECTLY"
               TO NOTICE-SECTION-TEXT-OUT.
           MOVE NOTICE-SECTION-LINE TO TERM-NOTICE-RECORD-OUT.
           WRITE TERM-NOTICE-RECORD-OUT.
           PERFORM 5300-LIST-ARREARS THRU 5300-LIST-ARREARS-EXIT.
       5000-WRITE-NOTICE-EXIT.
           EXIT.

       5100-LIST-GARNISH-ORDERS.
      *  ------------------------------------------------------------
      *  The order master is keyed employee plus priority, so the
      *  employee's orders are read from priority 00 up until the
      *  employee number changes.  A satisfied order is not listed.
      *  ------------------------------------------------------------
           MOVE 0 TO WS-ORDERS-LISTED.
           MOVE "N" TO GARN-ORDERS-EOF-FLAG.
           IF GARNISH-FILE-MISSING
               MOVE "Y" TO GARN-ORDERS-EOF-FLAG
           ELSE
               MOVE WS-EMP-NUMBER TO GO-EMP-NUMBER
               MOVE 0 TO GO-PRIORITY
               START GARNISH-ORDER-FILE
                   KEY IS GREATER THAN GO-KEY
                   INVALID KEY
                       MOVE "Y" TO GARN-ORDERS-EOF-FLAG
               END-START
           END-IF.
           IF NOT GARN-ORDERS-DONE
               PERFORM 5110-READ-GARNISH-ORDER
                   THRU 5110-READ-GARNISH-ORDER-EXIT
           END-IF.
           PERFORM 5120-LIST-ONE-ORDER
               THRU 5120-LIST-ONE-ORDER-EXIT
               UNTIL GARN-ORDERS-DONE.
           IF WS-ORDERS-LISTED IS EQUAL TO 0
               MOVE "  NONE" TO NOTICE-SECTION-TEXT-OUT
               MOVE NOTICE-SECTION-LINE TO TERM-NOTICE-RECORD-OUT
               WRITE TERM-NOTICE-RECORD-OUT
           END-IF.
       5100-LIST-GARNISH-ORDERS-EXIT.
           EXIT.

       5110-READ-GARNISH-ORDER.
           READ GARNISH-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO GARN-ORDERS-EOF-FLAG
               NOT AT END
                   IF GO-EMP-NUMBER IS NOT EQUAL TO WS-EMP-NUMBER
                       MOVE "Y" TO GARN-ORDERS-EOF-FLAG
                   END-IF.
       5110-READ-GARNISH-ORDER-EXIT.
           EXIT.

       5120-LIST-ONE-ORDER.
           IF GO-REMAINING-BAL IS GREATER THAN 0
               MOVE GO-PRIORITY       TO NOTICE-PRIORITY-OUT
               MOVE GO-CASE-NUMBER    TO NOTICE-CASE-OUT
               MOVE GO-PAYEE          TO NOTICE-PAYEE-OUT
               MOVE GO-PER-PERIOD-AMT TO NOTICE-PER-PERIOD-OUT
               MOVE GO-REMAINING-BAL  TO NOTICE-ORDER-BAL-OUT
               MOVE NOTICE-ORDER-LINE TO TERM-NOTICE-RECORD-OUT
               WRITE TERM-NOTICE-RECORD-OUT
               ADD 1 TO WS-ORDERS-LISTED
           END-IF.
           PERFORM 5110-READ-GARNISH-ORDER
               THRU 5110-READ-GARNISH-ORDER-EXIT.
       5120-LIST-ONE-ORDER-EXIT.
           EXIT.

       5300-LIST-ARREARS.
      *  ------------------------------------------------------------
      *  One line per deduction type still carrying a balance, in
      *  the order the register recovers them.
      *  ------------------------------------------------------------
           MOVE 0 TO WS-ARREARS-LISTED.
           MOVE "TAX" TO WS-AR-TYPE.
           MOVE "FEDERAL TAX" TO WS-AR-DESC.
           PERFORM 5310-LIST-ONE-ARREARS
               THRU 5310-LIST-ONE-ARREARS-EXIT.
           MOVE "STX" TO WS-AR-TYPE.
           MOVE "STATE TAX" TO WS-AR-DESC.
           PERFORM 5310-LIST-ONE-ARREARS
               THRU 5310-LIST-ONE-ARREARS-EXIT.
           MOVE "PEN" TO WS-AR-TYPE.
           MOVE "PENSION" TO WS-AR-DESC.
           PERFORM 5310-LIST-ONE-ARREARS
               THRU 5310-LIST-ONE-ARREARS-EXIT.
           MOVE "HLT" TO WS-AR-TYPE.
           MOVE "HEALTH" TO WS-AR-DESC.
           PERFORM 5310-LIST-ONE-ARREARS
               THRU 5310-LIST-ONE-ARREARS-EXIT.
           MOVE "DUE" TO WS-AR-TYPE.
           MOVE "UNION DUES" TO WS-AR-DESC.
           PERFORM 5310-LIST-ONE-ARREARS
               THRU 5310-LIST-ONE-ARREARS-EXIT.
           IF WS-ARREARS-LISTED IS EQUAL TO 0
               MOVE "  NONE" TO NOTICE-SECTION-TEXT-OUT
               MOVE NOTICE-SECTION-LINE TO TERM-NOTICE-RECORD-OUT
               WRITE TERM-NOTICE-RECORD-OUT
           END-IF.
       5300-LIST-ARREARS-EXIT.
           EXIT.

       5310-LIST-ONE-ARREARS.
           IF ARREARS-FILE-MISSING
               GO TO 5310-LIST-ONE-ARREARS-EXIT
           END-IF.
           MOVE WS-EMP-NUMBER TO AR-EMP-NUMBER.
           MOVE WS-AR-TYPE    TO AR-DEDUCT-TYPE.
           READ ARREARS-MASTER-FILE
               INVALID KEY
                   GO TO 5310-LIST-ONE-ARREARS-EXIT
           END-READ.
           IF AR-BALANCE IS GREATER THAN 0
               MOVE WS-AR-TYPE TO NOTICE-AR-TYPE-OUT
               MOVE WS-AR-DESC TO NOTICE-AR-DESC-OUT
               MOVE AR-BALANCE TO NOTICE-AR-BALANCE-OUT
               MOVE NOTICE-ARREARS-LINE TO TERM-NOTICE-RECORD-OUT
               WRITE TERM-NOTICE-RECORD-OUT
               ADD 1 TO WS-ARREARS-LISTED
           END-IF.
       5310-LIST-ONE-ARREARS-EXIT.
           EXIT.

       6000-WRITE-AUDIT-RECORD.
      *  ------------------------------------------------------------
      *  Journals the termination in the EMPMAINT layout: operator,
      *  machine date and time, action "T", and the before- and
      *  after-image of the employee record.
      *  ------------------------------------------------------------
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           ACCEPT AUD-DATE FROM DATE.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-TIME-HHMMSS     TO AUD-TIME.
           MOVE WS-AUDIT-ACTION    TO AUD-ACTION-CODE.
           MOVE EMP-NUMBER-IN      TO AUD-EMP-NUMBER.
           MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE.
           MOVE PAYROLL-RECORD-IN  TO AUD-AFTER-IMAGE.
           WRITE EMP-AUDIT-RECORD.
       6000-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       9000-TERMINATE.
           IF FILES-ARE-OPEN
               CLOSE EMPLOYEE-FILE
               CLOSE AUDIT-JOURNAL-FILE
               CLOSE OFF-CYCLE-REQUEST-FILE
               CLOSE TERM-NOTICE-FILE-OUT
               IF NOT LEAVE-FILE-MISSING
                   CLOSE LEAVE-MASTER-FILE
               END-IF
               IF NOT GARNISH-FILE-MISSING
                   CLOSE GARNISH-ORDER-FILE
               END-IF
               IF NOT ARREARS-FILE-MISSING
                   CLOSE ARREARS-MASTER-FILE
               END-IF
           END-IF.
           DISPLAY "EMPLOYEES TERMINATED " TERMINATIONS-CTR.
       9000-TERMINATE-EXIT.
           EXIT.
