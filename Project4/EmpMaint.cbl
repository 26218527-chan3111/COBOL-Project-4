      *  indexed file.  Every WRITE/REWRITE against the master is
      *  journaled to EMPAUDIT.TXT (operator, date/time, action, and
      *  the full before- and after-image) for the auditors;
      *  AUDTREPT lists the journal.  A termination with its final
      *  check is run through TERMPAY, which records the date and
      *  reason; deactivating here only takes the employee off the
      *  regular register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  AUDIT-WORK-FIELDS.
           05  WS-OPERATOR-ID          PIC X(8).
           05  WS-AUDIT-ACTION         PIC X(1).
           05  WS-BEFORE-IMAGE         PIC X(120).
      *    ACCEPT FROM TIME returns HHMMSSHH (hundredths on the end);
      *    the journal carries HHMMSS, so the accept lands here first.
           05  WS-TIME-WORK.
           05  WS-PAY-BASIS-IN         PIC X(1).
           05  WS-SALARY-AMT           PIC 9(4)V99.
           05  WS-DEPT-CODE-IN         PIC X(3).
           05  WS-HIRE-DATE-IN         PIC 9(6).

       PROCEDURE DIVISION.

           ACCEPT EMP-PAY-BASIS-IN.
           DISPLAY "SALARY PER PERIOD (0 IF HOURLY): ".
           ACCEPT EMP-SALARY-AMT.
           DISPLAY "HIRE DATE (YYMMDD, 0 = TODAY): ".
           ACCEPT EMP-HIRE-DATE-IN.
           IF EMP-HIRE-DATE-IN IS EQUAL TO 0
               MOVE WS-TODAYS-DATE TO EMP-HIRE-DATE-IN
           END-IF.
           MOVE "A" TO EMP-STATUS-IN.
      *    Not terminated - TERMPAY fills these in.
           MOVE 0 TO EMP-TERM-DATE-IN.
           MOVE SPACE TO EMP-TERM-REASON-IN.
      *    A new hire has never been paid - the period stamp starts
      *    at zero so the register's double-pay guard never matches,
      *    and no leave has been posted yet.
               MOVE WS-SALARY-AMT TO EMP-SALARY-AMT
           END-IF.

      *    Records added before the hire date was carried show zero
      *    here until someone keys it in.
           MOVE 0 TO WS-HIRE-DATE-IN.
           DISPLAY "HIRE DATE IS " EMP-HIRE-DATE-IN
               " - ENTER NEW VALUE OR 0 TO KEEP: ".
           ACCEPT WS-HIRE-DATE-IN.
           IF WS-HIRE-DATE-IN NOT EQUAL TO 0
               MOVE WS-HIRE-DATE-IN TO EMP-HIRE-DATE-IN
           END-IF.

      *    The hold itself is set by ACHRETRN when the bank returns a
      *    deposit; this prompt is how the operator releases it once
      *    the account has been straightened out (or holds an
