       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR. Chandler Newman-Reed.

      *  This program figures retroactive pay when a job class rate
      *  on PAYRATES.TXT is raised with an effective date that is
      *  already behind us.  The operator names the class, the old
      *  and new hourly rates and the effective date (plus an
      *  optional through date); the program sweeps the per-check
      *  pay history master (PAYHIST.TXT) for every check in that
      *  window with hours worked in that JOB-TYPE, reprices those
      *  hours at both rates, and writes:
      *    - RETROWKS.TXT, the retro worksheet - one line per check
      *      (per repriced slice on a split check) and a total per
      *      employee, so the figures can be checked before anything
      *      is paid;
      *    - OFFCYCLE.TXT, one flat-amount request per employee for
      *      the difference, so PROJECT-4's off-cycle mode pays it
      *      through the normal tax, YTD and GL path instead of the
      *      amounts being figured and keyed by hand.
      *
      *  Only hourly pay is repriced.  A check carrying no hours - a
      *  salaried check, or an off-cycle flat-amount check (which
      *  includes any earlier retro payment) - is passed over.  A
      *  check whose hours at the old rate do not come back to the
      *  gross it was paid is still repriced but flagged "*" on the
      *  worksheet, since it was not paid at the rate the operator
      *  keyed.
      *
      *  A check paid off split time cards (PH-SLICE-COUNT not zero)
      *  is repriced slice by slice: only the slices worked in the
      *  class, whatever the employee's home class, each with its
      *  night or holiday premium and the rise in the week's
      *  overtime premium, the way 700-CALC-SLICED-GROSS-PAY priced
      *  them.  The slices cover all of a split check's worked
      *  hours, so its leave hours are the only home-class pay left
      *  - repriced only when the home class is the class raised.
      *  A slice line shows the slice's hours under REG with its
      *  department and premium beside them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT RETRO-WORKSHEET-FILE-OUT
               ASSIGN  "RETROWKS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFF-CYCLE-REQUEST-FILE
               ASSIGN  "OFFCYCLE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OFF-CYCLE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY "PAYHIST.DAT".

       FD  RETRO-WORKSHEET-FILE-OUT.
       01  RETRO-WORKSHEET-RECORD-OUT  PIC X(80).

       FD  OFF-CYCLE-REQUEST-FILE.
      *  PROJECT-4's off-cycle request layout - a flat gross amount,
      *  no hours, so the retro difference is paid exactly as
      *  figured here.
       01  OFF-CYCLE-REQUEST-RECORD.
           05  OC-EMP-NUMBER-IN        PIC 9(9).
           05  OC-HOURS-IN             PIC 9(2)V99.
           05  OC-FLAT-AMOUNT-IN       PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       01  FLAGS.
           05  HISTORY-EOF-FLAG        PIC X(3) VALUE "NO ".
           05  PAY-HISTORY-FILE-STATUS PIC X(2).
               88  PAY-HISTORY-MISSING         VALUE "35".
           05  OFF-CYCLE-FILE-STATUS   PIC X(2).
               88  OFF-CYCLE-NOT-FOUND         VALUE "35".
           05  RETRO-EMP-OPEN-FLAG     PIC X(1) VALUE "N".
               88  RETRO-EMP-OPEN              VALUE "Y".
           05  RETRO-INPUT-FLAG        PIC X(1) VALUE "G".
               88  RETRO-INPUT-BAD             VALUE "B".
           05  RETRO-CHECK-WANTED-IND  PIC X(1) VALUE "N".
               88  RETRO-CHECK-WANTED          VALUE "Y".

       01  SELECTION-FIELDS.
           05  RETRO-CLASS             PIC X(3).
           05  RETRO-OLD-RATE          PIC 9(2)V99.
           05  RETRO-NEW-RATE          PIC 9(2)V99.
           05  RETRO-FROM-DATE         PIC 9(6).
           05  RETRO-TO-DATE           PIC 9(6).

      *  Repricing work for one check.  Worked hours (regular plus
      *  the overtime hours as posted) and leave hours are priced
      *  separately and truncated, the way 700-CALC-OT-GROSS-PAY and
      *  700-CALC-LEAVE-PAY figured the original gross.
      *  PH-OT-HOURS is posted already weighted by the register's
      *  OT-FACTOR (1.5 for hours over REGULAR-HOURS), so the
      *  overtime premium is carried into the new rate as well.
       01  RETRO-CHECK-FIELDS.
           05  RETRO-WORKED-HOURS      PIC 9(3)V99.
           05  RETRO-OLD-WORKED-PAY    PIC 9(5)V99.
           05  RETRO-OLD-LEAVE-PAY     PIC 9(5)V99.
           05  RETRO-NEW-WORKED-PAY    PIC 9(5)V99.
           05  RETRO-NEW-LEAVE-PAY     PIC 9(5)V99.
           05  RETRO-OLD-PAY           PIC 9(5)V99.
           05  RETRO-NEW-PAY           PIC 9(5)V99.
           05  RETRO-DIFFERENCE        PIC 9(5)V99.

      *  The register's overtime and split time card premium terms,
      *  as PROJECT-4 applies them to a split check.
       01  RETRO-PAY-TERMS.
           05  REGULAR-HOURS           PIC 9(2)    VALUE 40.
           05  OT-FACTOR               PIC 9(1)V9  VALUE 1.5.
           05  OT-PREMIUM-FACTOR       PIC 9(1)V9  VALUE 0.5.
           05  NIGHT-SHIFT-DIFF        PIC V99     VALUE .10.
           05  HOLIDAY-PREMIUM-FACTOR  PIC 9V9     VALUE 0.5.

      *  Repricing work for a split check.  RETRO-BASIS-CHANGE is
      *  what the raise adds to the week's straight-time earnings
      *  (night differential in, holiday premium out), the figure
      *  the register's weighted overtime rate is taken from.
       01  RETRO-SLICE-FIELDS.
           05  RETRO-SLICE-SUB         PIC 9(1).
           05  RETRO-LAST-SLICE        PIC 9(1).
           05  RETRO-SLICE-HOURS-TOTAL PIC 9(3)V99.
           05  RETRO-CLASS-HOURS       PIC 9(3)V99.
           05  RETRO-OT-HOURS          PIC 9(3)V99.
           05  RETRO-OLD-BASE          PIC 9(5)V99.
           05  RETRO-NEW-BASE          PIC 9(5)V99.
           05  RETRO-OLD-PREMIUM       PIC 9(5)V99.
           05  RETRO-NEW-PREMIUM       PIC 9(5)V99.
           05  RETRO-SLICE-STRAIGHT    PIC 9(5)V99.
           05  RETRO-BASIS-CHANGE      PIC 9(5)V99.
           05  RETRO-OT-CHANGE         PIC 9(5)V99.
           05  RETRO-OT-LEFT           PIC 9(5)V99.
           05  RETRO-OT-SHARE          PIC 9(5)V99.
           05  RETRO-CHECK-FLAG-IND    PIC X(1).
               88  RETRO-CHECK-FLAGGED         VALUE "*".

       01  RETRO-EMPLOYEE-FIELDS.
           05  RETRO-CURRENT-EMP-NUMBER    PIC 9(9).
           05  RETRO-CURRENT-LAST-NAME     PIC X(13).
           05  RETRO-EMP-OLD-PAY       PIC 9(7)V99.
           05  RETRO-EMP-NEW-PAY       PIC 9(7)V99.
           05  RETRO-EMP-DIFFERENCE    PIC 9(7)V99.
           05  RETRO-AMOUNT-LEFT       PIC 9(7)V99.

      *  OC-FLAT-AMOUNT-IN tops out at 9999.99, so a larger
      *  difference goes out as more than one request.
       01  RETRO-REQUEST-MAX           PIC 9(4)V99 VALUE 9999.99.

       01  COUNTERS.
           05  HISTORY-RECORDS-READ-CTR    PIC 9(7) VALUE 0.
           05  CHECKS-REPRICED-CTR     PIC 9(7) VALUE 0.
           05  CHECKS-FLAGGED-CTR      PIC 9(7) VALUE 0.
           05  EMPLOYEES-ADJUSTED-CTR  PIC 9(5) VALUE 0.
           05  REQUESTS-WRITTEN-CTR    PIC 9(5) VALUE 0.

       01  RETRO-GRAND-TOTALS.
           05  RETRO-TOTAL-OLD-PAY     PIC 9(8)V99 VALUE 0.
           05  RETRO-TOTAL-NEW-PAY     PIC 9(8)V99 VALUE 0.
           05  RETRO-TOTAL-DIFFERENCE  PIC 9(8)V99 VALUE 0.

       01  RETRO-REPORT-HEADER.
           05  FILLER  PIC X(9)  VALUE SPACES.
           05  FILLER  PIC X(27) VALUE "RETROACTIVE PAY WORKSHEET ".
           05  FILLER  PIC X(6)  VALUE "CLASS ".
           05  RETRO-CLASS-OUT         PIC X(3).

       01  RETRO-RATE-HEADER.
           05  FILLER  PIC X(9)  VALUE SPACES.
           05  FILLER  PIC X(9)  VALUE "OLD RATE ".
           05  RETRO-OLD-RATE-OUT      PIC Z9.99.
           05  FILLER  PIC X(11) VALUE "  NEW RATE ".
           05  RETRO-NEW-RATE-OUT      PIC Z9.99.
           05  FILLER  PIC X(8)  VALUE "  CHECKS".
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  RETRO-FROM-DATE-OUT     PIC 9(6).
           05  FILLER  PIC X(4)  VALUE " TO ".
           05  RETRO-TO-DATE-OUT       PIC 9(6).

       01  RETRO-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(8)   VALUE "CHECK NO".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "PERIOD".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(5)   VALUE "  REG".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(5)   VALUE "   OT".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(5)   VALUE "LEAVE".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "  OLD PAY".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "  NEW PAY".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "    RETRO".

       01  RETRO-EMPLOYEE-HEADER.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "EMP ".
           05  RETRO-EMP-NUMBER-OUT    PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-EMP-NAME-OUT      PIC X(13).

       01  RETRO-DETAIL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  RETRO-CHECK-NUMBER-OUT  PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RETRO-PAY-PERIOD-OUT    PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-REG-HOURS-OUT     PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-OT-HOURS-OUT      PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-LEAVE-HOURS-OUT   PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-OLD-PAY-OUT       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-NEW-PAY-OUT       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-DIFFERENCE-OUT    PIC ZZ,ZZ9.99.
           05  RETRO-FLAG-OUT          PIC X(1).

       01  RETRO-SLICE-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  RETRO-SLICE-CHECK-OUT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RETRO-SLICE-PERIOD-OUT  PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-SLICE-HOURS-OUT   PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-SLICE-DEPT-OUT    PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-SLICE-PREMIUM-OUT PIC X(5).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RETRO-SLICE-OLD-OUT     PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-SLICE-NEW-OUT     PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RETRO-SLICE-DIFF-OUT    PIC ZZ,ZZ9.99.
           05  RETRO-SLICE-FLAG-OUT    PIC X(1).

       01  RETRO-EMPLOYEE-TOTAL.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(39) VALUE
               "EMPLOYEE TOTAL".
           05  RETRO-EMP-OLD-PAY-OUT   PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RETRO-EMP-NEW-PAY-OUT   PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RETRO-EMP-DIFF-OUT      PIC ZZ,ZZ9.99.

       01  RETRO-GRAND-TOTAL.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "CLASS TOTAL ".
           05  RETRO-TOTAL-OLD-OUT     PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RETRO-TOTAL-NEW-OUT     PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RETRO-TOTAL-DIFF-OUT    PIC $$,$$$,$$9.99.

       01  RETRO-SUMMARY-RECORDS.
           05  CHECKS-REPRICED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "CHECKS REPRICED".
               10  CHECKS-REPRICED-OUT     PIC Z,ZZZ,ZZ9.

           05  CHECKS-FLAGGED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE
                   "* NOT PAID AT OLD RATE".
               10  CHECKS-FLAGGED-OUT      PIC Z,ZZZ,ZZ9.

           05  EMPLOYEES-ADJUSTED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "EMPLOYEES ADJUSTED".
               10  EMPLOYEES-ADJUSTED-OUT  PIC Z,ZZZ,ZZ9.

           05  REQUESTS-WRITTEN-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE
                   "OFF-CYCLE REQUESTS".
               10  REQUESTS-WRITTEN-OUT    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *  ------------------------------------------------------------
      *  Prompts for the rate change, sweeps the pay history once
      *  (it is keyed employee plus check number, so an employee's
      *  checks arrive together), and flushes the last employee's
      *  total at end of file.
      *  ------------------------------------------------------------
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-HISTORY-RECORD
               THRU 2000-PROCESS-HISTORY-RECORD-EXIT
               UNTIL HISTORY-EOF-FLAG = "YES".
           IF RETRO-EMP-OPEN
               PERFORM 3000-FINISH-EMPLOYEE
                   THRU 3000-FINISH-EMPLOYEE-EXIT
           END-IF.
           IF NOT RETRO-INPUT-BAD
               PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "RETRO PAY - JOB CLASS: ".
           ACCEPT RETRO-CLASS.
           DISPLAY "OLD HOURLY RATE (99V99): ".
           ACCEPT RETRO-OLD-RATE.
           DISPLAY "NEW HOURLY RATE (99V99): ".
           ACCEPT RETRO-NEW-RATE.
           DISPLAY "EFFECTIVE DATE YYMMDD: ".
           ACCEPT RETRO-FROM-DATE.
           DISPLAY "THROUGH DATE YYMMDD (0 FOR ALL): ".
           ACCEPT RETRO-TO-DATE.
           IF RETRO-TO-DATE IS EQUAL TO 0
               MOVE 999999 TO RETRO-TO-DATE
           END-IF.
      *    Retro pay only ever adds money - a rate that went down is
      *    an overpayment recovery, not something to pay off cycle.
           IF RETRO-NEW-RATE IS NOT GREATER THAN RETRO-OLD-RATE
               DISPLAY "NEW RATE MUST BE ABOVE OLD RATE - NO RUN"
               MOVE "B" TO RETRO-INPUT-FLAG
               MOVE "YES" TO HISTORY-EOF-FLAG
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-MISSING
               DISPLAY "PAYHIST.TXT NOT FOUND - NOTHING TO REPRICE"
               MOVE "YES" TO HISTORY-EOF-FLAG
           END-IF.
           OPEN OUTPUT RETRO-WORKSHEET-FILE-OUT.
      *    Requests already waiting for the next off-cycle run are
      *    kept - the retro requests are added behind them, with the
      *    usual fall-back to OPEN OUTPUT when there are none.
           OPEN EXTEND OFF-CYCLE-REQUEST-FILE.
           IF OFF-CYCLE-NOT-FOUND
               OPEN OUTPUT OFF-CYCLE-REQUEST-FILE
           END-IF.
           MOVE RETRO-CLASS     TO RETRO-CLASS-OUT.
           MOVE RETRO-OLD-RATE  TO RETRO-OLD-RATE-OUT.
           MOVE RETRO-NEW-RATE  TO RETRO-NEW-RATE-OUT.
           MOVE RETRO-FROM-DATE TO RETRO-FROM-DATE-OUT.
           MOVE RETRO-TO-DATE   TO RETRO-TO-DATE-OUT.
           MOVE RETRO-REPORT-HEADER TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT BEFORE ADVANCING PAGE.
           MOVE RETRO-RATE-HEADER TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT.
           MOVE RETRO-COLUMN-HEADER TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT AFTER ADVANCING 2 LINES.
           IF HISTORY-EOF-FLAG IS NOT EQUAL TO "YES"
               PERFORM 2100-READ-HISTORY-RECORD
                   THRU 2100-READ-HISTORY-RECORD-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-PROCESS-HISTORY-RECORD.
      *  ------------------------------------------------------------
      *  A check qualifies when it was paid inside the window, has
      *  not been voided and carries hours in the class to reprice.
      *  A change of employee number closes out the employee being
      *  built.
      *  ------------------------------------------------------------
           PERFORM 2050-TEST-CHECK THRU 2050-TEST-CHECK-EXIT.
           IF RETRO-CHECK-WANTED
               IF RETRO-EMP-OPEN
                   AND PH-EMP-NUMBER IS NOT EQUAL TO
                       RETRO-CURRENT-EMP-NUMBER
                   PERFORM 3000-FINISH-EMPLOYEE
                       THRU 3000-FINISH-EMPLOYEE-EXIT
               END-IF
               IF NOT RETRO-EMP-OPEN
                   PERFORM 2200-START-EMPLOYEE
                       THRU 2200-START-EMPLOYEE-EXIT
               END-IF
               PERFORM 2300-REPRICE-CHECK
                   THRU 2300-REPRICE-CHECK-EXIT
           END-IF.
           PERFORM 2100-READ-HISTORY-RECORD
               THRU 2100-READ-HISTORY-RECORD-EXIT.
       2000-PROCESS-HISTORY-RECORD-EXIT.
           EXIT.

       2050-TEST-CHECK.
      *  ------------------------------------------------------------
      *  An unsplit check was paid entirely at the home class.  A
      *  split check is wanted for any slice worked in the class, or
      *  for its leave hours when the home class is the class.
      *  ------------------------------------------------------------
           MOVE "N" TO RETRO-CHECK-WANTED-IND.
           IF PH-CHECK-VOIDED
               OR PH-PAY-PERIOD IS LESS THAN RETRO-FROM-DATE
               OR PH-PAY-PERIOD IS GREATER THAN RETRO-TO-DATE
               GO TO 2050-TEST-CHECK-EXIT
           END-IF.
           IF PH-SLICE-COUNT IS GREATER THAN 0
               PERFORM 2060-TEST-SLICE THRU 2060-TEST-SLICE-EXIT
                   VARYING RETRO-SLICE-SUB FROM 1 BY 1
                   UNTIL RETRO-SLICE-SUB IS GREATER THAN
                       PH-SLICE-COUNT
               IF PH-JOB-TYPE IS EQUAL TO RETRO-CLASS
                   AND PH-LEAVE-HOURS IS GREATER THAN 0
                   MOVE "Y" TO RETRO-CHECK-WANTED-IND
               END-IF
           ELSE
               IF PH-JOB-TYPE IS EQUAL TO RETRO-CLASS
                   AND (PH-REG-HOURS IS GREATER THAN 0
                       OR PH-OT-HOURS IS GREATER THAN 0
                       OR PH-LEAVE-HOURS IS GREATER THAN 0)
                   MOVE "Y" TO RETRO-CHECK-WANTED-IND
               END-IF
           END-IF.
       2050-TEST-CHECK-EXIT.
           EXIT.

       2060-TEST-SLICE.
           IF PH-SLICE-JOB-TYPE(RETRO-SLICE-SUB) IS EQUAL TO
                   RETRO-CLASS
               AND PH-SLICE-HOURS(RETRO-SLICE-SUB) IS GREATER THAN 0
               MOVE "Y" TO RETRO-CHECK-WANTED-IND
           END-IF.
       2060-TEST-SLICE-EXIT.
           EXIT.

       2100-READ-HISTORY-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO HISTORY-EOF-FLAG
               NOT AT END ADD 1 TO HISTORY-RECORDS-READ-CTR.
       2100-READ-HISTORY-RECORD-EXIT.
           EXIT.

       2200-START-EMPLOYEE.
           MOVE "Y" TO RETRO-EMP-OPEN-FLAG.
           MOVE PH-EMP-NUMBER    TO RETRO-CURRENT-EMP-NUMBER.
           MOVE PH-EMP-LAST-NAME TO RETRO-CURRENT-LAST-NAME.
           MOVE 0 TO RETRO-EMP-OLD-PAY
                     RETRO-EMP-NEW-PAY
                     RETRO-EMP-DIFFERENCE.
           MOVE PH-EMP-NUMBER    TO RETRO-EMP-NUMBER-OUT.
           MOVE PH-EMP-LAST-NAME TO RETRO-EMP-NAME-OUT.
           MOVE RETRO-EMPLOYEE-HEADER TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT AFTER ADVANCING 2 LINES.
       2200-START-EMPLOYEE-EXIT.
           EXIT.

       2300-REPRICE-CHECK.
      *  ------------------------------------------------------------
      *  Prices the check's hours at the old and the new rate and
      *  writes the worksheet line.  The old-rate figure is the one
      *  the register would have paid, so a mismatch with the gross
      *  on the history record is flagged for a look.  A split check
      *  is repriced by 2400-REPRICE-SLICED-CHECK instead.
      *  ------------------------------------------------------------
           IF PH-SLICE-COUNT IS GREATER THAN 0
               PERFORM 2400-REPRICE-SLICED-CHECK
                   THRU 2400-REPRICE-SLICED-CHECK-EXIT
               GO TO 2300-REPRICE-CHECK-EXIT
           END-IF.
           ADD PH-REG-HOURS PH-OT-HOURS GIVING RETRO-WORKED-HOURS.
           MULTIPLY RETRO-WORKED-HOURS BY RETRO-OLD-RATE
               GIVING RETRO-OLD-WORKED-PAY.
           MULTIPLY PH-LEAVE-HOURS BY RETRO-OLD-RATE
               GIVING RETRO-OLD-LEAVE-PAY.
           MULTIPLY RETRO-WORKED-HOURS BY RETRO-NEW-RATE
               GIVING RETRO-NEW-WORKED-PAY.
           MULTIPLY PH-LEAVE-HOURS BY RETRO-NEW-RATE
               GIVING RETRO-NEW-LEAVE-PAY.
           ADD RETRO-OLD-WORKED-PAY RETRO-OLD-LEAVE-PAY
               GIVING RETRO-OLD-PAY.
           ADD RETRO-NEW-WORKED-PAY RETRO-NEW-LEAVE-PAY
               GIVING RETRO-NEW-PAY.
           SUBTRACT RETRO-OLD-PAY FROM RETRO-NEW-PAY
               GIVING RETRO-DIFFERENCE.
           MOVE PH-CHECK-NUMBER  TO RETRO-CHECK-NUMBER-OUT.
           MOVE PH-PAY-PERIOD    TO RETRO-PAY-PERIOD-OUT.
           MOVE PH-REG-HOURS     TO RETRO-REG-HOURS-OUT.
           MOVE PH-OT-HOURS      TO RETRO-OT-HOURS-OUT.
           MOVE PH-LEAVE-HOURS   TO RETRO-LEAVE-HOURS-OUT.
           MOVE RETRO-OLD-PAY    TO RETRO-OLD-PAY-OUT.
           MOVE RETRO-NEW-PAY    TO RETRO-NEW-PAY-OUT.
           MOVE RETRO-DIFFERENCE TO RETRO-DIFFERENCE-OUT.
           IF RETRO-OLD-PAY IS EQUAL TO PH-GROSS-PAY
               MOVE SPACE TO RETRO-FLAG-OUT
           ELSE
               MOVE "*" TO RETRO-FLAG-OUT
               ADD 1 TO CHECKS-FLAGGED-CTR
           END-IF.
           MOVE RETRO-DETAIL-RECORD TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT.
           ADD RETRO-OLD-PAY    TO RETRO-EMP-OLD-PAY.
           ADD RETRO-NEW-PAY    TO RETRO-EMP-NEW-PAY.
           ADD RETRO-DIFFERENCE TO RETRO-EMP-DIFFERENCE.
           ADD 1 TO CHECKS-REPRICED-CTR.
       2300-REPRICE-CHECK-EXIT.
           EXIT.

       2400-REPRICE-SLICED-CHECK.
      *  ------------------------------------------------------------
      *  The first pass totals the week's hours and what the raise
      *  adds to its straight-time earnings; with the week over
      *  REGULAR-HOURS that rise lifts the weighted regular rate,
      *  and the overtime premium rises by the overtime hours times
      *  half the rise per hour.  The whole of that rise is owed, so
      *  it is spread over the class's own slices by hours (the last
      *  one taking what is left) rather than over every slice as
      *  the register spread the premium itself.  The second pass
      *  writes a line per class slice: the slice as paid, and as
      *  paid plus the rise in its base, its premium and its share
      *  of overtime.  Leave hours follow at the home rate when the
      *  home class is the class raised.
      *  ------------------------------------------------------------
           MOVE SPACE TO RETRO-CHECK-FLAG-IND.
           MOVE 0 TO RETRO-SLICE-HOURS-TOTAL
                     RETRO-CLASS-HOURS
                     RETRO-BASIS-CHANGE
                     RETRO-OT-HOURS
                     RETRO-OT-CHANGE
                     RETRO-LAST-SLICE.
           PERFORM 2410-TOTAL-SLICE THRU 2410-TOTAL-SLICE-EXIT
               VARYING RETRO-SLICE-SUB FROM 1 BY 1
               UNTIL RETRO-SLICE-SUB IS GREATER THAN PH-SLICE-COUNT.
           IF RETRO-SLICE-HOURS-TOTAL IS GREATER THAN REGULAR-HOURS
               SUBTRACT REGULAR-HOURS FROM RETRO-SLICE-HOURS-TOTAL
                   GIVING RETRO-OT-HOURS
               COMPUTE RETRO-OT-CHANGE = RETRO-OT-HOURS
                   * RETRO-BASIS-CHANGE / RETRO-SLICE-HOURS-TOTAL
                   * OT-PREMIUM-FACTOR
           END-IF.
           MOVE RETRO-OT-CHANGE TO RETRO-OT-LEFT.
           PERFORM 2420-REPRICE-SLICE THRU 2420-REPRICE-SLICE-EXIT
               VARYING RETRO-SLICE-SUB FROM 1 BY 1
               UNTIL RETRO-SLICE-SUB IS GREATER THAN PH-SLICE-COUNT.
           IF PH-JOB-TYPE IS EQUAL TO RETRO-CLASS
               AND PH-LEAVE-HOURS IS GREATER THAN 0
               PERFORM 2450-REPRICE-LEAVE THRU 2450-REPRICE-LEAVE-EXIT
           END-IF.
           IF RETRO-CHECK-FLAGGED
               ADD 1 TO CHECKS-FLAGGED-CTR
           END-IF.
           ADD 1 TO CHECKS-REPRICED-CTR.
       2400-REPRICE-SLICED-CHECK-EXIT.
           EXIT.

       2410-TOTAL-SLICE.
           ADD PH-SLICE-HOURS(RETRO-SLICE-SUB)
               TO RETRO-SLICE-HOURS-TOTAL.
           IF PH-SLICE-JOB-TYPE(RETRO-SLICE-SUB) IS NOT EQUAL TO
                   RETRO-CLASS
               GO TO 2410-TOTAL-SLICE-EXIT
           END-IF.
           ADD PH-SLICE-HOURS(RETRO-SLICE-SUB) TO RETRO-CLASS-HOURS.
           MOVE RETRO-SLICE-SUB TO RETRO-LAST-SLICE.
           PERFORM 2430-PRICE-SLICE THRU 2430-PRICE-SLICE-EXIT.
           ADD RETRO-NEW-BASE TO RETRO-BASIS-CHANGE.
           SUBTRACT RETRO-OLD-BASE FROM RETRO-BASIS-CHANGE.
           IF PH-SLICE-PREMIUM(RETRO-SLICE-SUB) IS NOT EQUAL TO "H"
               ADD RETRO-NEW-PREMIUM TO RETRO-BASIS-CHANGE
               SUBTRACT RETRO-OLD-PREMIUM FROM RETRO-BASIS-CHANGE
           END-IF.
       2410-TOTAL-SLICE-EXIT.
           EXIT.

       2420-REPRICE-SLICE.
           IF PH-SLICE-JOB-TYPE(RETRO-SLICE-SUB) IS NOT EQUAL TO
                   RETRO-CLASS
               GO TO 2420-REPRICE-SLICE-EXIT
           END-IF.
           PERFORM 2430-PRICE-SLICE THRU 2430-PRICE-SLICE-EXIT.
           IF RETRO-SLICE-SUB IS EQUAL TO RETRO-LAST-SLICE
               MOVE RETRO-OT-LEFT TO RETRO-OT-SHARE
           ELSE
               COMPUTE RETRO-OT-SHARE = RETRO-OT-CHANGE
                   * PH-SLICE-HOURS(RETRO-SLICE-SUB)
                   / RETRO-CLASS-HOURS
           END-IF.
           SUBTRACT RETRO-OT-SHARE FROM RETRO-OT-LEFT.
           ADD RETRO-OLD-BASE RETRO-OLD-PREMIUM
               GIVING RETRO-SLICE-STRAIGHT.
           MOVE PH-SLICE-AMOUNT(RETRO-SLICE-SUB) TO RETRO-OLD-PAY.
           COMPUTE RETRO-DIFFERENCE = RETRO-NEW-BASE
               + RETRO-NEW-PREMIUM - RETRO-OLD-BASE
               - RETRO-OLD-PREMIUM + RETRO-OT-SHARE.
           ADD RETRO-OLD-PAY RETRO-DIFFERENCE GIVING RETRO-NEW-PAY.
      *    Without overtime the slice was paid exactly its hours and
      *    premium at the old rate; with overtime its share of the
      *    premium can only have added to that.
           MOVE SPACE TO RETRO-SLICE-FLAG-OUT.
           IF (RETRO-OT-HOURS IS EQUAL TO 0
                   AND RETRO-OLD-PAY IS NOT EQUAL TO
                       RETRO-SLICE-STRAIGHT)
               OR RETRO-OLD-PAY IS LESS THAN RETRO-SLICE-STRAIGHT
               MOVE "*" TO RETRO-SLICE-FLAG-OUT
               MOVE "*" TO RETRO-CHECK-FLAG-IND
           END-IF.
           MOVE PH-CHECK-NUMBER TO RETRO-SLICE-CHECK-OUT.
           MOVE PH-PAY-PERIOD   TO RETRO-SLICE-PERIOD-OUT.
           MOVE PH-SLICE-HOURS(RETRO-SLICE-SUB)
               TO RETRO-SLICE-HOURS-OUT.
           MOVE PH-SLICE-DEPT-CODE(RETRO-SLICE-SUB)
               TO RETRO-SLICE-DEPT-OUT.
           EVALUATE PH-SLICE-PREMIUM(RETRO-SLICE-SUB)
               WHEN "N"
                   MOVE "NIGHT" TO RETRO-SLICE-PREMIUM-OUT
               WHEN "H"
                   MOVE "HOL"   TO RETRO-SLICE-PREMIUM-OUT
               WHEN OTHER
                   MOVE SPACES  TO RETRO-SLICE-PREMIUM-OUT
           END-EVALUATE.
           MOVE RETRO-OLD-PAY    TO RETRO-SLICE-OLD-OUT.
           MOVE RETRO-NEW-PAY    TO RETRO-SLICE-NEW-OUT.
           MOVE RETRO-DIFFERENCE TO RETRO-SLICE-DIFF-OUT.
           MOVE RETRO-SLICE-RECORD TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT.
           ADD RETRO-OLD-PAY    TO RETRO-EMP-OLD-PAY.
           ADD RETRO-NEW-PAY    TO RETRO-EMP-NEW-PAY.
           ADD RETRO-DIFFERENCE TO RETRO-EMP-DIFFERENCE.
       2420-REPRICE-SLICE-EXIT.
           EXIT.

       2430-PRICE-SLICE.
      *    The slice's hours and premium at each rate, truncated as
      *    700-CALC-SLICE-PAY truncates them.
           MULTIPLY PH-SLICE-HOURS(RETRO-SLICE-SUB) BY RETRO-OLD-RATE
               GIVING RETRO-OLD-BASE.
           MULTIPLY PH-SLICE-HOURS(RETRO-SLICE-SUB) BY RETRO-NEW-RATE
               GIVING RETRO-NEW-BASE.
           MOVE 0 TO RETRO-OLD-PREMIUM
                     RETRO-NEW-PREMIUM.
           IF PH-SLICE-PREMIUM(RETRO-SLICE-SUB) IS EQUAL TO "N"
               MULTIPLY RETRO-OLD-BASE BY NIGHT-SHIFT-DIFF
                   GIVING RETRO-OLD-PREMIUM
               MULTIPLY RETRO-NEW-BASE BY NIGHT-SHIFT-DIFF
                   GIVING RETRO-NEW-PREMIUM
           END-IF.
           IF PH-SLICE-PREMIUM(RETRO-SLICE-SUB) IS EQUAL TO "H"
               MULTIPLY RETRO-OLD-BASE BY HOLIDAY-PREMIUM-FACTOR
                   GIVING RETRO-OLD-PREMIUM
               MULTIPLY RETRO-NEW-BASE BY HOLIDAY-PREMIUM-FACTOR
                   GIVING RETRO-NEW-PREMIUM
           END-IF.
       2430-PRICE-SLICE-EXIT.
           EXIT.

       2450-REPRICE-LEAVE.
           MULTIPLY PH-LEAVE-HOURS BY RETRO-OLD-RATE
               GIVING RETRO-OLD-PAY.
           MULTIPLY PH-LEAVE-HOURS BY RETRO-NEW-RATE
               GIVING RETRO-NEW-PAY.
           SUBTRACT RETRO-OLD-PAY FROM RETRO-NEW-PAY
               GIVING RETRO-DIFFERENCE.
           MOVE PH-CHECK-NUMBER  TO RETRO-CHECK-NUMBER-OUT.
           MOVE PH-PAY-PERIOD    TO RETRO-PAY-PERIOD-OUT.
           MOVE 0                TO RETRO-REG-HOURS-OUT
                                    RETRO-OT-HOURS-OUT.
           MOVE PH-LEAVE-HOURS   TO RETRO-LEAVE-HOURS-OUT.
           MOVE RETRO-OLD-PAY    TO RETRO-OLD-PAY-OUT.
           MOVE RETRO-NEW-PAY    TO RETRO-NEW-PAY-OUT.
           MOVE RETRO-DIFFERENCE TO RETRO-DIFFERENCE-OUT.
           MOVE SPACE            TO RETRO-FLAG-OUT.
           MOVE RETRO-DETAIL-RECORD TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT.
           ADD RETRO-OLD-PAY    TO RETRO-EMP-OLD-PAY.
           ADD RETRO-NEW-PAY    TO RETRO-EMP-NEW-PAY.
           ADD RETRO-DIFFERENCE TO RETRO-EMP-DIFFERENCE.
       2450-REPRICE-LEAVE-EXIT.
           EXIT.

       3000-FINISH-EMPLOYEE.
      *  ------------------------------------------------------------
      *  Writes the employee's worksheet total and queues the
      *  difference for the off-cycle run.
      *  ------------------------------------------------------------
           MOVE RETRO-EMP-OLD-PAY    TO RETRO-EMP-OLD-PAY-OUT.
           MOVE RETRO-EMP-NEW-PAY    TO RETRO-EMP-NEW-PAY-OUT.
           MOVE RETRO-EMP-DIFFERENCE TO RETRO-EMP-DIFF-OUT.
           MOVE RETRO-EMPLOYEE-TOTAL TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT.
           ADD RETRO-EMP-OLD-PAY    TO RETRO-TOTAL-OLD-PAY.
           ADD RETRO-EMP-NEW-PAY    TO RETRO-TOTAL-NEW-PAY.
           ADD RETRO-EMP-DIFFERENCE TO RETRO-TOTAL-DIFFERENCE.
           IF RETRO-EMP-DIFFERENCE IS GREATER THAN 0
               ADD 1 TO EMPLOYEES-ADJUSTED-CTR
               MOVE RETRO-EMP-DIFFERENCE TO RETRO-AMOUNT-LEFT
               PERFORM 3100-WRITE-OFF-CYCLE-REQUEST
                   THRU 3100-WRITE-OFF-CYCLE-REQUEST-EXIT
                   UNTIL RETRO-AMOUNT-LEFT IS EQUAL TO 0
           END-IF.
           MOVE "N" TO RETRO-EMP-OPEN-FLAG.
       3000-FINISH-EMPLOYEE-EXIT.
           EXIT.

       3100-WRITE-OFF-CYCLE-REQUEST.
           MOVE RETRO-CURRENT-EMP-NUMBER TO OC-EMP-NUMBER-IN.
           MOVE 0 TO OC-HOURS-IN.
           IF RETRO-AMOUNT-LEFT IS GREATER THAN RETRO-REQUEST-MAX
               MOVE RETRO-REQUEST-MAX TO OC-FLAT-AMOUNT-IN
           ELSE
               MOVE RETRO-AMOUNT-LEFT TO OC-FLAT-AMOUNT-IN
           END-IF.
           SUBTRACT OC-FLAT-AMOUNT-IN FROM RETRO-AMOUNT-LEFT.
           WRITE OFF-CYCLE-REQUEST-RECORD.
           ADD 1 TO REQUESTS-WRITTEN-CTR.
       3100-WRITE-OFF-CYCLE-REQUEST-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE RETRO-TOTAL-OLD-PAY    TO RETRO-TOTAL-OLD-OUT.
           MOVE RETRO-TOTAL-NEW-PAY    TO RETRO-TOTAL-NEW-OUT.
           MOVE RETRO-TOTAL-DIFFERENCE TO RETRO-TOTAL-DIFF-OUT.
           MOVE RETRO-GRAND-TOTAL TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT AFTER ADVANCING 2 LINES.

           MOVE CHECKS-REPRICED-CTR TO CHECKS-REPRICED-OUT.
           MOVE CHECKS-REPRICED-SUMMARY TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT AFTER ADVANCING 2 LINES.

           MOVE CHECKS-FLAGGED-CTR TO CHECKS-FLAGGED-OUT.
           MOVE CHECKS-FLAGGED-SUMMARY TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT.

           MOVE EMPLOYEES-ADJUSTED-CTR TO EMPLOYEES-ADJUSTED-OUT.
           MOVE EMPLOYEES-ADJUSTED-SUMMARY
               TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT.

           MOVE REQUESTS-WRITTEN-CTR TO REQUESTS-WRITTEN-OUT.
           MOVE REQUESTS-WRITTEN-SUMMARY TO RETRO-WORKSHEET-RECORD-OUT.
           WRITE RETRO-WORKSHEET-RECORD-OUT.

           DISPLAY "RETRO PAY COMPLETE FOR CLASS " RETRO-CLASS.
           DISPLAY "CHECKS REPRICED       " CHECKS-REPRICED-CTR.
           DISPLAY "OFF-CYCLE REQUESTS    " REQUESTS-WRITTEN-CTR.
       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT RETRO-INPUT-BAD
               IF NOT PAY-HISTORY-MISSING
                   CLOSE PAY-HISTORY-FILE
               END-IF
               CLOSE RETRO-WORKSHEET-FILE-OUT
               CLOSE OFF-CYCLE-REQUEST-FILE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
