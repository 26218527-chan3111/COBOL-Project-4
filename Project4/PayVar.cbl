       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
       AUTHOR. Chandler Newman-Reed.

      *  This program is the last look at a register before its
      *  payment files go to the bank.  It runs after PROJECT-4 and
      *  before EFTFILE.TXT and POSPAY.TXT are transmitted, and
      *  compares every regular check in the pay period just run -
      *  straight off the per-check pay history master (PAYHIST.TXT)
      *  - against the same employee's previous regular check and
      *  against the average of their last several regular checks,
      *  on five measures: gross, net, hours, taxes withheld (federal,
      *  state, Social Security and Medicare) and total deductions
      *  (gross less net).  PAYEDIT catches bad master data; this
      *  catches the check that is valid but wrong - the 90-hour
      *  week, the salary change nobody keyed, the garnishment that
      *  takes everything.  The program writes PAYVAR.TXT:
      *    - one line for every measure on every check whose change
      *      against the previous check or the trailing average is
      *      over the percentage threshold or the dollar (hours, for
      *      the hours measure) threshold;
      *    - the first-time payees - a check this period and no
      *      earlier regular check on file;
      *    - the employees paid last period and not this one;
      *    - the off-cycle checks dated in the period, listed but not
      *      compared (a flat supplemental amount has nothing to be
      *      compared with);
      *    - the summary and the operator's sign-off, which is filled
      *      in before the payment files are released.
      *
      *  The thresholds come from VARCTL.TXT, a one-record control
      *  file in the PROJECT-4 control file manner: percentage
      *  (999), dollar amount (99999V99), hours (999V99) and the
      *  number of earlier checks averaged (99, 1 to 12).  No file
      *  means the standing defaults below; a zero threshold turns
      *  that test off.
      *
      *  Voided checks (flagged on the history by CHECKVOID) are
      *  left out on both sides of the comparison.  The period run
      *  is the latest regular pay period on the history unless the
      *  operator names one, and "last period" is the regular pay
      *  period before it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT VARIANCE-CONTROL-FILE
               ASSIGN TO "VARCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-CTL-FILE-STATUS.

           SELECT VARIANCE-REPORT-FILE-OUT
               ASSIGN TO "PAYVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIRST-PAYEE-WORK-FILE
               ASSIGN TO "FRSTWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOT-PAID-WORK-FILE
               ASSIGN TO "NPAYWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFF-CYCLE-WORK-FILE
               ASSIGN TO "OFFCWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY "PAYHIST.DAT".

       FD  VARIANCE-CONTROL-FILE.
       01  VARIANCE-CONTROL-RECORD.
           05  VC-PCT-THRESHOLD-IN     PIC 9(3).
           05  VC-DOLLAR-THRESHOLD-IN  PIC 9(5)V99.
           05  VC-HOURS-THRESHOLD-IN   PIC 9(3)V99.
           05  VC-TRAIL-CHECKS-IN      PIC 9(2).

       FD  VARIANCE-REPORT-FILE-OUT.
       01  VARIANCE-REPORT-RECORD-OUT  PIC X(132).

      *  The three listing sections are spooled during the sweep and
      *  copied into the report behind the variance lines, the way
      *  CHECKREC spools its exception sections - no table to fill.
       FD  FIRST-PAYEE-WORK-FILE.
       01  FIRST-PAYEE-WORK-RECORD     PIC X(132).

       FD  NOT-PAID-WORK-FILE.
       01  NOT-PAID-WORK-RECORD        PIC X(132).

       FD  OFF-CYCLE-WORK-FILE.
       01  OFF-CYCLE-WORK-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  FLAGS.
           05  HISTORY-EOF-FLAG        PIC X(3) VALUE "NO ".
           05  FIRST-PAYEE-EOF-FLAG    PIC X(3) VALUE "NO ".
           05  NOT-PAID-EOF-FLAG       PIC X(3) VALUE "NO ".
           05  OFF-CYCLE-EOF-FLAG      PIC X(3) VALUE "NO ".
           05  PAY-HISTORY-FILE-STATUS PIC X(2).
               88  PAY-HISTORY-MISSING         VALUE "35".
           05  VARIANCE-CTL-FILE-STATUS PIC X(2).
               88  VARIANCE-CTL-NOT-FOUND      VALUE "35".
           05  VAR-INPUT-FLAG          PIC X(1) VALUE "G".
               88  VAR-INPUT-BAD               VALUE "B".
           05  VAR-EMP-OPEN-FLAG       PIC X(1) VALUE "N".
               88  VAR-EMP-OPEN                VALUE "Y".
           05  VAR-PAID-LAST-FLAG      PIC X(1) VALUE "N".
               88  VAR-PAID-LAST-PERIOD        VALUE "Y".
           05  VAR-PAID-THIS-FLAG      PIC X(1) VALUE "N".
               88  VAR-PAID-THIS-PERIOD        VALUE "Y".
           05  VAR-CHECK-FLAGGED-FLAG  PIC X(1) VALUE "N".
               88  VAR-CHECK-FLAGGED           VALUE "Y".
           05  VAR-PREV-TRIP-FLAG      PIC X(1) VALUE "N".
               88  VAR-PREV-TRIPPED            VALUE "Y".
           05  VAR-AVG-TRIP-FLAG       PIC X(1) VALUE "N".
               88  VAR-AVG-TRIPPED             VALUE "Y".
           05  VAR-TEST-TRIP-FLAG      PIC X(1) VALUE "N".
               88  VAR-TEST-TRIPPED            VALUE "Y".

       01  SELECTION-FIELDS.
           05  VAR-SELECT-PERIOD       PIC 9(6).
           05  VAR-CURRENT-PERIOD      PIC 9(6) VALUE 0.
           05  VAR-LAST-PERIOD         PIC 9(6) VALUE 0.

      *  Standing thresholds, replaced by VARCTL.TXT when it is
      *  present and numeric.
       01  THRESHOLD-FIELDS.
           05  VAR-PCT-THRESHOLD       PIC 9(3)     VALUE 25.
           05  VAR-DOLLAR-THRESHOLD    PIC 9(5)V99  VALUE 250.00.
           05  VAR-HOURS-THRESHOLD     PIC 9(3)V99  VALUE 10.00.
           05  VAR-TRAIL-CHECKS        PIC 9(2)     VALUE 4.
           05  VAR-TRAIL-MAX           PIC 9(2)     VALUE 12.

      *  The five measures, in the order every measure group below
      *  carries them.
       01  MEASURE-NAMES.
           05  FILLER  PIC X(10) VALUE "GROSS".
           05  FILLER  PIC X(10) VALUE "NET PAY".
           05  FILLER  PIC X(10) VALUE "HOURS".
           05  FILLER  PIC X(10) VALUE "TAXES".
           05  FILLER  PIC X(10) VALUE "DEDUCTIONS".

       01  MEASURE-NAME-TABLE REDEFINES MEASURE-NAMES.
           05  MEASURE-NAME OCCURS 5 TIMES PIC X(10).

      *  One check's measures, loaded off the history record, and
      *  the employee's previous regular check, current check and
      *  trailing average in the same shape.  Hours are as posted
      *  (overtime weighted by the register's OT-FACTOR) - the same
      *  basis on every check, so the comparison holds.
       01  VAR-CHECK-GROUP.
           05  VAR-CHECK-MEASURE       PIC 9(5)V99 OCCURS 5 TIMES.

       01  VAR-CURRENT-GROUP.
           05  VAR-CURRENT-MEASURE     PIC 9(5)V99 OCCURS 5 TIMES.

       01  VAR-PREVIOUS-GROUP.
           05  VAR-PREVIOUS-MEASURE    PIC 9(5)V99 OCCURS 5 TIMES.

       01  VAR-AVERAGE-GROUP.
           05  VAR-AVERAGE-MEASURE     PIC 9(5)V99 OCCURS 5 TIMES.

      *  The employee's last VAR-TRAIL-CHECKS regular checks, kept
      *  round-robin - the slot after the newest is the oldest.
       01  VAR-TRAIL-TABLE.
           05  VAR-TRAIL-SLOT OCCURS 12 TIMES.
               10  VAR-TRAIL-MEASURE   PIC 9(5)V99 OCCURS 5 TIMES.

       01  VAR-EMPLOYEE-FIELDS.
           05  VAR-CURRENT-EMP-NUMBER  PIC 9(9).
           05  VAR-CURRENT-LAST-NAME   PIC X(13).
           05  VAR-PRIOR-COUNT         PIC 9(5).
           05  VAR-PREV-CHECK-NUMBER   PIC 9(7).
           05  VAR-PREV-PAY-PERIOD     PIC 9(6).

       01  VAR-WORK-FIELDS.
           05  MEASURE-SUB             PIC 9(2).
           05  TRAIL-SUB               PIC 9(2).
           05  VAR-TRAIL-USED          PIC 9(2).
           05  VAR-TRAIL-QUOTIENT      PIC 9(5).
           05  VAR-TRAIL-REMAINDER     PIC 9(2).
           05  VAR-TRAIL-SUM           PIC 9(7)V99.
           05  VAR-TEST-CURRENT        PIC 9(5)V99.
           05  VAR-TEST-BASE           PIC 9(5)V99.
           05  VAR-TEST-LIMIT          PIC 9(5)V99.
           05  VAR-TEST-CHANGE         PIC S9(5)V99.
           05  VAR-TEST-ABS-CHANGE     PIC 9(5)V99.
           05  VAR-TEST-PCT            PIC 9(3)V9.
           05  VAR-TEST-SIGNED-PCT     PIC S9(3)V9.
           05  VAR-PREV-CHANGE         PIC S9(5)V99.
           05  VAR-PREV-PCT            PIC S9(3)V9.
           05  VAR-AVG-CHANGE          PIC S9(5)V99.
           05  VAR-AVG-PCT             PIC S9(3)V9.

       01  COUNTERS.
           05  HISTORY-RECORDS-READ-CTR    PIC 9(7) VALUE 0.
           05  CHECKS-IN-PERIOD-CTR    PIC 9(7) VALUE 0.
           05  CHECKS-COMPARED-CTR     PIC 9(7) VALUE 0.
           05  CHECKS-FLAGGED-CTR      PIC 9(7) VALUE 0.
           05  VARIANCE-LINES-CTR      PIC 9(7) VALUE 0.
           05  FIRST-PAYEE-CTR         PIC 9(5) VALUE 0.
           05  NOT-PAID-CTR            PIC 9(5) VALUE 0.
           05  OFF-CYCLE-CTR           PIC 9(5) VALUE 0.
           05  VOIDED-SKIPPED-CTR      PIC 9(5) VALUE 0.

       01  VARIANCE-REPORT-HEADER.
           05  FILLER  PIC X(9)  VALUE SPACES.
           05  FILLER  PIC X(27) VALUE "PAY VARIANCE REPORT PERIOD ".
           05  VAR-CURRENT-PERIOD-OUT  PIC 9(6).
           05  FILLER  PIC X(18) VALUE "  PREVIOUS PERIOD ".
           05  VAR-LAST-PERIOD-OUT     PIC 9(6).

       01  VARIANCE-THRESHOLD-HEADER.
           05  FILLER  PIC X(9)  VALUE SPACES.
           05  FILLER  PIC X(15) VALUE "THRESHOLDS PCT ".
           05  VAR-PCT-THRESHOLD-OUT   PIC ZZ9.
           05  FILLER  PIC X(9)  VALUE "  AMOUNT ".
           05  VAR-DOLLAR-THRESHOLD-OUT    PIC ZZ,ZZ9.99.
           05  FILLER  PIC X(8)  VALUE "  HOURS ".
           05  VAR-HOURS-THRESHOLD-OUT PIC ZZ9.99.
           05  FILLER  PIC X(13) VALUE "  AVERAGE OF ".
           05  VAR-TRAIL-CHECKS-OUT    PIC Z9.
           05  FILLER  PIC X(7)  VALUE " CHECKS".

       01  VARIANCE-SECTION-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(42) VALUE
               "CHECKS OVER THRESHOLD - REVIEW BEFORE EFT".

       01  VARIANCE-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "EMP NO".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(13)  VALUE "NAME".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(7)   VALUE "CHECK".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(10)  VALUE "MEASURE".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "  CURRENT".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE " PREVIOUS".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(10)  VALUE "  CHG PREV".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "  PCT".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "  AVERAGE".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(10)  VALUE "   CHG AVG".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "  PCT".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(4)   VALUE "OVER".

       01  VARIANCE-DETAIL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  VAR-EMP-NUMBER-OUT      PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-EMP-NAME-OUT        PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-CHECK-NUMBER-OUT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-MEASURE-OUT         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-CURRENT-OUT         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-PREVIOUS-OUT        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-PREV-CHANGE-OUT     PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-PREV-PCT-OUT        PIC -ZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-AVERAGE-OUT         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-AVG-CHANGE-OUT      PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-AVG-PCT-OUT         PIC -ZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VAR-BASIS-OUT           PIC X(4).

       01  FIRST-PAYEE-SECTION-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(45) VALUE
               "FIRST-TIME PAYEES - NO EARLIER REGULAR CHECK".

       01  NOT-PAID-SECTION-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(52) VALUE
               "PAID LAST PERIOD, NOT THIS PERIOD - LAST CHECK SHOWN".

       01  OFF-CYCLE-SECTION-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(41) VALUE
               "OFF-CYCLE CHECKS IN PERIOD - NOT COMPARED".

       01  LISTING-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "EMP NO".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(13)  VALUE "NAME".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(7)   VALUE "CHECK".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "PERIOD".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "    GROSS".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "      NET".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE " HOURS".

       01  LISTING-DETAIL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  LIST-EMP-NUMBER-OUT     PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LIST-EMP-NAME-OUT       PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LIST-CHECK-NUMBER-OUT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LIST-PAY-PERIOD-OUT     PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LIST-GROSS-OUT          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LIST-NET-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LIST-HOURS-OUT          PIC ZZ9.99.

       01  VARIANCE-SUMMARY-RECORDS.
           05  HISTORY-READ-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "HISTORY RECORDS READ".
               10  HISTORY-READ-OUT        PIC Z,ZZZ,ZZ9.

           05  CHECKS-IN-PERIOD-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "REGULAR CHECKS IN PERIOD".
               10  CHECKS-IN-PERIOD-OUT    PIC Z,ZZZ,ZZ9.

           05  CHECKS-COMPARED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "CHECKS COMPARED".
               10  CHECKS-COMPARED-OUT     PIC Z,ZZZ,ZZ9.

           05  CHECKS-FLAGGED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "CHECKS OVER THRESHOLD".
               10  CHECKS-FLAGGED-OUT      PIC Z,ZZZ,ZZ9.

           05  VARIANCE-LINES-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "VARIANCE LINES".
               10  VARIANCE-LINES-OUT      PIC Z,ZZZ,ZZ9.

           05  FIRST-PAYEE-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "FIRST-TIME PAYEE CHECKS".
               10  FIRST-PAYEE-OUT         PIC Z,ZZZ,ZZ9.

           05  NOT-PAID-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "NOT PAID THIS PERIOD".
               10  NOT-PAID-OUT            PIC Z,ZZZ,ZZ9.

           05  OFF-CYCLE-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "OFF-CYCLE CHECKS".
               10  OFF-CYCLE-OUT           PIC Z,ZZZ,ZZ9.

           05  VOIDED-SKIPPED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "VOIDED CHECKS SKIPPED".
               10  VOIDED-SKIPPED-OUT      PIC Z,ZZZ,ZZ9.

      *  Filled in by hand - the payment files are not released
      *  until the report is signed.
       01  SIGN-OFF-RECORDS.
           05  SIGN-OFF-REVIEWED-LINE.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(48) VALUE
                   "REVIEWED BY ____________________________  DATE ".
               10  FILLER  PIC X(8)  VALUE "________".

           05  SIGN-OFF-RELEASE-LINE.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(41) VALUE
                   "EFTFILE.TXT AND POSPAY.TXT RELEASED  YES ".
               10  FILLER  PIC X(12) VALUE "____  NO ___".

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *  ------------------------------------------------------------
      *  Settles the period and thresholds, sweeps the pay history
      *  once (keyed employee plus check number, so an employee's
      *  checks arrive together, oldest first), flushes the last
      *  employee, then copies the spooled sections into the report
      *  behind the variance lines and closes with the sign-off.
      *  ------------------------------------------------------------
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-HISTORY-RECORD
               THRU 2000-PROCESS-HISTORY-RECORD-EXIT
               UNTIL HISTORY-EOF-FLAG = "YES".
           IF VAR-EMP-OPEN
               PERFORM 3000-FINISH-EMPLOYEE
                   THRU 3000-FINISH-EMPLOYEE-EXIT
           END-IF.
           IF NOT VAR-INPUT-BAD
               PERFORM 7000-WRITE-FIRST-PAYEE-SECTION
                   THRU 7000-WRITE-FIRST-PAYEE-SECTION-EXIT
               PERFORM 7300-WRITE-NOT-PAID-SECTION
                   THRU 7300-WRITE-NOT-PAID-SECTION-EXIT
               PERFORM 7600-WRITE-OFF-CYCLE-SECTION
                   THRU 7600-WRITE-OFF-CYCLE-SECTION-EXIT
               PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "PAY PERIOD YYMMDD (0 FOR LATEST): ".
           ACCEPT VAR-SELECT-PERIOD.
           OPEN OUTPUT VARIANCE-REPORT-FILE-OUT.
           OPEN OUTPUT FIRST-PAYEE-WORK-FILE.
           OPEN OUTPUT NOT-PAID-WORK-FILE.
           OPEN OUTPUT OFF-CYCLE-WORK-FILE.
           PERFORM 1100-READ-THRESHOLDS THRU 1100-READ-THRESHOLDS-EXIT.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-MISSING
               DISPLAY "PAYHIST.TXT NOT FOUND - NOTHING TO COMPARE"
               MOVE "B" TO VAR-INPUT-FLAG
               MOVE "YES" TO HISTORY-EOF-FLAG
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
      *    A first pass settles the period being checked and the
      *    regular period before it; the history is then reopened
      *    for the comparison sweep.
           MOVE VAR-SELECT-PERIOD TO VAR-CURRENT-PERIOD.
           PERFORM 1200-READ-FOR-PERIODS
               THRU 1200-READ-FOR-PERIODS-EXIT.
           PERFORM 1300-NOTE-PERIOD THRU 1300-NOTE-PERIOD-EXIT
               UNTIL HISTORY-EOF-FLAG = "YES".
           CLOSE PAY-HISTORY-FILE.
           IF VAR-CURRENT-PERIOD IS EQUAL TO 0
               DISPLAY "NO REGULAR CHECKS ON PAYHIST.TXT - "
                   "NOTHING TO COMPARE"
               MOVE "B" TO VAR-INPUT-FLAG
               MOVE "YES" TO HISTORY-EOF-FLAG
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE VAR-CURRENT-PERIOD   TO VAR-CURRENT-PERIOD-OUT.
           MOVE VAR-LAST-PERIOD      TO VAR-LAST-PERIOD-OUT.
           MOVE VAR-PCT-THRESHOLD    TO VAR-PCT-THRESHOLD-OUT.
           MOVE VAR-DOLLAR-THRESHOLD TO VAR-DOLLAR-THRESHOLD-OUT.
           MOVE VAR-HOURS-THRESHOLD  TO VAR-HOURS-THRESHOLD-OUT.
           MOVE VAR-TRAIL-CHECKS     TO VAR-TRAIL-CHECKS-OUT.
           MOVE VARIANCE-REPORT-HEADER TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT BEFORE ADVANCING PAGE.
           MOVE VARIANCE-THRESHOLD-HEADER
               TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.
           MOVE VARIANCE-SECTION-HEADER TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE VARIANCE-COLUMN-HEADER TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.
           MOVE "NO " TO HISTORY-EOF-FLAG.
           OPEN INPUT PAY-HISTORY-FILE.
           PERFORM 2100-READ-HISTORY-RECORD
               THRU 2100-READ-HISTORY-RECORD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-THRESHOLDS.
      *  ------------------------------------------------------------
      *  No control file, or one that is not all digits, leaves the
      *  standing thresholds in force.  The trailing average is
      *  held to the twelve checks the table keeps.
      *  ------------------------------------------------------------
           OPEN INPUT VARIANCE-CONTROL-FILE.
           IF VARIANCE-CTL-NOT-FOUND
               GO TO 1100-READ-THRESHOLDS-EXIT
           END-IF.
           READ VARIANCE-CONTROL-FILE
               AT END
                   MOVE SPACES TO VARIANCE-CONTROL-RECORD
           END-READ.
           IF VARIANCE-CONTROL-RECORD IS NUMERIC
               MOVE VC-PCT-THRESHOLD-IN    TO VAR-PCT-THRESHOLD
               MOVE VC-DOLLAR-THRESHOLD-IN TO VAR-DOLLAR-THRESHOLD
               MOVE VC-HOURS-THRESHOLD-IN  TO VAR-HOURS-THRESHOLD
               IF VC-TRAIL-CHECKS-IN IS GREATER THAN 0
                   AND VC-TRAIL-CHECKS-IN IS NOT GREATER THAN
                       VAR-TRAIL-MAX
                   MOVE VC-TRAIL-CHECKS-IN TO VAR-TRAIL-CHECKS
               ELSE
                   DISPLAY "VARCTL.TXT CHECKS AVERAGED NOT 1 TO 12 - "
                       "AVERAGE OF " VAR-TRAIL-CHECKS " USED"
               END-IF
           ELSE
               DISPLAY "VARCTL.TXT NOT NUMERIC - STANDING "
                   "THRESHOLDS USED"
           END-IF.
           CLOSE VARIANCE-CONTROL-FILE.
       1100-READ-THRESHOLDS-EXIT.
           EXIT.

       1200-READ-FOR-PERIODS.
           READ PAY-HISTORY-FILE
               AT END MOVE "YES" TO HISTORY-EOF-FLAG.
       1200-READ-FOR-PERIODS-EXIT.
           EXIT.

       1300-NOTE-PERIOD.
      *  ------------------------------------------------------------
      *  Only regular checks that still stand set the periods.  With
      *  no period keyed the latest one is taken and the one below
      *  it becomes last period; with a period keyed, last period is
      *  the latest one before it.
      *  ------------------------------------------------------------
           IF NOT PH-OFF-CYCLE-CHECK AND NOT PH-CHECK-VOIDED
               IF VAR-SELECT-PERIOD IS EQUAL TO 0
                   AND PH-PAY-PERIOD IS GREATER THAN VAR-CURRENT-PERIOD
                   MOVE VAR-CURRENT-PERIOD TO VAR-LAST-PERIOD
                   MOVE PH-PAY-PERIOD TO VAR-CURRENT-PERIOD
               ELSE
                   IF PH-PAY-PERIOD IS LESS THAN VAR-CURRENT-PERIOD
                       AND PH-PAY-PERIOD IS GREATER THAN
                           VAR-LAST-PERIOD
                       MOVE PH-PAY-PERIOD TO VAR-LAST-PERIOD
                   END-IF
               END-IF
           END-IF.
           PERFORM 1200-READ-FOR-PERIODS
               THRU 1200-READ-FOR-PERIODS-EXIT.
       1300-NOTE-PERIOD-EXIT.
           EXIT.

       2000-PROCESS-HISTORY-RECORD.
      *  ------------------------------------------------------------
      *  A change of employee number closes out the employee being
      *  built.  Earlier regular checks build up the previous check
      *  and the trailing average; checks in the period are compared
      *  (regular) or listed (off-cycle); later checks are ignored.
      *  ------------------------------------------------------------
           IF VAR-EMP-OPEN
               AND PH-EMP-NUMBER IS NOT EQUAL TO VAR-CURRENT-EMP-NUMBER
               PERFORM 3000-FINISH-EMPLOYEE
                   THRU 3000-FINISH-EMPLOYEE-EXIT
           END-IF.
           IF NOT VAR-EMP-OPEN
               PERFORM 2200-START-EMPLOYEE
                   THRU 2200-START-EMPLOYEE-EXIT
           END-IF.
           IF PH-CHECK-VOIDED
               IF PH-PAY-PERIOD IS EQUAL TO VAR-CURRENT-PERIOD
                   ADD 1 TO VOIDED-SKIPPED-CTR
               END-IF
           ELSE
               IF PH-PAY-PERIOD IS LESS THAN VAR-CURRENT-PERIOD
                   AND NOT PH-OFF-CYCLE-CHECK
                   PERFORM 2300-POST-PRIOR-CHECK
                       THRU 2300-POST-PRIOR-CHECK-EXIT
               END-IF
               IF PH-PAY-PERIOD IS EQUAL TO VAR-CURRENT-PERIOD
                   IF PH-OFF-CYCLE-CHECK
                       PERFORM 2400-LIST-OFF-CYCLE-CHECK
                           THRU 2400-LIST-OFF-CYCLE-CHECK-EXIT
                   ELSE
                       PERFORM 2500-CHECK-CURRENT-CHECK
                           THRU 2500-CHECK-CURRENT-CHECK-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-HISTORY-RECORD
               THRU 2100-READ-HISTORY-RECORD-EXIT.
       2000-PROCESS-HISTORY-RECORD-EXIT.
           EXIT.

       2100-READ-HISTORY-RECORD.
           READ PAY-HISTORY-FILE
               AT END MOVE "YES" TO HISTORY-EOF-FLAG
               NOT AT END ADD 1 TO HISTORY-RECORDS-READ-CTR.
       2100-READ-HISTORY-RECORD-EXIT.
           EXIT.

       2200-START-EMPLOYEE.
           MOVE PH-EMP-NUMBER    TO VAR-CURRENT-EMP-NUMBER.
           MOVE PH-EMP-LAST-NAME TO VAR-CURRENT-LAST-NAME.
           MOVE 0 TO VAR-PRIOR-COUNT.
           MOVE 0 TO VAR-PREV-CHECK-NUMBER.
           MOVE 0 TO VAR-PREV-PAY-PERIOD.
           MOVE "N" TO VAR-PAID-LAST-FLAG.
           MOVE "N" TO VAR-PAID-THIS-FLAG.
           MOVE "Y" TO VAR-EMP-OPEN-FLAG.
       2200-START-EMPLOYEE-EXIT.
           EXIT.

       2300-POST-PRIOR-CHECK.
      *  ------------------------------------------------------------
      *  Each earlier regular check becomes the previous check and
      *  overwrites the oldest slot of the trailing table.
      *  ------------------------------------------------------------
           PERFORM 2350-LOAD-CHECK-MEASURES
               THRU 2350-LOAD-CHECK-MEASURES-EXIT.
           MOVE VAR-CHECK-GROUP TO VAR-PREVIOUS-GROUP.
           DIVIDE VAR-PRIOR-COUNT BY VAR-TRAIL-CHECKS
               GIVING VAR-TRAIL-QUOTIENT
               REMAINDER VAR-TRAIL-REMAINDER.
           ADD 1 TO VAR-TRAIL-REMAINDER GIVING TRAIL-SUB.
           MOVE VAR-CHECK-GROUP TO VAR-TRAIL-SLOT(TRAIL-SUB).
           ADD 1 TO VAR-PRIOR-COUNT.
           MOVE PH-CHECK-NUMBER TO VAR-PREV-CHECK-NUMBER.
           MOVE PH-PAY-PERIOD   TO VAR-PREV-PAY-PERIOD.
           IF PH-PAY-PERIOD IS EQUAL TO VAR-LAST-PERIOD
               MOVE "Y" TO VAR-PAID-LAST-FLAG
           END-IF.
       2300-POST-PRIOR-CHECK-EXIT.
           EXIT.

       2350-LOAD-CHECK-MEASURES.
           MOVE PH-GROSS-PAY TO VAR-CHECK-MEASURE(1).
           MOVE PH-NET-PAY   TO VAR-CHECK-MEASURE(2).
           ADD PH-REG-HOURS PH-OT-HOURS PH-LEAVE-HOURS
               GIVING VAR-CHECK-MEASURE(3).
           ADD PH-TAX PH-STATE-TAX PH-SOC-SEC PH-MEDICARE
               GIVING VAR-CHECK-MEASURE(4).
           SUBTRACT PH-NET-PAY FROM PH-GROSS-PAY
               GIVING VAR-CHECK-MEASURE(5).
       2350-LOAD-CHECK-MEASURES-EXIT.
           EXIT.

       2400-LIST-OFF-CYCLE-CHECK.
           ADD 1 TO OFF-CYCLE-CTR.
           PERFORM 2450-BUILD-LISTING-LINE
               THRU 2450-BUILD-LISTING-LINE-EXIT.
           MOVE LISTING-DETAIL-RECORD TO OFF-CYCLE-WORK-RECORD.
           WRITE OFF-CYCLE-WORK-RECORD.
       2400-LIST-OFF-CYCLE-CHECK-EXIT.
           EXIT.

       2450-BUILD-LISTING-LINE.
           MOVE PH-EMP-NUMBER    TO LIST-EMP-NUMBER-OUT.
           MOVE PH-EMP-LAST-NAME TO LIST-EMP-NAME-OUT.
           MOVE PH-CHECK-NUMBER  TO LIST-CHECK-NUMBER-OUT.
           MOVE PH-PAY-PERIOD    TO LIST-PAY-PERIOD-OUT.
           MOVE PH-GROSS-PAY     TO LIST-GROSS-OUT.
           MOVE PH-NET-PAY       TO LIST-NET-OUT.
           ADD PH-REG-HOURS PH-OT-HOURS PH-LEAVE-HOURS
               GIVING LIST-HOURS-OUT.
       2450-BUILD-LISTING-LINE-EXIT.
           EXIT.

       2500-CHECK-CURRENT-CHECK.
      *  ------------------------------------------------------------
      *  A regular check in the period.  With no earlier regular
      *  check there is nothing to compare it with - the employee
      *  is a first-time payee and is listed as one.
      *  ------------------------------------------------------------
           ADD 1 TO CHECKS-IN-PERIOD-CTR.
           MOVE "Y" TO VAR-PAID-THIS-FLAG.
           IF VAR-PRIOR-COUNT IS EQUAL TO 0
               ADD 1 TO FIRST-PAYEE-CTR
               PERFORM 2450-BUILD-LISTING-LINE
                   THRU 2450-BUILD-LISTING-LINE-EXIT
               MOVE LISTING-DETAIL-RECORD TO FIRST-PAYEE-WORK-RECORD
               WRITE FIRST-PAYEE-WORK-RECORD
               GO TO 2500-CHECK-CURRENT-CHECK-EXIT
           END-IF.
           ADD 1 TO CHECKS-COMPARED-CTR.
           PERFORM 2350-LOAD-CHECK-MEASURES
               THRU 2350-LOAD-CHECK-MEASURES-EXIT.
           MOVE VAR-CHECK-GROUP TO VAR-CURRENT-GROUP.
           PERFORM 2600-BUILD-AVERAGE THRU 2600-BUILD-AVERAGE-EXIT.
           MOVE "N" TO VAR-CHECK-FLAGGED-FLAG.
           PERFORM 2700-TEST-MEASURE THRU 2700-TEST-MEASURE-EXIT
               VARYING MEASURE-SUB FROM 1 BY 1
               UNTIL MEASURE-SUB IS GREATER THAN 5.
           IF VAR-CHECK-FLAGGED
               ADD 1 TO CHECKS-FLAGGED-CTR
           END-IF.
       2500-CHECK-CURRENT-CHECK-EXIT.
           EXIT.

       2600-BUILD-AVERAGE.
      *  ------------------------------------------------------------
      *  Averages as many earlier checks as the employee has, up to
      *  the number the thresholds name.
      *  ------------------------------------------------------------
           IF VAR-PRIOR-COUNT IS LESS THAN VAR-TRAIL-CHECKS
               MOVE VAR-PRIOR-COUNT TO VAR-TRAIL-USED
           ELSE
               MOVE VAR-TRAIL-CHECKS TO VAR-TRAIL-USED
           END-IF.
           PERFORM 2610-AVERAGE-ONE-MEASURE
               THRU 2610-AVERAGE-ONE-MEASURE-EXIT
               VARYING MEASURE-SUB FROM 1 BY 1
               UNTIL MEASURE-SUB IS GREATER THAN 5.
       2600-BUILD-AVERAGE-EXIT.
           EXIT.

       2610-AVERAGE-ONE-MEASURE.
           MOVE 0 TO VAR-TRAIL-SUM.
           PERFORM 2620-ADD-TRAIL-SLOT THRU 2620-ADD-TRAIL-SLOT-EXIT
               VARYING TRAIL-SUB FROM 1 BY 1
               UNTIL TRAIL-SUB IS GREATER THAN VAR-TRAIL-USED.
           DIVIDE VAR-TRAIL-SUM BY VAR-TRAIL-USED
               GIVING VAR-AVERAGE-MEASURE(MEASURE-SUB) ROUNDED.
       2610-AVERAGE-ONE-MEASURE-EXIT.
           EXIT.

       2620-ADD-TRAIL-SLOT.
           ADD VAR-TRAIL-MEASURE(TRAIL-SUB, MEASURE-SUB)
               TO VAR-TRAIL-SUM.
       2620-ADD-TRAIL-SLOT-EXIT.
           EXIT.

       2700-TEST-MEASURE.
      *  ------------------------------------------------------------
      *  One measure against the previous check and against the
      *  average; a line is written when either is over threshold,
      *  showing both so the reviewer sees the whole picture.
      *  ------------------------------------------------------------
           MOVE VAR-CURRENT-MEASURE(MEASURE-SUB) TO VAR-TEST-CURRENT.
           MOVE VAR-PREVIOUS-MEASURE(MEASURE-SUB) TO VAR-TEST-BASE.
           PERFORM 2750-FIGURE-CHANGE THRU 2750-FIGURE-CHANGE-EXIT.
           MOVE VAR-TEST-CHANGE     TO VAR-PREV-CHANGE.
           MOVE VAR-TEST-SIGNED-PCT TO VAR-PREV-PCT.
           MOVE VAR-TEST-TRIP-FLAG  TO VAR-PREV-TRIP-FLAG.
           MOVE VAR-AVERAGE-MEASURE(MEASURE-SUB) TO VAR-TEST-BASE.
           PERFORM 2750-FIGURE-CHANGE THRU 2750-FIGURE-CHANGE-EXIT.
           MOVE VAR-TEST-CHANGE     TO VAR-AVG-CHANGE.
           MOVE VAR-TEST-SIGNED-PCT TO VAR-AVG-PCT.
           MOVE VAR-TEST-TRIP-FLAG  TO VAR-AVG-TRIP-FLAG.
           IF VAR-PREV-TRIPPED OR VAR-AVG-TRIPPED
               MOVE "Y" TO VAR-CHECK-FLAGGED-FLAG
               PERFORM 2800-WRITE-VARIANCE-LINE
                   THRU 2800-WRITE-VARIANCE-LINE-EXIT
           END-IF.
       2700-TEST-MEASURE-EXIT.
           EXIT.

       2750-FIGURE-CHANGE.
      *  ------------------------------------------------------------
      *  Change and percent change from VAR-TEST-BASE to
      *  VAR-TEST-CURRENT.  Growth from nothing, or past 999.9
      *  percent, shows as 999.9.  The hours measure is held to the
      *  hours threshold, the money measures to the dollar one.
      *  ------------------------------------------------------------
           SUBTRACT VAR-TEST-BASE FROM VAR-TEST-CURRENT
               GIVING VAR-TEST-CHANGE.
           IF VAR-TEST-CHANGE IS LESS THAN 0
               SUBTRACT VAR-TEST-CURRENT FROM VAR-TEST-BASE
                   GIVING VAR-TEST-ABS-CHANGE
           ELSE
               MOVE VAR-TEST-CHANGE TO VAR-TEST-ABS-CHANGE
           END-IF.
           IF VAR-TEST-BASE IS EQUAL TO 0
               IF VAR-TEST-ABS-CHANGE IS EQUAL TO 0
                   MOVE 0 TO VAR-TEST-PCT
               ELSE
                   MOVE 999.9 TO VAR-TEST-PCT
               END-IF
           ELSE
               COMPUTE VAR-TEST-PCT ROUNDED =
                   VAR-TEST-ABS-CHANGE * 100 / VAR-TEST-BASE
                   ON SIZE ERROR
                       MOVE 999.9 TO VAR-TEST-PCT
               END-COMPUTE
           END-IF.
           IF VAR-TEST-CHANGE IS LESS THAN 0
               COMPUTE VAR-TEST-SIGNED-PCT = 0 - VAR-TEST-PCT
           ELSE
               MOVE VAR-TEST-PCT TO VAR-TEST-SIGNED-PCT
           END-IF.
           IF MEASURE-SUB IS EQUAL TO 3
               MOVE VAR-HOURS-THRESHOLD TO VAR-TEST-LIMIT
           ELSE
               MOVE VAR-DOLLAR-THRESHOLD TO VAR-TEST-LIMIT
           END-IF.
           MOVE "N" TO VAR-TEST-TRIP-FLAG.
           IF VAR-PCT-THRESHOLD IS GREATER THAN 0
               AND VAR-TEST-PCT IS GREATER THAN VAR-PCT-THRESHOLD
               MOVE "Y" TO VAR-TEST-TRIP-FLAG
           END-IF.
           IF VAR-TEST-LIMIT IS GREATER THAN 0
               AND VAR-TEST-ABS-CHANGE IS GREATER THAN VAR-TEST-LIMIT
               MOVE "Y" TO VAR-TEST-TRIP-FLAG
           END-IF.
       2750-FIGURE-CHANGE-EXIT.
           EXIT.

       2800-WRITE-VARIANCE-LINE.
           ADD 1 TO VARIANCE-LINES-CTR.
           MOVE PH-EMP-NUMBER    TO VAR-EMP-NUMBER-OUT.
           MOVE PH-EMP-LAST-NAME TO VAR-EMP-NAME-OUT.
           MOVE PH-CHECK-NUMBER  TO VAR-CHECK-NUMBER-OUT.
           MOVE MEASURE-NAME(MEASURE-SUB) TO VAR-MEASURE-OUT.
           MOVE VAR-CURRENT-MEASURE(MEASURE-SUB)  TO VAR-CURRENT-OUT.
           MOVE VAR-PREVIOUS-MEASURE(MEASURE-SUB) TO VAR-PREVIOUS-OUT.
           MOVE VAR-PREV-CHANGE  TO VAR-PREV-CHANGE-OUT.
           MOVE VAR-PREV-PCT     TO VAR-PREV-PCT-OUT.
           MOVE VAR-AVERAGE-MEASURE(MEASURE-SUB)  TO VAR-AVERAGE-OUT.
           MOVE VAR-AVG-CHANGE   TO VAR-AVG-CHANGE-OUT.
           MOVE VAR-AVG-PCT      TO VAR-AVG-PCT-OUT.
           IF VAR-PREV-TRIPPED AND VAR-AVG-TRIPPED
               MOVE "BOTH" TO VAR-BASIS-OUT
           ELSE
               IF VAR-PREV-TRIPPED
                   MOVE "PREV" TO VAR-BASIS-OUT
               ELSE
                   MOVE "AVG"  TO VAR-BASIS-OUT
               END-IF
           END-IF.
           MOVE VARIANCE-DETAIL-RECORD TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.
       2800-WRITE-VARIANCE-LINE-EXIT.
           EXIT.

       3000-FINISH-EMPLOYEE.
      *  ------------------------------------------------------------
      *  Paid last period and nothing regular this period - listed
      *  with the last check, so a missed time card or a dropped
      *  master record is caught before the bank file goes.
      *  ------------------------------------------------------------
           IF VAR-PAID-LAST-PERIOD AND NOT VAR-PAID-THIS-PERIOD
               ADD 1 TO NOT-PAID-CTR
               MOVE VAR-CURRENT-EMP-NUMBER TO LIST-EMP-NUMBER-OUT
               MOVE VAR-CURRENT-LAST-NAME  TO LIST-EMP-NAME-OUT
               MOVE VAR-PREV-CHECK-NUMBER  TO LIST-CHECK-NUMBER-OUT
               MOVE VAR-PREV-PAY-PERIOD    TO LIST-PAY-PERIOD-OUT
               MOVE VAR-PREVIOUS-MEASURE(1) TO LIST-GROSS-OUT
               MOVE VAR-PREVIOUS-MEASURE(2) TO LIST-NET-OUT
               MOVE VAR-PREVIOUS-MEASURE(3) TO LIST-HOURS-OUT
               MOVE LISTING-DETAIL-RECORD TO NOT-PAID-WORK-RECORD
               WRITE NOT-PAID-WORK-RECORD
           END-IF.
           MOVE "N" TO VAR-EMP-OPEN-FLAG.
       3000-FINISH-EMPLOYEE-EXIT.
           EXIT.

       7000-WRITE-FIRST-PAYEE-SECTION.
           CLOSE FIRST-PAYEE-WORK-FILE.
           MOVE FIRST-PAYEE-SECTION-HEADER
               TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE LISTING-COLUMN-HEADER TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.
           OPEN INPUT FIRST-PAYEE-WORK-FILE.
           PERFORM 7100-COPY-FIRST-PAYEE-LINE
               THRU 7100-COPY-FIRST-PAYEE-LINE-EXIT
               UNTIL FIRST-PAYEE-EOF-FLAG = "YES".
           CLOSE FIRST-PAYEE-WORK-FILE.
       7000-WRITE-FIRST-PAYEE-SECTION-EXIT.
           EXIT.

       7100-COPY-FIRST-PAYEE-LINE.
           READ FIRST-PAYEE-WORK-FILE
               AT END MOVE "YES" TO FIRST-PAYEE-EOF-FLAG
               NOT AT END
                   MOVE FIRST-PAYEE-WORK-RECORD
                       TO VARIANCE-REPORT-RECORD-OUT
                   WRITE VARIANCE-REPORT-RECORD-OUT.
       7100-COPY-FIRST-PAYEE-LINE-EXIT.
           EXIT.

       7300-WRITE-NOT-PAID-SECTION.
           CLOSE NOT-PAID-WORK-FILE.
           MOVE NOT-PAID-SECTION-HEADER TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE LISTING-COLUMN-HEADER TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.
           OPEN INPUT NOT-PAID-WORK-FILE.
           PERFORM 7400-COPY-NOT-PAID-LINE
               THRU 7400-COPY-NOT-PAID-LINE-EXIT
               UNTIL NOT-PAID-EOF-FLAG = "YES".
           CLOSE NOT-PAID-WORK-FILE.
       7300-WRITE-NOT-PAID-SECTION-EXIT.
           EXIT.

       7400-COPY-NOT-PAID-LINE.
           READ NOT-PAID-WORK-FILE
               AT END MOVE "YES" TO NOT-PAID-EOF-FLAG
               NOT AT END
                   MOVE NOT-PAID-WORK-RECORD
                       TO VARIANCE-REPORT-RECORD-OUT
                   WRITE VARIANCE-REPORT-RECORD-OUT.
       7400-COPY-NOT-PAID-LINE-EXIT.
           EXIT.

       7600-WRITE-OFF-CYCLE-SECTION.
           CLOSE OFF-CYCLE-WORK-FILE.
           MOVE OFF-CYCLE-SECTION-HEADER TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE LISTING-COLUMN-HEADER TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.
           OPEN INPUT OFF-CYCLE-WORK-FILE.
           PERFORM 7700-COPY-OFF-CYCLE-LINE
               THRU 7700-COPY-OFF-CYCLE-LINE-EXIT
               UNTIL OFF-CYCLE-EOF-FLAG = "YES".
           CLOSE OFF-CYCLE-WORK-FILE.
       7600-WRITE-OFF-CYCLE-SECTION-EXIT.
           EXIT.

       7700-COPY-OFF-CYCLE-LINE.
           READ OFF-CYCLE-WORK-FILE
               AT END MOVE "YES" TO OFF-CYCLE-EOF-FLAG
               NOT AT END
                   MOVE OFF-CYCLE-WORK-RECORD
                       TO VARIANCE-REPORT-RECORD-OUT
                   WRITE VARIANCE-REPORT-RECORD-OUT.
       7700-COPY-OFF-CYCLE-LINE-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE HISTORY-RECORDS-READ-CTR TO HISTORY-READ-OUT.
           MOVE HISTORY-READ-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.

           MOVE CHECKS-IN-PERIOD-CTR TO CHECKS-IN-PERIOD-OUT.
           MOVE CHECKS-IN-PERIOD-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.

           MOVE CHECKS-COMPARED-CTR TO CHECKS-COMPARED-OUT.
           MOVE CHECKS-COMPARED-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.

           MOVE CHECKS-FLAGGED-CTR TO CHECKS-FLAGGED-OUT.
           MOVE CHECKS-FLAGGED-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.

           MOVE VARIANCE-LINES-CTR TO VARIANCE-LINES-OUT.
           MOVE VARIANCE-LINES-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.

           MOVE FIRST-PAYEE-CTR TO FIRST-PAYEE-OUT.
           MOVE FIRST-PAYEE-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.

           MOVE NOT-PAID-CTR TO NOT-PAID-OUT.
           MOVE NOT-PAID-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.

           MOVE OFF-CYCLE-CTR TO OFF-CYCLE-OUT.
           MOVE OFF-CYCLE-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.

           MOVE VOIDED-SKIPPED-CTR TO VOIDED-SKIPPED-OUT.
           MOVE VOIDED-SKIPPED-SUMMARY TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT.

           MOVE SIGN-OFF-REVIEWED-LINE TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT AFTER ADVANCING 3 LINES.
           MOVE SIGN-OFF-RELEASE-LINE TO VARIANCE-REPORT-RECORD-OUT.
           WRITE VARIANCE-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           DISPLAY "PAYVAR.TXT WRITTEN - SIGN OFF BEFORE EFTFILE.TXT "
               "AND POSPAY.TXT ARE RELEASED".
       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
      *    A refused run never reached the sweep - the history is
      *    already closed (or was never there) and the work files
      *    were never copied in and closed by the 7000 sections.
           IF NOT VAR-INPUT-BAD
               CLOSE PAY-HISTORY-FILE
           ELSE
               CLOSE FIRST-PAYEE-WORK-FILE
               CLOSE NOT-PAID-WORK-FILE
               CLOSE OFF-CYCLE-WORK-FILE
           END-IF.
           CLOSE VARIANCE-REPORT-FILE-OUT.
       9000-TERMINATE-EXIT.
           EXIT.
