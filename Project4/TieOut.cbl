       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIEOUT.
       AUTHOR. Chandler Newman-Reed.

      *  This program is the quarterly three-way tie-out of the pay
      *  history master (PAYHIST.TXT), the year-to-date master
      *  (YTDMAST.TXT) and the general ledger postings.  PROJECT-4
      *  posts each check to all three separately and CHECKVOID
      *  backs each out separately, so an aborted run, a restart
      *  that replays a checkpoint interval or a void that stopped
      *  half way leaves them disagreeing - and the quarterly
      *  returns are where that used to surface.  The operator
      *  names the year and quarter; the program writes TIEOUT.TXT:
      *    - every employee whose checks on the pay history for the
      *      quarter do not add up to the employee's YTD record for
      *      the quarter, one line per amount that is off - gross,
      *      federal, state, Social Security and Medicare tax, each
      *      deduction, net, each employer-side cost and the taxable,
      *      Social Security and Medicare wages - with the history
      *      figure, the YTD figure and the difference;
      *    - the same amounts totalled for the quarter across every
      *      employee, history against YTD;
      *    - every GL account whose postings for the quarter - the
      *      register journals accumulated on GLHIST.TXT plus the
      *      CHECKVOID reversals on VOIDGL.TXT - do not net to what
      *      the quarter's pay history says was posted, with the
      *      expected net, the posted net and the difference;
      *    - the voids journaled in the quarter (VOIDJRNL.TXT) whose
      *      checks are not marked voided on the pay history;
      *    - the summary counts.
      *
      *  Voided checks are left out of the employee comparison -
      *  CHECKVOID backed them out of the YTD quarter they were paid
      *  in.  The ledger works by posting date instead: the expected
      *  net for an account is the register journal for every check
      *  dated in the quarter, voided or not, less the reversal of
      *  every check whose void was journaled in the quarter, built
      *  the way PROJECT-4 and CHECKVOID build them.  GL amounts are
      *  net debits, a net credit shown negative; every difference
      *  is the history figure less the other file's.
      *
      *  Accounts come from GLACCTS.TXT and DEPTTBL.TXT as they stand
      *  at the end of the quarter, retired entries kept the way
      *  CHECKVOID keeps them.  An account remapped part way through
      *  the quarter shows as a pair of offsetting differences.  Run
      *  it before YEAREND closes the year - the closed quarters are
      *  deleted from the YTD master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT YTD-MASTER-FILE
               ASSIGN TO "YTDMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS YTD-KEY
               FILE STATUS IS YTD-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE-IN
               ASSIGN  "GLACCTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GL-ACCOUNT-IN-FILE-STATUS.

           SELECT DEPT-TABLE-FILE-IN
               ASSIGN  "DEPTTBL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEPT-TABLE-IN-FILE-STATUS.

           SELECT GL-HISTORY-FILE-IN
               ASSIGN  "GLHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GL-HISTORY-FILE-STATUS.

           SELECT VOID-GL-FILE-IN
               ASSIGN  "VOIDGL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VOID-GL-FILE-STATUS.

           SELECT VOID-JOURNAL-FILE
               ASSIGN  "VOIDJRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VOID-JOURNAL-FILE-STATUS.

           SELECT TIE-OUT-REPORT-FILE-OUT
               ASSIGN  "TIEOUT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY "PAYHIST.DAT".

       FD  YTD-MASTER-FILE.
           COPY "YTDREC.DAT".

       FD  GL-ACCOUNT-FILE-IN.
       01  GL-ACCOUNT-MAP-IN.
           05  GL-MAP-KEY-IN       PIC X(3).
           05  GL-MAP-ACCOUNT-IN   PIC 9(8).
           05  GL-MAP-EFF-DATE-IN  PIC 9(6).
           05  GL-MAP-STATUS-IN    PIC X(1).

       FD  DEPT-TABLE-FILE-IN.
       01  DEPT-TABLE-IN.
           05  DEPT-CODE-IN        PIC X(3).
           05  DEPT-NAME-IN        PIC X(15).
           05  DEPT-WAGE-ACCT-IN   PIC 9(8).
           05  DEPT-EFF-DATE-IN    PIC 9(6).
           05  DEPT-STATUS-IN      PIC X(1).

      *  Both journal files are in the GLPOST.TXT layout and are read
      *  into GL-ENTRY-WORK.
       FD  GL-HISTORY-FILE-IN.
       01  GL-HISTORY-RECORD-IN        PIC X(47).

       FD  VOID-GL-FILE-IN.
       01  VOID-GL-RECORD-IN           PIC X(47).

       FD  VOID-JOURNAL-FILE.
       01  VOID-JOURNAL-RECORD.
           05  VJ-OPERATOR-ID      PIC X(8).
           05  VJ-DATE             PIC 9(6).
           05  VJ-TIME             PIC 9(6).
           05  VJ-CHECK-NUMBER     PIC 9(7).
           05  VJ-EMP-NUMBER       PIC 9(9).
           05  VJ-AMOUNT           PIC 9(6)V99.
           05  VJ-REASON           PIC X(25).

       FD  TIE-OUT-REPORT-FILE-OUT.
       01  TIE-OUT-REPORT-RECORD-OUT   PIC X(132).

       WORKING-STORAGE SECTION.

       01  FLAGS.
           05  HISTORY-EOF-FLAG        PIC X(3) VALUE "NO ".
           05  YTD-EOF-FLAG            PIC X(3) VALUE "NO ".
           05  GL-MAP-EOF-FLAG         PIC X(3) VALUE "NO ".
           05  DEPT-TABLE-EOF-FLAG     PIC X(3) VALUE "NO ".
           05  GL-ENTRY-EOF-FLAG       PIC X(3) VALUE "NO ".
           05  VOID-JOURNAL-EOF-FLAG   PIC X(3) VALUE "NO ".
           05  PAY-HISTORY-FILE-STATUS PIC X(2).
               88  PAY-HISTORY-MISSING         VALUE "35".
           05  YTD-FILE-STATUS         PIC X(2).
               88  YTD-FILE-MISSING            VALUE "35".
           05  GL-ACCOUNT-IN-FILE-STATUS PIC X(2).
               88  GL-ACCOUNT-IN-NOT-FOUND     VALUE "35".
           05  DEPT-TABLE-IN-FILE-STATUS PIC X(2).
               88  DEPT-TABLE-NOT-FOUND        VALUE "35".
           05  GL-HISTORY-FILE-STATUS  PIC X(2).
               88  GL-HISTORY-NOT-FOUND        VALUE "35".
           05  VOID-GL-FILE-STATUS     PIC X(2).
               88  VOID-GL-NOT-FOUND           VALUE "35".
           05  VOID-JOURNAL-FILE-STATUS PIC X(2).
               88  VOID-JOURNAL-NOT-FOUND      VALUE "35".
           05  FOUND-FLAG              PIC X(1) VALUE "F".
           05  TIE-INPUT-FLAG          PIC X(1) VALUE "G".
               88  TIE-INPUT-BAD               VALUE "B".
           05  TIE-HISTORY-OPENED-IND  PIC X(1) VALUE "N".
               88  TIE-HISTORY-OPENED          VALUE "Y".
           05  TIE-YTD-OPENED-IND      PIC X(1) VALUE "N".
               88  TIE-YTD-OPENED              VALUE "Y".
           05  TIE-EMP-OPEN-FLAG       PIC X(1) VALUE "N".
               88  TIE-EMP-OPEN                VALUE "Y".
           05  TIE-EMP-OUT-FLAG        PIC X(1) VALUE "N".
               88  TIE-EMP-OUT-OF-BALANCE      VALUE "Y".
           05  TIE-IN-QUARTER-FLAG     PIC X(1) VALUE "N".
               88  TIE-DATE-IN-QUARTER         VALUE "Y".
           05  TIE-GL-DIRECTION-FLAG   PIC X(1) VALUE "O".
               88  TIE-GL-REVERSAL             VALUE "R".
           05  TIE-ACCT-FULL-FLAG      PIC X(1) VALUE "N".
               88  TIE-ACCT-TABLE-FULL         VALUE "Y".

       01  SELECTION-FIELDS.
           05  TIE-SELECT-YEAR         PIC 9(2).
           05  TIE-SELECT-QUARTER      PIC 9(1).
           05  TIE-FIRST-MONTH         PIC 9(2).
           05  TIE-LAST-MONTH          PIC 9(2).

      *  The last day of the quarter, the date the account map and
      *  department table are taken as of.
       01  TIE-AS-OF-DATE.
           05  TIE-AS-OF-YEAR          PIC 9(2).
           05  TIE-AS-OF-MONTH         PIC 9(2).
           05  TIE-AS-OF-DAY           PIC 9(2) VALUE 31.

       01  TIE-AS-OF-DATE-NUM REDEFINES TIE-AS-OF-DATE PIC 9(6).

      *  Any YYMMDD date being tested against the quarter.
       01  TIE-TEST-DATE.
           05  TIE-TEST-YEAR           PIC 9(2).
           05  TIE-TEST-MONTH          PIC 9(2).
           05  TIE-TEST-DAY            PIC 9(2).

      *  The seventeen amounts compared, in the order every amount
      *  group below carries them.
       01  AMOUNT-NAMES.
           05  FILLER  PIC X(13) VALUE "GROSS PAY".
           05  FILLER  PIC X(13) VALUE "FED TAX".
           05  FILLER  PIC X(13) VALUE "STATE TAX".
           05  FILLER  PIC X(13) VALUE "SOC SEC".
           05  FILLER  PIC X(13) VALUE "MEDICARE".
           05  FILLER  PIC X(13) VALUE "PENSION".
           05  FILLER  PIC X(13) VALUE "HEALTH".
           05  FILLER  PIC X(13) VALUE "GARNISHMENT".
           05  FILLER  PIC X(13) VALUE "UNION DUES".
           05  FILLER  PIC X(13) VALUE "NET PAY".
           05  FILLER  PIC X(13) VALUE "EMPLR FICA".
           05  FILLER  PIC X(13) VALUE "EMPLR PENSION".
           05  FILLER  PIC X(13) VALUE "EMPLR HEALTH".
           05  FILLER  PIC X(13) VALUE "FED TAXABLE".
           05  FILLER  PIC X(13) VALUE "STATE TAXABLE".
           05  FILLER  PIC X(13) VALUE "SS WAGES".
           05  FILLER  PIC X(13) VALUE "MEDICARE WAGE".

       01  AMOUNT-NAME-TABLE REDEFINES AMOUNT-NAMES.
           05  AMOUNT-NAME OCCURS 17 TIMES PIC X(13).

       01  AMOUNT-CONTROL.
           05  AMOUNT-COUNT            PIC 9(2) VALUE 17.

      *  One employee's quarter off the pay history and off the YTD
      *  master, and the same for every employee together.
       01  TIE-HIST-GROUP.
           05  TIE-HIST-AMOUNT         PIC 9(7)V99 OCCURS 17 TIMES.

       01  TIE-YTD-GROUP.
           05  TIE-YTD-AMOUNT          PIC 9(7)V99 OCCURS 17 TIMES.

       01  TIE-COMPANY-HIST-GROUP.
           05  TIE-COMPANY-HIST-AMOUNT PIC 9(9)V99 OCCURS 17 TIMES.

       01  TIE-COMPANY-YTD-GROUP.
           05  TIE-COMPANY-YTD-AMOUNT  PIC 9(9)V99 OCCURS 17 TIMES.

       01  TIE-EMPLOYEE-FIELDS.
           05  TIE-CURRENT-EMP-NUMBER  PIC 9(9).
           05  TIE-CURRENT-LAST-NAME   PIC X(13).
           05  TIE-EMP-CHECK-COUNT     PIC 9(5).
           05  TIE-REPORT-EMP-NUMBER   PIC 9(9).
           05  TIE-REPORT-LAST-NAME    PIC X(13).
           05  TIE-REPORT-NOTE         PIC X(20).

       01  TIE-WORK-FIELDS.
           05  AMOUNT-SUB              PIC 9(2).
           05  TIE-DIFFERENCE          PIC S9(9)V99.
           05  TIE-SIGNED-AMOUNT       PIC S9(7)V99.

      *  Sized like CHECKVOID's map: the full reserved-key set plus
      *  up to 50 pay class keys.
       01  GL-ACCOUNT-MAP-CONTROL.
           05  GL-MAP-COUNT        PIC 9(2) VALUE 0.
           05  GL-MAP-MAX          PIC 9(2) VALUE 80.

       01  GL-ACCOUNT-MAP-TABLE OCCURS 1 TO 80 TIMES
                   DEPENDING ON GL-MAP-COUNT.
           05  GL-MAP-KEY          PIC X(3).
           05  GL-MAP-ACCOUNT      PIC 9(8).
           05  GL-MAP-EFF-DATE     PIC 9(6).
           05  GL-MAP-STATUS       PIC X(1).

       01  DEPT-TABLE-CONTROL.
           05  DEPT-COUNT          PIC 9(2) VALUE 0.
           05  DEPT-MAX            PIC 9(2) VALUE 20.

       01  DEPT-TABLE OCCURS 1 TO 20 TIMES
                   DEPENDING ON DEPT-COUNT.
           05  DEPT-CODE           PIC X(3).
           05  DEPT-NAME           PIC X(15).
           05  DEPT-WAGE-ACCT      PIC 9(8).
           05  DEPT-EFF-DATE       PIC 9(6).
           05  DEPT-STATUS         PIC X(1).

       01  TABLE-SUBSCRIPTS.
           05  GL-SUB              PIC 9(2).
           05  DEPT-SUB            PIC 9(2).
           05  TABLE-POST-SUB      PIC 9(2).
           05  SLICE-SUB           PIC 9(1).
           05  VOID-SUB            PIC 9(3).
           05  VOID-ROW-SUB        PIC 9(3).
           05  ACCT-SUB            PIC 9(3).
           05  ACCT-ROW-SUB        PIC 9(3).

      *  The checks voided in the quarter, off the void journal.
       01  VOID-TABLE-CONTROL.
           05  VOID-COUNT          PIC 9(3) VALUE 0.
           05  VOID-MAX            PIC 9(3) VALUE 500.

       01  VOID-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON VOID-COUNT.
           05  VOID-CHECK-NUMBER   PIC 9(7).
           05  VOID-EMP-NUMBER     PIC 9(9).
           05  VOID-DATE           PIC 9(6).
           05  VOID-MATCHED-FLAG   PIC X(1).
               88  VOID-MATCHED                VALUE "Y".

      *  One row per GL account the quarter touches: the net the pay
      *  history says should have been posted and the net actually
      *  posted.  An unmapped key gets a row of its own under
      *  account zero.
       01  ACCOUNT-TOTAL-CONTROL.
           05  ACCT-COUNT          PIC 9(3) VALUE 0.
           05  ACCT-MAX            PIC 9(3) VALUE 200.

       01  ACCOUNT-TOTAL-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON ACCT-COUNT.
           05  ACCT-NUMBER         PIC 9(8).
           05  ACCT-KEY            PIC X(3).
           05  ACCT-EXPECTED       PIC S9(9)V99.
           05  ACCT-POSTED         PIC S9(9)V99.

       01  GL-WORK-FIELDS.
           05  GL-WORK-KEY         PIC X(3).
           05  GL-WORK-ACCOUNT     PIC 9(8).
           05  GL-WORK-AMOUNT      PIC 9(6)V99.
           05  GL-WORK-DC          PIC X(1).
           05  GL-WORK-CLASS       PIC X(3).
           05  GL-WORK-DEPT        PIC X(3).
           05  GL-WAGES-LEFT       PIC 9(6)V99.

       01  GL-ENTRY-WORK.
           05  GLE-DATE.
               10  GLE-YEAR            PIC 9(2).
               10  GLE-MONTH           PIC 9(2).
               10  GLE-DAY             PIC 9(2).
           05  FILLER                  PIC X(1).
           05  GLE-ACCOUNT             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  GLE-DC                  PIC X(1).
           05  FILLER                  PIC X(1).
           05  GLE-AMOUNT              PIC 9(6)V99.
           05  FILLER                  PIC X(1).
           05  GLE-DESC                PIC X(20).

       01  COUNTERS.
           05  HISTORY-RECORDS-READ-CTR    PIC 9(7) VALUE 0.
           05  CHECKS-IN-QUARTER-CTR   PIC 9(7) VALUE 0.
           05  VOIDED-IN-QUARTER-CTR   PIC 9(7) VALUE 0.
           05  VOIDS-JOURNALED-CTR     PIC 9(7) VALUE 0.
           05  VOIDS-UNMATCHED-CTR     PIC 9(7) VALUE 0.
           05  YTD-RECORDS-CTR         PIC 9(7) VALUE 0.
           05  EMPLOYEES-COMPARED-CTR  PIC 9(7) VALUE 0.
           05  EMPLOYEES-OUT-CTR       PIC 9(7) VALUE 0.
           05  GL-ENTRIES-CTR          PIC 9(7) VALUE 0.
           05  GL-UNREADABLE-CTR       PIC 9(7) VALUE 0.
           05  ACCOUNTS-COMPARED-CTR   PIC 9(7) VALUE 0.
           05  ACCOUNTS-OUT-CTR        PIC 9(7) VALUE 0.

       01  TIE-OUT-REPORT-HEADER.
           05  FILLER  PIC X(9)  VALUE SPACES.
           05  FILLER  PIC X(42) VALUE
               "QUARTERLY PAY HISTORY / YTD / GL TIE-OUT  ".
           05  FILLER  PIC X(5)  VALUE "YEAR ".
           05  TIE-YEAR-OUT            PIC 9(2).
           05  FILLER  PIC X(10) VALUE "  QUARTER ".
           05  TIE-QUARTER-OUT         PIC 9(1).

       01  EMPLOYEE-SECTION-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(50) VALUE
               "EMPLOYEES OUT OF BALANCE - PAY HISTORY AGAINST YTD".

       01  TOTAL-SECTION-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(50) VALUE
               "QUARTER TOTALS - PAY HISTORY AGAINST YTD".

       01  EMPLOYEE-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "EMP NO".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(13)  VALUE "NAME".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(13)  VALUE "AMOUNT".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(15)  VALUE "    PAY HISTORY".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(15)  VALUE "     YTD MASTER".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(15)  VALUE "     DIFFERENCE".

       01  EMPLOYEE-DETAIL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  TIE-EMP-NUMBER-OUT      PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-EMP-NAME-OUT        PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-AMOUNT-NAME-OUT     PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-HIST-OUT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-YTD-OUT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-EMP-DIFF-OUT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-EMP-NOTE-OUT        PIC X(20).

       01  GL-SECTION-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(42) VALUE
               "GL ACCOUNTS OUT OF BALANCE - PAY HISTORY ".
           05  FILLER  PIC X(27) VALUE
               "AGAINST GLHIST AND VOIDGL".

       01  GL-SIGN-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(45) VALUE
               "AMOUNTS ARE NET DEBITS - NET CREDITS NEGATIVE".

       01  GL-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(8)   VALUE "ACCOUNT".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(3)   VALUE "KEY".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(15)  VALUE "       EXPECTED".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(15)  VALUE "         POSTED".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(15)  VALUE "     DIFFERENCE".

       01  GL-DETAIL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  TIE-ACCOUNT-OUT         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-KEY-OUT             PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-EXPECTED-OUT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-POSTED-OUT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-GL-DIFF-OUT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-GL-NOTE-OUT         PIC X(20).

       01  VOID-SECTION-HEADER.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(52) VALUE
               "VOIDS JOURNALED IN QUARTER NOT MARKED ON PAY HISTORY".

       01  VOID-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(7)   VALUE "CHECK".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "EMP NO".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "VOIDED".

       01  VOID-DETAIL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  TIE-VOID-CHECK-OUT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-VOID-EMP-OUT        PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TIE-VOID-DATE-OUT       PIC 9(6).

       01  NONE-OUT-OF-BALANCE-LINE.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE "NONE".

       01  TIE-OUT-SUMMARY-RECORDS.
           05  HISTORY-READ-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "HISTORY RECORDS READ".
               10  HISTORY-READ-OUT        PIC Z,ZZZ,ZZ9.

           05  CHECKS-IN-QUARTER-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "CHECKS IN QUARTER".
               10  CHECKS-IN-QUARTER-OUT   PIC Z,ZZZ,ZZ9.

           05  VOIDED-IN-QUARTER-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "VOIDED CHECKS IN QUARTER".
               10  VOIDED-IN-QUARTER-OUT   PIC Z,ZZZ,ZZ9.

           05  VOIDS-JOURNALED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "VOIDS JOURNALED IN QTR".
               10  VOIDS-JOURNALED-OUT     PIC Z,ZZZ,ZZ9.

           05  VOIDS-UNMATCHED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "VOIDS NOT MARKED ON HIST".
               10  VOIDS-UNMATCHED-OUT     PIC Z,ZZZ,ZZ9.

           05  YTD-RECORDS-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "YTD RECORDS IN QUARTER".
               10  YTD-RECORDS-OUT         PIC Z,ZZZ,ZZ9.

           05  EMPLOYEES-COMPARED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "EMPLOYEES COMPARED".
               10  EMPLOYEES-COMPARED-OUT  PIC Z,ZZZ,ZZ9.

           05  EMPLOYEES-OUT-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "EMPLOYEES OUT OF BALANCE".
               10  EMPLOYEES-OUT-OUT       PIC Z,ZZZ,ZZ9.

           05  GL-ENTRIES-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "GL ENTRIES IN QUARTER".
               10  GL-ENTRIES-OUT          PIC Z,ZZZ,ZZ9.

           05  GL-UNREADABLE-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "GL LINES NOT READABLE".
               10  GL-UNREADABLE-OUT       PIC Z,ZZZ,ZZ9.

           05  ACCOUNTS-COMPARED-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "GL ACCOUNTS COMPARED".
               10  ACCOUNTS-COMPARED-OUT   PIC Z,ZZZ,ZZ9.

           05  ACCOUNTS-OUT-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "ACCOUNTS OUT OF BALANCE".
               10  ACCOUNTS-OUT-OUT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *  ------------------------------------------------------------
      *  Sweeps the pay history once (keyed employee plus check
      *  number, so an employee's checks arrive together) alongside
      *  the YTD master (keyed employee plus period, so the two run
      *  in employee order together), comparing each employee as the
      *  number changes and building the expected GL nets as it
      *  goes.  YTD records left after the last history employee are
      *  flushed, the journal files are summed, and the report is
      *  finished section by section.
      *  ------------------------------------------------------------
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF NOT TIE-INPUT-BAD
               PERFORM 2000-PROCESS-HISTORY-RECORD
                   THRU 2000-PROCESS-HISTORY-RECORD-EXIT
                   UNTIL HISTORY-EOF-FLAG = "YES"
               IF TIE-EMP-OPEN
                   PERFORM 3000-FINISH-EMPLOYEE
                       THRU 3000-FINISH-EMPLOYEE-EXIT
               END-IF
               PERFORM 3100-COMPARE-YTD-ONLY
                   THRU 3100-COMPARE-YTD-ONLY-EXIT
                   UNTIL YTD-EOF-FLAG = "YES"
               IF EMPLOYEES-OUT-CTR IS EQUAL TO 0
                   MOVE NONE-OUT-OF-BALANCE-LINE
                       TO TIE-OUT-REPORT-RECORD-OUT
                   WRITE TIE-OUT-REPORT-RECORD-OUT
               END-IF
               PERFORM 6000-WRITE-QUARTER-TOTALS
                   THRU 6000-WRITE-QUARTER-TOTALS-EXIT
               PERFORM 5000-READ-GL-POSTINGS
                   THRU 5000-READ-GL-POSTINGS-EXIT
               PERFORM 6500-WRITE-GL-SECTION
                   THRU 6500-WRITE-GL-SECTION-EXIT
               PERFORM 6800-WRITE-VOID-SECTION
                   THRU 6800-WRITE-VOID-SECTION-EXIT
               PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "QUARTERLY TIE-OUT - ENTER YEAR (2 DIGITS): ".
           ACCEPT TIE-SELECT-YEAR.
           DISPLAY "QUARTER (1-4): ".
           ACCEPT TIE-SELECT-QUARTER.
           OPEN OUTPUT TIE-OUT-REPORT-FILE-OUT.
           IF TIE-SELECT-YEAR IS NOT NUMERIC
               OR TIE-SELECT-QUARTER IS NOT NUMERIC
               OR TIE-SELECT-QUARTER IS LESS THAN 1
               OR TIE-SELECT-QUARTER IS GREATER THAN 4
               DISPLAY "YEAR OR QUARTER NOT VALID - NOTHING COMPARED"
               MOVE "B" TO TIE-INPUT-FLAG
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MULTIPLY TIE-SELECT-QUARTER BY 3 GIVING TIE-LAST-MONTH.
           SUBTRACT 2 FROM TIE-LAST-MONTH GIVING TIE-FIRST-MONTH.
           MOVE TIE-SELECT-YEAR TO TIE-AS-OF-YEAR.
           MOVE TIE-LAST-MONTH  TO TIE-AS-OF-MONTH.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-MISSING
               DISPLAY "PAYHIST.TXT NOT FOUND - NOTHING TO COMPARE"
               MOVE "B" TO TIE-INPUT-FLAG
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE "Y" TO TIE-HISTORY-OPENED-IND.
      *    No YTD master is an empty one - every employee paid in
      *    the quarter then shows with no YTD record.
           OPEN INPUT YTD-MASTER-FILE.
           IF YTD-FILE-MISSING
               DISPLAY "YTDMAST.TXT NOT FOUND - NO YTD RECORDS"
               MOVE "YES" TO YTD-EOF-FLAG
           ELSE
               MOVE "Y" TO TIE-YTD-OPENED-IND
           END-IF.
           PERFORM 1050-LOAD-TABLES THRU 1050-LOAD-TABLES-EXIT.
           PERFORM 1300-LOAD-VOID-JOURNAL
               THRU 1300-LOAD-VOID-JOURNAL-EXIT.
           INITIALIZE TIE-COMPANY-HIST-GROUP
                      TIE-COMPANY-YTD-GROUP.
           MOVE TIE-SELECT-YEAR    TO TIE-YEAR-OUT.
           MOVE TIE-SELECT-QUARTER TO TIE-QUARTER-OUT.
           MOVE TIE-OUT-REPORT-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT BEFORE ADVANCING PAGE.
           MOVE EMPLOYEE-SECTION-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE EMPLOYEE-COLUMN-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           PERFORM 2100-READ-HISTORY-RECORD
               THRU 2100-READ-HISTORY-RECORD-EXIT.
           IF TIE-YTD-OPENED
               PERFORM 3400-READ-YTD-RECORD
                   THRU 3400-READ-YTD-RECORD-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1050-LOAD-TABLES.
      *  ------------------------------------------------------------
      *  The account map and department table load as CHECKVOID
      *  loads them, as they stand at the end of the quarter, with
      *  retired entries kept - a key retired during the quarter
      *  still carried the checks posted before it was retired.  A
      *  missing file is just an empty table, and every amount that
      *  needed it shows under account zero.
      *  ------------------------------------------------------------
           OPEN INPUT GL-ACCOUNT-FILE-IN.
           IF GL-ACCOUNT-IN-NOT-FOUND
               DISPLAY "GLACCTS.TXT NOT FOUND - NO ACCOUNTS MAPPED"
               MOVE "YES" TO GL-MAP-EOF-FLAG
           END-IF.
           PERFORM 1100-LOAD-GL-ACCOUNT THRU 1100-LOAD-GL-ACCOUNT-EXIT
               UNTIL GL-MAP-EOF-FLAG = "YES".
           IF NOT GL-ACCOUNT-IN-NOT-FOUND
               CLOSE GL-ACCOUNT-FILE-IN
           END-IF.
           OPEN INPUT DEPT-TABLE-FILE-IN.
           IF DEPT-TABLE-NOT-FOUND
               MOVE "YES" TO DEPT-TABLE-EOF-FLAG
           END-IF.
           PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-LOAD-DEPT-TABLE-EXIT
               UNTIL DEPT-TABLE-EOF-FLAG = "YES".
           IF NOT DEPT-TABLE-NOT-FOUND
               CLOSE DEPT-TABLE-FILE-IN
           END-IF.
       1050-LOAD-TABLES-EXIT.
           EXIT.

       1100-LOAD-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE-IN
               AT END MOVE "YES" TO GL-MAP-EOF-FLAG
               NOT AT END
                   PERFORM 1150-POST-GL-ACCOUNT-ENTRY
                       THRU 1150-POST-GL-ACCOUNT-ENTRY-EXIT.
       1100-LOAD-GL-ACCOUNT-EXIT.
           EXIT.

       1150-POST-GL-ACCOUNT-ENTRY.
      *  ------------------------------------------------------------
      *  An entry dated after the quarter is not in force yet;
      *  otherwise the latest-dated entry for the key wins.  An
      *  undated entry counts as date zero.
      *  ------------------------------------------------------------
           IF GL-MAP-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO GL-MAP-EFF-DATE-IN
           END-IF.
           IF GL-MAP-EFF-DATE-IN IS GREATER THAN TIE-AS-OF-DATE-NUM
               GO TO 1150-POST-GL-ACCOUNT-ENTRY-EXIT
           END-IF.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 1160-MATCH-GL-ACCOUNT-ENTRY
               THRU 1160-MATCH-GL-ACCOUNT-ENTRY-EXIT
               VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB IS GREATER THAN GL-MAP-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           IF FOUND-FLAG IS EQUAL TO "T"
               IF GL-MAP-EFF-DATE-IN IS NOT LESS THAN
                       GL-MAP-EFF-DATE(TABLE-POST-SUB)
                   MOVE GL-ACCOUNT-MAP-IN
                       TO GL-ACCOUNT-MAP-TABLE(TABLE-POST-SUB)
               END-IF
           ELSE
               IF GL-MAP-COUNT IS LESS THAN GL-MAP-MAX
                   ADD 1 TO GL-MAP-COUNT
                   MOVE GL-ACCOUNT-MAP-IN
                       TO GL-ACCOUNT-MAP-TABLE(GL-MAP-COUNT)
               ELSE
                   DISPLAY "GL ACCOUNT TABLE FULL - KEY "
                       GL-MAP-KEY-IN " DROPPED FROM GLACCTS.TXT"
               END-IF
           END-IF.
           MOVE "F" TO FOUND-FLAG.
       1150-POST-GL-ACCOUNT-ENTRY-EXIT.
           EXIT.

       1160-MATCH-GL-ACCOUNT-ENTRY.
           IF GL-MAP-KEY(GL-SUB) = GL-MAP-KEY-IN
               MOVE "T" TO FOUND-FLAG
               MOVE GL-SUB TO TABLE-POST-SUB
           END-IF.
       1160-MATCH-GL-ACCOUNT-ENTRY-EXIT.
           EXIT.

       1200-LOAD-DEPT-TABLE.
           READ DEPT-TABLE-FILE-IN
               AT END MOVE "YES" TO DEPT-TABLE-EOF-FLAG
               NOT AT END
                   PERFORM 1250-POST-DEPT-ENTRY
                       THRU 1250-POST-DEPT-ENTRY-EXIT.
       1200-LOAD-DEPT-TABLE-EXIT.
           EXIT.

       1250-POST-DEPT-ENTRY.
      *    Same effective dating as 1150-POST-GL-ACCOUNT-ENTRY.
           IF DEPT-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO DEPT-EFF-DATE-IN
           END-IF.
           IF DEPT-EFF-DATE-IN IS GREATER THAN TIE-AS-OF-DATE-NUM
               GO TO 1250-POST-DEPT-ENTRY-EXIT
           END-IF.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 1260-MATCH-DEPT-ENTRY
               THRU 1260-MATCH-DEPT-ENTRY-EXIT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB IS GREATER THAN DEPT-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           IF FOUND-FLAG IS EQUAL TO "T"
               IF DEPT-EFF-DATE-IN IS NOT LESS THAN
                       DEPT-EFF-DATE(TABLE-POST-SUB)
                   MOVE DEPT-TABLE-IN TO DEPT-TABLE(TABLE-POST-SUB)
               END-IF
           ELSE
               IF DEPT-COUNT IS LESS THAN DEPT-MAX
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-TABLE-IN
                       TO DEPT-TABLE(DEPT-COUNT)
               ELSE
                   DISPLAY "DEPT TABLE FULL - DEPT " DEPT-CODE-IN
                       " DROPPED FROM DEPTTBL.TXT"
               END-IF
           END-IF.
           MOVE "F" TO FOUND-FLAG.
       1250-POST-DEPT-ENTRY-EXIT.
           EXIT.

       1260-MATCH-DEPT-ENTRY.
           IF DEPT-CODE(DEPT-SUB) = DEPT-CODE-IN
               MOVE "T" TO FOUND-FLAG
               MOVE DEPT-SUB TO TABLE-POST-SUB
           END-IF.
       1260-MATCH-DEPT-ENTRY-EXIT.
           EXIT.

       1300-LOAD-VOID-JOURNAL.
      *  ------------------------------------------------------------
      *  Every void CHECKVOID journaled in the quarter - its reversal
      *  on VOIDGL.TXT is dated the void date, so it belongs to this
      *  quarter's ledger whenever the check itself was paid.  No
      *  journal means no voids.
      *  ------------------------------------------------------------
           OPEN INPUT VOID-JOURNAL-FILE.
           IF VOID-JOURNAL-NOT-FOUND
               GO TO 1300-LOAD-VOID-JOURNAL-EXIT
           END-IF.
           PERFORM 1350-READ-VOID-JOURNAL
               THRU 1350-READ-VOID-JOURNAL-EXIT
               UNTIL VOID-JOURNAL-EOF-FLAG = "YES".
           CLOSE VOID-JOURNAL-FILE.
       1300-LOAD-VOID-JOURNAL-EXIT.
           EXIT.

       1350-READ-VOID-JOURNAL.
           READ VOID-JOURNAL-FILE
               AT END
                   MOVE "YES" TO VOID-JOURNAL-EOF-FLAG
                   GO TO 1350-READ-VOID-JOURNAL-EXIT
           END-READ.
           IF VJ-DATE IS NOT NUMERIC
               GO TO 1350-READ-VOID-JOURNAL-EXIT
           END-IF.
           MOVE VJ-DATE TO TIE-TEST-DATE.
           PERFORM 1500-TEST-QUARTER THRU 1500-TEST-QUARTER-EXIT.
           IF NOT TIE-DATE-IN-QUARTER
               GO TO 1350-READ-VOID-JOURNAL-EXIT
           END-IF.
           IF VOID-COUNT IS LESS THAN VOID-MAX
               ADD 1 TO VOID-COUNT
               ADD 1 TO VOIDS-JOURNALED-CTR
               MOVE VJ-CHECK-NUMBER TO VOID-CHECK-NUMBER(VOID-COUNT)
               MOVE VJ-EMP-NUMBER   TO VOID-EMP-NUMBER(VOID-COUNT)
               MOVE VJ-DATE         TO VOID-DATE(VOID-COUNT)
               MOVE "N" TO VOID-MATCHED-FLAG(VOID-COUNT)
           ELSE
               DISPLAY "VOID TABLE FULL - CHECK " VJ-CHECK-NUMBER
                   " LEFT OUT OF THE GL TIE-OUT"
           END-IF.
       1350-READ-VOID-JOURNAL-EXIT.
           EXIT.

       1500-TEST-QUARTER.
           MOVE "N" TO TIE-IN-QUARTER-FLAG.
           IF TIE-TEST-YEAR IS EQUAL TO TIE-SELECT-YEAR
               AND TIE-TEST-MONTH IS NOT LESS THAN TIE-FIRST-MONTH
               AND TIE-TEST-MONTH IS NOT GREATER THAN TIE-LAST-MONTH
               MOVE "Y" TO TIE-IN-QUARTER-FLAG
           END-IF.
       1500-TEST-QUARTER-EXIT.
           EXIT.

       2000-PROCESS-HISTORY-RECORD.
      *  ------------------------------------------------------------
      *  A change of employee number closes out the employee being
      *  built.  Every check dated in the quarter is in the expected
      *  register journal; only the ones still standing count toward
      *  the employee's quarter.  A voided check whose void was
      *  journaled in the quarter adds its reversal, whenever it was
      *  paid.
      *  ------------------------------------------------------------
           IF TIE-EMP-OPEN
               AND PH-EMP-NUMBER IS NOT EQUAL TO TIE-CURRENT-EMP-NUMBER
               PERFORM 3000-FINISH-EMPLOYEE
                   THRU 3000-FINISH-EMPLOYEE-EXIT
           END-IF.
           IF NOT TIE-EMP-OPEN
               PERFORM 2200-START-EMPLOYEE
                   THRU 2200-START-EMPLOYEE-EXIT
           END-IF.
           MOVE PH-PAY-PERIOD TO TIE-TEST-DATE.
           PERFORM 1500-TEST-QUARTER THRU 1500-TEST-QUARTER-EXIT.
           IF TIE-DATE-IN-QUARTER
               MOVE "O" TO TIE-GL-DIRECTION-FLAG
               PERFORM 4000-POST-CHECK-GL THRU 4000-POST-CHECK-GL-EXIT
               IF PH-CHECK-VOIDED
                   ADD 1 TO VOIDED-IN-QUARTER-CTR
               ELSE
                   PERFORM 2300-ADD-CHECK-AMOUNTS
                       THRU 2300-ADD-CHECK-AMOUNTS-EXIT
               END-IF
           END-IF.
           IF PH-CHECK-VOIDED
               PERFORM 2400-FIND-VOID-ENTRY
                   THRU 2400-FIND-VOID-ENTRY-EXIT
               IF VOID-ROW-SUB IS GREATER THAN 0
                   MOVE "R" TO TIE-GL-DIRECTION-FLAG
                   PERFORM 4000-POST-CHECK-GL
                       THRU 4000-POST-CHECK-GL-EXIT
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
      *    YTD records for employees below this one have no history
      *    to meet - they are compared against nothing first.
           MOVE PH-EMP-NUMBER    TO TIE-CURRENT-EMP-NUMBER.
           MOVE PH-EMP-LAST-NAME TO TIE-CURRENT-LAST-NAME.
           PERFORM 3100-COMPARE-YTD-ONLY
               THRU 3100-COMPARE-YTD-ONLY-EXIT
               UNTIL YTD-EOF-FLAG = "YES"
               OR YTD-EMP-NUMBER IS NOT LESS THAN
                   TIE-CURRENT-EMP-NUMBER.
           INITIALIZE TIE-HIST-GROUP.
           MOVE 0 TO TIE-EMP-CHECK-COUNT.
           MOVE "Y" TO TIE-EMP-OPEN-FLAG.
       2200-START-EMPLOYEE-EXIT.
           EXIT.

       2300-ADD-CHECK-AMOUNTS.
           ADD 1 TO TIE-EMP-CHECK-COUNT.
           ADD 1 TO CHECKS-IN-QUARTER-CTR.
           ADD PH-GROSS-PAY        TO TIE-HIST-AMOUNT(1).
           ADD PH-TAX              TO TIE-HIST-AMOUNT(2).
           ADD PH-STATE-TAX        TO TIE-HIST-AMOUNT(3).
           ADD PH-SOC-SEC          TO TIE-HIST-AMOUNT(4).
           ADD PH-MEDICARE         TO TIE-HIST-AMOUNT(5).
           ADD PH-PENSION          TO TIE-HIST-AMOUNT(6).
           ADD PH-HEALTH           TO TIE-HIST-AMOUNT(7).
           ADD PH-GARNISHMENT      TO TIE-HIST-AMOUNT(8).
           ADD PH-UNION-DUES       TO TIE-HIST-AMOUNT(9).
           ADD PH-NET-PAY          TO TIE-HIST-AMOUNT(10).
           ADD PH-EMPLOYER-FICA    TO TIE-HIST-AMOUNT(11).
           ADD PH-EMPLOYER-PENSION TO TIE-HIST-AMOUNT(12).
           ADD PH-EMPLOYER-HEALTH  TO TIE-HIST-AMOUNT(13).
           ADD PH-FED-TAXABLE      TO TIE-HIST-AMOUNT(14).
           ADD PH-STATE-TAXABLE    TO TIE-HIST-AMOUNT(15).
           ADD PH-SS-WAGES         TO TIE-HIST-AMOUNT(16).
           ADD PH-MEDICARE-WAGES   TO TIE-HIST-AMOUNT(17).
       2300-ADD-CHECK-AMOUNTS-EXIT.
           EXIT.

       2400-FIND-VOID-ENTRY.
           MOVE 0 TO VOID-ROW-SUB.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 2410-MATCH-VOID-ENTRY
               THRU 2410-MATCH-VOID-ENTRY-EXIT
               VARYING VOID-SUB FROM 1 BY 1
               UNTIL VOID-SUB IS GREATER THAN VOID-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           MOVE "F" TO FOUND-FLAG.
       2400-FIND-VOID-ENTRY-EXIT.
           EXIT.

       2410-MATCH-VOID-ENTRY.
           IF VOID-CHECK-NUMBER(VOID-SUB) = PH-CHECK-NUMBER
               AND VOID-EMP-NUMBER(VOID-SUB) = PH-EMP-NUMBER
               AND NOT VOID-MATCHED(VOID-SUB)
               MOVE "T" TO FOUND-FLAG
               MOVE "Y" TO VOID-MATCHED-FLAG(VOID-SUB)
               MOVE VOID-SUB TO VOID-ROW-SUB
           END-IF.
       2410-MATCH-VOID-ENTRY-EXIT.
           EXIT.

       3000-FINISH-EMPLOYEE.
      *  ------------------------------------------------------------
      *  Meets the employee's history with the employee's YTD record
      *  for the quarter.  An employee with no check in the quarter
      *  and no YTD record is not compared at all; one with checks
      *  and no YTD record is compared against zero.
      *  ------------------------------------------------------------
           INITIALIZE TIE-YTD-GROUP.
           MOVE SPACES TO TIE-REPORT-NOTE.
           MOVE TIE-CURRENT-EMP-NUMBER TO TIE-REPORT-EMP-NUMBER.
           MOVE TIE-CURRENT-LAST-NAME  TO TIE-REPORT-LAST-NAME.
           IF YTD-EOF-FLAG IS NOT EQUAL TO "YES"
               AND YTD-EMP-NUMBER IS EQUAL TO TIE-CURRENT-EMP-NUMBER
               PERFORM 3200-LOAD-YTD-AMOUNTS
                   THRU 3200-LOAD-YTD-AMOUNTS-EXIT
               PERFORM 3400-READ-YTD-RECORD
                   THRU 3400-READ-YTD-RECORD-EXIT
               PERFORM 3300-COMPARE-EMPLOYEE
                   THRU 3300-COMPARE-EMPLOYEE-EXIT
           ELSE
               IF TIE-EMP-CHECK-COUNT IS GREATER THAN 0
                   MOVE "NO YTD RECORD" TO TIE-REPORT-NOTE
                   PERFORM 3300-COMPARE-EMPLOYEE
                       THRU 3300-COMPARE-EMPLOYEE-EXIT
               END-IF
           END-IF.
           PERFORM 3050-ADD-HIST-TO-COMPANY
               THRU 3050-ADD-HIST-TO-COMPANY-EXIT
               VARYING AMOUNT-SUB FROM 1 BY 1
               UNTIL AMOUNT-SUB IS GREATER THAN AMOUNT-COUNT.
           MOVE "N" TO TIE-EMP-OPEN-FLAG.
       3000-FINISH-EMPLOYEE-EXIT.
           EXIT.

       3050-ADD-HIST-TO-COMPANY.
           ADD TIE-HIST-AMOUNT(AMOUNT-SUB)
               TO TIE-COMPANY-HIST-AMOUNT(AMOUNT-SUB).
       3050-ADD-HIST-TO-COMPANY-EXIT.
           EXIT.

       3100-COMPARE-YTD-ONLY.
      *    A YTD record for the quarter with no history behind it.
           INITIALIZE TIE-HIST-GROUP.
           MOVE YTD-EMP-NUMBER    TO TIE-REPORT-EMP-NUMBER.
           MOVE YTD-EMP-LAST-NAME TO TIE-REPORT-LAST-NAME.
           MOVE "NO PAY HISTORY" TO TIE-REPORT-NOTE.
           PERFORM 3200-LOAD-YTD-AMOUNTS
               THRU 3200-LOAD-YTD-AMOUNTS-EXIT.
           PERFORM 3300-COMPARE-EMPLOYEE
               THRU 3300-COMPARE-EMPLOYEE-EXIT.
           PERFORM 3400-READ-YTD-RECORD
               THRU 3400-READ-YTD-RECORD-EXIT.
       3100-COMPARE-YTD-ONLY-EXIT.
           EXIT.

       3200-LOAD-YTD-AMOUNTS.
           MOVE YTD-GROSS-PAY           TO TIE-YTD-AMOUNT(1).
           MOVE YTD-TAX                 TO TIE-YTD-AMOUNT(2).
           MOVE YTD-STATE-TAX           TO TIE-YTD-AMOUNT(3).
           MOVE YTD-SOC-SEC             TO TIE-YTD-AMOUNT(4).
           MOVE YTD-MEDICARE            TO TIE-YTD-AMOUNT(5).
           MOVE YTD-PENSION             TO TIE-YTD-AMOUNT(6).
           MOVE YTD-HEALTH              TO TIE-YTD-AMOUNT(7).
           MOVE YTD-GARNISHMENT         TO TIE-YTD-AMOUNT(8).
           MOVE YTD-UNION-DUES          TO TIE-YTD-AMOUNT(9).
           MOVE YTD-NET-PAY             TO TIE-YTD-AMOUNT(10).
           MOVE YTD-EMPLOYER-FICA       TO TIE-YTD-AMOUNT(11).
           MOVE YTD-EMPLOYER-PENSION    TO TIE-YTD-AMOUNT(12).
           MOVE YTD-EMPLOYER-HEALTH     TO TIE-YTD-AMOUNT(13).
           MOVE YTD-FED-TAXABLE-WAGES   TO TIE-YTD-AMOUNT(14).
           MOVE YTD-STATE-TAXABLE-WAGES TO TIE-YTD-AMOUNT(15).
           MOVE YTD-SS-WAGES            TO TIE-YTD-AMOUNT(16).
           MOVE YTD-MEDICARE-WAGES      TO TIE-YTD-AMOUNT(17).
           PERFORM 3250-ADD-YTD-TO-COMPANY
               THRU 3250-ADD-YTD-TO-COMPANY-EXIT
               VARYING AMOUNT-SUB FROM 1 BY 1
               UNTIL AMOUNT-SUB IS GREATER THAN AMOUNT-COUNT.
       3200-LOAD-YTD-AMOUNTS-EXIT.
           EXIT.

       3250-ADD-YTD-TO-COMPANY.
           ADD TIE-YTD-AMOUNT(AMOUNT-SUB)
               TO TIE-COMPANY-YTD-AMOUNT(AMOUNT-SUB).
       3250-ADD-YTD-TO-COMPANY-EXIT.
           EXIT.

       3300-COMPARE-EMPLOYEE.
           ADD 1 TO EMPLOYEES-COMPARED-CTR.
           MOVE "N" TO TIE-EMP-OUT-FLAG.
           PERFORM 3350-COMPARE-AMOUNT THRU 3350-COMPARE-AMOUNT-EXIT
               VARYING AMOUNT-SUB FROM 1 BY 1
               UNTIL AMOUNT-SUB IS GREATER THAN AMOUNT-COUNT.
           IF TIE-EMP-OUT-OF-BALANCE
               ADD 1 TO EMPLOYEES-OUT-CTR
           END-IF.
       3300-COMPARE-EMPLOYEE-EXIT.
           EXIT.

       3350-COMPARE-AMOUNT.
           IF TIE-HIST-AMOUNT(AMOUNT-SUB) IS EQUAL TO
                   TIE-YTD-AMOUNT(AMOUNT-SUB)
               GO TO 3350-COMPARE-AMOUNT-EXIT
           END-IF.
           MOVE "Y" TO TIE-EMP-OUT-FLAG.
           SUBTRACT TIE-YTD-AMOUNT(AMOUNT-SUB)
               FROM TIE-HIST-AMOUNT(AMOUNT-SUB)
               GIVING TIE-DIFFERENCE.
           MOVE TIE-REPORT-EMP-NUMBER       TO TIE-EMP-NUMBER-OUT.
           MOVE TIE-REPORT-LAST-NAME        TO TIE-EMP-NAME-OUT.
           MOVE AMOUNT-NAME(AMOUNT-SUB)     TO TIE-AMOUNT-NAME-OUT.
           MOVE TIE-HIST-AMOUNT(AMOUNT-SUB) TO TIE-HIST-OUT.
           MOVE TIE-YTD-AMOUNT(AMOUNT-SUB)  TO TIE-YTD-OUT.
           MOVE TIE-DIFFERENCE              TO TIE-EMP-DIFF-OUT.
           MOVE TIE-REPORT-NOTE             TO TIE-EMP-NOTE-OUT.
           MOVE EMPLOYEE-DETAIL-RECORD TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
       3350-COMPARE-AMOUNT-EXIT.
           EXIT.

       3400-READ-YTD-RECORD.
      *    Only the selected quarter's records are wanted.
           READ YTD-MASTER-FILE
               AT END
                   MOVE "YES" TO YTD-EOF-FLAG
                   GO TO 3400-READ-YTD-RECORD-EXIT
           END-READ.
           IF YTD-PERIOD-YEAR IS NOT EQUAL TO TIE-SELECT-YEAR
               OR YTD-PERIOD-QUARTER IS NOT EQUAL TO
                   TIE-SELECT-QUARTER
               GO TO 3400-READ-YTD-RECORD
           END-IF.
           ADD 1 TO YTD-RECORDS-CTR.
       3400-READ-YTD-RECORD-EXIT.
           EXIT.

       4000-POST-CHECK-GL.
      *  ------------------------------------------------------------
      *  The check's share of the register journal, built the way
      *  PROJECT-4 builds it: wages debited by class and department
      *  (slice by slice for a split check, the rest to the home
      *  class and department), each withholding and net pay
      *  credited, each employer-side cost debited to expense and
      *  credited to its liability.  For a reversal 4500 turns every
      *  entry round, the way CHECKVOID does.
      *  ------------------------------------------------------------
           MOVE PH-GROSS-PAY TO GL-WAGES-LEFT.
           PERFORM 4200-POST-SLICE-WAGES
               THRU 4200-POST-SLICE-WAGES-EXIT
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN PH-SLICE-COUNT.
           MOVE PH-JOB-TYPE   TO GL-WORK-CLASS.
           MOVE PH-DEPT-CODE  TO GL-WORK-DEPT.
           MOVE GL-WAGES-LEFT TO GL-WORK-AMOUNT.
           PERFORM 4250-POST-WAGES THRU 4250-POST-WAGES-EXIT.
           MOVE "TAX" TO GL-WORK-KEY.
           MOVE PH-TAX TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
      *    The per-state liability key, or the old collapsed STX key
      *    for history from before the per-state posting.
           IF PH-STATE-CODE IS EQUAL TO SPACES
               MOVE "STX" TO GL-WORK-KEY
           ELSE
               MOVE SPACES TO GL-WORK-KEY
               STRING "S" PH-STATE-CODE
                   DELIMITED BY SIZE INTO GL-WORK-KEY
           END-IF.
           MOVE PH-STATE-TAX TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "OAS" TO GL-WORK-KEY.
           MOVE PH-SOC-SEC TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "MED" TO GL-WORK-KEY.
           MOVE PH-MEDICARE TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "PEN" TO GL-WORK-KEY.
           MOVE PH-PENSION TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "HLT" TO GL-WORK-KEY.
           MOVE PH-HEALTH TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "GAR" TO GL-WORK-KEY.
           MOVE PH-GARNISHMENT TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "DUE" TO GL-WORK-KEY.
           MOVE PH-UNION-DUES TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "NET" TO GL-WORK-KEY.
           MOVE PH-NET-PAY TO GL-WORK-AMOUNT.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "EFE" TO GL-WORK-KEY.
           MOVE PH-EMPLOYER-FICA TO GL-WORK-AMOUNT.
           PERFORM 4100-POST-KEY-DEBIT THRU 4100-POST-KEY-DEBIT-EXIT.
           MOVE "EFL" TO GL-WORK-KEY.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "EPE" TO GL-WORK-KEY.
           MOVE PH-EMPLOYER-PENSION TO GL-WORK-AMOUNT.
           PERFORM 4100-POST-KEY-DEBIT THRU 4100-POST-KEY-DEBIT-EXIT.
           MOVE "EPL" TO GL-WORK-KEY.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
           MOVE "EHE" TO GL-WORK-KEY.
           MOVE PH-EMPLOYER-HEALTH TO GL-WORK-AMOUNT.
           PERFORM 4100-POST-KEY-DEBIT THRU 4100-POST-KEY-DEBIT-EXIT.
           MOVE "EHL" TO GL-WORK-KEY.
           PERFORM 4150-POST-KEY-CREDIT THRU 4150-POST-KEY-CREDIT-EXIT.
       4000-POST-CHECK-GL-EXIT.
           EXIT.

       4100-POST-KEY-DEBIT.
           IF GL-WORK-AMOUNT IS GREATER THAN 0
               PERFORM 4400-FIND-GL-ACCOUNT
                   THRU 4400-FIND-GL-ACCOUNT-EXIT
               MOVE "D" TO GL-WORK-DC
               PERFORM 4500-ADD-EXPECTED THRU 4500-ADD-EXPECTED-EXIT
           END-IF.
       4100-POST-KEY-DEBIT-EXIT.
           EXIT.

       4150-POST-KEY-CREDIT.
           IF GL-WORK-AMOUNT IS GREATER THAN 0
               PERFORM 4400-FIND-GL-ACCOUNT
                   THRU 4400-FIND-GL-ACCOUNT-EXIT
               MOVE "C" TO GL-WORK-DC
               PERFORM 4500-ADD-EXPECTED THRU 4500-ADD-EXPECTED-EXIT
           END-IF.
       4150-POST-KEY-CREDIT-EXIT.
           EXIT.

       4200-POST-SLICE-WAGES.
           MOVE PH-SLICE-JOB-TYPE(SLICE-SUB)  TO GL-WORK-CLASS.
           MOVE PH-SLICE-DEPT-CODE(SLICE-SUB) TO GL-WORK-DEPT.
           MOVE PH-SLICE-AMOUNT(SLICE-SUB)    TO GL-WORK-AMOUNT.
           PERFORM 4250-POST-WAGES THRU 4250-POST-WAGES-EXIT.
           SUBTRACT PH-SLICE-AMOUNT(SLICE-SUB) FROM GL-WAGES-LEFT.
       4200-POST-SLICE-WAGES-EXIT.
           EXIT.

       4250-POST-WAGES.
           IF GL-WORK-AMOUNT IS GREATER THAN 0
               PERFORM 4300-FIND-WAGE-ACCOUNT
                   THRU 4300-FIND-WAGE-ACCOUNT-EXIT
               MOVE "D" TO GL-WORK-DC
               PERFORM 4500-ADD-EXPECTED THRU 4500-ADD-EXPECTED-EXIT
           END-IF.
       4250-POST-WAGES-EXIT.
           EXIT.

       4300-FIND-WAGE-ACCOUNT.
      *  ------------------------------------------------------------
      *  The department's wage account when it has one, otherwise
      *  the pay class account - the register's own fallback.
      *  ------------------------------------------------------------
           MOVE GL-WORK-CLASS TO GL-WORK-KEY.
           MOVE 0 TO GL-WORK-ACCOUNT.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 4310-MATCH-DEPT-ACCOUNT
               THRU 4310-MATCH-DEPT-ACCOUNT-EXIT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB IS GREATER THAN DEPT-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           MOVE "F" TO FOUND-FLAG.
           IF GL-WORK-ACCOUNT IS EQUAL TO 0
               PERFORM 4400-FIND-GL-ACCOUNT
                   THRU 4400-FIND-GL-ACCOUNT-EXIT
           END-IF.
       4300-FIND-WAGE-ACCOUNT-EXIT.
           EXIT.

       4310-MATCH-DEPT-ACCOUNT.
           IF DEPT-CODE(DEPT-SUB) = GL-WORK-DEPT
               MOVE "T" TO FOUND-FLAG
               MOVE DEPT-WAGE-ACCT(DEPT-SUB) TO GL-WORK-ACCOUNT
           END-IF.
       4310-MATCH-DEPT-ACCOUNT-EXIT.
           EXIT.

       4400-FIND-GL-ACCOUNT.
      *    An unmapped key leaves account zero - 4600 keeps it on a
      *    row of its own so the report can name the key.
           MOVE "F" TO FOUND-FLAG.
           MOVE 0   TO GL-WORK-ACCOUNT.
           PERFORM 4410-MATCH-GL-ACCOUNT
               THRU 4410-MATCH-GL-ACCOUNT-EXIT
               VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB IS GREATER THAN GL-MAP-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           MOVE "F" TO FOUND-FLAG.
       4400-FIND-GL-ACCOUNT-EXIT.
           EXIT.

       4410-MATCH-GL-ACCOUNT.
           IF GL-MAP-KEY(GL-SUB) = GL-WORK-KEY
               MOVE "T" TO FOUND-FLAG
               MOVE GL-MAP-ACCOUNT(GL-SUB) TO GL-WORK-ACCOUNT
           END-IF.
       4410-MATCH-GL-ACCOUNT-EXIT.
           EXIT.

       4500-ADD-EXPECTED.
      *    Debits count up, credits down; a reversal the other way.
           MOVE GL-WORK-AMOUNT TO TIE-SIGNED-AMOUNT.
           IF GL-WORK-DC IS EQUAL TO "C"
               MULTIPLY -1 BY TIE-SIGNED-AMOUNT
           END-IF.
           IF TIE-GL-REVERSAL
               MULTIPLY -1 BY TIE-SIGNED-AMOUNT
           END-IF.
           PERFORM 4600-FIND-ACCOUNT-ROW
               THRU 4600-FIND-ACCOUNT-ROW-EXIT.
           IF ACCT-ROW-SUB IS GREATER THAN 0
               ADD TIE-SIGNED-AMOUNT TO ACCT-EXPECTED(ACCT-ROW-SUB)
           END-IF.
       4500-ADD-EXPECTED-EXIT.
           EXIT.

       4600-FIND-ACCOUNT-ROW.
      *  ------------------------------------------------------------
      *  The row for GL-WORK-ACCOUNT, added on first sight.  Account
      *  zero is matched on the key as well.  A full table is
      *  reported once and the rest of the amounts for new accounts
      *  are left out - the summary says the tie-out is incomplete.
      *  ------------------------------------------------------------
           MOVE 0 TO ACCT-ROW-SUB.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 4610-MATCH-ACCOUNT-ROW
               THRU 4610-MATCH-ACCOUNT-ROW-EXIT
               VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB IS GREATER THAN ACCT-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           MOVE "F" TO FOUND-FLAG.
           IF ACCT-ROW-SUB IS GREATER THAN 0
               GO TO 4600-FIND-ACCOUNT-ROW-EXIT
           END-IF.
           IF ACCT-COUNT IS LESS THAN ACCT-MAX
               ADD 1 TO ACCT-COUNT
               MOVE GL-WORK-ACCOUNT TO ACCT-NUMBER(ACCT-COUNT)
               MOVE GL-WORK-KEY     TO ACCT-KEY(ACCT-COUNT)
               MOVE 0 TO ACCT-EXPECTED(ACCT-COUNT)
               MOVE 0 TO ACCT-POSTED(ACCT-COUNT)
               MOVE ACCT-COUNT TO ACCT-ROW-SUB
           ELSE
               IF NOT TIE-ACCT-TABLE-FULL
                   DISPLAY "GL ACCOUNT TOTALS TABLE FULL - TIE-OUT "
                       "INCOMPLETE FROM ACCOUNT " GL-WORK-ACCOUNT
                   MOVE "Y" TO TIE-ACCT-FULL-FLAG
               END-IF
           END-IF.
       4600-FIND-ACCOUNT-ROW-EXIT.
           EXIT.

       4610-MATCH-ACCOUNT-ROW.
           IF ACCT-NUMBER(ACCT-SUB) = GL-WORK-ACCOUNT
               IF GL-WORK-ACCOUNT IS NOT EQUAL TO 0
                   OR ACCT-KEY(ACCT-SUB) = GL-WORK-KEY
                   MOVE "T" TO FOUND-FLAG
                   MOVE ACCT-SUB TO ACCT-ROW-SUB
               END-IF
           END-IF.
       4610-MATCH-ACCOUNT-ROW-EXIT.
           EXIT.

       5000-READ-GL-POSTINGS.
      *  ------------------------------------------------------------
      *  The quarter's entries off both journal files, netted into
      *  the account rows.  GLHIST.TXT is the register journal
      *  PROJECT-4 accumulates behind every balanced GLPOST.TXT;
      *  VOIDGL.TXT is CHECKVOID's reversals.
      *  ------------------------------------------------------------
           OPEN INPUT GL-HISTORY-FILE-IN.
           IF GL-HISTORY-NOT-FOUND
               DISPLAY "GLHIST.TXT NOT FOUND - NO REGISTER POSTINGS"
           ELSE
               MOVE "NO " TO GL-ENTRY-EOF-FLAG
               PERFORM 5100-READ-GL-HISTORY
                   THRU 5100-READ-GL-HISTORY-EXIT
                   UNTIL GL-ENTRY-EOF-FLAG = "YES"
               CLOSE GL-HISTORY-FILE-IN
           END-IF.
           OPEN INPUT VOID-GL-FILE-IN.
           IF NOT VOID-GL-NOT-FOUND
               MOVE "NO " TO GL-ENTRY-EOF-FLAG
               PERFORM 5200-READ-VOID-GL
                   THRU 5200-READ-VOID-GL-EXIT
                   UNTIL GL-ENTRY-EOF-FLAG = "YES"
               CLOSE VOID-GL-FILE-IN
           END-IF.
       5000-READ-GL-POSTINGS-EXIT.
           EXIT.

       5100-READ-GL-HISTORY.
           READ GL-HISTORY-FILE-IN INTO GL-ENTRY-WORK
               AT END MOVE "YES" TO GL-ENTRY-EOF-FLAG
               NOT AT END
                   PERFORM 5300-POST-GL-ENTRY
                       THRU 5300-POST-GL-ENTRY-EXIT.
       5100-READ-GL-HISTORY-EXIT.
           EXIT.

       5200-READ-VOID-GL.
           READ VOID-GL-FILE-IN INTO GL-ENTRY-WORK
               AT END MOVE "YES" TO GL-ENTRY-EOF-FLAG
               NOT AT END
                   PERFORM 5300-POST-GL-ENTRY
                       THRU 5300-POST-GL-ENTRY-EXIT.
       5200-READ-VOID-GL-EXIT.
           EXIT.

       5300-POST-GL-ENTRY.
           IF GLE-DATE IS NOT NUMERIC
               OR GLE-ACCOUNT IS NOT NUMERIC
               OR GLE-AMOUNT IS NOT NUMERIC
               OR (GLE-DC IS NOT EQUAL TO "D"
                   AND GLE-DC IS NOT EQUAL TO "C")
               ADD 1 TO GL-UNREADABLE-CTR
               GO TO 5300-POST-GL-ENTRY-EXIT
           END-IF.
           MOVE GLE-DATE TO TIE-TEST-DATE.
           PERFORM 1500-TEST-QUARTER THRU 1500-TEST-QUARTER-EXIT.
           IF NOT TIE-DATE-IN-QUARTER
               GO TO 5300-POST-GL-ENTRY-EXIT
           END-IF.
           ADD 1 TO GL-ENTRIES-CTR.
           MOVE GLE-AMOUNT TO TIE-SIGNED-AMOUNT.
           IF GLE-DC IS EQUAL TO "C"
               MULTIPLY -1 BY TIE-SIGNED-AMOUNT
           END-IF.
           MOVE GLE-ACCOUNT TO GL-WORK-ACCOUNT.
           MOVE SPACES      TO GL-WORK-KEY.
           PERFORM 4600-FIND-ACCOUNT-ROW
               THRU 4600-FIND-ACCOUNT-ROW-EXIT.
           IF ACCT-ROW-SUB IS GREATER THAN 0
               ADD TIE-SIGNED-AMOUNT TO ACCT-POSTED(ACCT-ROW-SUB)
           END-IF.
       5300-POST-GL-ENTRY-EXIT.
           EXIT.

       6000-WRITE-QUARTER-TOTALS.
      *    Every amount is listed here, in balance or not.
           MOVE TOTAL-SECTION-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE EMPLOYEE-COLUMN-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           PERFORM 6100-WRITE-TOTAL-LINE
               THRU 6100-WRITE-TOTAL-LINE-EXIT
               VARYING AMOUNT-SUB FROM 1 BY 1
               UNTIL AMOUNT-SUB IS GREATER THAN AMOUNT-COUNT.
       6000-WRITE-QUARTER-TOTALS-EXIT.
           EXIT.

       6100-WRITE-TOTAL-LINE.
           SUBTRACT TIE-COMPANY-YTD-AMOUNT(AMOUNT-SUB)
               FROM TIE-COMPANY-HIST-AMOUNT(AMOUNT-SUB)
               GIVING TIE-DIFFERENCE.
           MOVE SPACES                  TO TIE-EMP-NUMBER-OUT.
           MOVE "ALL EMPLOYEES"         TO TIE-EMP-NAME-OUT.
           MOVE AMOUNT-NAME(AMOUNT-SUB) TO TIE-AMOUNT-NAME-OUT.
           MOVE TIE-COMPANY-HIST-AMOUNT(AMOUNT-SUB) TO TIE-HIST-OUT.
           MOVE TIE-COMPANY-YTD-AMOUNT(AMOUNT-SUB)  TO TIE-YTD-OUT.
           MOVE TIE-DIFFERENCE          TO TIE-EMP-DIFF-OUT.
           IF TIE-DIFFERENCE IS EQUAL TO 0
               MOVE SPACES TO TIE-EMP-NOTE-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO TIE-EMP-NOTE-OUT
           END-IF.
           MOVE EMPLOYEE-DETAIL-RECORD TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
       6100-WRITE-TOTAL-LINE-EXIT.
           EXIT.

       6500-WRITE-GL-SECTION.
           MOVE GL-SECTION-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE GL-SIGN-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE GL-COLUMN-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           PERFORM 6600-COMPARE-ACCOUNT THRU 6600-COMPARE-ACCOUNT-EXIT
               VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB IS GREATER THAN ACCT-COUNT.
           IF ACCOUNTS-OUT-CTR IS EQUAL TO 0
               MOVE NONE-OUT-OF-BALANCE-LINE
                   TO TIE-OUT-REPORT-RECORD-OUT
               WRITE TIE-OUT-REPORT-RECORD-OUT
           END-IF.
       6500-WRITE-GL-SECTION-EXIT.
           EXIT.

       6600-COMPARE-ACCOUNT.
           ADD 1 TO ACCOUNTS-COMPARED-CTR.
           SUBTRACT ACCT-POSTED(ACCT-SUB) FROM ACCT-EXPECTED(ACCT-SUB)
               GIVING TIE-DIFFERENCE.
           IF TIE-DIFFERENCE IS EQUAL TO 0
               GO TO 6600-COMPARE-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO ACCOUNTS-OUT-CTR.
           MOVE ACCT-NUMBER(ACCT-SUB)   TO TIE-ACCOUNT-OUT.
           MOVE ACCT-KEY(ACCT-SUB)      TO TIE-KEY-OUT.
           MOVE ACCT-EXPECTED(ACCT-SUB) TO TIE-EXPECTED-OUT.
           MOVE ACCT-POSTED(ACCT-SUB)   TO TIE-POSTED-OUT.
           MOVE TIE-DIFFERENCE          TO TIE-GL-DIFF-OUT.
           MOVE SPACES TO TIE-GL-NOTE-OUT.
           IF ACCT-NUMBER(ACCT-SUB) IS EQUAL TO 0
               MOVE "NO ACCOUNT MAPPED" TO TIE-GL-NOTE-OUT
           ELSE
               IF ACCT-KEY(ACCT-SUB) IS EQUAL TO SPACES
                   MOVE "NOT FROM PAY HISTORY" TO TIE-GL-NOTE-OUT
               END-IF
           END-IF.
           MOVE GL-DETAIL-RECORD TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
       6600-COMPARE-ACCOUNT-EXIT.
           EXIT.

       6800-WRITE-VOID-SECTION.
      *  ------------------------------------------------------------
      *  A void journaled with no voided check behind it on the pay
      *  history - the REWRITE that marks the check failed, or the
      *  history was restored - still counts the check on the
      *  employee side and leaves its reversal unexpected.
      *  ------------------------------------------------------------
           MOVE VOID-SECTION-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE VOID-COLUMN-HEADER TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           PERFORM 6850-WRITE-UNMATCHED-VOID
               THRU 6850-WRITE-UNMATCHED-VOID-EXIT
               VARYING VOID-SUB FROM 1 BY 1
               UNTIL VOID-SUB IS GREATER THAN VOID-COUNT.
           IF VOIDS-UNMATCHED-CTR IS EQUAL TO 0
               MOVE NONE-OUT-OF-BALANCE-LINE
                   TO TIE-OUT-REPORT-RECORD-OUT
               WRITE TIE-OUT-REPORT-RECORD-OUT
           END-IF.
       6800-WRITE-VOID-SECTION-EXIT.
           EXIT.

       6850-WRITE-UNMATCHED-VOID.
           IF NOT VOID-MATCHED(VOID-SUB)
               ADD 1 TO VOIDS-UNMATCHED-CTR
               MOVE VOID-CHECK-NUMBER(VOID-SUB) TO TIE-VOID-CHECK-OUT
               MOVE VOID-EMP-NUMBER(VOID-SUB)   TO TIE-VOID-EMP-OUT
               MOVE VOID-DATE(VOID-SUB)         TO TIE-VOID-DATE-OUT
               MOVE VOID-DETAIL-RECORD TO TIE-OUT-REPORT-RECORD-OUT
               WRITE TIE-OUT-REPORT-RECORD-OUT
           END-IF.
       6850-WRITE-UNMATCHED-VOID-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE HISTORY-RECORDS-READ-CTR TO HISTORY-READ-OUT.
           MOVE CHECKS-IN-QUARTER-CTR  TO CHECKS-IN-QUARTER-OUT.
           MOVE VOIDED-IN-QUARTER-CTR  TO VOIDED-IN-QUARTER-OUT.
           MOVE VOIDS-JOURNALED-CTR    TO VOIDS-JOURNALED-OUT.
           MOVE VOIDS-UNMATCHED-CTR    TO VOIDS-UNMATCHED-OUT.
           MOVE YTD-RECORDS-CTR        TO YTD-RECORDS-OUT.
           MOVE EMPLOYEES-COMPARED-CTR TO EMPLOYEES-COMPARED-OUT.
           MOVE EMPLOYEES-OUT-CTR      TO EMPLOYEES-OUT-OUT.
           MOVE GL-ENTRIES-CTR         TO GL-ENTRIES-OUT.
           MOVE GL-UNREADABLE-CTR      TO GL-UNREADABLE-OUT.
           MOVE ACCOUNTS-COMPARED-CTR  TO ACCOUNTS-COMPARED-OUT.
           MOVE ACCOUNTS-OUT-CTR       TO ACCOUNTS-OUT-OUT.
           MOVE HISTORY-READ-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT AFTER ADVANCING 3 LINES.
           MOVE CHECKS-IN-QUARTER-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE VOIDED-IN-QUARTER-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE VOIDS-JOURNALED-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE VOIDS-UNMATCHED-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE YTD-RECORDS-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE EMPLOYEES-COMPARED-SUMMARY
               TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE EMPLOYEES-OUT-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE GL-ENTRIES-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE GL-UNREADABLE-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE ACCOUNTS-COMPARED-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           MOVE ACCOUNTS-OUT-SUMMARY TO TIE-OUT-REPORT-RECORD-OUT.
           WRITE TIE-OUT-REPORT-RECORD-OUT.
           DISPLAY "TIE-OUT " TIE-SELECT-YEAR " Q" TIE-SELECT-QUARTER
               " - " EMPLOYEES-OUT-CTR " EMPLOYEES AND "
               ACCOUNTS-OUT-CTR " ACCOUNTS OUT OF BALANCE".
           IF TIE-ACCT-TABLE-FULL
               DISPLAY "GL ACCOUNT TOTALS TABLE FILLED - GL SECTION "
                   "IS INCOMPLETE"
           END-IF.
       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           IF TIE-HISTORY-OPENED
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF TIE-YTD-OPENED
               CLOSE YTD-MASTER-FILE
           END-IF.
           CLOSE TIE-OUT-REPORT-FILE-OUT.
       9000-TERMINATE-EXIT.
           EXIT.
