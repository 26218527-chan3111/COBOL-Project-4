       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. Chandler Newman-Reed.

      *  This program works the stale-dated checks CHECKREC extracts
      *  to ESCHEAT.TXT through the unclaimed property (escheatment)
      *  process, and keeps the record the states ask for.  Each
      *  check is carried on the unclaimed check master (UNCLAIM.TXT)
      *  from the day its owner letter goes out, through one of
      *  these stages:
      *    L - due-diligence letter issued to the owner
      *    O - owner responded; the check has been voided through
      *        CHECKVOID and a replacement requested from PROJECT-4's
      *        off-cycle run (OFFCYCLE.TXT) for the original gross
      *    R - reported to the state as unclaimed property
      *    C - closed without action: the check left the outstanding
      *        master (cashed late or voided) before it was reported
      *  One action per run, named by the operator:
      *    L  reads ESCHEAT.TXT, adds every check not yet tracked and
      *       writes its due-diligence letter to ESCHLTR.TXT
      *    O  records the owner's response for one check and writes
      *       the reissue request
      *    R  reports every lettered check past its dormancy period
      *       and the letter waiting period: the check comes off the
      *       outstanding master (OUTSTNEW.TXT, swapped in as after
      *       CHECKREC and CHECKVOID), gets a stop-pay record
      *       (STOPPAY.TXT), and its amount moves from payroll cash
      *       to the unclaimed property liability in ESCHGL.TXT (the
      *       GLPOST.TXT layout, accounts CSH and UNC on GLACCTS.TXT).
      *       The employee's YTD and pay history are left alone -
      *       the wages were paid, only the money changes hands.
      *    A  writes the annual unclaimed property report for a
      *       year (UNCLRPT.TXT): every check reported that year,
      *       grouped by the employee's state code, with totals.
      *  The state code is taken off the employee master when the
      *  letter is issued, so the report groups by the state the
      *  owner was last known in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ESCHEAT-EXTRACT-FILE-IN
               ASSIGN TO "ESCHEAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCHEAT-IN-FILE-STATUS.

           SELECT UNCLAIMED-MASTER-FILE
               ASSIGN TO "UNCLAIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNCLAIMED-FILE-STATUS.

           SELECT EMPLOYEE-FILE-IN
               ASSIGN TO "EMPFILE5.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EMP-NUMBER-IN
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT LETTER-FILE-OUT
               ASSIGN TO "ESCHLTR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFF-CYCLE-REQUEST-FILE
               ASSIGN TO "OFFCYCLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFF-CYCLE-FILE-STATUS.

           SELECT OUTSTANDING-CHECK-FILE-IN
               ASSIGN TO "OUTSTCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTSTANDING-IN-FILE-STATUS.

           SELECT NEW-OUTSTANDING-FILE-OUT
               ASSIGN TO "OUTSTNEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOP-PAY-FILE-OUT
               ASSIGN TO "STOPPAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOP-PAY-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE-IN
               ASSIGN  "GLACCTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GL-ACCOUNT-IN-FILE-STATUS.

           SELECT ESCHEAT-GL-FILE-OUT
               ASSIGN  "ESCHGL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ESCHEAT-GL-FILE-STATUS.

           SELECT STATE-SORT-FILE
               ASSIGN TO "SORTWK1.TMP".

           SELECT UNCLAIMED-REPORT-FILE-OUT
               ASSIGN  "UNCLRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  ESCHEAT-EXTRACT-FILE-IN.
       01  ESCHEAT-EXTRACT-RECORD-IN       PIC X(78).

       FD  UNCLAIMED-MASTER-FILE.
      *  One record per check in the escheatment process, rewritten
      *  whole at the end of every run that changes it.
       01  UNCLAIMED-MASTER-RECORD.
           05  UC-CHECK-NUMBER         PIC 9(7).
           05  UC-EMP-NUMBER           PIC 9(9).
           05  UC-EMP-NAME             PIC X(13).
           05  UC-AMOUNT               PIC 9(6)V99.
           05  UC-ISSUE-DATE           PIC 9(6).
           05  UC-STATE-CODE           PIC X(2).
           05  UC-STAGE                PIC X(1).
           05  UC-LETTER-DATE          PIC 9(6).
           05  UC-STAGE-DATE           PIC 9(6).

       FD  EMPLOYEE-FILE-IN.
           COPY "EMPREC.DAT".

       FD  PAY-HISTORY-FILE.
           COPY "PAYHIST.DAT".

       FD  LETTER-FILE-OUT.
       01  LETTER-RECORD-OUT               PIC X(80).

       FD  OFF-CYCLE-REQUEST-FILE.
      *  PROJECT-4's off-cycle request layout - the reissue is a
      *  flat amount, no hours, not a final pay.
       01  OFF-CYCLE-REQUEST-RECORD.
           05  OC-EMP-NUMBER-IN        PIC 9(9).
           05  OC-HOURS-IN             PIC 9(2)V99.
           05  OC-FLAT-AMOUNT-IN       PIC 9(4)V99.
           05  OC-FINAL-PAY-IN         PIC X(1).

       FD  OUTSTANDING-CHECK-FILE-IN.
       01  OUTSTANDING-CHECK-RECORD-IN     PIC X(78).

       FD  NEW-OUTSTANDING-FILE-OUT.
       01  NEW-OUTSTANDING-RECORD-OUT      PIC X(78).

       FD  STOP-PAY-FILE-OUT.
      *  CHECKVOID's stop-payment layout; the file accumulates until
      *  the bank side is told.  Record-area VALUEs are not loaded,
      *  so this record and the GL record are cleared before each
      *  one is built.
       01  STOP-PAY-RECORD-OUT.
           05  STOP-CHECK-NUMBER-OUT   PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STOP-EMP-NUMBER-OUT     PIC 9(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STOP-EMP-NAME-OUT       PIC X(13).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STOP-AMOUNT-OUT         PIC 9(6)V99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STOP-VOID-DATE-OUT      PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STOP-LITERAL-OUT        PIC X(4).

       FD  GL-ACCOUNT-FILE-IN.
       01  GL-ACCOUNT-MAP-IN.
           05  GL-MAP-KEY-IN       PIC X(3).
           05  GL-MAP-ACCOUNT-IN   PIC 9(8).
           05  GL-MAP-EFF-DATE-IN  PIC 9(6).
           05  GL-MAP-STATUS-IN    PIC X(1).

       FD  ESCHEAT-GL-FILE-OUT.
      *  Cash-to-liability entries in the GLPOST.TXT layout; the
      *  file accumulates across runs until keyed into the ledger,
      *  as VOIDGL.TXT does.
       01  ESCHEAT-GL-RECORD-OUT.
           05  ESCHEAT-GL-DATE-OUT     PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ESCHEAT-GL-ACCOUNT-OUT  PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ESCHEAT-GL-DC-OUT       PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ESCHEAT-GL-AMOUNT-OUT   PIC 9(6)V99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ESCHEAT-GL-DESC-OUT     PIC X(20).

       SD  STATE-SORT-FILE.
       01  STATE-SORT-RECORD.
           05  SR-STATE-CODE       PIC X(2).
           05  SR-CHECK-NUMBER     PIC 9(7).
           05  SR-EMP-NUMBER       PIC 9(9).
           05  SR-EMP-NAME         PIC X(13).
           05  SR-AMOUNT           PIC 9(6)V99.
           05  SR-ISSUE-DATE       PIC 9(6).
           05  SR-LETTER-DATE      PIC 9(6).
           05  SR-REPORT-DATE      PIC 9(6).

       FD  UNCLAIMED-REPORT-FILE-OUT.
       01  UNCLAIMED-REPORT-RECORD-OUT     PIC X(80).

       WORKING-STORAGE SECTION.

      *  Issued-check work record - the positive pay layout carried
      *  on OUTSTCHK.TXT and ESCHEAT.TXT, as in CHECKREC.
       01  ISSUED-CHECK-WORK.
           05  ISSUED-CHECK-NUMBER     PIC 9(7).
           05  FILLER                  PIC X(1).
           05  ISSUED-EMP-NUMBER       PIC 9(9).
           05  FILLER                  PIC X(1).
           05  ISSUED-EMP-NAME         PIC X(13).
           05  FILLER                  PIC X(1).
           05  ISSUED-AMOUNT           PIC 9(6)V99.
           05  FILLER                  PIC X(1).
           05  ISSUED-DATE             PIC 9(6).
           05  FILLER                  PIC X(31).

       01  FLAGS.
           05  ESCHEAT-IN-FILE-STATUS  PIC X(2) VALUE "00".
               88  ESCHEAT-IN-NOT-FOUND            VALUE "35".
           05  UNCLAIMED-FILE-STATUS   PIC X(2) VALUE "00".
               88  UNCLAIMED-NOT-FOUND             VALUE "35".
           05  EMP-FILE-STATUS         PIC X(2) VALUE "00".
               88  EMP-FILE-MISSING                VALUE "35".
           05  PAY-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
               88  PAY-HISTORY-MISSING             VALUE "35".
           05  OFF-CYCLE-FILE-STATUS   PIC X(2) VALUE "00".
               88  OFF-CYCLE-NOT-FOUND             VALUE "35".
           05  OUTSTANDING-IN-FILE-STATUS  PIC X(2) VALUE "00".
               88  OUTSTANDING-IN-NOT-FOUND        VALUE "35".
           05  STOP-PAY-FILE-STATUS    PIC X(2) VALUE "00".
               88  STOP-PAY-NOT-FOUND              VALUE "35".
           05  GL-ACCOUNT-IN-FILE-STATUS PIC X(2) VALUE "00".
               88  GL-ACCOUNT-IN-NOT-FOUND         VALUE "35".
           05  ESCHEAT-GL-FILE-STATUS  PIC X(2) VALUE "00".
               88  ESCHEAT-GL-NOT-FOUND            VALUE "35".
           05  UNCLAIMED-EOF-FLAG      PIC X(3) VALUE "NO ".
           05  ESCHEAT-EOF-FLAG        PIC X(3) VALUE "NO ".
           05  OUTSTANDING-EOF-FLAG    PIC X(3) VALUE "NO ".
           05  GL-MAP-EOF-FLAG         PIC X(3) VALUE "NO ".
           05  SORT-EOF-FLAG           PIC X(3) VALUE "NO ".
           05  FOUND-FLAG              PIC X(1) VALUE "F".
           05  MASTER-CHANGED-FLAG     PIC X(1) VALUE "N".
               88  MASTER-CHANGED              VALUE "Y".
           05  STATE-OPEN-FLAG         PIC X(1) VALUE "N".
               88  STATE-SECTION-OPEN          VALUE "Y".

       01  ESCHEAT-ACTION              PIC X(1).
           88  ACTION-LETTERS              VALUE "L".
           88  ACTION-OWNER-RESPONDED      VALUE "O".
           88  ACTION-REPORT-TO-STATE      VALUE "R".
           88  ACTION-ANNUAL-REPORT        VALUE "A".

       01  OPERATOR-FIELDS.
           05  WS-RESPONSE-CHECK-NUMBER PIC 9(7).
           05  WS-REPORT-YEAR          PIC 9(2).

       01  DATE-IN.
           05  YEAR-IN     PIC 9(2).
           05  MONTH-IN    PIC 9(2).
           05  DAY-IN      PIC 9(2).

      *  Ages are figured on CHECKREC's 30-day-month calendar.  A
      *  check is reported once it has been dormant a year from
      *  issue and its owner letter has been out the waiting period
      *  without an answer.
       01  AGE-WORK-FIELDS.
           05  RUN-DATE-DAYS           PIC 9(6).
           05  AGE-DATE-DAYS           PIC 9(6).
           05  ISSUE-AGE-DAYS          PIC S9(6).
           05  LETTER-AGE-DAYS         PIC S9(6).
           05  DORMANCY-DAYS           PIC 9(3) VALUE 365.
           05  LETTER-WAIT-DAYS        PIC 9(3) VALUE 60.
           05  AGE-DATE-WS.
               10  AGE-DATE-YY         PIC 9(2).
               10  AGE-DATE-MM         PIC 9(2).
               10  AGE-DATE-DD         PIC 9(2).
           05  CHECK-ELIGIBLE-FLAG     PIC X(1).
               88  CHECK-IS-ELIGIBLE           VALUE "Y".

       01  STAGE-DATE-WS.
           05  STAGE-DATE-YY           PIC 9(2).
           05  FILLER                  PIC 9(4).

       01  COUNTERS.
           05  UC-SUB                  PIC 9(3).
           05  FOUND-SUB               PIC 9(3).
           05  GL-SUB                  PIC 9(2).
           05  TABLE-POST-SUB          PIC 9(2).
           05  EXTRACT-READ-CTR        PIC 9(5) VALUE 0.
           05  ALREADY-TRACKED-CTR     PIC 9(5) VALUE 0.
           05  LETTERS-ISSUED-CTR      PIC 9(5) VALUE 0.
           05  CHECKS-REPORTED-CTR     PIC 9(5) VALUE 0.
           05  CHECKS-CLOSED-CTR       PIC 9(5) VALUE 0.
           05  RECORDS-EXTRACTED-CTR   PIC 9(5) VALUE 0.
           05  STATES-REPORTED-CTR     PIC 9(5) VALUE 0.

       01  REPORTED-TOTAL-WS           PIC 9(8)V99 VALUE 0.

      *  The unclaimed check master, held whole for the run.
       01  UNCLAIMED-TABLE-CONTROL.
           05  UC-COUNT            PIC 9(3) VALUE 0.
           05  UC-MAX              PIC 9(3) VALUE 500.

       01  UNCLAIMED-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON UC-COUNT.
           05  UT-CHECK-NUMBER     PIC 9(7).
           05  UT-EMP-NUMBER       PIC 9(9).
           05  UT-EMP-NAME         PIC X(13).
           05  UT-AMOUNT           PIC 9(6)V99.
           05  UT-ISSUE-DATE       PIC 9(6).
           05  UT-STATE-CODE       PIC X(2).
           05  UT-STAGE            PIC X(1).
               88  UT-LETTER-ISSUED        VALUE "L".
               88  UT-OWNER-RESPONDED      VALUE "O".
               88  UT-REPORTED             VALUE "R".
               88  UT-CLOSED               VALUE "C".
           05  UT-LETTER-DATE      PIC 9(6).
           05  UT-STAGE-DATE       PIC 9(6).

      *  Sized like PROJECT-4's map: the full reserved-key set plus
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
               88  GL-MAP-RETIRED          VALUE "R".

       01  GL-WORK-FIELDS.
           05  GL-WORK-KEY         PIC X(3).
           05  GL-WORK-ACCOUNT     PIC 9(8).
           05  GL-CASH-ACCOUNT     PIC 9(8).
           05  GL-UNCLAIMED-ACCOUNT PIC 9(8).
           05  GL-DESC-WS.
               10  FILLER          PIC X(13) VALUE "UNCLAIMED CK ".
               10  GL-DESC-CHECK-OUT PIC 9(7).

       01  CURRENT-STATE-WS            PIC X(2).

       01  STATE-TOTALS.
           05  STATE-CHECK-COUNT       PIC 9(5).
           05  STATE-AMOUNT-TOTAL      PIC 9(8)V99.

       01  COMPANY-TOTALS.
           05  COMPANY-CHECK-COUNT     PIC 9(5) VALUE 0.
           05  COMPANY-AMOUNT-TOTAL    PIC 9(9)V99 VALUE 0.

      *  Due-diligence letter lines.
       01  LETTER-HEADING.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(38) VALUE
               "NOTICE OF UNCLAIMED PAYROLL CHECK".
           05  FILLER  PIC X(5)  VALUE "DATE ".
           05  LETTER-DATE-OUT         PIC 9(6).

       01  LETTER-OWNER-LINE.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE "TO: ".
           05  LETTER-INITIALS-OUT     PIC X(2).
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  LETTER-NAME-OUT         PIC X(13).
           05  FILLER  PIC X(3)  VALUE SPACES.
           05  FILLER  PIC X(9)  VALUE "EMPLOYEE ".
           05  LETTER-EMP-NUMBER-OUT   PIC 9(9).

       01  LETTER-CHECK-LINE.
           05  FILLER  PIC X(5)  VALUE SPACES.
           05  FILLER  PIC X(26) VALUE
               "OUR RECORDS SHOW CHECK NO ".
           05  LETTER-CHECK-NUMBER-OUT PIC 9(7).
           05  FILLER  PIC X(7)  VALUE " DATED ".
           05  LETTER-ISSUE-DATE-OUT   PIC 9(6).
           05  FILLER  PIC X(5)  VALUE " FOR ".
           05  LETTER-AMOUNT-OUT       PIC $$$$,$$9.99.

       01  LETTER-TEXT-LINES.
           05  LETTER-TEXT-1.
               10  FILLER  PIC X(5)  VALUE SPACES.
               10  FILLER  PIC X(30) VALUE
                   "HAS NOT BEEN CASHED.  IF THIS ".
               10  FILLER  PIC X(30) VALUE
                   "PAYMENT IS YOURS, SIGN AND".
           05  LETTER-TEXT-2.
               10  FILLER  PIC X(5)  VALUE SPACES.
               10  FILLER  PIC X(30) VALUE
                   "RETURN THIS NOTICE TO THE PAYR".
               10  FILLER  PIC X(30) VALUE
                   "OLL DEPARTMENT WITHIN 60".
           05  LETTER-TEXT-3.
               10  FILLER  PIC X(5)  VALUE SPACES.
               10  FILLER  PIC X(30) VALUE
                   "DAYS AND A REPLACEMENT CHECK W".
               10  FILLER  PIC X(30) VALUE
                   "ILL BE ISSUED.  OTHERWISE".
           05  LETTER-TEXT-4.
               10  FILLER  PIC X(5)  VALUE SPACES.
               10  FILLER  PIC X(44) VALUE
                   "THE AMOUNT WILL BE REPORTED TO THE STATE OF ".
               10  LETTER-STATE-OUT    PIC X(2).
           05  LETTER-TEXT-5.
               10  FILLER  PIC X(5)  VALUE SPACES.
               10  FILLER  PIC X(43) VALUE
                   "AS UNCLAIMED PROPERTY, AS THE LAW REQUIRES.".

      *  Annual unclaimed property report lines.
       01  UNCLAIMED-REPORT-HEADER.
           05  FILLER  PIC X(9)  VALUE SPACES.
           05  FILLER  PIC X(33) VALUE
               "UNCLAIMED PROPERTY REPORT - YEAR ".
           05  REPORT-YEAR-OUT         PIC 9(2).

       01  STATE-SECTION-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "STATE ".
           05  STATE-HEADER-CODE-OUT   PIC X(2).

       01  UNCLAIMED-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE SPACES.
           05  FILLER  PIC X(8)   VALUE "CHECK NO".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "EMPLOYEE ".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(13)  VALUE "NAME".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(10)  VALUE "    AMOUNT".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "ISSUED".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "LETTER".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "REPTD ".

       01  UNCLAIMED-DETAIL-RECORD.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  UNCL-CHECK-NUMBER-OUT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UNCL-EMP-NUMBER-OUT     PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UNCL-EMP-NAME-OUT       PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UNCL-AMOUNT-OUT         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UNCL-ISSUE-DATE-OUT     PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UNCL-LETTER-DATE-OUT    PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UNCL-REPORT-DATE-OUT    PIC 9(6).

       01  STATE-TOTAL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "STATE ".
           05  STATE-TOTAL-CODE-OUT    PIC X(2).
           05  FILLER                  PIC X(7) VALUE " TOTAL ".
           05  STATE-TOTAL-COUNT-OUT   PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE " CHECKS ".
           05  STATE-TOTAL-AMOUNT-OUT  PIC $$,$$$,$$9.99.

       01  COMPANY-TOTAL-RECORD.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "ALL STATES     ".
           05  COMPANY-TOTAL-COUNT-OUT PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8)  VALUE " CHECKS ".
           05  COMPANY-TOTAL-AMOUNT-OUT PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *  ------------------------------------------------------------
      *  Loads the unclaimed check master, carries out the one
      *  action the operator named, and writes the master back only
      *  when the action changed it.
      *  ------------------------------------------------------------
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           EVALUATE TRUE
               WHEN ACTION-LETTERS
                   PERFORM 2000-ISSUE-LETTERS
                       THRU 2000-ISSUE-LETTERS-EXIT
               WHEN ACTION-OWNER-RESPONDED
                   PERFORM 3000-OWNER-RESPONDED
                       THRU 3000-OWNER-RESPONDED-EXIT
               WHEN ACTION-REPORT-TO-STATE
                   PERFORM 4000-REPORT-TO-STATE
                       THRU 4000-REPORT-TO-STATE-EXIT
               WHEN ACTION-ANNUAL-REPORT
                   PERFORM 5000-ANNUAL-REPORT
                       THRU 5000-ANNUAL-REPORT-EXIT
               WHEN OTHER
                   DISPLAY "ACTION " ESCHEAT-ACTION
                       " NOT RECOGNIZED - NOTHING DONE"
           END-EVALUATE.
           IF MASTER-CHANGED
               PERFORM 8000-REWRITE-MASTER
                   THRU 8000-REWRITE-MASTER-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
      *  ------------------------------------------------------------
      *  A missing unclaimed check master is just an empty one -
      *  the first letter run creates it.
      *  ------------------------------------------------------------
           DISPLAY "ESCHEATMENT - L LETTERS, O OWNER RESPONDED,".
           DISPLAY "  R REPORT TO STATE, A ANNUAL REPORT: ".
           ACCEPT ESCHEAT-ACTION.
           ACCEPT DATE-IN FROM DATE.
           COMPUTE RUN-DATE-DAYS =
               YEAR-IN * 365 + MONTH-IN * 30 + DAY-IN.
           OPEN INPUT UNCLAIMED-MASTER-FILE.
           IF UNCLAIMED-NOT-FOUND
               MOVE "YES" TO UNCLAIMED-EOF-FLAG
           END-IF.
           PERFORM 1100-LOAD-UNCLAIMED-CHECK
               THRU 1100-LOAD-UNCLAIMED-CHECK-EXIT
               UNTIL UNCLAIMED-EOF-FLAG = "YES".
           IF NOT UNCLAIMED-NOT-FOUND
               CLOSE UNCLAIMED-MASTER-FILE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-UNCLAIMED-CHECK.
           READ UNCLAIMED-MASTER-FILE
               AT END MOVE "YES" TO UNCLAIMED-EOF-FLAG
               NOT AT END
                   IF UC-COUNT IS LESS THAN UC-MAX
                       ADD 1 TO UC-COUNT
                       MOVE UNCLAIMED-MASTER-RECORD
                           TO UNCLAIMED-TABLE(UC-COUNT)
                   ELSE
                       DISPLAY "UNCLAIMED CHECK TABLE FULL - CHECK "
                           UC-CHECK-NUMBER " NOT LOADED"
                   END-IF.
       1100-LOAD-UNCLAIMED-CHECK-EXIT.
           EXIT.

       1200-FIND-UNCLAIMED-CHECK.
      *  ------------------------------------------------------------
      *  Looks ISSUED-CHECK-NUMBER up in the master table; FOUND-SUB
      *  is the row, zero when the check is not tracked.
      *  ------------------------------------------------------------
           MOVE 0 TO FOUND-SUB.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 1210-MATCH-UNCLAIMED-CHECK
               THRU 1210-MATCH-UNCLAIMED-CHECK-EXIT
               VARYING UC-SUB FROM 1 BY 1
               UNTIL UC-SUB IS GREATER THAN UC-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
       1200-FIND-UNCLAIMED-CHECK-EXIT.
           EXIT.

       1210-MATCH-UNCLAIMED-CHECK.
           IF UT-CHECK-NUMBER(UC-SUB) = ISSUED-CHECK-NUMBER
               MOVE "T" TO FOUND-FLAG
               MOVE UC-SUB TO FOUND-SUB
           END-IF.
       1210-MATCH-UNCLAIMED-CHECK-EXIT.
           EXIT.

       2000-ISSUE-LETTERS.
      *  ------------------------------------------------------------
      *  ESCHEAT.TXT carries every check stale on the last CHECKREC
      *  run, so most of it is already tracked; only a check seen
      *  for the first time gets a letter.
      *  ------------------------------------------------------------
           OPEN INPUT ESCHEAT-EXTRACT-FILE-IN.
           IF ESCHEAT-IN-NOT-FOUND
               DISPLAY "ESCHEAT.TXT NOT FOUND - RUN CHECKREC FIRST"
               GO TO 2000-ISSUE-LETTERS-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-FILE-IN.
           OPEN OUTPUT LETTER-FILE-OUT.
           PERFORM 2100-READ-ESCHEAT-EXTRACT
               THRU 2100-READ-ESCHEAT-EXTRACT-EXIT.
           PERFORM 2200-TRACK-STALE-CHECK
               THRU 2200-TRACK-STALE-CHECK-EXIT
               UNTIL ESCHEAT-EOF-FLAG = "YES".
           CLOSE ESCHEAT-EXTRACT-FILE-IN.
           IF NOT EMP-FILE-MISSING
               CLOSE EMPLOYEE-FILE-IN
           END-IF.
           CLOSE LETTER-FILE-OUT.
           DISPLAY "STALE CHECKS READ    " EXTRACT-READ-CTR.
           DISPLAY "ALREADY TRACKED      " ALREADY-TRACKED-CTR.
           DISPLAY "LETTERS ISSUED       " LETTERS-ISSUED-CTR.
           IF LETTERS-ISSUED-CTR IS GREATER THAN 0
               DISPLAY "MAIL THE LETTERS IN ESCHLTR.TXT"
           END-IF.
       2000-ISSUE-LETTERS-EXIT.
           EXIT.

       2100-READ-ESCHEAT-EXTRACT.
           READ ESCHEAT-EXTRACT-FILE-IN
               AT END MOVE "YES" TO ESCHEAT-EOF-FLAG
               NOT AT END ADD 1 TO EXTRACT-READ-CTR.
       2100-READ-ESCHEAT-EXTRACT-EXIT.
           EXIT.

       2200-TRACK-STALE-CHECK.
           MOVE ESCHEAT-EXTRACT-RECORD-IN TO ISSUED-CHECK-WORK.
           PERFORM 1200-FIND-UNCLAIMED-CHECK
               THRU 1200-FIND-UNCLAIMED-CHECK-EXIT.
           IF FOUND-SUB IS NOT EQUAL TO 0
               ADD 1 TO ALREADY-TRACKED-CTR
           ELSE
               IF UC-COUNT IS LESS THAN UC-MAX
                   PERFORM 2300-ADD-UNCLAIMED-CHECK
                       THRU 2300-ADD-UNCLAIMED-CHECK-EXIT
                   PERFORM 2400-WRITE-LETTER
                       THRU 2400-WRITE-LETTER-EXIT
               ELSE
                   DISPLAY "UNCLAIMED CHECK TABLE FULL - CHECK "
                       ISSUED-CHECK-NUMBER " NOT LETTERED"
               END-IF
           END-IF.
           PERFORM 2100-READ-ESCHEAT-EXTRACT
               THRU 2100-READ-ESCHEAT-EXTRACT-EXIT.
       2200-TRACK-STALE-CHECK-EXIT.
           EXIT.

       2300-ADD-UNCLAIMED-CHECK.
      *  ------------------------------------------------------------
      *  The owner's name and state come off the employee master; an
      *  employee no longer on file keeps the name printed on the
      *  check and a blank state, which groups at the front of the
      *  annual report for review.
      *  ------------------------------------------------------------
           ADD 1 TO UC-COUNT.
           MOVE ISSUED-CHECK-NUMBER TO UT-CHECK-NUMBER(UC-COUNT).
           MOVE ISSUED-EMP-NUMBER   TO UT-EMP-NUMBER(UC-COUNT).
           MOVE ISSUED-EMP-NAME     TO UT-EMP-NAME(UC-COUNT).
           MOVE ISSUED-AMOUNT       TO UT-AMOUNT(UC-COUNT).
           MOVE ISSUED-DATE         TO UT-ISSUE-DATE(UC-COUNT).
           MOVE SPACES              TO UT-STATE-CODE(UC-COUNT).
           MOVE "L"                 TO UT-STAGE(UC-COUNT).
           MOVE DATE-IN             TO UT-LETTER-DATE(UC-COUNT).
           MOVE DATE-IN             TO UT-STAGE-DATE(UC-COUNT).
           MOVE SPACES TO EMP-INITIALS-IN.
           IF NOT EMP-FILE-MISSING
               MOVE ISSUED-EMP-NUMBER TO EMP-NUMBER-IN
               READ EMPLOYEE-FILE-IN
                   INVALID KEY
                       MOVE SPACES TO EMP-INITIALS-IN
                   NOT INVALID KEY
                       MOVE EMP-LAST-NAME-IN
                           TO UT-EMP-NAME(UC-COUNT)
                       MOVE STATE-CODE-IN
                           TO UT-STATE-CODE(UC-COUNT)
               END-READ
           END-IF.
           MOVE "Y" TO MASTER-CHANGED-FLAG.
       2300-ADD-UNCLAIMED-CHECK-EXIT.
           EXIT.

       2400-WRITE-LETTER.
           ADD 1 TO LETTERS-ISSUED-CTR.
           MOVE DATE-IN TO LETTER-DATE-OUT.
           MOVE LETTER-HEADING TO LETTER-RECORD-OUT.
           WRITE LETTER-RECORD-OUT BEFORE ADVANCING PAGE.
           MOVE EMP-INITIALS-IN          TO LETTER-INITIALS-OUT.
           MOVE UT-EMP-NAME(UC-COUNT)    TO LETTER-NAME-OUT.
           MOVE UT-EMP-NUMBER(UC-COUNT)  TO LETTER-EMP-NUMBER-OUT.
           MOVE LETTER-OWNER-LINE TO LETTER-RECORD-OUT.
           WRITE LETTER-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE UT-CHECK-NUMBER(UC-COUNT) TO LETTER-CHECK-NUMBER-OUT.
           MOVE UT-ISSUE-DATE(UC-COUNT)   TO LETTER-ISSUE-DATE-OUT.
           MOVE UT-AMOUNT(UC-COUNT)       TO LETTER-AMOUNT-OUT.
           MOVE LETTER-CHECK-LINE TO LETTER-RECORD-OUT.
           WRITE LETTER-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE LETTER-TEXT-1 TO LETTER-RECORD-OUT.
           WRITE LETTER-RECORD-OUT.
           MOVE LETTER-TEXT-2 TO LETTER-RECORD-OUT.
           WRITE LETTER-RECORD-OUT.
           MOVE LETTER-TEXT-3 TO LETTER-RECORD-OUT.
           WRITE LETTER-RECORD-OUT.
           MOVE UT-STATE-CODE(UC-COUNT) TO LETTER-STATE-OUT.
           MOVE LETTER-TEXT-4 TO LETTER-RECORD-OUT.
           WRITE LETTER-RECORD-OUT.
           MOVE LETTER-TEXT-5 TO LETTER-RECORD-OUT.
           WRITE LETTER-RECORD-OUT.
       2400-WRITE-LETTER-EXIT.
           EXIT.

       3000-OWNER-RESPONDED.
      *  ------------------------------------------------------------
      *  The owner has answered the letter.  The original check must
      *  already be voided through CHECKVOID - that takes it off the
      *  outstanding master, stops payment and backs it out of YTD
      *  and the ledger - so the replacement can go through the
      *  off-cycle run as a fresh check for the original gross,
      *  taxed and posted the normal way.  A check already reported
      *  belongs to the state now; the owner claims it there.
      *  ------------------------------------------------------------
           DISPLAY "CHECK NUMBER THE OWNER RESPONDED FOR: ".
           ACCEPT WS-RESPONSE-CHECK-NUMBER.
           MOVE WS-RESPONSE-CHECK-NUMBER TO ISSUED-CHECK-NUMBER.
           PERFORM 1200-FIND-UNCLAIMED-CHECK
               THRU 1200-FIND-UNCLAIMED-CHECK-EXIT.
           IF FOUND-SUB IS EQUAL TO 0
               DISPLAY "CHECK " WS-RESPONSE-CHECK-NUMBER
                   " NOT ON UNCLAIM.TXT - NOTHING REISSUED"
               GO TO 3000-OWNER-RESPONDED-EXIT
           END-IF.
           IF UT-REPORTED(FOUND-SUB)
               DISPLAY "CHECK " WS-RESPONSE-CHECK-NUMBER
                   " ALREADY REPORTED TO STATE "
                   UT-STATE-CODE(FOUND-SUB)
                   " - OWNER MUST CLAIM FROM THE STATE"
               GO TO 3000-OWNER-RESPONDED-EXIT
           END-IF.
           IF UT-OWNER-RESPONDED(FOUND-SUB)
               DISPLAY "CHECK " WS-RESPONSE-CHECK-NUMBER
                   " ALREADY REISSUED ON " UT-STAGE-DATE(FOUND-SUB)
               GO TO 3000-OWNER-RESPONDED-EXIT
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-MISSING
               DISPLAY "PAYHIST.TXT NOT FOUND - NOTHING REISSUED"
               GO TO 3000-OWNER-RESPONDED-EXIT
           END-IF.
           MOVE UT-EMP-NUMBER(FOUND-SUB)   TO PH-EMP-NUMBER.
           MOVE UT-CHECK-NUMBER(FOUND-SUB) TO PH-CHECK-NUMBER.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   DISPLAY "NO PAY HISTORY FOR CHECK "
                       WS-RESPONSE-CHECK-NUMBER
                       " - REISSUE BY HAND"
                   CLOSE PAY-HISTORY-FILE
                   GO TO 3000-OWNER-RESPONDED-EXIT
           END-READ.
           CLOSE PAY-HISTORY-FILE.
           IF PH-CHECK-STATUS IS NOT EQUAL TO "V"
               DISPLAY "VOID CHECK " WS-RESPONSE-CHECK-NUMBER
                   " THROUGH CHECKVOID FIRST - NOTHING REISSUED"
               GO TO 3000-OWNER-RESPONDED-EXIT
           END-IF.
           PERFORM 3100-WRITE-REISSUE-REQUEST
               THRU 3100-WRITE-REISSUE-REQUEST-EXIT.
           MOVE "O"     TO UT-STAGE(FOUND-SUB).
           MOVE DATE-IN TO UT-STAGE-DATE(FOUND-SUB).
           MOVE "Y" TO MASTER-CHANGED-FLAG.
           DISPLAY "REISSUE OF CHECK " WS-RESPONSE-CHECK-NUMBER
               " WRITTEN TO OFFCYCLE.TXT FOR " PH-GROSS-PAY
               " GROSS".
       3000-OWNER-RESPONDED-EXIT.
           EXIT.

       3100-WRITE-REISSUE-REQUEST.
           OPEN EXTEND OFF-CYCLE-REQUEST-FILE.
           IF OFF-CYCLE-NOT-FOUND
               OPEN OUTPUT OFF-CYCLE-REQUEST-FILE
           END-IF.
           MOVE PH-EMP-NUMBER TO OC-EMP-NUMBER-IN.
           MOVE 0             TO OC-HOURS-IN.
           MOVE PH-GROSS-PAY  TO OC-FLAT-AMOUNT-IN.
           MOVE SPACE         TO OC-FINAL-PAY-IN.
           WRITE OFF-CYCLE-REQUEST-RECORD.
           CLOSE OFF-CYCLE-REQUEST-FILE.
       3100-WRITE-REISSUE-REQUEST-EXIT.
           EXIT.

       4000-REPORT-TO-STATE.
      *  ------------------------------------------------------------
      *  Both GL accounts are proved up front, so a run that cannot
      *  post the cash-to-liability entries changes nothing.  The
      *  outstanding master is then swept once: every check due to
      *  be reported is dropped from OUTSTNEW.TXT, stopped and
      *  posted; everything else is carried.  A lettered check that
      *  is due but no longer outstanding was cashed or voided in
      *  the meantime, and is closed.
      *  ------------------------------------------------------------
           PERFORM 4100-LOAD-GL-ACCOUNTS
               THRU 4100-LOAD-GL-ACCOUNTS-EXIT.
           MOVE "CSH" TO GL-WORK-KEY.
           PERFORM 4300-FIND-GL-ACCOUNT
               THRU 4300-FIND-GL-ACCOUNT-EXIT.
           MOVE GL-WORK-ACCOUNT TO GL-CASH-ACCOUNT.
           MOVE "UNC" TO GL-WORK-KEY.
           PERFORM 4300-FIND-GL-ACCOUNT
               THRU 4300-FIND-GL-ACCOUNT-EXIT.
           MOVE GL-WORK-ACCOUNT TO GL-UNCLAIMED-ACCOUNT.
           IF GL-CASH-ACCOUNT IS EQUAL TO 0
               OR GL-UNCLAIMED-ACCOUNT IS EQUAL TO 0
               DISPLAY "NOTHING REPORTED - MAP CSH AND UNC ON "
                   "GLACCTS.TXT"
               GO TO 4000-REPORT-TO-STATE-EXIT
           END-IF.
           OPEN INPUT OUTSTANDING-CHECK-FILE-IN.
           IF OUTSTANDING-IN-NOT-FOUND
               DISPLAY "OUTSTCHK.TXT NOT FOUND - NOTHING REPORTED"
               GO TO 4000-REPORT-TO-STATE-EXIT
           END-IF.
           OPEN OUTPUT NEW-OUTSTANDING-FILE-OUT.
           OPEN EXTEND STOP-PAY-FILE-OUT.
           IF STOP-PAY-NOT-FOUND
               OPEN OUTPUT STOP-PAY-FILE-OUT
           END-IF.
           OPEN EXTEND ESCHEAT-GL-FILE-OUT.
           IF ESCHEAT-GL-NOT-FOUND
               OPEN OUTPUT ESCHEAT-GL-FILE-OUT
           END-IF.
           PERFORM 4500-READ-OUTSTANDING-CHECK
               THRU 4500-READ-OUTSTANDING-CHECK-EXIT.
           PERFORM 4600-SWEEP-OUTSTANDING-CHECK
               THRU 4600-SWEEP-OUTSTANDING-CHECK-EXIT
               UNTIL OUTSTANDING-EOF-FLAG = "YES".
           CLOSE OUTSTANDING-CHECK-FILE-IN.
           CLOSE NEW-OUTSTANDING-FILE-OUT.
           CLOSE STOP-PAY-FILE-OUT.
           CLOSE ESCHEAT-GL-FILE-OUT.
           PERFORM 4900-CLOSE-UNMATCHED-CHECK
               THRU 4900-CLOSE-UNMATCHED-CHECK-EXIT
               VARYING UC-SUB FROM 1 BY 1
               UNTIL UC-SUB IS GREATER THAN UC-COUNT.
           DISPLAY "CHECKS REPORTED      " CHECKS-REPORTED-CTR.
           DISPLAY "AMOUNT REPORTED      " REPORTED-TOTAL-WS.
           DISPLAY "CHECKS CLOSED        " CHECKS-CLOSED-CTR.
           DISPLAY "SWAP OUTSTNEW.TXT IN AS OUTSTCHK.TXT".
       4000-REPORT-TO-STATE-EXIT.
           EXIT.

       4100-LOAD-GL-ACCOUNTS.
      *  ------------------------------------------------------------
      *  The account map as it stands today, loaded the way
      *  PROJECT-4 loads it: the latest entry per key not dated
      *  after today, retired keys left out.  A missing file is an
      *  empty map.
      *  ------------------------------------------------------------
           OPEN INPUT GL-ACCOUNT-FILE-IN.
           IF GL-ACCOUNT-IN-NOT-FOUND
               MOVE "YES" TO GL-MAP-EOF-FLAG
           END-IF.
           PERFORM 4110-READ-GL-ACCOUNT
               THRU 4110-READ-GL-ACCOUNT-EXIT
               UNTIL GL-MAP-EOF-FLAG = "YES".
           IF NOT GL-ACCOUNT-IN-NOT-FOUND
               CLOSE GL-ACCOUNT-FILE-IN
           END-IF.
       4100-LOAD-GL-ACCOUNTS-EXIT.
           EXIT.

       4110-READ-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE-IN
               AT END MOVE "YES" TO GL-MAP-EOF-FLAG
               NOT AT END
                   PERFORM 4150-POST-GL-ACCOUNT-ENTRY
                       THRU 4150-POST-GL-ACCOUNT-ENTRY-EXIT.
       4110-READ-GL-ACCOUNT-EXIT.
           EXIT.

       4150-POST-GL-ACCOUNT-ENTRY.
           IF GL-MAP-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO GL-MAP-EFF-DATE-IN
           END-IF.
           IF GL-MAP-EFF-DATE-IN IS GREATER THAN DATE-IN
               GO TO 4150-POST-GL-ACCOUNT-ENTRY-EXIT
           END-IF.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 4160-MATCH-GL-ACCOUNT-ENTRY
               THRU 4160-MATCH-GL-ACCOUNT-ENTRY-EXIT
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
       4150-POST-GL-ACCOUNT-ENTRY-EXIT.
           EXIT.

       4160-MATCH-GL-ACCOUNT-ENTRY.
           IF GL-MAP-KEY(GL-SUB) = GL-MAP-KEY-IN
               MOVE "T" TO FOUND-FLAG
               MOVE GL-SUB TO TABLE-POST-SUB
           END-IF.
       4160-MATCH-GL-ACCOUNT-ENTRY-EXIT.
           EXIT.

       4300-FIND-GL-ACCOUNT.
      *  A retired key counts as unmapped.
           MOVE "F" TO FOUND-FLAG.
           MOVE 0   TO GL-WORK-ACCOUNT.
           PERFORM 4310-MATCH-GL-ACCOUNT
               THRU 4310-MATCH-GL-ACCOUNT-EXIT
               VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB IS GREATER THAN GL-MAP-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           IF GL-WORK-ACCOUNT IS EQUAL TO 0
               DISPLAY "NO GL ACCOUNT MAPPED FOR KEY " GL-WORK-KEY
           END-IF.
       4300-FIND-GL-ACCOUNT-EXIT.
           EXIT.

       4310-MATCH-GL-ACCOUNT.
           IF GL-MAP-KEY(GL-SUB) = GL-WORK-KEY
               MOVE "T" TO FOUND-FLAG
               IF NOT GL-MAP-RETIRED(GL-SUB)
                   MOVE GL-MAP-ACCOUNT(GL-SUB) TO GL-WORK-ACCOUNT
               END-IF
           END-IF.
       4310-MATCH-GL-ACCOUNT-EXIT.
           EXIT.

       4400-TEST-ELIGIBLE.
      *  ------------------------------------------------------------
      *  Sets CHECK-ELIGIBLE-FLAG for the row at FOUND-SUB: still
      *  lettered, dormant a full year from issue, and the letter
      *  out the whole waiting period.
      *  ------------------------------------------------------------
           MOVE "N" TO CHECK-ELIGIBLE-FLAG.
           IF NOT UT-LETTER-ISSUED(FOUND-SUB)
               GO TO 4400-TEST-ELIGIBLE-EXIT
           END-IF.
           MOVE UT-ISSUE-DATE(FOUND-SUB) TO AGE-DATE-WS.
           COMPUTE AGE-DATE-DAYS =
               AGE-DATE-YY * 365 + AGE-DATE-MM * 30 + AGE-DATE-DD.
           COMPUTE ISSUE-AGE-DAYS = RUN-DATE-DAYS - AGE-DATE-DAYS.
           MOVE UT-LETTER-DATE(FOUND-SUB) TO AGE-DATE-WS.
           COMPUTE AGE-DATE-DAYS =
               AGE-DATE-YY * 365 + AGE-DATE-MM * 30 + AGE-DATE-DD.
           COMPUTE LETTER-AGE-DAYS = RUN-DATE-DAYS - AGE-DATE-DAYS.
           IF ISSUE-AGE-DAYS IS NOT LESS THAN DORMANCY-DAYS
               AND LETTER-AGE-DAYS IS NOT LESS THAN LETTER-WAIT-DAYS
               MOVE "Y" TO CHECK-ELIGIBLE-FLAG
           END-IF.
       4400-TEST-ELIGIBLE-EXIT.
           EXIT.

       4500-READ-OUTSTANDING-CHECK.
           READ OUTSTANDING-CHECK-FILE-IN
               AT END MOVE "YES" TO OUTSTANDING-EOF-FLAG.
       4500-READ-OUTSTANDING-CHECK-EXIT.
           EXIT.

       4600-SWEEP-OUTSTANDING-CHECK.
           MOVE OUTSTANDING-CHECK-RECORD-IN TO ISSUED-CHECK-WORK.
           MOVE "N" TO CHECK-ELIGIBLE-FLAG.
           PERFORM 1200-FIND-UNCLAIMED-CHECK
               THRU 1200-FIND-UNCLAIMED-CHECK-EXIT.
           IF FOUND-SUB IS NOT EQUAL TO 0
               PERFORM 4400-TEST-ELIGIBLE
                   THRU 4400-TEST-ELIGIBLE-EXIT
           END-IF.
           IF CHECK-IS-ELIGIBLE
               PERFORM 4700-REPORT-ONE-CHECK
                   THRU 4700-REPORT-ONE-CHECK-EXIT
           ELSE
               MOVE OUTSTANDING-CHECK-RECORD-IN
                   TO NEW-OUTSTANDING-RECORD-OUT
               WRITE NEW-OUTSTANDING-RECORD-OUT
           END-IF.
           PERFORM 4500-READ-OUTSTANDING-CHECK
               THRU 4500-READ-OUTSTANDING-CHECK-EXIT.
       4600-SWEEP-OUTSTANDING-CHECK-EXIT.
           EXIT.

       4700-REPORT-ONE-CHECK.
      *  ------------------------------------------------------------
      *  The amount is the check as it sits on the outstanding
      *  master.  Cash is debited back (the check will never clear)
      *  and the unclaimed property liability credited until the
      *  state is paid.
      *  ------------------------------------------------------------
           MOVE SPACES              TO STOP-PAY-RECORD-OUT.
           MOVE ISSUED-CHECK-NUMBER TO STOP-CHECK-NUMBER-OUT.
           MOVE ISSUED-EMP-NUMBER   TO STOP-EMP-NUMBER-OUT.
           MOVE ISSUED-EMP-NAME     TO STOP-EMP-NAME-OUT.
           MOVE ISSUED-AMOUNT       TO STOP-AMOUNT-OUT.
           MOVE DATE-IN             TO STOP-VOID-DATE-OUT.
           MOVE "STOP"              TO STOP-LITERAL-OUT.
           WRITE STOP-PAY-RECORD-OUT.
           MOVE ISSUED-CHECK-NUMBER TO GL-DESC-CHECK-OUT.
           MOVE SPACES              TO ESCHEAT-GL-RECORD-OUT.
           MOVE DATE-IN             TO ESCHEAT-GL-DATE-OUT.
           MOVE ISSUED-AMOUNT       TO ESCHEAT-GL-AMOUNT-OUT.
           MOVE GL-DESC-WS          TO ESCHEAT-GL-DESC-OUT.
           MOVE GL-CASH-ACCOUNT     TO ESCHEAT-GL-ACCOUNT-OUT.
           MOVE "D"                 TO ESCHEAT-GL-DC-OUT.
           WRITE ESCHEAT-GL-RECORD-OUT.
           MOVE GL-UNCLAIMED-ACCOUNT TO ESCHEAT-GL-ACCOUNT-OUT.
           MOVE "C"                 TO ESCHEAT-GL-DC-OUT.
           WRITE ESCHEAT-GL-RECORD-OUT.
           MOVE ISSUED-AMOUNT TO UT-AMOUNT(FOUND-SUB).
           MOVE "R"           TO UT-STAGE(FOUND-SUB).
           MOVE DATE-IN       TO UT-STAGE-DATE(FOUND-SUB).
           MOVE "Y" TO MASTER-CHANGED-FLAG.
           ADD 1 TO CHECKS-REPORTED-CTR.
           ADD ISSUED-AMOUNT TO REPORTED-TOTAL-WS.
       4700-REPORT-ONE-CHECK-EXIT.
           EXIT.

       4900-CLOSE-UNMATCHED-CHECK.
      *  A check still lettered and due after the sweep was not on
      *  the outstanding master - it no longer needs reporting.
           MOVE UC-SUB TO FOUND-SUB.
           PERFORM 4400-TEST-ELIGIBLE THRU 4400-TEST-ELIGIBLE-EXIT.
           IF CHECK-IS-ELIGIBLE
               MOVE "C"     TO UT-STAGE(UC-SUB)
               MOVE DATE-IN TO UT-STAGE-DATE(UC-SUB)
               MOVE "Y" TO MASTER-CHANGED-FLAG
               ADD 1 TO CHECKS-CLOSED-CTR
               DISPLAY "CHECK " UT-CHECK-NUMBER(UC-SUB)
                   " NO LONGER OUTSTANDING - CLOSED"
           END-IF.
       4900-CLOSE-UNMATCHED-CHECK-EXIT.
           EXIT.

       5000-ANNUAL-REPORT.
      *  ------------------------------------------------------------
      *  Every check reported in the named year, sorted by state
      *  code and check number and written one section per state,
      *  the way STREMIT writes its register.
      *  ------------------------------------------------------------
           DISPLAY "REPORT YEAR (2 DIGITS): ".
           ACCEPT WS-REPORT-YEAR.
           OPEN OUTPUT UNCLAIMED-REPORT-FILE-OUT.
           MOVE WS-REPORT-YEAR TO REPORT-YEAR-OUT.
           MOVE UNCLAIMED-REPORT-HEADER TO UNCLAIMED-REPORT-RECORD-OUT.
           WRITE UNCLAIMED-REPORT-RECORD-OUT BEFORE ADVANCING PAGE.
           SORT STATE-SORT-FILE
               ON ASCENDING KEY SR-STATE-CODE
                                SR-CHECK-NUMBER
               INPUT PROCEDURE IS 5100-EXTRACT-REPORTED
                   THRU 5100-EXTRACT-REPORTED-EXIT
               OUTPUT PROCEDURE IS 5300-WRITE-REPORT
                   THRU 5300-WRITE-REPORT-EXIT.
           CLOSE UNCLAIMED-REPORT-FILE-OUT.
           DISPLAY "UNCLAIMED PROPERTY REPORT FOR " WS-REPORT-YEAR.
           DISPLAY "CHECKS REPORTED      " RECORDS-EXTRACTED-CTR.
           DISPLAY "STATES REPORTED      " STATES-REPORTED-CTR.
       5000-ANNUAL-REPORT-EXIT.
           EXIT.

       5100-EXTRACT-REPORTED.
           PERFORM 5200-RELEASE-REPORTED
               THRU 5200-RELEASE-REPORTED-EXIT
               VARYING UC-SUB FROM 1 BY 1
               UNTIL UC-SUB IS GREATER THAN UC-COUNT.
       5100-EXTRACT-REPORTED-EXIT.
           EXIT.

       5200-RELEASE-REPORTED.
           MOVE UT-STAGE-DATE(UC-SUB) TO STAGE-DATE-WS.
           IF UT-REPORTED(UC-SUB)
               AND STAGE-DATE-YY IS EQUAL TO WS-REPORT-YEAR
               MOVE UT-STATE-CODE(UC-SUB)   TO SR-STATE-CODE
               MOVE UT-CHECK-NUMBER(UC-SUB) TO SR-CHECK-NUMBER
               MOVE UT-EMP-NUMBER(UC-SUB)   TO SR-EMP-NUMBER
               MOVE UT-EMP-NAME(UC-SUB)     TO SR-EMP-NAME
               MOVE UT-AMOUNT(UC-SUB)       TO SR-AMOUNT
               MOVE UT-ISSUE-DATE(UC-SUB)   TO SR-ISSUE-DATE
               MOVE UT-LETTER-DATE(UC-SUB)  TO SR-LETTER-DATE
               MOVE UT-STAGE-DATE(UC-SUB)   TO SR-REPORT-DATE
               RELEASE STATE-SORT-RECORD
               ADD 1 TO RECORDS-EXTRACTED-CTR
           END-IF.
       5200-RELEASE-REPORTED-EXIT.
           EXIT.

       5300-WRITE-REPORT.
           MOVE "N" TO STATE-OPEN-FLAG.
           PERFORM 5400-RETURN-SORT-RECORD
               THRU 5400-RETURN-SORT-RECORD-EXIT.
           PERFORM 5500-WRITE-ONE-CHECK
               THRU 5500-WRITE-ONE-CHECK-EXIT
               UNTIL SORT-EOF-FLAG = "YES".
           IF STATE-SECTION-OPEN
               PERFORM 5700-WRITE-STATE-TOTAL
                   THRU 5700-WRITE-STATE-TOTAL-EXIT
           END-IF.
           MOVE COMPANY-CHECK-COUNT  TO COMPANY-TOTAL-COUNT-OUT.
           MOVE COMPANY-AMOUNT-TOTAL TO COMPANY-TOTAL-AMOUNT-OUT.
           MOVE COMPANY-TOTAL-RECORD TO UNCLAIMED-REPORT-RECORD-OUT.
           WRITE UNCLAIMED-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
       5300-WRITE-REPORT-EXIT.
           EXIT.

       5400-RETURN-SORT-RECORD.
           RETURN STATE-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.
       5400-RETURN-SORT-RECORD-EXIT.
           EXIT.

       5500-WRITE-ONE-CHECK.
           IF NOT STATE-SECTION-OPEN
               OR SR-STATE-CODE IS NOT EQUAL TO CURRENT-STATE-WS
               PERFORM 5600-START-STATE-SECTION
                   THRU 5600-START-STATE-SECTION-EXIT
           END-IF.
           MOVE SR-CHECK-NUMBER  TO UNCL-CHECK-NUMBER-OUT.
           MOVE SR-EMP-NUMBER    TO UNCL-EMP-NUMBER-OUT.
           MOVE SR-EMP-NAME      TO UNCL-EMP-NAME-OUT.
           MOVE SR-AMOUNT        TO UNCL-AMOUNT-OUT.
           MOVE SR-ISSUE-DATE    TO UNCL-ISSUE-DATE-OUT.
           MOVE SR-LETTER-DATE   TO UNCL-LETTER-DATE-OUT.
           MOVE SR-REPORT-DATE   TO UNCL-REPORT-DATE-OUT.
           MOVE UNCLAIMED-DETAIL-RECORD TO UNCLAIMED-REPORT-RECORD-OUT.
           WRITE UNCLAIMED-REPORT-RECORD-OUT.
           ADD 1 TO STATE-CHECK-COUNT
                    COMPANY-CHECK-COUNT.
           ADD SR-AMOUNT TO STATE-AMOUNT-TOTAL
                            COMPANY-AMOUNT-TOTAL.
           PERFORM 5400-RETURN-SORT-RECORD
               THRU 5400-RETURN-SORT-RECORD-EXIT.
       5500-WRITE-ONE-CHECK-EXIT.
           EXIT.

       5600-START-STATE-SECTION.
           IF STATE-SECTION-OPEN
               PERFORM 5700-WRITE-STATE-TOTAL
                   THRU 5700-WRITE-STATE-TOTAL-EXIT
           END-IF.
           MOVE "Y" TO STATE-OPEN-FLAG.
           MOVE SR-STATE-CODE TO CURRENT-STATE-WS.
           MOVE 0 TO STATE-CHECK-COUNT.
           MOVE 0 TO STATE-AMOUNT-TOTAL.
           ADD 1 TO STATES-REPORTED-CTR.
           MOVE SR-STATE-CODE TO STATE-HEADER-CODE-OUT.
           MOVE STATE-SECTION-HEADER TO UNCLAIMED-REPORT-RECORD-OUT.
           WRITE UNCLAIMED-REPORT-RECORD-OUT AFTER ADVANCING 2 LINES.
           MOVE UNCLAIMED-COLUMN-HEADER
               TO UNCLAIMED-REPORT-RECORD-OUT.
           WRITE UNCLAIMED-REPORT-RECORD-OUT.
       5600-START-STATE-SECTION-EXIT.
           EXIT.

       5700-WRITE-STATE-TOTAL.
           MOVE CURRENT-STATE-WS   TO STATE-TOTAL-CODE-OUT.
           MOVE STATE-CHECK-COUNT  TO STATE-TOTAL-COUNT-OUT.
           MOVE STATE-AMOUNT-TOTAL TO STATE-TOTAL-AMOUNT-OUT.
           MOVE STATE-TOTAL-RECORD TO UNCLAIMED-REPORT-RECORD-OUT.
           WRITE UNCLAIMED-REPORT-RECORD-OUT.
       5700-WRITE-STATE-TOTAL-EXIT.
           EXIT.

       8000-REWRITE-MASTER.
           OPEN OUTPUT UNCLAIMED-MASTER-FILE.
           PERFORM 8100-WRITE-UNCLAIMED-CHECK
               THRU 8100-WRITE-UNCLAIMED-CHECK-EXIT
               VARYING UC-SUB FROM 1 BY 1
               UNTIL UC-SUB IS GREATER THAN UC-COUNT.
           CLOSE UNCLAIMED-MASTER-FILE.
       8000-REWRITE-MASTER-EXIT.
           EXIT.

       8100-WRITE-UNCLAIMED-CHECK.
           MOVE UNCLAIMED-TABLE(UC-SUB) TO UNCLAIMED-MASTER-RECORD.
           WRITE UNCLAIMED-MASTER-RECORD.
       8100-WRITE-UNCLAIMED-CHECK-EXIT.
           EXIT.

       9000-TERMINATE.
      *  Every file but the master is opened and closed inside the
      *  action that uses it.
           DISPLAY "ESCHEATMENT RUN COMPLETE".
       9000-TERMINATE-EXIT.
           EXIT.
