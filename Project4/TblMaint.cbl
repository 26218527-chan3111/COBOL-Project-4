       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLMAINT.
       AUTHOR. Chandler Newman-Reed.

      *  This program maintains the control tables that drive the
      *  register - PAYRATES.TXT, DEPTTBL.TXT, GLACCTS.TXT and
      *  LEAVRATE.TXT - so they are no longer edited by hand.  It
      *  adds, changes and retires entries, with the edits a hand
      *  edit never got:
      *    - no duplicate keys (a key already in force has to be
      *      changed, not added again)
      *    - no pay class named after a reserved GL key (TAX, NET,
      *      the employer-cost keys, S plus a state code ...), since
      *      the class code doubles as its wage account key
      *    - a department's wage account must be mapped on
      *      GLACCTS.TXT (zero still means "use the class account"),
      *      and an account a department posts to cannot be retired
      *      or changed away from under it
      *    - a leave accrual class must be a pay class in force
      *  Every entry carries an effective date (YYMMDD), so a rate
      *  increase can be keyed ahead of time: a change or retirement
      *  adds a new dated entry and leaves the old one in place, and
      *  PROJECT-4 uses the latest entry not after the check date.
      *  A retirement is an entry with an "R" status.  Re-keying an
      *  entry for the same date corrects it in place.  Every change
      *  is journaled to TBLAUD.TXT in the EMPAUDIT.TXT layout
      *  (operator, date/time, action, before- and after-image, the
      *  images prefixed with the table's file name; no employee
      *  number), kept in that layout for the auditors to read when
      *  they ask who changed a rate and when.  A retirement is
      *  journaled as a "D" (deactivate).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-RATE-FILE
               ASSIGN  "PAYRATES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAY-RATE-FILE-STATUS.

           SELECT DEPT-TABLE-FILE
               ASSIGN  "DEPTTBL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEPT-TABLE-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
               ASSIGN  "GLACCTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GL-ACCOUNT-FILE-STATUS.

           SELECT LEAVE-RATE-FILE
               ASSIGN  "LEAVRATE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEAVE-RATE-FILE-STATUS.

           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO "TBLAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *  The four layouts are the ones PROJECT-4 reads, effective
      *  date and status included.
       FD  PAY-RATE-FILE.
       01  PAY-RATE-IN.
           05  CLASS-IN            PIC X(3).
           05  RATE-IN             PIC 9(2)V99.
           05  RATE-EFF-DATE-IN    PIC 9(6).
           05  RATE-STATUS-IN      PIC X(1).

       FD  DEPT-TABLE-FILE.
       01  DEPT-TABLE-IN.
           05  DEPT-CODE-IN        PIC X(3).
           05  DEPT-NAME-IN        PIC X(15).
           05  DEPT-WAGE-ACCT-IN   PIC 9(8).
           05  DEPT-EFF-DATE-IN    PIC 9(6).
           05  DEPT-STATUS-IN      PIC X(1).

       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-MAP-IN.
           05  GL-MAP-KEY-IN       PIC X(3).
           05  GL-MAP-ACCOUNT-IN   PIC 9(8).
           05  GL-MAP-EFF-DATE-IN  PIC 9(6).
           05  GL-MAP-STATUS-IN    PIC X(1).

       FD  LEAVE-RATE-FILE.
       01  LEAVE-RATE-IN.
           05  LEAVE-CLASS-IN      PIC X(3).
           05  VAC-ACCRUAL-IN      PIC 9(1)V99.
           05  SICK-ACCRUAL-IN     PIC 9(1)V99.
           05  LEAVE-EFF-DATE-IN   PIC 9(6).
           05  LEAVE-STATUS-IN     PIC X(1).

       FD  AUDIT-JOURNAL-FILE.
           COPY "AUDITREC.DAT".

       WORKING-STORAGE SECTION.

       COPY "STATETBL.DAT".

       01  FLAGS.
           05  PAY-RATE-FILE-STATUS    PIC X(2).
               88  PAY-RATE-FILE-OK            VALUE "00".
               88  PAY-RATE-FILE-MISSING       VALUE "35".
           05  DEPT-TABLE-FILE-STATUS  PIC X(2).
               88  DEPT-TABLE-FILE-OK          VALUE "00".
               88  DEPT-TABLE-FILE-MISSING     VALUE "35".
           05  GL-ACCOUNT-FILE-STATUS  PIC X(2).
               88  GL-ACCOUNT-FILE-OK          VALUE "00".
               88  GL-ACCOUNT-FILE-MISSING     VALUE "35".
           05  LEAVE-RATE-FILE-STATUS  PIC X(2).
               88  LEAVE-RATE-FILE-OK          VALUE "00".
               88  LEAVE-RATE-FILE-MISSING     VALUE "35".
           05  MAINT-DONE-FLAG         PIC X(3) VALUE "NO ".
           05  TABLE-EOF-FLAG          PIC X(3) VALUE "NO ".
           05  AUDIT-FILE-STATUS       PIC X(2).
               88  AUDIT-FILE-NOT-FOUND        VALUE "35".
           05  AUDIT-OPENED-IND        PIC X(1) VALUE "N".
           05  ENTRY-ERROR-FLAG        PIC X(1) VALUE "N".
               88  ENTRY-IN-ERROR              VALUE "Y".
           05  RESERVED-KEY-FLAG       PIC X(1) VALUE "N".
               88  KEY-IS-RESERVED             VALUE "Y".
           05  ACCOUNT-FOUND-FLAG      PIC X(1) VALUE "N".
               88  ACCOUNT-IS-MAPPED           VALUE "Y".
           05  ACCOUNT-IN-USE-FLAG     PIC X(1) VALUE "N".
               88  ACCOUNT-IS-IN-USE           VALUE "Y".

       01  TABLE-SELECTION             PIC X(1).
           88  PAY-RATE-TABLE-SELECTED         VALUE "P".
           88  DEPT-TABLE-SELECTED             VALUE "D".
           88  GL-ACCOUNT-TABLE-SELECTED       VALUE "G".
           88  LEAVE-RATE-TABLE-SELECTED       VALUE "L".
           88  QUIT-MAINTENANCE                VALUE "Q".

       01  MENU-SELECTION              PIC X(1).
           88  ADD-ENTRY                       VALUE "A".
           88  CHANGE-ENTRY                    VALUE "C".
           88  RETIRE-ENTRY                    VALUE "R".

       01  MENU-SCREEN.
           05  FILLER  PIC X(40) VALUE
               "CONTROL TABLE MAINTENANCE".
           05  FILLER  PIC X(40) VALUE
               "  P = PAYRATES   D = DEPTTBL".
           05  FILLER  PIC X(40) VALUE
               "  G = GLACCTS    L = LEAVRATE   Q = QUIT".
           05  FILLER  PIC X(40) VALUE
               "  A = ADD   C = CHANGE   R = RETIRE".

      *  Every dated entry of each table is held, not just the one
      *  in force, because the file is rewritten from here after
      *  each change.  A table too big to hold is refused outright
      *  rather than rewritten short.
       01  TABLE-ROW-CONTROL.
           05  PR-ROW-COUNT            PIC 9(3) VALUE 0.
           05  DP-ROW-COUNT            PIC 9(3) VALUE 0.
           05  GA-ROW-COUNT            PIC 9(3) VALUE 0.
           05  LR-ROW-COUNT            PIC 9(3) VALUE 0.
           05  TABLE-ROW-MAX           PIC 9(3) VALUE 500.

       01  PAY-RATE-ROWS.
           05  PAY-RATE-ROW OCCURS 500 TIMES.
               10  PR-CLASS            PIC X(3).
               10  PR-RATE             PIC 9(2)V99.
               10  PR-EFF-DATE         PIC 9(6).
               10  PR-STATUS           PIC X(1).
                   88  PR-RETIRED              VALUE "R".

       01  DEPT-ROWS.
           05  DEPT-ROW OCCURS 500 TIMES.
               10  DP-CODE             PIC X(3).
               10  DP-NAME             PIC X(15).
               10  DP-WAGE-ACCT        PIC 9(8).
               10  DP-EFF-DATE         PIC 9(6).
               10  DP-STATUS           PIC X(1).
                   88  DP-RETIRED              VALUE "R".

       01  GL-ACCOUNT-ROWS.
           05  GL-ACCOUNT-ROW OCCURS 500 TIMES.
               10  GA-KEY              PIC X(3).
               10  GA-ACCOUNT          PIC 9(8).
               10  GA-EFF-DATE         PIC 9(6).
               10  GA-STATUS           PIC X(1).
                   88  GA-RETIRED              VALUE "R".

       01  LEAVE-RATE-ROWS.
           05  LEAVE-RATE-ROW OCCURS 500 TIMES.
               10  LR-CLASS            PIC X(3).
               10  LR-VAC-ACCRUAL      PIC 9(1)V99.
               10  LR-SICK-ACCRUAL     PIC 9(1)V99.
               10  LR-EFF-DATE         PIC 9(6).
               10  LR-STATUS           PIC X(1).
                   88  LR-RETIRED              VALUE "R".

      *  The entry being added, changed or retired, built here and
      *  stored into the table once it has passed every edit.
       01  NEW-PAY-RATE-ROW.
           05  NEW-PR-CLASS            PIC X(3).
           05  NEW-PR-RATE             PIC 9(2)V99.
           05  NEW-PR-EFF-DATE         PIC 9(6).
           05  NEW-PR-STATUS           PIC X(1).

       01  NEW-DEPT-ROW.
           05  NEW-DP-CODE             PIC X(3).
           05  NEW-DP-NAME             PIC X(15).
           05  NEW-DP-WAGE-ACCT        PIC 9(8).
           05  NEW-DP-EFF-DATE         PIC 9(6).
           05  NEW-DP-STATUS           PIC X(1).

       01  NEW-GL-ACCOUNT-ROW.
           05  NEW-GA-KEY              PIC X(3).
           05  NEW-GA-ACCOUNT          PIC 9(8).
           05  NEW-GA-EFF-DATE         PIC 9(6).
           05  NEW-GA-STATUS           PIC X(1).

       01  NEW-LEAVE-RATE-ROW.
           05  NEW-LR-CLASS            PIC X(3).
           05  NEW-LR-VAC-ACCRUAL      PIC 9(1)V99.
           05  NEW-LR-SICK-ACCRUAL     PIC 9(1)V99.
           05  NEW-LR-EFF-DATE         PIC 9(6).
           05  NEW-LR-STATUS           PIC X(1).

      *  The GL keys PROJECT-4 posts deductions, net pay and the
      *  employer costs to, and the payroll cash and unclaimed
      *  property keys ESCHEAT posts to - the same list GLACCTS.TXT
      *  documents.  The per-state withholding keys ("S" plus a
      *  state code) are checked against the state tax table.
       01  RESERVED-GL-KEY-VALUES.
           05  FILLER  PIC X(24) VALUE "TAXPENHLTGARDUENETOASMED".
           05  FILLER  PIC X(21) VALUE "STXEFEEPEEHEEFLEPLEHL".
           05  FILLER  PIC X(6)  VALUE "CSHUNC".

       01  RESERVED-GL-KEY-TABLE REDEFINES RESERVED-GL-KEY-VALUES.
           05  RESERVED-GL-KEY OCCURS 17 TIMES PIC X(3).

       01  RESERVED-GL-KEY-COUNT       PIC 9(2) VALUE 17.

       01  SUBSCRIPTS.
           05  WS-ROW-SUB              PIC 9(3).
           05  WS-SCAN-SUB             PIC 9(3).
           05  WS-LATEST-SUB           PIC 9(3).
           05  WS-FOUND-SUB            PIC 9(3).
           05  WS-RESERVED-SUB         PIC 9(2).
           05  WS-STATE-SUB            PIC 9(2).

       01  AUDIT-WORK-FIELDS.
           05  WS-OPERATOR-ID          PIC X(8).
           05  WS-AUDIT-ACTION         PIC X(1).
           05  WS-BEFORE-IMAGE         PIC X(100).
           05  WS-AFTER-IMAGE          PIC X(100).
           05  WS-TIME-WORK.
               10  WS-TIME-HHMMSS      PIC 9(6).
               10  WS-TIME-HUNDREDTHS  PIC 9(2).

      *  Journal image: the table's file name, then the entry.
       01  WS-IMAGE-WORK.
           05  WS-IMAGE-FILE-NAME      PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-IMAGE-ENTRY          PIC X(87).

       01  CHANGE-WORK-FIELDS.
           05  WS-KEY                  PIC X(3).
           05  WS-FIND-KEY             PIC X(3).
           05  WS-RATE                 PIC 9(2)V99.
           05  WS-DEPT-NAME            PIC X(15).
           05  WS-WAGE-ACCT            PIC 9(8).
           05  WS-GL-ACCOUNT           PIC 9(8).
           05  WS-CHECK-ACCOUNT        PIC 9(8).
           05  WS-VAC-ACCRUAL          PIC 9(1)V99.
           05  WS-SICK-ACCRUAL         PIC 9(1)V99.
           05  WS-USING-DEPT           PIC X(3).
           05  WS-LATEST-DATE          PIC 9(6).
           05  WS-FOUND-DATE           PIC 9(6).
           05  WS-TODAY                PIC 9(6).
           05  WS-EFF-DATE             PIC 9(6).
           05  WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
               10  WS-EFF-YY           PIC 9(2).
               10  WS-EFF-MM           PIC 9(2).
               10  WS-EFF-DD           PIC 9(2).

      *  A wage account of all nines on a department change puts the
      *  department back on the pay class account (stored as zero),
      *  since zero itself means "keep".
       01  CLASS-ACCOUNT-ENTRY         PIC 9(8) VALUE 99999999.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *  ------------------------------------------------------------
      *  Drives the maintenance menu until the operator quits.
      *  ------------------------------------------------------------
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-MENU THRU 2000-PROCESS-MENU-EXIT
               UNTIL MAINT-DONE-FLAG = "YES".
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
      *  ------------------------------------------------------------
      *  Loads all four tables.  A table that is not there yet is
      *  simply empty (the first add creates it); one that cannot
      *  be read, or holds more entries than fit, stops the session
      *  before anything is rewritten.
      *  ------------------------------------------------------------
           DISPLAY "OPERATOR ID (UP TO 8 CHARACTERS): ".
           ACCEPT WS-OPERATOR-ID.
           ACCEPT WS-TODAY FROM DATE.
           PERFORM 1100-LOAD-PAY-RATES THRU 1100-LOAD-PAY-RATES-EXIT.
           PERFORM 1200-LOAD-DEPTS THRU 1200-LOAD-DEPTS-EXIT.
           PERFORM 1300-LOAD-GL-ACCOUNTS
               THRU 1300-LOAD-GL-ACCOUNTS-EXIT.
           PERFORM 1400-LOAD-LEAVE-RATES
               THRU 1400-LOAD-LEAVE-RATES-EXIT.
           IF MAINT-DONE-FLAG = "YES"
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           DISPLAY MENU-SCREEN.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF.
           MOVE "Y" TO AUDIT-OPENED-IND.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-PAY-RATES.
           OPEN INPUT PAY-RATE-FILE.
           IF PAY-RATE-FILE-MISSING
               GO TO 1100-LOAD-PAY-RATES-EXIT
           END-IF.
           IF NOT PAY-RATE-FILE-OK
               DISPLAY "UNABLE TO OPEN PAYRATES.TXT, STATUS= "
                   PAY-RATE-FILE-STATUS
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1100-LOAD-PAY-RATES-EXIT
           END-IF.
           MOVE "NO " TO TABLE-EOF-FLAG.
           PERFORM 1110-READ-PAY-RATE THRU 1110-READ-PAY-RATE-EXIT
               UNTIL TABLE-EOF-FLAG = "YES".
           CLOSE PAY-RATE-FILE.
       1100-LOAD-PAY-RATES-EXIT.
           EXIT.

       1110-READ-PAY-RATE.
      *    An entry from before effective dating has no date; it is
      *    carried as date zero (always in force) and written back
      *    that way.
           READ PAY-RATE-FILE
               AT END
                   MOVE "YES" TO TABLE-EOF-FLAG
                   GO TO 1110-READ-PAY-RATE-EXIT
           END-READ.
           IF PR-ROW-COUNT IS NOT LESS THAN TABLE-ROW-MAX
               DISPLAY "PAYRATES.TXT HAS MORE THAN " TABLE-ROW-MAX
                   " ENTRIES - MAINTENANCE NOT STARTED"
               MOVE "YES" TO TABLE-EOF-FLAG
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1110-READ-PAY-RATE-EXIT
           END-IF.
           IF RATE-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO RATE-EFF-DATE-IN
           END-IF.
           ADD 1 TO PR-ROW-COUNT.
           MOVE PAY-RATE-IN TO PAY-RATE-ROW(PR-ROW-COUNT).
       1110-READ-PAY-RATE-EXIT.
           EXIT.

       1200-LOAD-DEPTS.
           OPEN INPUT DEPT-TABLE-FILE.
           IF DEPT-TABLE-FILE-MISSING
               GO TO 1200-LOAD-DEPTS-EXIT
           END-IF.
           IF NOT DEPT-TABLE-FILE-OK
               DISPLAY "UNABLE TO OPEN DEPTTBL.TXT, STATUS= "
                   DEPT-TABLE-FILE-STATUS
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1200-LOAD-DEPTS-EXIT
           END-IF.
           MOVE "NO " TO TABLE-EOF-FLAG.
           PERFORM 1210-READ-DEPT THRU 1210-READ-DEPT-EXIT
               UNTIL TABLE-EOF-FLAG = "YES".
           CLOSE DEPT-TABLE-FILE.
       1200-LOAD-DEPTS-EXIT.
           EXIT.

       1210-READ-DEPT.
           READ DEPT-TABLE-FILE
               AT END
                   MOVE "YES" TO TABLE-EOF-FLAG
                   GO TO 1210-READ-DEPT-EXIT
           END-READ.
           IF DP-ROW-COUNT IS NOT LESS THAN TABLE-ROW-MAX
               DISPLAY "DEPTTBL.TXT HAS MORE THAN " TABLE-ROW-MAX
                   " ENTRIES - MAINTENANCE NOT STARTED"
               MOVE "YES" TO TABLE-EOF-FLAG
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1210-READ-DEPT-EXIT
           END-IF.
           IF DEPT-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO DEPT-EFF-DATE-IN
           END-IF.
           ADD 1 TO DP-ROW-COUNT.
           MOVE DEPT-TABLE-IN TO DEPT-ROW(DP-ROW-COUNT).
       1210-READ-DEPT-EXIT.
           EXIT.

       1300-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF GL-ACCOUNT-FILE-MISSING
               GO TO 1300-LOAD-GL-ACCOUNTS-EXIT
           END-IF.
           IF NOT GL-ACCOUNT-FILE-OK
               DISPLAY "UNABLE TO OPEN GLACCTS.TXT, STATUS= "
                   GL-ACCOUNT-FILE-STATUS
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1300-LOAD-GL-ACCOUNTS-EXIT
           END-IF.
           MOVE "NO " TO TABLE-EOF-FLAG.
           PERFORM 1310-READ-GL-ACCOUNT THRU 1310-READ-GL-ACCOUNT-EXIT
               UNTIL TABLE-EOF-FLAG = "YES".
           CLOSE GL-ACCOUNT-FILE.
       1300-LOAD-GL-ACCOUNTS-EXIT.
           EXIT.

       1310-READ-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE
               AT END
                   MOVE "YES" TO TABLE-EOF-FLAG
                   GO TO 1310-READ-GL-ACCOUNT-EXIT
           END-READ.
           IF GA-ROW-COUNT IS NOT LESS THAN TABLE-ROW-MAX
               DISPLAY "GLACCTS.TXT HAS MORE THAN " TABLE-ROW-MAX
                   " ENTRIES - MAINTENANCE NOT STARTED"
               MOVE "YES" TO TABLE-EOF-FLAG
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1310-READ-GL-ACCOUNT-EXIT
           END-IF.
           IF GL-MAP-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO GL-MAP-EFF-DATE-IN
           END-IF.
           ADD 1 TO GA-ROW-COUNT.
           MOVE GL-ACCOUNT-MAP-IN TO GL-ACCOUNT-ROW(GA-ROW-COUNT).
       1310-READ-GL-ACCOUNT-EXIT.
           EXIT.

       1400-LOAD-LEAVE-RATES.
           OPEN INPUT LEAVE-RATE-FILE.
           IF LEAVE-RATE-FILE-MISSING
               GO TO 1400-LOAD-LEAVE-RATES-EXIT
           END-IF.
           IF NOT LEAVE-RATE-FILE-OK
               DISPLAY "UNABLE TO OPEN LEAVRATE.TXT, STATUS= "
                   LEAVE-RATE-FILE-STATUS
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1400-LOAD-LEAVE-RATES-EXIT
           END-IF.
           MOVE "NO " TO TABLE-EOF-FLAG.
           PERFORM 1410-READ-LEAVE-RATE THRU 1410-READ-LEAVE-RATE-EXIT
               UNTIL TABLE-EOF-FLAG = "YES".
           CLOSE LEAVE-RATE-FILE.
       1400-LOAD-LEAVE-RATES-EXIT.
           EXIT.

       1410-READ-LEAVE-RATE.
           READ LEAVE-RATE-FILE
               AT END
                   MOVE "YES" TO TABLE-EOF-FLAG
                   GO TO 1410-READ-LEAVE-RATE-EXIT
           END-READ.
           IF LR-ROW-COUNT IS NOT LESS THAN TABLE-ROW-MAX
               DISPLAY "LEAVRATE.TXT HAS MORE THAN " TABLE-ROW-MAX
                   " ENTRIES - MAINTENANCE NOT STARTED"
               MOVE "YES" TO TABLE-EOF-FLAG
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 1410-READ-LEAVE-RATE-EXIT
           END-IF.
           IF LEAVE-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO LEAVE-EFF-DATE-IN
           END-IF.
           ADD 1 TO LR-ROW-COUNT.
           MOVE LEAVE-RATE-IN TO LEAVE-RATE-ROW(LR-ROW-COUNT).
       1410-READ-LEAVE-RATE-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY "ENTER TABLE P/D/G/L OR Q TO QUIT: ".
           ACCEPT TABLE-SELECTION.
           EVALUATE TRUE
               WHEN PAY-RATE-TABLE-SELECTED
               WHEN DEPT-TABLE-SELECTED
               WHEN GL-ACCOUNT-TABLE-SELECTED
               WHEN LEAVE-RATE-TABLE-SELECTED
                   PERFORM 2100-PROCESS-ACTION
                       THRU 2100-PROCESS-ACTION-EXIT
               WHEN QUIT-MAINTENANCE
                   MOVE "YES" TO MAINT-DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.
       2000-PROCESS-MENU-EXIT.
           EXIT.

       2100-PROCESS-ACTION.
           DISPLAY "ENTER A/C/R: ".
           ACCEPT MENU-SELECTION.
           IF NOT ADD-ENTRY AND NOT CHANGE-ENTRY AND NOT RETIRE-ENTRY
               DISPLAY "INVALID SELECTION - TRY AGAIN"
               GO TO 2100-PROCESS-ACTION-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PAY-RATE-TABLE-SELECTED
                   PERFORM 3000-MAINTAIN-PAY-RATE
                       THRU 3000-MAINTAIN-PAY-RATE-EXIT
               WHEN DEPT-TABLE-SELECTED
                   PERFORM 4000-MAINTAIN-DEPT
                       THRU 4000-MAINTAIN-DEPT-EXIT
               WHEN GL-ACCOUNT-TABLE-SELECTED
                   PERFORM 5000-MAINTAIN-GL-ACCOUNT
                       THRU 5000-MAINTAIN-GL-ACCOUNT-EXIT
               WHEN LEAVE-RATE-TABLE-SELECTED
                   PERFORM 6000-MAINTAIN-LEAVE-RATE
                       THRU 6000-MAINTAIN-LEAVE-RATE-EXIT
           END-EVALUATE.
       2100-PROCESS-ACTION-EXIT.
           EXIT.

      *  ============================================================
      *  PAYRATES.TXT
      *  ============================================================
       3000-MAINTAIN-PAY-RATE.
           MOVE SPACES TO WS-KEY.
           DISPLAY "PAY CLASS (3 CHARACTERS): ".
           ACCEPT WS-KEY.
           IF WS-KEY = SPACES
               DISPLAY "PAY CLASS REQUIRED"
               GO TO 3000-MAINTAIN-PAY-RATE-EXIT
           END-IF.
           MOVE WS-KEY TO WS-FIND-KEY.
           PERFORM 3050-FIND-PAY-RATE THRU 3050-FIND-PAY-RATE-EXIT.
           MOVE WS-FOUND-SUB  TO WS-LATEST-SUB.
           MOVE WS-FOUND-DATE TO WS-LATEST-DATE.
           EVALUATE TRUE
               WHEN ADD-ENTRY
                   PERFORM 3100-ADD-PAY-RATE
                       THRU 3100-ADD-PAY-RATE-EXIT
               WHEN CHANGE-ENTRY
                   PERFORM 3200-CHANGE-PAY-RATE
                       THRU 3200-CHANGE-PAY-RATE-EXIT
               WHEN RETIRE-ENTRY
                   PERFORM 3300-RETIRE-PAY-RATE
                       THRU 3300-RETIRE-PAY-RATE-EXIT
           END-EVALUATE.
       3000-MAINTAIN-PAY-RATE-EXIT.
           EXIT.

       3050-FIND-PAY-RATE.
      *  ------------------------------------------------------------
      *  Finds the latest-dated entry for WS-FIND-KEY, future-dated
      *  entries included - that is the entry a new one has to
      *  follow.  WS-FOUND-SUB is zero when the class was never on
      *  the table.
      *  ------------------------------------------------------------
           MOVE 0 TO WS-FOUND-SUB.
           MOVE 0 TO WS-FOUND-DATE.
           PERFORM 3060-MATCH-PAY-RATE THRU 3060-MATCH-PAY-RATE-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN PR-ROW-COUNT.
       3050-FIND-PAY-RATE-EXIT.
           EXIT.

       3060-MATCH-PAY-RATE.
           IF PR-CLASS(WS-ROW-SUB) = WS-FIND-KEY
               IF WS-FOUND-SUB = 0
               OR PR-EFF-DATE(WS-ROW-SUB) IS NOT LESS THAN WS-FOUND-DATE
                   MOVE WS-ROW-SUB TO WS-FOUND-SUB
                   MOVE PR-EFF-DATE(WS-ROW-SUB) TO WS-FOUND-DATE
               END-IF
           END-IF.
       3060-MATCH-PAY-RATE-EXIT.
           EXIT.

       3100-ADD-PAY-RATE.
      *  ------------------------------------------------------------
      *  A new class - or one retired earlier and now coming back.
      *  The class code is also its wage account key on GLACCTS.TXT,
      *  so it may not collide with a reserved key.
      *  ------------------------------------------------------------
           IF WS-LATEST-SUB IS GREATER THAN 0
               IF NOT PR-RETIRED(WS-LATEST-SUB)
                   DISPLAY "PAY CLASS " WS-KEY
                       " ALREADY ON PAYRATES.TXT - USE CHANGE"
                   GO TO 3100-ADD-PAY-RATE-EXIT
               END-IF
           END-IF.
           PERFORM 7100-CHECK-RESERVED-KEY
               THRU 7100-CHECK-RESERVED-KEY-EXIT.
           IF KEY-IS-RESERVED
               DISPLAY WS-KEY " IS A RESERVED GL KEY - NOT ADDED"
               GO TO 3100-ADD-PAY-RATE-EXIT
           END-IF.
           MOVE 0 TO WS-RATE.
           DISPLAY "HOURLY RATE (99.99): ".
           ACCEPT WS-RATE.
           IF WS-RATE = 0
               DISPLAY "RATE MUST BE GREATER THAN ZERO - NOT ADDED"
               GO TO 3100-ADD-PAY-RATE-EXIT
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 3100-ADD-PAY-RATE-EXIT
           END-IF.
           MOVE WS-KEY      TO NEW-PR-CLASS.
           MOVE WS-RATE     TO NEW-PR-RATE.
           MOVE WS-EFF-DATE TO NEW-PR-EFF-DATE.
           MOVE SPACE       TO NEW-PR-STATUS.
           MOVE "A" TO WS-AUDIT-ACTION.
           PERFORM 3400-STORE-PAY-RATE THRU 3400-STORE-PAY-RATE-EXIT.
           IF NOT ENTRY-IN-ERROR
               MOVE WS-KEY TO WS-FIND-KEY
               PERFORM 5050-FIND-GL-ACCOUNT
                   THRU 5050-FIND-GL-ACCOUNT-EXIT
               IF WS-FOUND-SUB = 0
                   DISPLAY "NOTE - ADD GLACCTS.TXT KEY " WS-KEY
                       " FOR THIS CLASS'S WAGE ACCOUNT"
               END-IF
           END-IF.
       3100-ADD-PAY-RATE-EXIT.
           EXIT.

       3200-CHANGE-PAY-RATE.
           IF WS-LATEST-SUB = 0
               DISPLAY "PAY CLASS " WS-KEY " NOT ON PAYRATES.TXT"
               GO TO 3200-CHANGE-PAY-RATE-EXIT
           END-IF.
           IF PR-RETIRED(WS-LATEST-SUB)
               DISPLAY "PAY CLASS " WS-KEY " IS RETIRED - USE ADD"
               GO TO 3200-CHANGE-PAY-RATE-EXIT
           END-IF.
           MOVE PAY-RATE-ROW(WS-LATEST-SUB) TO NEW-PAY-RATE-ROW.
           MOVE 0 TO WS-RATE.
           DISPLAY "RATE IS " NEW-PR-RATE
               " - ENTER NEW VALUE OR 0 TO KEEP: ".
           ACCEPT WS-RATE.
           IF WS-RATE NOT EQUAL TO 0
               MOVE WS-RATE TO NEW-PR-RATE
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 3200-CHANGE-PAY-RATE-EXIT
           END-IF.
           MOVE WS-EFF-DATE TO NEW-PR-EFF-DATE.
           MOVE "C" TO WS-AUDIT-ACTION.
           PERFORM 3400-STORE-PAY-RATE THRU 3400-STORE-PAY-RATE-EXIT.
       3200-CHANGE-PAY-RATE-EXIT.
           EXIT.

       3300-RETIRE-PAY-RATE.
      *  ------------------------------------------------------------
      *  From the retirement date the register reports anyone still
      *  coded to the class instead of paying them, so PAYEDIT will
      *  flag them first.
      *  ------------------------------------------------------------
           IF WS-LATEST-SUB = 0
               DISPLAY "PAY CLASS " WS-KEY " NOT ON PAYRATES.TXT"
               GO TO 3300-RETIRE-PAY-RATE-EXIT
           END-IF.
           IF PR-RETIRED(WS-LATEST-SUB)
               DISPLAY "PAY CLASS " WS-KEY " IS ALREADY RETIRED"
               GO TO 3300-RETIRE-PAY-RATE-EXIT
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 3300-RETIRE-PAY-RATE-EXIT
           END-IF.
           MOVE PAY-RATE-ROW(WS-LATEST-SUB) TO NEW-PAY-RATE-ROW.
           MOVE WS-EFF-DATE TO NEW-PR-EFF-DATE.
           MOVE "R"         TO NEW-PR-STATUS.
           MOVE "D" TO WS-AUDIT-ACTION.
           PERFORM 3400-STORE-PAY-RATE THRU 3400-STORE-PAY-RATE-EXIT.
       3300-RETIRE-PAY-RATE-EXIT.
           EXIT.

       3400-STORE-PAY-RATE.
      *  ------------------------------------------------------------
      *  An entry for the same date as the latest one corrects it in
      *  place; any other date is a new entry.  The file is then
      *  rewritten and the change journaled.
      *  ------------------------------------------------------------
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "PAYRATES.TXT" TO WS-IMAGE-FILE-NAME.
           IF WS-LATEST-SUB IS GREATER THAN 0
               MOVE PAY-RATE-ROW(WS-LATEST-SUB) TO WS-IMAGE-ENTRY
               MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
           END-IF.
           IF WS-LATEST-SUB IS GREATER THAN 0
           AND PR-EFF-DATE(WS-LATEST-SUB) = NEW-PR-EFF-DATE
               MOVE NEW-PAY-RATE-ROW TO PAY-RATE-ROW(WS-LATEST-SUB)
           ELSE
               IF PR-ROW-COUNT IS NOT LESS THAN TABLE-ROW-MAX
                   DISPLAY "PAYRATES.TXT IS FULL - NOT STORED"
                   MOVE "Y" TO ENTRY-ERROR-FLAG
                   GO TO 3400-STORE-PAY-RATE-EXIT
               END-IF
               ADD 1 TO PR-ROW-COUNT
               MOVE NEW-PAY-RATE-ROW TO PAY-RATE-ROW(PR-ROW-COUNT)
           END-IF.
           PERFORM 3500-REWRITE-PAY-RATES
               THRU 3500-REWRITE-PAY-RATES-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 3400-STORE-PAY-RATE-EXIT
           END-IF.
           DISPLAY "PAY CLASS " WS-KEY " STORED, EFFECTIVE "
               NEW-PR-EFF-DATE.
           MOVE NEW-PAY-RATE-ROW TO WS-IMAGE-ENTRY.
           MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT-RECORD
               THRU 8000-WRITE-AUDIT-RECORD-EXIT.
       3400-STORE-PAY-RATE-EXIT.
           EXIT.

       3500-REWRITE-PAY-RATES.
           OPEN OUTPUT PAY-RATE-FILE.
           IF NOT PAY-RATE-FILE-OK
               DISPLAY "UNABLE TO REWRITE PAYRATES.TXT, STATUS= "
                   PAY-RATE-FILE-STATUS " - MAINTENANCE STOPPED"
               MOVE "Y" TO ENTRY-ERROR-FLAG
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 3500-REWRITE-PAY-RATES-EXIT
           END-IF.
           PERFORM 3510-WRITE-PAY-RATE-ROW
               THRU 3510-WRITE-PAY-RATE-ROW-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN PR-ROW-COUNT.
           CLOSE PAY-RATE-FILE.
       3500-REWRITE-PAY-RATES-EXIT.
           EXIT.

       3510-WRITE-PAY-RATE-ROW.
           MOVE PAY-RATE-ROW(WS-ROW-SUB) TO PAY-RATE-IN.
           WRITE PAY-RATE-IN.
       3510-WRITE-PAY-RATE-ROW-EXIT.
           EXIT.

      *  ============================================================
      *  DEPTTBL.TXT
      *  ============================================================
       4000-MAINTAIN-DEPT.
           MOVE SPACES TO WS-KEY.
           DISPLAY "DEPT CODE (3 CHARACTERS): ".
           ACCEPT WS-KEY.
           IF WS-KEY = SPACES
               DISPLAY "DEPT CODE REQUIRED"
               GO TO 4000-MAINTAIN-DEPT-EXIT
           END-IF.
      *    "???" is the register's own catch-all department.
           IF WS-KEY = "???"
               DISPLAY "??? IS RESERVED FOR UNASSIGNED LABOR"
               GO TO 4000-MAINTAIN-DEPT-EXIT
           END-IF.
           MOVE WS-KEY TO WS-FIND-KEY.
           PERFORM 4050-FIND-DEPT THRU 4050-FIND-DEPT-EXIT.
           MOVE WS-FOUND-SUB  TO WS-LATEST-SUB.
           MOVE WS-FOUND-DATE TO WS-LATEST-DATE.
           EVALUATE TRUE
               WHEN ADD-ENTRY
                   PERFORM 4100-ADD-DEPT THRU 4100-ADD-DEPT-EXIT
               WHEN CHANGE-ENTRY
                   PERFORM 4200-CHANGE-DEPT THRU 4200-CHANGE-DEPT-EXIT
               WHEN RETIRE-ENTRY
                   PERFORM 4300-RETIRE-DEPT THRU 4300-RETIRE-DEPT-EXIT
           END-EVALUATE.
       4000-MAINTAIN-DEPT-EXIT.
           EXIT.

       4050-FIND-DEPT.
      *    Latest-dated entry for WS-FIND-KEY, as in 3050.
           MOVE 0 TO WS-FOUND-SUB.
           MOVE 0 TO WS-FOUND-DATE.
           PERFORM 4060-MATCH-DEPT THRU 4060-MATCH-DEPT-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN DP-ROW-COUNT.
       4050-FIND-DEPT-EXIT.
           EXIT.

       4060-MATCH-DEPT.
           IF DP-CODE(WS-ROW-SUB) = WS-FIND-KEY
               IF WS-FOUND-SUB = 0
               OR DP-EFF-DATE(WS-ROW-SUB) IS NOT LESS THAN WS-FOUND-DATE
                   MOVE WS-ROW-SUB TO WS-FOUND-SUB
                   MOVE DP-EFF-DATE(WS-ROW-SUB) TO WS-FOUND-DATE
               END-IF
           END-IF.
       4060-MATCH-DEPT-EXIT.
           EXIT.

       4100-ADD-DEPT.
           IF WS-LATEST-SUB IS GREATER THAN 0
               IF NOT DP-RETIRED(WS-LATEST-SUB)
                   DISPLAY "DEPT " WS-KEY
                       " ALREADY ON DEPTTBL.TXT - USE CHANGE"
                   GO TO 4100-ADD-DEPT-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-DEPT-NAME.
           DISPLAY "DEPT NAME (UP TO 15 CHARACTERS): ".
           ACCEPT WS-DEPT-NAME.
           IF WS-DEPT-NAME = SPACES
               DISPLAY "DEPT NAME REQUIRED - NOT ADDED"
               GO TO 4100-ADD-DEPT-EXIT
           END-IF.
           MOVE 0 TO WS-WAGE-ACCT.
           DISPLAY "WAGE ACCOUNT (0 = USE THE PAY CLASS ACCOUNT): ".
           ACCEPT WS-WAGE-ACCT.
           IF WS-WAGE-ACCT IS GREATER THAN 0
               MOVE WS-WAGE-ACCT TO WS-CHECK-ACCOUNT
               PERFORM 7200-CHECK-ACCOUNT-MAPPED
                   THRU 7200-CHECK-ACCOUNT-MAPPED-EXIT
               IF NOT ACCOUNT-IS-MAPPED
                   DISPLAY "ACCOUNT " WS-WAGE-ACCT
                       " NOT ON GLACCTS.TXT - NOT ADDED"
                   GO TO 4100-ADD-DEPT-EXIT
               END-IF
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 4100-ADD-DEPT-EXIT
           END-IF.
           MOVE WS-KEY       TO NEW-DP-CODE.
           MOVE WS-DEPT-NAME TO NEW-DP-NAME.
           MOVE WS-WAGE-ACCT TO NEW-DP-WAGE-ACCT.
           MOVE WS-EFF-DATE  TO NEW-DP-EFF-DATE.
           MOVE SPACE        TO NEW-DP-STATUS.
           MOVE "A" TO WS-AUDIT-ACTION.
           PERFORM 4400-STORE-DEPT THRU 4400-STORE-DEPT-EXIT.
       4100-ADD-DEPT-EXIT.
           EXIT.

       4200-CHANGE-DEPT.
           IF WS-LATEST-SUB = 0
               DISPLAY "DEPT " WS-KEY " NOT ON DEPTTBL.TXT"
               GO TO 4200-CHANGE-DEPT-EXIT
           END-IF.
           IF DP-RETIRED(WS-LATEST-SUB)
               DISPLAY "DEPT " WS-KEY " IS RETIRED - USE ADD"
               GO TO 4200-CHANGE-DEPT-EXIT
           END-IF.
           MOVE DEPT-ROW(WS-LATEST-SUB) TO NEW-DEPT-ROW.
           MOVE SPACES TO WS-DEPT-NAME.
           DISPLAY "DEPT NAME IS " NEW-DP-NAME
               " - ENTER NEW VALUE OR BLANK TO KEEP: ".
           ACCEPT WS-DEPT-NAME.
           IF WS-DEPT-NAME NOT EQUAL TO SPACES
               MOVE WS-DEPT-NAME TO NEW-DP-NAME
           END-IF.
           MOVE 0 TO WS-WAGE-ACCT.
           DISPLAY "WAGE ACCOUNT IS " NEW-DP-WAGE-ACCT
               " - ENTER NEW VALUE OR 0 TO KEEP ("
               CLASS-ACCOUNT-ENTRY " = USE THE PAY CLASS ACCOUNT): ".
           ACCEPT WS-WAGE-ACCT.
           IF WS-WAGE-ACCT = CLASS-ACCOUNT-ENTRY
               MOVE 0 TO NEW-DP-WAGE-ACCT
           ELSE
               IF WS-WAGE-ACCT NOT EQUAL TO 0
                   MOVE WS-WAGE-ACCT TO WS-CHECK-ACCOUNT
                   PERFORM 7200-CHECK-ACCOUNT-MAPPED
                       THRU 7200-CHECK-ACCOUNT-MAPPED-EXIT
                   IF NOT ACCOUNT-IS-MAPPED
                       DISPLAY "ACCOUNT " WS-WAGE-ACCT
                           " NOT ON GLACCTS.TXT - NOT CHANGED"
                       GO TO 4200-CHANGE-DEPT-EXIT
                   END-IF
                   MOVE WS-WAGE-ACCT TO NEW-DP-WAGE-ACCT
               END-IF
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 4200-CHANGE-DEPT-EXIT
           END-IF.
           MOVE WS-EFF-DATE TO NEW-DP-EFF-DATE.
           MOVE "C" TO WS-AUDIT-ACTION.
           PERFORM 4400-STORE-DEPT THRU 4400-STORE-DEPT-EXIT.
       4200-CHANGE-DEPT-EXIT.
           EXIT.

       4300-RETIRE-DEPT.
      *    From the retirement date the register distributes anyone
      *    still coded to the department to the catch-all entry.
           IF WS-LATEST-SUB = 0
               DISPLAY "DEPT " WS-KEY " NOT ON DEPTTBL.TXT"
               GO TO 4300-RETIRE-DEPT-EXIT
           END-IF.
           IF DP-RETIRED(WS-LATEST-SUB)
               DISPLAY "DEPT " WS-KEY " IS ALREADY RETIRED"
               GO TO 4300-RETIRE-DEPT-EXIT
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 4300-RETIRE-DEPT-EXIT
           END-IF.
           MOVE DEPT-ROW(WS-LATEST-SUB) TO NEW-DEPT-ROW.
           MOVE WS-EFF-DATE TO NEW-DP-EFF-DATE.
           MOVE "R"         TO NEW-DP-STATUS.
           MOVE "D" TO WS-AUDIT-ACTION.
           PERFORM 4400-STORE-DEPT THRU 4400-STORE-DEPT-EXIT.
       4300-RETIRE-DEPT-EXIT.
           EXIT.

       4400-STORE-DEPT.
      *    Same-date correction or new entry, as in 3400.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "DEPTTBL.TXT" TO WS-IMAGE-FILE-NAME.
           IF WS-LATEST-SUB IS GREATER THAN 0
               MOVE DEPT-ROW(WS-LATEST-SUB) TO WS-IMAGE-ENTRY
               MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
           END-IF.
           IF WS-LATEST-SUB IS GREATER THAN 0
           AND DP-EFF-DATE(WS-LATEST-SUB) = NEW-DP-EFF-DATE
               MOVE NEW-DEPT-ROW TO DEPT-ROW(WS-LATEST-SUB)
           ELSE
               IF DP-ROW-COUNT IS NOT LESS THAN TABLE-ROW-MAX
                   DISPLAY "DEPTTBL.TXT IS FULL - NOT STORED"
                   MOVE "Y" TO ENTRY-ERROR-FLAG
                   GO TO 4400-STORE-DEPT-EXIT
               END-IF
               ADD 1 TO DP-ROW-COUNT
               MOVE NEW-DEPT-ROW TO DEPT-ROW(DP-ROW-COUNT)
           END-IF.
           PERFORM 4500-REWRITE-DEPTS THRU 4500-REWRITE-DEPTS-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 4400-STORE-DEPT-EXIT
           END-IF.
           DISPLAY "DEPT " WS-KEY " STORED, EFFECTIVE "
               NEW-DP-EFF-DATE.
           MOVE NEW-DEPT-ROW TO WS-IMAGE-ENTRY.
           MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT-RECORD
               THRU 8000-WRITE-AUDIT-RECORD-EXIT.
       4400-STORE-DEPT-EXIT.
           EXIT.

       4500-REWRITE-DEPTS.
           OPEN OUTPUT DEPT-TABLE-FILE.
           IF NOT DEPT-TABLE-FILE-OK
               DISPLAY "UNABLE TO REWRITE DEPTTBL.TXT, STATUS= "
                   DEPT-TABLE-FILE-STATUS " - MAINTENANCE STOPPED"
               MOVE "Y" TO ENTRY-ERROR-FLAG
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 4500-REWRITE-DEPTS-EXIT
           END-IF.
           PERFORM 4510-WRITE-DEPT-ROW THRU 4510-WRITE-DEPT-ROW-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN DP-ROW-COUNT.
           CLOSE DEPT-TABLE-FILE.
       4500-REWRITE-DEPTS-EXIT.
           EXIT.

       4510-WRITE-DEPT-ROW.
           MOVE DEPT-ROW(WS-ROW-SUB) TO DEPT-TABLE-IN.
           WRITE DEPT-TABLE-IN.
       4510-WRITE-DEPT-ROW-EXIT.
           EXIT.

      *  ============================================================
      *  GLACCTS.TXT
      *  ============================================================
       5000-MAINTAIN-GL-ACCOUNT.
           MOVE SPACES TO WS-KEY.
           DISPLAY "GL KEY (3 CHARACTERS): ".
           ACCEPT WS-KEY.
           IF WS-KEY = SPACES
               DISPLAY "GL KEY REQUIRED"
               GO TO 5000-MAINTAIN-GL-ACCOUNT-EXIT
           END-IF.
           MOVE WS-KEY TO WS-FIND-KEY.
           PERFORM 5050-FIND-GL-ACCOUNT THRU 5050-FIND-GL-ACCOUNT-EXIT.
           MOVE WS-FOUND-SUB  TO WS-LATEST-SUB.
           MOVE WS-FOUND-DATE TO WS-LATEST-DATE.
           EVALUATE TRUE
               WHEN ADD-ENTRY
                   PERFORM 5100-ADD-GL-ACCOUNT
                       THRU 5100-ADD-GL-ACCOUNT-EXIT
               WHEN CHANGE-ENTRY
                   PERFORM 5200-CHANGE-GL-ACCOUNT
                       THRU 5200-CHANGE-GL-ACCOUNT-EXIT
               WHEN RETIRE-ENTRY
                   PERFORM 5300-RETIRE-GL-ACCOUNT
                       THRU 5300-RETIRE-GL-ACCOUNT-EXIT
           END-EVALUATE.
       5000-MAINTAIN-GL-ACCOUNT-EXIT.
           EXIT.

       5050-FIND-GL-ACCOUNT.
      *    Latest-dated entry for WS-FIND-KEY, as in 3050.
           MOVE 0 TO WS-FOUND-SUB.
           MOVE 0 TO WS-FOUND-DATE.
           PERFORM 5060-MATCH-GL-ACCOUNT THRU 5060-MATCH-GL-ACCOUNT-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN GA-ROW-COUNT.
       5050-FIND-GL-ACCOUNT-EXIT.
           EXIT.

       5060-MATCH-GL-ACCOUNT.
           IF GA-KEY(WS-ROW-SUB) = WS-FIND-KEY
               IF WS-FOUND-SUB = 0
               OR GA-EFF-DATE(WS-ROW-SUB) IS NOT LESS THAN WS-FOUND-DATE
                   MOVE WS-ROW-SUB TO WS-FOUND-SUB
                   MOVE GA-EFF-DATE(WS-ROW-SUB) TO WS-FOUND-DATE
               END-IF
           END-IF.
       5060-MATCH-GL-ACCOUNT-EXIT.
           EXIT.

       5100-ADD-GL-ACCOUNT.
           IF WS-LATEST-SUB IS GREATER THAN 0
               IF NOT GA-RETIRED(WS-LATEST-SUB)
                   DISPLAY "GL KEY " WS-KEY
                       " ALREADY ON GLACCTS.TXT - USE CHANGE"
                   GO TO 5100-ADD-GL-ACCOUNT-EXIT
               END-IF
           END-IF.
           MOVE 0 TO WS-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT (8 DIGITS): ".
           ACCEPT WS-GL-ACCOUNT.
           IF WS-GL-ACCOUNT = 0
               DISPLAY "GL ACCOUNT REQUIRED - NOT ADDED"
               GO TO 5100-ADD-GL-ACCOUNT-EXIT
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 5100-ADD-GL-ACCOUNT-EXIT
           END-IF.
           MOVE WS-KEY        TO NEW-GA-KEY.
           MOVE WS-GL-ACCOUNT TO NEW-GA-ACCOUNT.
           MOVE WS-EFF-DATE   TO NEW-GA-EFF-DATE.
           MOVE SPACE         TO NEW-GA-STATUS.
           MOVE "A" TO WS-AUDIT-ACTION.
           PERFORM 5400-STORE-GL-ACCOUNT
               THRU 5400-STORE-GL-ACCOUNT-EXIT.
       5100-ADD-GL-ACCOUNT-EXIT.
           EXIT.

       5200-CHANGE-GL-ACCOUNT.
      *  ------------------------------------------------------------
      *  Moving a key to another account is refused while a
      *  department's wage debits depend on the old account being
      *  mapped and no other key still maps it.
      *  ------------------------------------------------------------
           IF WS-LATEST-SUB = 0
               DISPLAY "GL KEY " WS-KEY " NOT ON GLACCTS.TXT"
               GO TO 5200-CHANGE-GL-ACCOUNT-EXIT
           END-IF.
           IF GA-RETIRED(WS-LATEST-SUB)
               DISPLAY "GL KEY " WS-KEY " IS RETIRED - USE ADD"
               GO TO 5200-CHANGE-GL-ACCOUNT-EXIT
           END-IF.
           MOVE GL-ACCOUNT-ROW(WS-LATEST-SUB) TO NEW-GL-ACCOUNT-ROW.
           MOVE 0 TO WS-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT IS " NEW-GA-ACCOUNT
               " - ENTER NEW VALUE OR 0 TO KEEP: ".
           ACCEPT WS-GL-ACCOUNT.
           IF WS-GL-ACCOUNT NOT EQUAL TO 0
           AND WS-GL-ACCOUNT NOT EQUAL TO NEW-GA-ACCOUNT
               MOVE NEW-GA-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM 7300-CHECK-ACCOUNT-IN-USE
                   THRU 7300-CHECK-ACCOUNT-IN-USE-EXIT
               IF ACCOUNT-IS-IN-USE
                   DISPLAY "ACCOUNT " NEW-GA-ACCOUNT
                       " STILL USED BY DEPT " WS-USING-DEPT
                       " - NOT CHANGED"
                   GO TO 5200-CHANGE-GL-ACCOUNT-EXIT
               END-IF
               MOVE WS-GL-ACCOUNT TO NEW-GA-ACCOUNT
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 5200-CHANGE-GL-ACCOUNT-EXIT
           END-IF.
           MOVE WS-EFF-DATE TO NEW-GA-EFF-DATE.
           MOVE "C" TO WS-AUDIT-ACTION.
           PERFORM 5400-STORE-GL-ACCOUNT
               THRU 5400-STORE-GL-ACCOUNT-EXIT.
       5200-CHANGE-GL-ACCOUNT-EXIT.
           EXIT.

       5300-RETIRE-GL-ACCOUNT.
      *  ------------------------------------------------------------
      *  From the retirement date the register rejects its GL
      *  posting if anything still posts to the key, the same as an
      *  unmapped key.  A key whose account a department depends on
      *  is refused here, as in 5200.
      *  ------------------------------------------------------------
           IF WS-LATEST-SUB = 0
               DISPLAY "GL KEY " WS-KEY " NOT ON GLACCTS.TXT"
               GO TO 5300-RETIRE-GL-ACCOUNT-EXIT
           END-IF.
           IF GA-RETIRED(WS-LATEST-SUB)
               DISPLAY "GL KEY " WS-KEY " IS ALREADY RETIRED"
               GO TO 5300-RETIRE-GL-ACCOUNT-EXIT
           END-IF.
           MOVE GL-ACCOUNT-ROW(WS-LATEST-SUB) TO NEW-GL-ACCOUNT-ROW.
           MOVE NEW-GA-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM 7300-CHECK-ACCOUNT-IN-USE
               THRU 7300-CHECK-ACCOUNT-IN-USE-EXIT.
           IF ACCOUNT-IS-IN-USE
               DISPLAY "ACCOUNT " NEW-GA-ACCOUNT
                   " STILL USED BY DEPT " WS-USING-DEPT
                   " - NOT RETIRED"
               GO TO 5300-RETIRE-GL-ACCOUNT-EXIT
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 5300-RETIRE-GL-ACCOUNT-EXIT
           END-IF.
           MOVE WS-EFF-DATE TO NEW-GA-EFF-DATE.
           MOVE "R"         TO NEW-GA-STATUS.
           MOVE "D" TO WS-AUDIT-ACTION.
           PERFORM 5400-STORE-GL-ACCOUNT
               THRU 5400-STORE-GL-ACCOUNT-EXIT.
       5300-RETIRE-GL-ACCOUNT-EXIT.
           EXIT.

       5400-STORE-GL-ACCOUNT.
      *    Same-date correction or new entry, as in 3400.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "GLACCTS.TXT" TO WS-IMAGE-FILE-NAME.
           IF WS-LATEST-SUB IS GREATER THAN 0
               MOVE GL-ACCOUNT-ROW(WS-LATEST-SUB) TO WS-IMAGE-ENTRY
               MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
           END-IF.
           IF WS-LATEST-SUB IS GREATER THAN 0
           AND GA-EFF-DATE(WS-LATEST-SUB) = NEW-GA-EFF-DATE
               MOVE NEW-GL-ACCOUNT-ROW TO GL-ACCOUNT-ROW(WS-LATEST-SUB)
           ELSE
               IF GA-ROW-COUNT IS NOT LESS THAN TABLE-ROW-MAX
                   DISPLAY "GLACCTS.TXT IS FULL - NOT STORED"
                   MOVE "Y" TO ENTRY-ERROR-FLAG
                   GO TO 5400-STORE-GL-ACCOUNT-EXIT
               END-IF
               ADD 1 TO GA-ROW-COUNT
               MOVE NEW-GL-ACCOUNT-ROW TO GL-ACCOUNT-ROW(GA-ROW-COUNT)
           END-IF.
           PERFORM 5500-REWRITE-GL-ACCOUNTS
               THRU 5500-REWRITE-GL-ACCOUNTS-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 5400-STORE-GL-ACCOUNT-EXIT
           END-IF.
           DISPLAY "GL KEY " WS-KEY " STORED, EFFECTIVE "
               NEW-GA-EFF-DATE.
           MOVE NEW-GL-ACCOUNT-ROW TO WS-IMAGE-ENTRY.
           MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT-RECORD
               THRU 8000-WRITE-AUDIT-RECORD-EXIT.
       5400-STORE-GL-ACCOUNT-EXIT.
           EXIT.

       5500-REWRITE-GL-ACCOUNTS.
           OPEN OUTPUT GL-ACCOUNT-FILE.
           IF NOT GL-ACCOUNT-FILE-OK
               DISPLAY "UNABLE TO REWRITE GLACCTS.TXT, STATUS= "
                   GL-ACCOUNT-FILE-STATUS " - MAINTENANCE STOPPED"
               MOVE "Y" TO ENTRY-ERROR-FLAG
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 5500-REWRITE-GL-ACCOUNTS-EXIT
           END-IF.
           PERFORM 5510-WRITE-GL-ACCOUNT-ROW
               THRU 5510-WRITE-GL-ACCOUNT-ROW-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN GA-ROW-COUNT.
           CLOSE GL-ACCOUNT-FILE.
       5500-REWRITE-GL-ACCOUNTS-EXIT.
           EXIT.

       5510-WRITE-GL-ACCOUNT-ROW.
           MOVE GL-ACCOUNT-ROW(WS-ROW-SUB) TO GL-ACCOUNT-MAP-IN.
           WRITE GL-ACCOUNT-MAP-IN.
       5510-WRITE-GL-ACCOUNT-ROW-EXIT.
           EXIT.

      *  ============================================================
      *  LEAVRATE.TXT
      *  ============================================================
       6000-MAINTAIN-LEAVE-RATE.
           MOVE SPACES TO WS-KEY.
           DISPLAY "PAY CLASS (3 CHARACTERS): ".
           ACCEPT WS-KEY.
           IF WS-KEY = SPACES
               DISPLAY "PAY CLASS REQUIRED"
               GO TO 6000-MAINTAIN-LEAVE-RATE-EXIT
           END-IF.
           MOVE WS-KEY TO WS-FIND-KEY.
           PERFORM 6050-FIND-LEAVE-RATE THRU 6050-FIND-LEAVE-RATE-EXIT.
           MOVE WS-FOUND-SUB  TO WS-LATEST-SUB.
           MOVE WS-FOUND-DATE TO WS-LATEST-DATE.
           EVALUATE TRUE
               WHEN ADD-ENTRY
                   PERFORM 6100-ADD-LEAVE-RATE
                       THRU 6100-ADD-LEAVE-RATE-EXIT
               WHEN CHANGE-ENTRY
                   PERFORM 6200-CHANGE-LEAVE-RATE
                       THRU 6200-CHANGE-LEAVE-RATE-EXIT
               WHEN RETIRE-ENTRY
                   PERFORM 6300-RETIRE-LEAVE-RATE
                       THRU 6300-RETIRE-LEAVE-RATE-EXIT
           END-EVALUATE.
       6000-MAINTAIN-LEAVE-RATE-EXIT.
           EXIT.

       6050-FIND-LEAVE-RATE.
      *    Latest-dated entry for WS-FIND-KEY, as in 3050.
           MOVE 0 TO WS-FOUND-SUB.
           MOVE 0 TO WS-FOUND-DATE.
           PERFORM 6060-MATCH-LEAVE-RATE THRU 6060-MATCH-LEAVE-RATE-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN LR-ROW-COUNT.
       6050-FIND-LEAVE-RATE-EXIT.
           EXIT.

       6060-MATCH-LEAVE-RATE.
           IF LR-CLASS(WS-ROW-SUB) = WS-FIND-KEY
               IF WS-FOUND-SUB = 0
               OR LR-EFF-DATE(WS-ROW-SUB) IS NOT LESS THAN WS-FOUND-DATE
                   MOVE WS-ROW-SUB TO WS-FOUND-SUB
                   MOVE LR-EFF-DATE(WS-ROW-SUB) TO WS-FOUND-DATE
               END-IF
           END-IF.
       6060-MATCH-LEAVE-RATE-EXIT.
           EXIT.

       6100-ADD-LEAVE-RATE.
      *  ------------------------------------------------------------
      *  Accrual rates only mean something for a class the register
      *  pays, so the class has to be in force on PAYRATES.TXT.
      *  ------------------------------------------------------------
           IF WS-LATEST-SUB IS GREATER THAN 0
               IF NOT LR-RETIRED(WS-LATEST-SUB)
                   DISPLAY "PAY CLASS " WS-KEY
                       " ALREADY ON LEAVRATE.TXT - USE CHANGE"
                   GO TO 6100-ADD-LEAVE-RATE-EXIT
               END-IF
           END-IF.
           MOVE WS-KEY TO WS-FIND-KEY.
           PERFORM 3050-FIND-PAY-RATE THRU 3050-FIND-PAY-RATE-EXIT.
           IF WS-FOUND-SUB = 0
               DISPLAY "PAY CLASS " WS-KEY
                   " NOT ON PAYRATES.TXT - NOT ADDED"
               GO TO 6100-ADD-LEAVE-RATE-EXIT
           END-IF.
           IF PR-RETIRED(WS-FOUND-SUB)
               DISPLAY "PAY CLASS " WS-KEY
                   " IS RETIRED ON PAYRATES.TXT - NOT ADDED"
               GO TO 6100-ADD-LEAVE-RATE-EXIT
           END-IF.
           MOVE 0 TO WS-VAC-ACCRUAL.
           DISPLAY "VACATION HOURS EARNED PER PERIOD (9.99): ".
           ACCEPT WS-VAC-ACCRUAL.
           MOVE 0 TO WS-SICK-ACCRUAL.
           DISPLAY "SICK HOURS EARNED PER PERIOD (9.99): ".
           ACCEPT WS-SICK-ACCRUAL.
           IF WS-VAC-ACCRUAL = 0 AND WS-SICK-ACCRUAL = 0
               DISPLAY "NO ACCRUAL ENTERED - NOT ADDED"
               GO TO 6100-ADD-LEAVE-RATE-EXIT
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 6100-ADD-LEAVE-RATE-EXIT
           END-IF.
           MOVE WS-KEY          TO NEW-LR-CLASS.
           MOVE WS-VAC-ACCRUAL  TO NEW-LR-VAC-ACCRUAL.
           MOVE WS-SICK-ACCRUAL TO NEW-LR-SICK-ACCRUAL.
           MOVE WS-EFF-DATE     TO NEW-LR-EFF-DATE.
           MOVE SPACE           TO NEW-LR-STATUS.
           MOVE "A" TO WS-AUDIT-ACTION.
           PERFORM 6400-STORE-LEAVE-RATE
               THRU 6400-STORE-LEAVE-RATE-EXIT.
       6100-ADD-LEAVE-RATE-EXIT.
           EXIT.

       6200-CHANGE-LEAVE-RATE.
      *    Zero keeps a rate; a class that should stop accruing
      *    altogether is retired instead.
           IF WS-LATEST-SUB = 0
               DISPLAY "PAY CLASS " WS-KEY " NOT ON LEAVRATE.TXT"
               GO TO 6200-CHANGE-LEAVE-RATE-EXIT
           END-IF.
           IF LR-RETIRED(WS-LATEST-SUB)
               DISPLAY "PAY CLASS " WS-KEY " IS RETIRED - USE ADD"
               GO TO 6200-CHANGE-LEAVE-RATE-EXIT
           END-IF.
           MOVE LEAVE-RATE-ROW(WS-LATEST-SUB) TO NEW-LEAVE-RATE-ROW.
           MOVE 0 TO WS-VAC-ACCRUAL.
           DISPLAY "VACATION ACCRUAL IS " NEW-LR-VAC-ACCRUAL
               " - ENTER NEW VALUE OR 0 TO KEEP: ".
           ACCEPT WS-VAC-ACCRUAL.
           IF WS-VAC-ACCRUAL NOT EQUAL TO 0
               MOVE WS-VAC-ACCRUAL TO NEW-LR-VAC-ACCRUAL
           END-IF.
           MOVE 0 TO WS-SICK-ACCRUAL.
           DISPLAY "SICK ACCRUAL IS " NEW-LR-SICK-ACCRUAL
               " - ENTER NEW VALUE OR 0 TO KEEP: ".
           ACCEPT WS-SICK-ACCRUAL.
           IF WS-SICK-ACCRUAL NOT EQUAL TO 0
               MOVE WS-SICK-ACCRUAL TO NEW-LR-SICK-ACCRUAL
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 6200-CHANGE-LEAVE-RATE-EXIT
           END-IF.
           MOVE WS-EFF-DATE TO NEW-LR-EFF-DATE.
           MOVE "C" TO WS-AUDIT-ACTION.
           PERFORM 6400-STORE-LEAVE-RATE
               THRU 6400-STORE-LEAVE-RATE-EXIT.
       6200-CHANGE-LEAVE-RATE-EXIT.
           EXIT.

       6300-RETIRE-LEAVE-RATE.
      *    From the retirement date the class accrues nothing.
           IF WS-LATEST-SUB = 0
               DISPLAY "PAY CLASS " WS-KEY " NOT ON LEAVRATE.TXT"
               GO TO 6300-RETIRE-LEAVE-RATE-EXIT
           END-IF.
           IF LR-RETIRED(WS-LATEST-SUB)
               DISPLAY "PAY CLASS " WS-KEY " IS ALREADY RETIRED"
               GO TO 6300-RETIRE-LEAVE-RATE-EXIT
           END-IF.
           PERFORM 7000-ACCEPT-EFF-DATE THRU 7000-ACCEPT-EFF-DATE-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 6300-RETIRE-LEAVE-RATE-EXIT
           END-IF.
           MOVE LEAVE-RATE-ROW(WS-LATEST-SUB) TO NEW-LEAVE-RATE-ROW.
           MOVE WS-EFF-DATE TO NEW-LR-EFF-DATE.
           MOVE "R"         TO NEW-LR-STATUS.
           MOVE "D" TO WS-AUDIT-ACTION.
           PERFORM 6400-STORE-LEAVE-RATE
               THRU 6400-STORE-LEAVE-RATE-EXIT.
       6300-RETIRE-LEAVE-RATE-EXIT.
           EXIT.

       6400-STORE-LEAVE-RATE.
      *    Same-date correction or new entry, as in 3400.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "LEAVRATE.TXT" TO WS-IMAGE-FILE-NAME.
           IF WS-LATEST-SUB IS GREATER THAN 0
               MOVE LEAVE-RATE-ROW(WS-LATEST-SUB) TO WS-IMAGE-ENTRY
               MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
           END-IF.
           IF WS-LATEST-SUB IS GREATER THAN 0
           AND LR-EFF-DATE(WS-LATEST-SUB) = NEW-LR-EFF-DATE
               MOVE NEW-LEAVE-RATE-ROW TO LEAVE-RATE-ROW(WS-LATEST-SUB)
           ELSE
               IF LR-ROW-COUNT IS NOT LESS THAN TABLE-ROW-MAX
                   DISPLAY "LEAVRATE.TXT IS FULL - NOT STORED"
                   MOVE "Y" TO ENTRY-ERROR-FLAG
                   GO TO 6400-STORE-LEAVE-RATE-EXIT
               END-IF
               ADD 1 TO LR-ROW-COUNT
               MOVE NEW-LEAVE-RATE-ROW TO LEAVE-RATE-ROW(LR-ROW-COUNT)
           END-IF.
           PERFORM 6500-REWRITE-LEAVE-RATES
               THRU 6500-REWRITE-LEAVE-RATES-EXIT.
           IF ENTRY-IN-ERROR
               GO TO 6400-STORE-LEAVE-RATE-EXIT
           END-IF.
           DISPLAY "LEAVE CLASS " WS-KEY " STORED, EFFECTIVE "
               NEW-LR-EFF-DATE.
           MOVE NEW-LEAVE-RATE-ROW TO WS-IMAGE-ENTRY.
           MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT-RECORD
               THRU 8000-WRITE-AUDIT-RECORD-EXIT.
       6400-STORE-LEAVE-RATE-EXIT.
           EXIT.

       6500-REWRITE-LEAVE-RATES.
           OPEN OUTPUT LEAVE-RATE-FILE.
           IF NOT LEAVE-RATE-FILE-OK
               DISPLAY "UNABLE TO REWRITE LEAVRATE.TXT, STATUS= "
                   LEAVE-RATE-FILE-STATUS " - MAINTENANCE STOPPED"
               MOVE "Y" TO ENTRY-ERROR-FLAG
               MOVE "YES" TO MAINT-DONE-FLAG
               GO TO 6500-REWRITE-LEAVE-RATES-EXIT
           END-IF.
           PERFORM 6510-WRITE-LEAVE-RATE-ROW
               THRU 6510-WRITE-LEAVE-RATE-ROW-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN LR-ROW-COUNT.
           CLOSE LEAVE-RATE-FILE.
       6500-REWRITE-LEAVE-RATES-EXIT.
           EXIT.

       6510-WRITE-LEAVE-RATE-ROW.
           MOVE LEAVE-RATE-ROW(WS-ROW-SUB) TO LEAVE-RATE-IN.
           WRITE LEAVE-RATE-IN.
       6510-WRITE-LEAVE-RATE-ROW-EXIT.
           EXIT.

      *  ============================================================
      *  Shared edits
      *  ============================================================
       7000-ACCEPT-EFF-DATE.
      *  ------------------------------------------------------------
      *  Zero means today.  An entry cannot be back-dated (the
      *  register has already paid on the old one - RETROPAY is
      *  the route for a retroactive rate), and it cannot fall
      *  ahead of an entry already keyed for a later date.
      *  ------------------------------------------------------------
           MOVE "N" TO ENTRY-ERROR-FLAG.
           MOVE 0 TO WS-EFF-DATE.
           DISPLAY "EFFECTIVE DATE (YYMMDD, 0 = TODAY): ".
           ACCEPT WS-EFF-DATE.
           IF WS-EFF-DATE = 0
               MOVE WS-TODAY TO WS-EFF-DATE
           END-IF.
           IF WS-EFF-MM IS LESS THAN 1 OR WS-EFF-MM IS GREATER THAN 12
           OR WS-EFF-DD IS LESS THAN 1 OR WS-EFF-DD IS GREATER THAN 31
               DISPLAY "EFFECTIVE DATE " WS-EFF-DATE
                   " IS NOT A VALID YYMMDD DATE - NOTHING STORED"
               MOVE "Y" TO ENTRY-ERROR-FLAG
               GO TO 7000-ACCEPT-EFF-DATE-EXIT
           END-IF.
           IF WS-EFF-DATE IS LESS THAN WS-TODAY
               DISPLAY "EFFECTIVE DATE MAY NOT BE BEFORE TODAY"
                   " - NOTHING STORED"
               MOVE "Y" TO ENTRY-ERROR-FLAG
               GO TO 7000-ACCEPT-EFF-DATE-EXIT
           END-IF.
           IF WS-LATEST-SUB IS GREATER THAN 0
           AND WS-EFF-DATE IS LESS THAN WS-LATEST-DATE
               DISPLAY "AN ENTRY IS ALREADY KEYED FOR " WS-LATEST-DATE
                   " - CHANGE THAT ENTRY INSTEAD - NOTHING STORED"
               MOVE "Y" TO ENTRY-ERROR-FLAG
           END-IF.
       7000-ACCEPT-EFF-DATE-EXIT.
           EXIT.

       7100-CHECK-RESERVED-KEY.
      *  ------------------------------------------------------------
      *  WS-KEY against the reserved GL keys, including the
      *  per-state withholding keys "S" plus a state code.
      *  ------------------------------------------------------------
           MOVE "N" TO RESERVED-KEY-FLAG.
           PERFORM 7110-MATCH-RESERVED-KEY
               THRU 7110-MATCH-RESERVED-KEY-EXIT
               VARYING WS-RESERVED-SUB FROM 1 BY 1
               UNTIL WS-RESERVED-SUB IS GREATER THAN
                   RESERVED-GL-KEY-COUNT
               OR KEY-IS-RESERVED.
           IF WS-KEY(1:1) = "S"
               PERFORM 7120-MATCH-STATE-KEY
                   THRU 7120-MATCH-STATE-KEY-EXIT
                   VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB IS GREATER THAN STATE-TAX-COUNT
                   OR KEY-IS-RESERVED
           END-IF.
       7100-CHECK-RESERVED-KEY-EXIT.
           EXIT.

       7110-MATCH-RESERVED-KEY.
           IF RESERVED-GL-KEY(WS-RESERVED-SUB) = WS-KEY
               MOVE "Y" TO RESERVED-KEY-FLAG
           END-IF.
       7110-MATCH-RESERVED-KEY-EXIT.
           EXIT.

       7120-MATCH-STATE-KEY.
           IF STATE-CODE-TBL(WS-STATE-SUB) = WS-KEY(2:2)
               MOVE "Y" TO RESERVED-KEY-FLAG
           END-IF.
       7120-MATCH-STATE-KEY-EXIT.
           EXIT.

       7200-CHECK-ACCOUNT-MAPPED.
      *  ------------------------------------------------------------
      *  WS-CHECK-ACCOUNT is mapped when some GL key's latest entry
      *  carries it and is not retired.
      *  ------------------------------------------------------------
           MOVE "N" TO ACCOUNT-FOUND-FLAG.
           PERFORM 7210-MATCH-MAPPED-ACCOUNT
               THRU 7210-MATCH-MAPPED-ACCOUNT-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB IS GREATER THAN GA-ROW-COUNT
               OR ACCOUNT-IS-MAPPED.
       7200-CHECK-ACCOUNT-MAPPED-EXIT.
           EXIT.

       7210-MATCH-MAPPED-ACCOUNT.
           IF GA-ACCOUNT(WS-SCAN-SUB) = WS-CHECK-ACCOUNT
           AND NOT GA-RETIRED(WS-SCAN-SUB)
               MOVE GA-KEY(WS-SCAN-SUB) TO WS-FIND-KEY
               PERFORM 5050-FIND-GL-ACCOUNT
                   THRU 5050-FIND-GL-ACCOUNT-EXIT
               IF WS-FOUND-SUB = WS-SCAN-SUB
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
               END-IF
           END-IF.
       7210-MATCH-MAPPED-ACCOUNT-EXIT.
           EXIT.

       7300-CHECK-ACCOUNT-IN-USE.
      *  ------------------------------------------------------------
      *  WS-CHECK-ACCOUNT, about to stop being mapped by GL key
      *  WS-KEY, is in use when a department in force posts its
      *  wages there and no other GL key still maps it.
      *  ------------------------------------------------------------
           MOVE "N" TO ACCOUNT-IN-USE-FLAG.
           MOVE SPACES TO WS-USING-DEPT.
           PERFORM 7310-MATCH-DEPT-ACCOUNT
               THRU 7310-MATCH-DEPT-ACCOUNT-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB IS GREATER THAN DP-ROW-COUNT
               OR ACCOUNT-IS-IN-USE.
           IF ACCOUNT-IS-IN-USE
               MOVE "N" TO ACCOUNT-FOUND-FLAG
               PERFORM 7320-MATCH-OTHER-KEY
                   THRU 7320-MATCH-OTHER-KEY-EXIT
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB IS GREATER THAN GA-ROW-COUNT
                   OR ACCOUNT-IS-MAPPED
               IF ACCOUNT-IS-MAPPED
                   MOVE "N" TO ACCOUNT-IN-USE-FLAG
               END-IF
           END-IF.
       7300-CHECK-ACCOUNT-IN-USE-EXIT.
           EXIT.

       7310-MATCH-DEPT-ACCOUNT.
           IF DP-WAGE-ACCT(WS-SCAN-SUB) = WS-CHECK-ACCOUNT
           AND NOT DP-RETIRED(WS-SCAN-SUB)
               MOVE DP-CODE(WS-SCAN-SUB) TO WS-FIND-KEY
               PERFORM 4050-FIND-DEPT THRU 4050-FIND-DEPT-EXIT
               IF WS-FOUND-SUB = WS-SCAN-SUB
                   MOVE "Y" TO ACCOUNT-IN-USE-FLAG
                   MOVE DP-CODE(WS-SCAN-SUB) TO WS-USING-DEPT
               END-IF
           END-IF.
       7310-MATCH-DEPT-ACCOUNT-EXIT.
           EXIT.

       7320-MATCH-OTHER-KEY.
           IF GA-KEY(WS-SCAN-SUB) NOT EQUAL TO WS-KEY
               PERFORM 7210-MATCH-MAPPED-ACCOUNT
                   THRU 7210-MATCH-MAPPED-ACCOUNT-EXIT
           END-IF.
       7320-MATCH-OTHER-KEY-EXIT.
           EXIT.

       8000-WRITE-AUDIT-RECORD.
      *  ------------------------------------------------------------
      *  Journals one stored entry: who, when, what, with the entry
      *  it follows (spaces for a brand new key) and the entry
      *  stored.  Table entries have no employee number.
      *  ------------------------------------------------------------
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           ACCEPT AUD-DATE FROM DATE.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-TIME-HHMMSS     TO AUD-TIME.
           MOVE WS-AUDIT-ACTION    TO AUD-ACTION-CODE.
           MOVE 0                  TO AUD-EMP-NUMBER.
           MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE.
           WRITE EMP-AUDIT-RECORD.
       8000-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       9000-TERMINATE.
      *    The journal is only open when the tables loaded cleanly.
           IF AUDIT-OPENED-IND = "Y"
               CLOSE AUDIT-JOURNAL-FILE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
