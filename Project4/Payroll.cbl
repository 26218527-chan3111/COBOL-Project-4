                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXCEPTION-OUT-FILE-STATUS.

      *    A trial run's register, exceptions and labor distribution
      *    go to their own files, so the last live run's - or the
      *    partial ones a restart is waiting to extend - are never
      *    replaced by a trial.
           SELECT  TRIAL-REGISTER-FILE-OUT
               ASSIGN  "TRIALREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  TRIAL-EXCEPTION-FILE-OUT
               ASSIGN  "TRIALEXC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  CHECKPOINT-FILE
               ASSIGN  "CHECKPOINT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RESTART-FILE-STATUS.

           SELECT  TRIAL-CONTROL-FILE
               ASSIGN  "TRIALCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TRIAL-CTL-FILE-STATUS.

           SELECT  EDIT-CONTROL-FILE
               ASSIGN  "PAYEDCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN  "GLPOST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  GL-HISTORY-FILE-OUT
               ASSIGN  "GLHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GL-HISTORY-FILE-STATUS.

           SELECT  DEPT-TABLE-FILE-IN
               ASSIGN  "DEPTTBL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN  "LABORDIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  TRIAL-LABOR-DIST-FILE-OUT
               ASSIGN  "TRIALLD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  PAY-STUB-FILE-OUT
               ASSIGN  "PAYSTUBS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS LV-EMP-NUMBER
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT  TIME-SLICE-FILE-IN
               ASSIGN  "TIMESLIC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TIME-SLICE-FILE-STATUS.

      *    Each live report shares its record area with its trial
      *    counterpart, so a line built in RECORD-OUT (or the other
      *    two) can be written to whichever file the run has open.
       I-O-CONTROL.
           SAME RECORD AREA FOR PAYROLL-RECORDS-FILE-OUT
                                TRIAL-REGISTER-FILE-OUT
           SAME RECORD AREA FOR EXCEPTION-FILE-OUT
                                TRIAL-EXCEPTION-FILE-OUT
           SAME RECORD AREA FOR LABOR-DIST-FILE-OUT
                                TRIAL-LABOR-DIST-FILE-OUT.

       DATA DIVISION.

       FILE SECTION.
           COPY "EMPREC.DAT".

       FD  PAYROLL-RECORDS-FILE-OUT.
       01  RECORD-OUT    PIC X(132).
       
       FD PAY-RATE-FILE-IN.
      *  Maintained by TBLMAINT.  A class can carry more than one
      *  entry: each is in force from its effective date (YYMMDD,
      *  blank or zero = always), the latest one not after the check
      *  date wins, and an "R" status retires the class from that
      *  date.  The control tables below are dated the same way.
       01  PAY-RATE-IN.
           05  CLASS-IN    PIC X(3).
           05  RATE-IN PIC 9(2)V99.
           05  RATE-EFF-DATE-IN    PIC 9(6).
           05  RATE-STATUS-IN      PIC X(1).

       FD  EXCEPTION-FILE-OUT.
       01  EXCEPTION-RECORD-OUT    PIC X(80).

       FD  TRIAL-REGISTER-FILE-OUT.
       01  TRIAL-REGISTER-RECORD-OUT   PIC X(132).

       FD  TRIAL-EXCEPTION-FILE-OUT.
       01  TRIAL-EXCEPTION-RECORD-OUT  PIC X(80).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-EMP-NUMBER    PIC 9(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CKPT-TOTAL-STATE-TAX    PIC 9(6)V99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CKPT-TOTAL-SOC-SEC      PIC 9(6)V99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CKPT-TOTAL-MEDICARE     PIC 9(6)V99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CKPT-TOTAL-EMPLOYER-FICA PIC 9(6)V99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CKPT-TOTAL-EMPLOYER-PENSION PIC 9(6)V99.
       01  RESTART-CONTROL-RECORD.
           05  RESTART-CONTROL-IND     PIC X(1).

       FD  TRIAL-CONTROL-FILE.
       01  TRIAL-CONTROL-RECORD.
           05  TRIAL-CONTROL-IND       PIC X(1).

       FD  EDIT-CONTROL-FILE.
       01  EDIT-CONTROL-RECORD.
           05  EDIT-CONTROL-IND        PIC X(1).
      *  One request per employee to pay off cycle: either the hours
      *  to pay (run through the normal rate/overtime calculation)
      *  or a flat gross amount (bonus, correction) - a nonzero flat
      *  amount wins over the hours.  TERMPAY marks a terminated
      *  employee's request "F" (final pay): the hours are the hours
      *  still owed, and the unused vacation balance is paid out on
      *  top of them and the leave balances closed.
       01  OFF-CYCLE-REQUEST-RECORD.
           05  OC-EMP-NUMBER-IN        PIC 9(9).
           05  OC-HOURS-IN             PIC 9(2)V99.
           05  OC-FLAT-AMOUNT-IN       PIC 9(4)V99.
           05  OC-FINAL-PAY-IN         PIC X(1).
               88  OC-FINAL-PAY                VALUE "F".

       FD  GL-ACCOUNT-FILE-IN.
      *  Account map maintained like PAYRATES.TXT: a 3-character key
      *  and the GL account it posts to.  Keys are the pay class
      *  codes (wage expense debits) plus the reserved deduction and
      *  net pay keys TAX PEN HLT GAR DUE NET (liability credits),
      *  the employee Social Security and Medicare keys OAS MED
      *  (liability credits), one per-state withholding key "S"
      *  plus the two-character
      *  state code (SAL SNY ... - a liability credit per state with
      *  withholding, since each state is remitted separately),
      *  and the employer-cost keys EFE EPE EHE (expense
      *  debits for employer FICA, pension match and employer
      *  health) with EFL EPL EHL as their liability credits - do
      *  not name a pay class after a reserved key.  ESCHEAT posts
      *  reported unclaimed checks to two more reserved keys, CSH
      *  (payroll cash) and UNC (unclaimed property liability).
      *  Keep the old collapsed "STX" key mapped too: CHECKVOID
      *  still reverses against it for checks whose history
      *  predates the per-state posting and carries no state code.
       01  GL-ACCOUNT-MAP-IN.
           05  GL-MAP-KEY-IN       PIC X(3).
           05  GL-MAP-ACCOUNT-IN   PIC 9(8).
           05  GL-MAP-EFF-DATE-IN  PIC 9(6).
           05  GL-MAP-STATUS-IN    PIC X(1).

       FD  GL-POSTING-FILE-OUT.
       01  GL-POSTING-RECORD-OUT.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GL-POST-DESC-OUT        PIC X(20).

      *  Every balanced live posting is also added to the end of
      *  GLHIST.TXT, which is never cleared, so the quarter's
      *  postings are still on hand for the TIEOUT reconciliation
      *  after GLPOST.TXT has been replaced by later runs.
       FD  GL-HISTORY-FILE-OUT.
       01  GL-HISTORY-RECORD-OUT       PIC X(47).

       FD  DEPT-TABLE-FILE-IN.
      *  Department / cost center table maintained like PAYRATES.TXT:
      *  code, name, and the wage-expense account the department's
           05  DEPT-CODE-IN        PIC X(3).
           05  DEPT-NAME-IN        PIC X(15).
           05  DEPT-WAGE-ACCT-IN   PIC 9(8).
           05  DEPT-EFF-DATE-IN    PIC 9(6).
           05  DEPT-STATUS-IN      PIC X(1).

       FD  LABOR-DIST-FILE-OUT.
       01  LABOR-DIST-RECORD-OUT   PIC X(80).

       FD  TRIAL-LABOR-DIST-FILE-OUT.
       01  TRIAL-LABOR-DIST-RECORD-OUT PIC X(80).

       FD  PAY-STUB-FILE-OUT.
       01  PAY-STUB-RECORD-OUT     PIC X(80).

           05  LEAVE-CLASS-IN      PIC X(3).
           05  VAC-ACCRUAL-IN      PIC 9(1)V99.
           05  SICK-ACCRUAL-IN     PIC 9(1)V99.
           05  LEAVE-EFF-DATE-IN   PIC 9(6).
           05  LEAVE-STATUS-IN     PIC X(1).

       FD  LEAVE-MASTER-FILE.
           COPY "LEAVEREC.DAT".

       FD  TIME-SLICE-FILE-IN.
           COPY "TIMESLIC.DAT".

       WORKING-STORAGE SECTION.

       01  REPORT-HEADER.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TRIAL-REGISTER  PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "PAYROLL REGISTER".
           05  FILLER          PIC X(10) VALUE SPACES.
           05  DATE-REGISTER   PIC X(13).
           
       01  REPORT-HEADER-SUMMARY.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TRIAL-SUMMARY   PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "PAYROLL SUMMARY".
           05  FILLER          PIC X(10) VALUE SPACES.
           05  DATE-SUMMARY    PIC X(13).
                   DEPENDING ON PAY-RATE-COUNT.
           05  CLASS-NAME  PIC X(3).
           05  PAY-RATE    PIC 9(2)V99.
           05  PAY-RATE-EFF-DATE   PIC 9(6).
           05  PAY-RATE-STATUS     PIC X(1).
               88  PAY-RATE-RETIRED        VALUE "R".

       01  PAY-CLASS-TOTALS.
           05  PAY-CLASS-GROSS-TOTAL OCCURS 1 TO 50 TIMES
           05  DEPT-CODE           PIC X(3).
           05  DEPT-NAME           PIC X(15).
           05  DEPT-WAGE-ACCT      PIC 9(8).
           05  DEPT-EFF-DATE       PIC 9(6).
           05  DEPT-STATUS         PIC X(1).
               88  DEPT-RETIRED            VALUE "R".

       01  DEPT-TOTALS.
           05  DEPT-TOTAL-ENTRY OCCURS 20 TIMES.
           05  LEAVE-CLASS         PIC X(3).
           05  VAC-ACCRUAL-RATE    PIC 9(1)V99.
           05  SICK-ACCRUAL-RATE   PIC 9(1)V99.
           05  LEAVE-EFF-DATE      PIC 9(6).
           05  LEAVE-STATUS        PIC X(1).
               88  LEAVE-RATE-RETIRED      VALUE "R".

       01  LEAVE-WORK-FIELDS.
           05  VAC-ACCRUAL-WS      PIC 9(1)V99.
           05  SICK-ACCRUAL-WS     PIC 9(1)V99.

      *  Sized for the full reserved-key set: up to 50 pay classes,
      *  the deduction and net pay keys (Social Security and
      *  Medicare included), a per-state key per state
      *  on the state table, the legacy STX key, and the six
      *  employer-cost keys.
       01  GL-ACCOUNT-MAP-CONTROL.
                   DEPENDING ON GL-MAP-COUNT.
           05  GL-MAP-KEY          PIC X(3).
           05  GL-MAP-ACCOUNT      PIC 9(8).
           05  GL-MAP-EFF-DATE     PIC 9(6).
           05  GL-MAP-STATUS       PIC X(1).
               88  GL-MAP-RETIRED          VALUE "R".

       01  GL-WORK-FIELDS.
           05  GL-MAP-EOF-FLAG     PIC X(3) VALUE "NO ".
           05  GL-ENTRY-SUB        PIC 9(4).

      *  Sized for the true worst case: a debit per pay class per
      *  department (50 x 20) plus the deduction (Social Security
      *  and Medicare included), net pay, per-state and employer-cost
      *  credits.  The builders still test the limit and reject the
      *  posting rather than overrun the table.
       01  GL-ENTRY-CONTROL.
           05  GL-ENTRY-COUNT      PIC 9(4) VALUE 0.
           05  GL-ENTRY-MAX        PIC 9(4) VALUE 1024.

      *  The journal entries are built and balanced in this table
      *  first; GLPOST.TXT only gets written when debits equal
      *  credits equal the register's gross to the penny.  A rejected
      *  run leaves GLPOST.TXT empty so a stale file from the prior
      *  run cannot be keyed into the ledger twice.
       01  GL-ENTRY-TABLE OCCURS 1 TO 1024 TIMES
                   DEPENDING ON GL-ENTRY-COUNT.
           05  GL-ENTRY-ACCOUNT    PIC 9(8).
           05  GL-ENTRY-DC         PIC X(1).
       01  COLUMN-HEADER.
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE  "CK NO".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(4)   VALUE  "NAME".
           05  FILLER  PIC X(20)  VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE  "GROSS".
           05  FILLER  PIC X(3)   VALUE   SPACES.
           05  FILLER  PIC X(7)   VALUE  "TAXABLE".
           05  FILLER  PIC X(8)   VALUE   SPACES.
           05  FILLER  PIC X(3)   VALUE  "TAX".
           05  FILLER  PIC X(4)   VALUE   SPACES.
           05  FILLER  PIC X(6)   VALUE  "ST TAX".
           05  FILLER  PIC X(3)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE  "OASDI".
           05  FILLER  PIC X(1)   VALUE   SPACES.
           05  FILLER  PIC X(8)   VALUE  "MEDICARE".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(7)   VALUE  "PENSION".
           05  FILLER  PIC X(4)   VALUE   SPACES.
           05  FILLER  PIC X(6)   VALUE  "HEALTH".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(7)   VALUE  "GARNISH".
           05  FILLER  PIC X(5)   VALUE   SPACES.
           05  FILLER  PIC X(4)   VALUE  "DUES".
           05  FILLER  PIC X(6)   VALUE   SPACES.
           05  FILLER  PIC X(3)   VALUE   "NET".
           
       01  EXCEPTION-REPORT-HEADER.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TRIAL-EXCEPTION PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(30) VALUE
               "PAY REGISTER EXCEPTION LISTING".
           05  FILLER          PIC X(10) VALUE SPACES.
           05  YTD-ANNUAL-GARNISHMENT  PIC 9(8)V99.
           05  YTD-ANNUAL-UNION-DUES   PIC 9(8)V99.
           05  YTD-ANNUAL-STATE-TAX    PIC 9(8)V99.
           05  YTD-ANNUAL-FED-TAXABLE  PIC 9(8)V99.
           05  YTD-ANNUAL-SS-WAGES     PIC 9(8)V99.
           05  YTD-ANNUAL-SOC-SEC      PIC 9(8)V99.
           05  YTD-ANNUAL-MEDICARE-WAGES PIC 9(8)V99.
           05  YTD-ANNUAL-MEDICARE     PIC 9(8)V99.

       01  WEEK-NAMES.
           05  FILLER  PIC X(3) VALUE "MON".
               88  RESTART-FILE-NOT-FOUND   VALUE "35".
           05  RESTART-MODE-IND        PIC X(1) VALUE "N".
               88  RESTART-MODE                VALUE "R".
           05  TRIAL-CTL-FILE-STATUS   PIC X(2) VALUE "00".
           05  TRIAL-MODE-IND          PIC X(1) VALUE "L".
               88  TRIAL-MODE                  VALUE "T".
           05  EDIT-CTL-FILE-STATUS    PIC X(2) VALUE "00".
               88  EDIT-CTL-FILE-NOT-FOUND     VALUE "35".
           05  EDIT-CONTROL-IND-WS     PIC X(1) VALUE "G".
               88  PAY-STUB-OUT-FILE-NOT-FOUND  VALUE "35".
           05  GL-ACCOUNT-IN-FILE-STATUS PIC X(2) VALUE "00".
               88  GL-ACCOUNT-IN-NOT-FOUND      VALUE "35".
           05  GL-HISTORY-FILE-STATUS  PIC X(2) VALUE "00".
               88  GL-HISTORY-NOT-FOUND         VALUE "35".
           05  OFF-CYCLE-FILE-STATUS   PIC X(2) VALUE "00".
           05  OFF-CYCLE-MODE-IND      PIC X(1) VALUE "N".
               88  OFF-CYCLE-MODE              VALUE "Y".
               88  GARNISH-REMIT-NOT-FOUND      VALUE "35".
           05  GARN-ORDERS-EOF-FLAG    PIC X(1) VALUE "N".
               88  GARN-ORDERS-DONE             VALUE "Y".
           05  TIME-SLICE-FILE-STATUS  PIC X(2) VALUE "00".
               88  TIME-SLICE-NOT-FOUND         VALUE "35".
           05  TIME-SLICE-EOF-FLAG     PIC X(3) VALUE "NO ".
           05  SLICE-ERROR-IND         PIC X(1) VALUE "N".
               88  SLICE-IN-ERROR               VALUE "Y".

       01  COUNTERS.
           05  EMPLOYEE-RECORDS-READ-CTR       PIC 9(3).
           05  LEAVE-SUB       PIC 9(2).
           05  DEPT-SUB        PIC 9(2).
           05  DEPT-INDEX      PIC 9(2).
           05  TABLE-POST-SUB  PIC 9(2).
           05  TABLE-KEEP-SUB  PIC 9(2).
           05  STATE-RATE-INDEX PIC 9(2).
           05  CHECKPOINT-QUOTIENT    PIC 9(3).
           05  CHECKPOINT-REMAINDER   PIC 9(3).
           05  TOTAL-GARNISHMENT   PIC 9(6)V99.
           05  TOTAL-UNION-DUES    PIC 9(6)V99.
           05  TOTAL-STATE-TAX     PIC 9(6)V99.
           05  TOTAL-SOC-SEC       PIC 9(6)V99.
           05  TOTAL-MEDICARE      PIC 9(6)V99.
           05  TOTAL-EMPLOYER-FICA PIC 9(6)V99.
           05  TOTAL-EMPLOYER-PENSION PIC 9(6)V99.
           05  TOTAL-EMPLOYER-HEALTH PIC 9(6)V99.
           05  UNION-DUES-WS   PIC 9(3)V99.
           05  STATE-TAX-RATE  PIC V999.
           05  STATE-TAX-WS    PIC 9(4)V99.
      *    Taxable wages are the gross less the pre-tax pension and
      *    health deductions.  Federal and state are carried apart
      *    because a state is free to tax what the federal rules
      *    exclude, even though today both come to the same figure.
           05  TAXABLE-WAGES-WS        PIC 9(4)V99.
           05  STATE-TAXABLE-WAGES-WS  PIC 9(4)V99.
      *    Social Security and Medicare wages are the gross less the
      *    health premium only - the pension deferral is still
      *    subject to FICA.  Social Security wages stop at the annual
      *    wage base; Medicare wages never do.
           05  FICA-WAGES-WS           PIC 9(4)V99.
           05  SOC-SEC-WAGES-WS        PIC 9(4)V99.
           05  MEDICARE-WAGES-WS       PIC 9(4)V99.
           05  SOC-SEC-WS              PIC 9(4)V99.
           05  MEDICARE-WS             PIC 9(4)V99.
           05  EMPLOYER-FICA-WS    PIC 9(4)V99.
           05  EMPLOYER-PENSION-WS PIC 9(4)V99.
           05  EMPLOYER-HEALTH-WS  PIC 9(3)V99.
       01  DEDUCTION-PAY-VALUES.
           05  REGULAR-HOURS   PIC 9(2)     VALUE  40.
           05  OT-FACTOR       PIC 9(1)V9   VALUE  1.5.
           05  OT-PREMIUM-FACTOR   PIC 9(1)V9   VALUE  0.5.

      *  The deduction amounts asked for this period, saved before
      *  NETCALC caps what the gross cannot cover - the difference
           05  AR-FIELD-MAX-WS     PIC 9(4)V99.
           05  AR-RECOVERY-WS      PIC 9(5)V99.
           05  AR-HEADROOM-WS      PIC 9(5)V99.
      *    AR-NET-FLOOR-WS is the part of net pay a recovery may not
      *    touch - zero on every check except a final check, where
      *    the voluntary deductions cannot take the pay for the
      *    hours owed below minimum wage.
           05  AR-NET-FLOOR-WS     PIC 9(4)V99.
           05  AR-NET-ROOM-WS      PIC 9(4)V99.
           05  ARREARS-LEFT-IND    PIC X(1).
               88  ARREARS-LEFT-OWING          VALUE "Y".
           05  ARREARS-POSTED-THIS-CHECK    PIC 9(5)V99.
           05  ARREARS-RECOVERED-THIS-CHECK PIC 9(5)V99.

               10  AR-RECVD-HLT-WS     PIC 9(5)V99.
               10  AR-RECVD-DUE-WS     PIC 9(5)V99.

      *  Social Security and Medicare rates, the same for the
      *  employee withholding and the employer share.  The wage base
      *  and the additional Medicare threshold are annual figures -
      *  change them at the start of each calendar year.  The pension
      *  match and health share match the employee's own deduction
      *  dollar for dollar.
       01  FICA-RATE-VALUES.
           05  SOC-SEC-RATE            PIC V999    VALUE .062.
           05  MEDICARE-RATE           PIC V9999   VALUE .0145.
           05  ADDL-MEDICARE-RATE      PIC V999    VALUE .009.
           05  SOC-SEC-WAGE-BASE       PIC 9(7)V99 VALUE 176100.00.
           05  ADDL-MEDICARE-THRESHOLD PIC 9(7)V99 VALUE 200000.00.

      *  Final check figures.  The minimum wage is the federal
      *  hourly floor that protects the pay for the hours owed from
      *  arrears recovery on the way out - change it when the law
      *  does.  The vacation payout is held apart from the gross so
      *  the stub can show it on its own line.
       01  FINAL-PAY-VALUES.
           05  FINAL-PAY-MIN-WAGE      PIC 9(2)V99 VALUE 7.25.
           05  VAC-PAYOUT-WS           PIC 9(4)V99 VALUE 0.
           05  VAC-PAYOUT-ROOM-WS      PIC 9(4)V99.
           05  VAC-PAYOUT-MAX-HOURS    PIC 9(3)V99.

      *  Split time card premiums, paid on the slice's own class
      *  rate: the night shift differential is a percentage on top,
      *  the holiday premium makes holiday hours time and a half.
       01  SLICE-PREMIUM-VALUES.
           05  NIGHT-SHIFT-DIFF        PIC V99     VALUE .10.
           05  HOLIDAY-PREMIUM-FACTOR  PIC 9V9     VALUE 0.5.

      *  The employee's worked-hours slices off TIMESLIC.TXT, each
      *  priced at its own class rate and charged to its own class
      *  and department.  Empty for a salaried or off-cycle check,
      *  or when no slices came in for the employee - the check is
      *  then paid and charged entirely at the home class and
      *  department, as it always was.  Sized to the slices a
      *  PAYHIST.TXT record can carry.
       01  PAY-SLICE-CONTROL.
           05  PAY-SLICE-COUNT     PIC 9(1) VALUE 0.
           05  PAY-SLICE-MAX       PIC 9(1) VALUE 6.

       01  PAY-SLICE-TABLE OCCURS 1 TO 6 TIMES
                   DEPENDING ON PAY-SLICE-COUNT.
           05  SLICE-JOB-TYPE      PIC X(3).
           05  SLICE-DEPT-CODE     PIC X(3).
           05  SLICE-PREMIUM       PIC X(1).
               88  SLICE-NIGHT-SHIFT           VALUE "N".
               88  SLICE-HOLIDAY               VALUE "H".
           05  SLICE-HOURS         PIC 9(2)V99.
           05  SLICE-RATE-INDEX    PIC 9(2).
           05  SLICE-DEPT-INDEX    PIC 9(2).
           05  SLICE-AMOUNT        PIC 9(4)V99.

       01  SLICE-WORK-FIELDS.
           05  SLICE-SUB               PIC 9(1).
           05  SLICE-HOURS-TOTAL       PIC 9(3)V99.
           05  SLICE-BASE-PAY-WS       PIC 9(4)V99.
           05  SLICE-PREMIUM-PAY-WS    PIC 9(4)V99.
           05  SLICE-RATE-BASIS-WS     PIC 9(5)V99.
           05  SLICE-REGULAR-RATE-WS   PIC 9(3)V9999.
           05  SLICE-OT-HOURS-WS       PIC 9(2)V99.
           05  SLICE-OT-PREMIUM-WS     PIC 9(4)V99.
           05  SLICE-OT-LEFT-WS        PIC 9(4)V99.
           05  SLICE-OT-SHARE-WS       PIC 9(4)V99.
           05  SLICE-GROSS-LEFT-WS     PIC 9(4)V99.
           05  SLICE-NET-LEFT-WS       PIC 9(4)V99.
           05  SLICE-NET-WS            PIC 9(4)V99.
           05  SLICE-DEDUCT-WS         PIC 9(4)V99.
           05  DEPT-LOOKUP-CODE        PIC X(3).

       01  FICA-WORK-FIELDS.
           05  SOC-SEC-ROOM-WS         PIC 9(7)V99.
           05  ADDL-MEDICARE-WAGES-WS  PIC 9(7)V99.
           05  ADDL-MEDICARE-WS        PIC 9(4)V99.
           05  EMPLOYER-SOC-SEC-WS     PIC 9(4)V99.
           05  EMPLOYER-MEDICARE-WS    PIC 9(4)V99.

      *  Prenote ages are figured on the same 30-day-month calendar
      *  CHECKREC uses for check ages - close enough for a waiting
           05  CHECK-NUMBER-OUT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EMP-INITIALS-OUT        PIC X(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  EMP-LAST-NAME-OUT       PIC X(13).
           05  FILLER                  PIC X(2) VALUES SPACES.
           05  GROSS-PAY-OUT           PIC Z,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TAXABLE-WAGES-OUT       PIC Z,ZZ9.99.
           05  FILLER                  PIC X(3) VALUES SPACES.
           05  TAX-DEDUCTION-OUT       PIC Z,ZZ9.99.
           05  FILLER                  PIC X(4) VALUES SPACES.
           05  STATE-TAX-OUT           PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SOC-SEC-OUT             PIC ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  MEDICARE-OUT            PIC ZZ9.99.
           05  FILLER                  PIC X(3) VALUES SPACES.
           05  PENSION-OUT             PIC ZZ9.99.
           05  FILLER                  PIC X(4) VALUES SPACES.
           05  HEALTH-INS-OUT          PIC ZZ9.99.
               10  FILLER  PIC X(12) VALUE "  LEAVE HRS ".
               10  STUB-LEAVE-HOURS-OUT    PIC Z9.99.

           05  STUB-SLICE-LINE.
               10  FILLER  PIC X(2)  VALUE SPACES.
               10  STUB-SLICE-CLASS-OUT    PIC X(3).
               10  FILLER  PIC X(1)  VALUE SPACE.
               10  STUB-SLICE-DEPT-OUT     PIC X(3).
               10  FILLER  PIC X(1)  VALUE SPACE.
               10  STUB-SLICE-PREMIUM-OUT  PIC X(8).
               10  STUB-SLICE-HOURS-OUT    PIC Z9.99.
               10  FILLER  PIC X(5)  VALUE " HRS ".
               10  STUB-SLICE-AMOUNT-OUT   PIC ZZ,ZZ9.99.

           05  STUB-COLUMN-HEADER.
               10  FILLER  PIC X(14) VALUE SPACES.
               10  FILLER  PIC X(7)  VALUE "CURRENT".
               10  STUB-LEAVE-BALANCE-OUT  PIC ZZ9.99.

       01  LABOR-DIST-HEADER.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TRIAL-LABOR-DIST PIC X(5) VALUE SPACES.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(25) VALUE
               "LABOR DISTRIBUTION REPORT".
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  LD-NET-OUT          PIC $$$,$$9.99.

       01  SUMMARY-RECORDS.
           05  TRIAL-NOTICE-SUMMARY.
               10 FILLER   PIC X(6)  VALUE SPACES.
               10 FILLER   PIC X(48) VALUE
                   "TRIAL RUN - NO MASTERS UPDATED, NO CHECKS ISSUED".

           05  TOTAL-GROSS-SUMMARY.
               10  FILLER              PIC X(6) VALUE SPACES.
               10  FILLER              PIC X(11) VALUE "TOTAL GROSS".
               10 FILLER   PIC X(15) VALUE "TOTAL STATE TAX".
               10 TOTAL-STATE-TAX-OUT  PIC $$,$$$,$$9.99.

           05  TOTAL-SOC-SEC-SUMMARY.
               10 FILLER   PIC X(6)  VALUE SPACES.
               10 FILLER   PIC X(13) VALUE "TOTAL SOC SEC".
               10 FILLER   PIC X(2)  VALUE SPACES.
               10 TOTAL-SOC-SEC-OUT    PIC $$,$$$,$$9.99.

           05  TOTAL-MEDICARE-SUMMARY.
               10 FILLER   PIC X(6)  VALUE SPACES.
               10 FILLER   PIC X(14) VALUE "TOTAL MEDICARE".
               10 FILLER   PIC X(1)  VALUE SPACES.
               10 TOTAL-MEDICARE-OUT   PIC $$,$$$,$$9.99.

           05  TOTAL-HEALTH-SUMMARY.
               10 FILLER               PIC X(6)  VALUE SPACES.
               10 FILLER               PIC X(12)  VALUE "TOTAL HEALTH".
               10 FILLER   PIC X(18) VALUE "TOTAL COMPANY COST".
               10 COMPANY-COST-OUT       PIC $$,$$$,$$9.99.

           05  TRIAL-GL-HEADER.
               10 FILLER   PIC X(6)  VALUE SPACES.
               10 FILLER   PIC X(38) VALUE
                   "TRIAL GL POSTING - NOT WRITTEN TO GL".

           05  TRIAL-GL-DETAIL.
               10 FILLER   PIC X(6)  VALUE SPACES.
               10 TRIAL-GL-ACCOUNT-OUT   PIC 9(8).
               10 FILLER   PIC X(2)  VALUE SPACES.
               10 TRIAL-GL-DC-OUT        PIC X(1).
               10 FILLER   PIC X(2)  VALUE SPACES.
               10 TRIAL-GL-AMOUNT-OUT    PIC $$,$$$,$$9.99.
               10 FILLER   PIC X(2)  VALUE SPACES.
               10 TRIAL-GL-DESC-OUT      PIC X(20).

           05  TRIAL-GL-TOTAL-SUMMARY.
               10 FILLER   PIC X(6)  VALUE SPACES.
               10 TRIAL-GL-TOTAL-DESC-OUT PIC X(9).
               10 FILLER   PIC X(4)  VALUE SPACES.
               10 TRIAL-GL-TOTAL-OUT     PIC $$$,$$$,$$9.99.

           05  TRIAL-GL-STATUS-SUMMARY.
               10 FILLER   PIC X(6)  VALUE SPACES.
               10 TRIAL-GL-STATUS-OUT    PIC X(40).

       PROCEDURE DIVISION.

       100-PRODUCE-PAY-REGISTER.
               PERFORM  700-MOVE-DATE
               PERFORM  700-SET-YTD-PERIOD
               PERFORM  700-CHECK-RESTART-MODE
               PERFORM  700-CHECK-TRIAL-MODE
               PERFORM  700-OPEN-FILES
               PERFORM  700-INITIALIZE-FIELDS
      *        The control tables are read to the end (a later
      *        dated entry can replace one already loaded) and the
      *        classes and departments retired as of the check date
      *        are dropped once everything is in.
               PERFORM 700-LOAD-PAY-RATE-TABLE
                   UNTIL PAY-RATE-EOF-FLAG IS EQUAL TO "YES"
               PERFORM 700-DROP-RETIRED-PAY-RATES
               PERFORM 700-LOAD-LEAVE-RATE-TABLE
                   UNTIL LEAVE-RATE-EOF-FLAG IS EQUAL TO "YES"
               PERFORM 700-DROP-RETIRED-LEAVE-RATES
               PERFORM 700-SEED-DEPT-TABLE
               PERFORM 700-LOAD-DEPT-TABLE
                   UNTIL DEPT-TABLE-EOF-FLAG IS EQUAL TO "YES"
               PERFORM 700-DROP-RETIRED-DEPTS
               INITIALIZE PAY-CLASS-TOTALS
                          DEPT-TOTALS
                          CLASS-DEPT-TOTALS
               GIVING CHECKPOINT-QUOTIENT
               REMAINDER CHECKPOINT-REMAINDER.
           IF CHECKPOINT-REMAINDER IS EQUAL TO 0
               AND NOT TRIAL-MODE
               PERFORM 700-WRITE-CHECKPOINT
           END-IF.
           PERFORM  700-READ-EMPLOYEE-RECORD.

       200-PAY-ONE-EMPLOYEE.
           MOVE 0 TO PAY-SLICE-COUNT.
           PERFORM 700-FIND-PAY-RATE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB IS GREATER THAN PAY-RATE-COUNT
      *            top (leave is already inside the salary).
                   PERFORM  700-CALC-SALARY-GROSS-PAY
               ELSE
      *            Hours TIMERECON split across classes, departments
      *            or premiums are priced slice by slice; without
      *            slices the hours are all paid at the home class.
                   PERFORM  700-LOAD-TIME-SLICES
                   IF PAY-SLICE-COUNT IS GREATER THAN 0
                       PERFORM  700-CALC-SLICED-GROSS-PAY
                   ELSE
                       IF HOURS-WORKED-IN GREATER THAN 40
                           PERFORM  700-CALC-OT-GROSS-PAY
                       ELSE
                           PERFORM  700-CALC-REGULAR-GROSS-PAY
                       END-IF
                   END-IF
                   PERFORM  700-CALC-LEAVE-PAY
               END-IF
      *        A trial run accrues nothing and leaves the period
      *        open - the balances are only read for the figures.
               IF TRIAL-MODE
                   PERFORM  700-READ-LEAVE-RECORD
               ELSE
                   PERFORM  700-POST-LEAVE-ACCRUAL
               END-IF
               PERFORM  200-COMPLETE-PAY-RECORD
               IF NOT TRIAL-MODE
                   PERFORM  700-CLOSE-OUT-PAY-PERIOD
               END-IF
           ELSE
               PERFORM 700-RESET-FOUND-FLAG
               MOVE "JOB TYPE NOT ON PAYRATES" TO EXC-REASON-OUT
      * number, register line, EFT, positive pay, run totals, YTD
      * posting and the pay stub - the part of paying an employee
      * that is the same whether the gross came from the master's
      * hours (regular run) or from an off-cycle request.  A trial
      * run figures everything and prints the register line, but
      * keeps the check number in storage only and issues and posts
      * nothing: no garnishment draw, EFT, positive pay, YTD,
      * history or stub.
      * --------------------------------------------------------------

       200-COMPLETE-PAY-RECORD.
      *    Pension and health come first: they are taken before tax,
      *    so both withholding calculations work from the taxable
      *    wages they leave rather than from the full gross.
           PERFORM  700-CALC-INSURANCE.
           PERFORM  700-CALC-PENSION.
           PERFORM  700-CALC-TAXABLE-WAGES.
           PERFORM  700-CALC-TAX.
           MOVE 0 TO STATE-TAX-RATE.
           MOVE 0 TO STATE-RATE-INDEX.
               OR FOUND-FLAG IS EQUAL TO "T".
           PERFORM 700-RESET-FOUND-FLAG.
           PERFORM  700-CALC-STATE-TAX.
           PERFORM  700-CALC-FICA.
           PERFORM  700-CALC-GARNISHMENT.
           PERFORM  700-CALC-UNION-DUES.
           PERFORM  700-CALC-EMPLOYER-COSTS.
           PERFORM  700-POST-DEDUCTION-SHORTFALLS.
           PERFORM  700-RECOVER-ARREARS.
           PERFORM  700-ASSIGN-CHECK-NUMBER.
           IF NOT TRIAL-MODE
               PERFORM  700-SAVE-CHECK-NUMBER
               PERFORM  700-SETTLE-GARNISH-ORDERS
           END-IF.
           PERFORM  700-WRITE-PAY-REGISTER-RECORD.
           IF NOT TRIAL-MODE
               IF NOT EMP-EFT-HELD
                   PERFORM  700-WRITE-EFT-RECORD
               END-IF
               PERFORM  700-WRITE-POSITIVE-PAY-RECORD
           END-IF.
           PERFORM  700-FIND-DEPT-INDEX.
           PERFORM  700-CALC-PAY-TOTALS.
           IF NOT TRIAL-MODE
               PERFORM  700-POST-YTD-RECORD
               PERFORM  700-WRITE-PAY-HISTORY
               PERFORM  700-WRITE-PAY-STUB
           END-IF.

      * --------------------------------------------------------------
      * The off-cycle mainline: one check per OFFCYCLE.TXT request,
      *        An off-cycle check pays no leave - zeroed in the
      *        record buffer only (the master is never rewritten
      *        off cycle) so the stub does not claim leave hours
      *        this payment did not cover.  The one exception is a
      *        final check, which pays the vacation balance out.
               MOVE 0 TO EMP-LEAVE-HOURS-IN
               MOVE 0 TO LEAVE-PAY-WS
               MOVE 0 TO VAC-PAYOUT-WS
      *        No accrual off cycle - the balances are read only so
      *        the stub can still show leave taken and remaining.
               PERFORM  700-READ-LEAVE-RECORD
               IF OC-FINAL-PAY
                   PERFORM  700-CALC-VACATION-PAYOUT
               END-IF
               PERFORM  200-COMPLETE-PAY-RECORD
               IF OC-FINAL-PAY
                   PERFORM  700-FINISH-FINAL-PAY
               END-IF
           ELSE
               PERFORM 700-RESET-FOUND-FLAG
               MOVE "JOB TYPE NOT ON PAYRATES" TO EXC-REASON-OUT
               PERFORM 700-WRITE-EXCEPTION-RECORD
           END-IF.

       700-CALC-VACATION-PAYOUT.
      *  ------------------------------------------------------------
      *  Pays the terminated employee's unused vacation balance at
      *  the class rate, straight time, as leave hours on top of the
      *  hours owed.  One check carries at most what the leave hours
      *  field and the gross field hold; anything over that stays on
      *  the balance for another final-pay request (TERMPAY writes
      *  enough of them).  The sick balance is not paid out - it
      *  lapses with the vacation balance's close-out.
      *  ------------------------------------------------------------
           MOVE LV-VAC-BALANCE TO EMP-LEAVE-HOURS-IN.
           IF LV-VAC-BALANCE IS GREATER THAN 99.99
               MOVE 99.99 TO EMP-LEAVE-HOURS-IN
           END-IF.
           IF PAY-RATE(PAY-RATE-INDEX) IS GREATER THAN 0
               SUBTRACT GROSS-PAY-WS FROM 9999.99
                   GIVING VAC-PAYOUT-ROOM-WS
               DIVIDE VAC-PAYOUT-ROOM-WS BY PAY-RATE(PAY-RATE-INDEX)
                   GIVING VAC-PAYOUT-MAX-HOURS
                   ON SIZE ERROR
                       MOVE 999.99 TO VAC-PAYOUT-MAX-HOURS
               END-DIVIDE
               IF EMP-LEAVE-HOURS-IN IS GREATER THAN
                   VAC-PAYOUT-MAX-HOURS
                   MOVE VAC-PAYOUT-MAX-HOURS TO EMP-LEAVE-HOURS-IN
               END-IF
           END-IF.
           PERFORM  700-CALC-LEAVE-PAY.
           MOVE LEAVE-PAY-WS TO VAC-PAYOUT-WS.
           SUBTRACT EMP-LEAVE-HOURS-IN FROM LV-VAC-BALANCE.
           MOVE 0 TO LV-SICK-BALANCE.

       700-FINISH-FINAL-PAY.
      *  ------------------------------------------------------------
      *  Closes the leave balances the payout drew down (a trial
      *  run leaves them), and flags on the exception report what
      *  the final check could not settle: vacation still to be
      *  paid on another request, and arrears left owing once the
      *  recovery limits were reached - those go to the payroll
      *  office to collect outside the payroll.
      *  ------------------------------------------------------------
           IF NOT TRIAL-MODE
               REWRITE LEAVE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF LV-VAC-BALANCE IS GREATER THAN 0
               MOVE "VACATION PAYOUT NOT DONE" TO EXC-REASON-OUT
               PERFORM 700-WRITE-EXCEPTION-RECORD
           END-IF.
           MOVE "N" TO ARREARS-LEFT-IND.
           MOVE "TAX" TO AR-TYPE-WS.
           PERFORM 700-TEST-ARREARS-LEFT.
           MOVE "STX" TO AR-TYPE-WS.
           PERFORM 700-TEST-ARREARS-LEFT.
           MOVE "PEN" TO AR-TYPE-WS.
           PERFORM 700-TEST-ARREARS-LEFT.
           MOVE "HLT" TO AR-TYPE-WS.
           PERFORM 700-TEST-ARREARS-LEFT.
           MOVE "DUE" TO AR-TYPE-WS.
           PERFORM 700-TEST-ARREARS-LEFT.
           IF ARREARS-LEFT-OWING
               MOVE "ARREARS LEFT AT FINAL PAY" TO EXC-REASON-OUT
               PERFORM 700-WRITE-EXCEPTION-RECORD
           END-IF.

       700-TEST-ARREARS-LEFT.
           MOVE EMP-NUMBER-IN TO AR-EMP-NUMBER.
           MOVE AR-TYPE-WS    TO AR-DEDUCT-TYPE.
           READ ARREARS-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AR-BALANCE IS GREATER THAN 0
                       MOVE "Y" TO ARREARS-LEFT-IND
                   END-IF
           END-READ.

       700-GET-DATE.
           ACCEPT DATE-IN FROM DATE.
           ACCEPT WEEK-IN FROM DAY-OF-WEEK.
           PERFORM  700-WRITE-SUMMARY.
           PERFORM  700-WRITE-LABOR-DISTRIBUTION.
           PERFORM  700-PRODUCE-GL-POSTING.
           IF NOT TRIAL-MODE
               PERFORM  700-SAVE-CHECK-NUMBER
           END-IF.
           PERFORM  700-CLOSE-FILES.

       700-OPEN-FILES.
                   OPEN OUTPUT PAY-STUB-FILE-OUT
               END-IF
           ELSE
      *        A trial run writes its register and exceptions to the
      *        trial files and never opens the payment files, so the
      *        last live run's register, exceptions, EFT, positive
      *        pay and stubs are left as they were.
               IF TRIAL-MODE
                   OPEN OUTPUT TRIAL-REGISTER-FILE-OUT
                   OPEN OUTPUT TRIAL-EXCEPTION-FILE-OUT
               ELSE
                   OPEN OUTPUT PAYROLL-RECORDS-FILE-OUT
                   OPEN OUTPUT EXCEPTION-FILE-OUT
                   OPEN OUTPUT EFT-FILE-OUT
                   OPEN OUTPUT POSITIVE-PAY-FILE-OUT
                   OPEN OUTPUT PAY-STUB-FILE-OUT
               END-IF
           END-IF.
      *    The carried outstanding-check master accumulates every
      *    check issued by every run (CHECKREC nets it against the
      *    bank's paid items), so unlike the per-run POSPAY.TXT
      *    transmission file it is always extended, never truncated.
           IF NOT TRIAL-MODE
               OPEN EXTEND OUTSTANDING-CHECK-FILE
               IF OUTSTANDING-OUT-FILE-NOT-FOUND
                   OPEN OUTPUT OUTSTANDING-CHECK-FILE
               END-IF
           END-IF.
           OPEN  I-O    YTD-MASTER-FILE.
           IF YTD-FILE-NOT-FOUND
           IF DEPT-TABLE-NOT-FOUND
               MOVE "YES" TO DEPT-TABLE-EOF-FLAG
           END-IF.
           IF TRIAL-MODE
               OPEN  OUTPUT TRIAL-LABOR-DIST-FILE-OUT
           ELSE
               OPEN  OUTPUT LABOR-DIST-FILE-OUT
           END-IF.
      *    No TIMESLIC.TXT just means no slices came in - every
      *    employee's hours are paid at the home class.
           OPEN  INPUT  TIME-SLICE-FILE-IN.
           IF TIME-SLICE-NOT-FOUND
               MOVE "YES" TO TIME-SLICE-EOF-FLAG
           ELSE
               PERFORM 700-READ-TIME-SLICE
           END-IF.
           OPEN  I-O    LEAVE-MASTER-FILE.
           IF LEAVE-FILE-NOT-FOUND
               OPEN OUTPUT LEAVE-MASTER-FILE
                   OPEN OUTPUT GARNISH-REMIT-FILE-OUT
               END-IF
           ELSE
               IF NOT TRIAL-MODE
                   OPEN OUTPUT GARNISH-REMIT-FILE-OUT
               END-IF
           END-IF.

       700-CHECK-EDIT-CONTROL.
           END-IF.
           CLOSE RESTART-CONTROL-FILE.

       700-CHECK-TRIAL-MODE.
      *  ------------------------------------------------------------
      *  TRIALCTL.TXT is a one-character control record ("T" or
      *  "L") modeled on RESTARTCTL.TXT.  A "T" makes this a trial
      *  register: the full calculation runs and the register,
      *  summary, labor distribution and GL journal print marked
      *  TRIAL - to TRIALREG.TXT, TRIALEXC.TXT and TRIALLD.TXT, not
      *  the live PAYRECORDS.TXT, EXCEPTIONS.TXT and LABORDIST.TXT -
      *  but no master is rewritten, no payment or remittance file
      *  is written and CHECKCTL.TXT is not advanced, so the live
      *  run that follows starts from exactly the same place.  No
      *  control file (or any status but a clean read) means a live
      *  run.  A trial always runs from the top - a restart
      *  indicator left over from a failed live run is ignored for
      *  this run only, and neither the checkpoint nor the partial
      *  live register and exceptions the restart will extend are
      *  touched.
      *  ------------------------------------------------------------
           MOVE "L" TO TRIAL-MODE-IND.
           OPEN INPUT TRIAL-CONTROL-FILE.
           IF TRIAL-CTL-FILE-STATUS IS EQUAL TO "00"
               READ TRIAL-CONTROL-FILE
                   NOT AT END
                       MOVE TRIAL-CONTROL-IND TO TRIAL-MODE-IND
               END-READ
           END-IF.
           CLOSE TRIAL-CONTROL-FILE.
           IF TRIAL-MODE
               DISPLAY "TRIALCTL.TXT SAYS T - TRIAL REGISTER ONLY"
               MOVE "TRIAL" TO TRIAL-REGISTER
                               TRIAL-SUMMARY
                               TRIAL-LABOR-DIST
                               TRIAL-EXCEPTION
               IF RESTART-MODE
                   DISPLAY "RESTARTCTL.TXT IGNORED ON A TRIAL RUN"
                   MOVE "N" TO RESTART-MODE-IND
               END-IF
           END-IF.

       700-INITIALIZE-FIELDS.
           INITIALIZE  COUNTERS
                       PAY-ACCUMULATORS
                       REGISTER-PAY-VALUES.

       700-WRITE-REPORT-HDR.
           MOVE REPORT-HEADER TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-TOP-PAGE.


       700-WRITE-COLUMN-HDR.
           MOVE COLUMN-HEADER TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-SPACED.

       700-WRITE-REGISTER-LINE.
      *  ------------------------------------------------------------
      *  Every register line goes out through this paragraph and the
      *  three after it: to PAYRECORDS.TXT on a live run, to
      *  TRIALREG.TXT on a trial.
      *  ------------------------------------------------------------
           IF TRIAL-MODE
               WRITE TRIAL-REGISTER-RECORD-OUT
           ELSE
               WRITE RECORD-OUT
           END-IF.

       700-WRITE-REGISTER-SPACED.
           IF TRIAL-MODE
               WRITE TRIAL-REGISTER-RECORD-OUT AFTER ADVANCING 2 LINES
           ELSE
               WRITE RECORD-OUT AFTER ADVANCING 2 LINES
           END-IF.

       700-WRITE-REGISTER-NEW-PAGE.
           IF TRIAL-MODE
               WRITE TRIAL-REGISTER-RECORD-OUT AFTER ADVANCING PAGE
           ELSE
               WRITE RECORD-OUT AFTER ADVANCING PAGE
           END-IF.

       700-WRITE-REGISTER-TOP-PAGE.
           IF TRIAL-MODE
               WRITE TRIAL-REGISTER-RECORD-OUT BEFORE ADVANCING PAGE
           ELSE
               WRITE RECORD-OUT BEFORE ADVANCING PAGE
           END-IF.

       700-READ-EMPLOYEE-RECORD.
           READ  EMPLOYEE-FILE-IN NEXT RECORD
                       MOVE CKPT-TOTAL-GARNISHMENT TO TOTAL-GARNISHMENT
                       MOVE CKPT-TOTAL-UNION-DUES TO TOTAL-UNION-DUES
                       MOVE CKPT-TOTAL-STATE-TAX  TO TOTAL-STATE-TAX
                       MOVE CKPT-TOTAL-SOC-SEC    TO TOTAL-SOC-SEC
                       MOVE CKPT-TOTAL-MEDICARE   TO TOTAL-MEDICARE
                       MOVE CKPT-TOTAL-EMPLOYER-FICA
                           TO TOTAL-EMPLOYER-FICA
                       MOVE CKPT-TOTAL-EMPLOYER-PENSION
           MOVE TOTAL-GARNISHMENT      TO CKPT-TOTAL-GARNISHMENT.
           MOVE TOTAL-UNION-DUES       TO CKPT-TOTAL-UNION-DUES.
           MOVE TOTAL-STATE-TAX        TO CKPT-TOTAL-STATE-TAX.
           MOVE TOTAL-SOC-SEC          TO CKPT-TOTAL-SOC-SEC.
           MOVE TOTAL-MEDICARE         TO CKPT-TOTAL-MEDICARE.
           MOVE TOTAL-EMPLOYER-FICA    TO CKPT-TOTAL-EMPLOYER-FICA.
           MOVE TOTAL-EMPLOYER-PENSION TO CKPT-TOTAL-EMPLOYER-PENSION.
           MOVE TOTAL-EMPLOYER-HEALTH  TO CKPT-TOTAL-EMPLOYER-HEALTH.
           MULTIPLY HOURS-WORKED-IN  BY  PAY-RATE(PAY-RATE-INDEX)
               GIVING GROSS-PAY-WS.

       700-LOAD-TIME-SLICES.
      *  ------------------------------------------------------------
      *  TIMESLIC.TXT is in employee order, the same order the
      *  master is read in, so it is merged alongside: slices for
      *  anyone below this employee (not paid this run, or paid
      *  before a restart checkpoint) are passed over, and this
      *  employee's are loaded.  Slices that no longer add up to the
      *  worked hours on the master (the hours were changed after
      *  TIMERECON ran) or name a class no longer in force are not
      *  trusted: the check is paid at the home class as before and
      *  the exception report says so.
      *  ------------------------------------------------------------
           MOVE 0   TO PAY-SLICE-COUNT.
           MOVE 0   TO SLICE-HOURS-TOTAL.
           MOVE "N" TO SLICE-ERROR-IND.
           PERFORM 700-READ-TIME-SLICE
               UNTIL TIME-SLICE-EOF-FLAG IS EQUAL TO "YES"
               OR TS-EMP-NUMBER IS NOT LESS THAN EMP-NUMBER-IN.
           PERFORM 700-POST-TIME-SLICE
               UNTIL TIME-SLICE-EOF-FLAG IS EQUAL TO "YES"
               OR TS-EMP-NUMBER IS NOT EQUAL TO EMP-NUMBER-IN.
           IF PAY-SLICE-COUNT IS GREATER THAN 0
               IF SLICE-IN-ERROR
                   MOVE "SLICE CLASS NOT ON RATES" TO EXC-REASON-OUT
                   PERFORM 700-WRITE-EXCEPTION-RECORD
                   MOVE 0 TO PAY-SLICE-COUNT
               ELSE
                   IF SLICE-HOURS-TOTAL IS NOT EQUAL TO
                           HOURS-WORKED-IN
                       MOVE "TIME SLICES OFF HOURS"
                           TO EXC-REASON-OUT
                       PERFORM 700-WRITE-EXCEPTION-RECORD
                       MOVE 0 TO PAY-SLICE-COUNT
                   END-IF
               END-IF
           END-IF.

       700-READ-TIME-SLICE.
           READ TIME-SLICE-FILE-IN
               AT END MOVE "YES" TO TIME-SLICE-EOF-FLAG.

       700-POST-TIME-SLICE.
           IF PAY-SLICE-COUNT IS LESS THAN PAY-SLICE-MAX
               ADD 1 TO PAY-SLICE-COUNT
               MOVE TS-JOB-TYPE  TO SLICE-JOB-TYPE(PAY-SLICE-COUNT)
               MOVE TS-DEPT-CODE TO SLICE-DEPT-CODE(PAY-SLICE-COUNT)
               MOVE TS-PREMIUM   TO SLICE-PREMIUM(PAY-SLICE-COUNT)
               MOVE TS-HOURS     TO SLICE-HOURS(PAY-SLICE-COUNT)
               ADD TS-HOURS TO SLICE-HOURS-TOTAL
               MOVE 0 TO SLICE-RATE-INDEX(PAY-SLICE-COUNT)
               PERFORM 700-MATCH-SLICE-CLASS
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB IS GREATER THAN PAY-RATE-COUNT
                   OR SLICE-RATE-INDEX(PAY-SLICE-COUNT)
                       IS GREATER THAN 0
               IF SLICE-RATE-INDEX(PAY-SLICE-COUNT) IS EQUAL TO 0
                   MOVE "Y" TO SLICE-ERROR-IND
               END-IF
               MOVE TS-DEPT-CODE TO DEPT-LOOKUP-CODE
               PERFORM 700-LOOKUP-DEPT-INDEX
               MOVE DEPT-INDEX TO SLICE-DEPT-INDEX(PAY-SLICE-COUNT)
           ELSE
               MOVE "Y" TO SLICE-ERROR-IND
           END-IF.
           PERFORM 700-READ-TIME-SLICE.

       700-MATCH-SLICE-CLASS.
           IF CLASS-NAME(SUB) = SLICE-JOB-TYPE(PAY-SLICE-COUNT)
               MOVE SUB TO SLICE-RATE-INDEX(PAY-SLICE-COUNT)
           END-IF.

       700-CALC-SLICED-GROSS-PAY.
      *  ------------------------------------------------------------
      *  Each slice earns its hours at its own class rate, plus its
      *  premium.  The over-40 overtime test is on the week's total
      *  worked hours, whatever classes they were worked in: the
      *  overtime hours earn half again the weighted regular rate -
      *  straight-time earnings over total hours, night differential
      *  included, the holiday premium (already time and a half)
      *  left out - and that overtime premium is spread over the
      *  slices by hours so each department carries its share.
      *  OT-HOURS and HOURS-WORKED-IN end up weighted the same way
      *  700-CALC-OT-GROSS-PAY leaves them for the stub and history.
      *  With a single home slice and no premium this comes to the
      *  same gross as 700-CALC-OT-GROSS-PAY.
      *  ------------------------------------------------------------
           MOVE 0 TO SLICE-RATE-BASIS-WS.
           MOVE 0 TO GROSS-PAY-WS.
           PERFORM 700-CALC-SLICE-PAY
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN PAY-SLICE-COUNT.
           MOVE 0 TO OT-HOURS.
           IF HOURS-WORKED-IN GREATER THAN REGULAR-HOURS
               SUBTRACT REGULAR-HOURS FROM HOURS-WORKED-IN
                   GIVING SLICE-OT-HOURS-WS
               DIVIDE SLICE-RATE-BASIS-WS BY HOURS-WORKED-IN
                   GIVING SLICE-REGULAR-RATE-WS
               COMPUTE SLICE-OT-PREMIUM-WS = SLICE-OT-HOURS-WS
                   * SLICE-REGULAR-RATE-WS * OT-PREMIUM-FACTOR
               MOVE SLICE-OT-PREMIUM-WS TO SLICE-OT-LEFT-WS
               PERFORM 700-SPREAD-OT-PREMIUM
                   VARYING SLICE-SUB FROM 1 BY 1
                   UNTIL SLICE-SUB IS GREATER THAN PAY-SLICE-COUNT
               ADD SLICE-OT-PREMIUM-WS TO GROSS-PAY-WS
               MULTIPLY OT-FACTOR BY SLICE-OT-HOURS-WS
                   GIVING OT-HOURS
               ADD OT-HOURS TO REGULAR-HOURS
                   GIVING HOURS-WORKED-IN
           END-IF.

       700-CALC-SLICE-PAY.
           MULTIPLY SLICE-HOURS(SLICE-SUB)
               BY PAY-RATE(SLICE-RATE-INDEX(SLICE-SUB))
               GIVING SLICE-BASE-PAY-WS.
           MOVE 0 TO SLICE-PREMIUM-PAY-WS.
           IF SLICE-NIGHT-SHIFT(SLICE-SUB)
               MULTIPLY SLICE-BASE-PAY-WS BY NIGHT-SHIFT-DIFF
                   GIVING SLICE-PREMIUM-PAY-WS
           END-IF.
           IF SLICE-HOLIDAY(SLICE-SUB)
               MULTIPLY SLICE-BASE-PAY-WS BY HOLIDAY-PREMIUM-FACTOR
                   GIVING SLICE-PREMIUM-PAY-WS
           END-IF.
           ADD SLICE-BASE-PAY-WS SLICE-PREMIUM-PAY-WS
               GIVING SLICE-AMOUNT(SLICE-SUB).
           ADD SLICE-AMOUNT(SLICE-SUB) TO GROSS-PAY-WS.
           ADD SLICE-BASE-PAY-WS TO SLICE-RATE-BASIS-WS.
           IF NOT SLICE-HOLIDAY(SLICE-SUB)
               ADD SLICE-PREMIUM-PAY-WS TO SLICE-RATE-BASIS-WS
           END-IF.

       700-SPREAD-OT-PREMIUM.
      *    The last slice takes what is left, so the shares always
      *    add back to the whole premium.
           IF SLICE-SUB IS EQUAL TO PAY-SLICE-COUNT
               MOVE SLICE-OT-LEFT-WS TO SLICE-OT-SHARE-WS
           ELSE
               COMPUTE SLICE-OT-SHARE-WS = SLICE-OT-PREMIUM-WS
                   * SLICE-HOURS(SLICE-SUB) / SLICE-HOURS-TOTAL
           END-IF.
           ADD SLICE-OT-SHARE-WS TO SLICE-AMOUNT(SLICE-SUB).
           SUBTRACT SLICE-OT-SHARE-WS FROM SLICE-OT-LEFT-WS.

       700-CALC-SALARY-GROSS-PAY.
      *  ------------------------------------------------------------
      *  Salaried gross is the flat per-period amount off the master.
               GIVING LEAVE-PAY-WS.
           ADD LEAVE-PAY-WS TO GROSS-PAY-WS.

       700-CALC-TAXABLE-WAGES.
      *  ------------------------------------------------------------
      *  Taxable wages: the gross less the pre-tax pension and health
      *  deductions just computed.  The rates keep the two well under
      *  the gross, but a master keyed with bad rates must not wrap
      *  an unsigned field, so anything past the gross taxes nothing.
      *  ------------------------------------------------------------
           IF PENSION-WS + HEALTH-WS IS GREATER THAN GROSS-PAY-WS
               MOVE 0 TO TAXABLE-WAGES-WS
           ELSE
               SUBTRACT PENSION-WS HEALTH-WS FROM GROSS-PAY-WS
                   GIVING TAXABLE-WAGES-WS
           END-IF.
           MOVE TAXABLE-WAGES-WS TO STATE-TAXABLE-WAGES-WS.

       700-CALC-TAX.
           CALL "TAXCALC" USING TAXABLE-WAGES-WS,
           TAX-RATES(TAX-IND-IN), TAX-WS.

       700-FIND-STATE-RATE.
           IF STATE-CODE-TBL(STATE-SUB) = STATE-CODE-IN
           END-IF.

       700-CALC-STATE-TAX.
           MULTIPLY STATE-TAXABLE-WAGES-WS BY STATE-TAX-RATE
               GIVING STATE-TAX-WS.

       700-CALC-FICA.
      *  ------------------------------------------------------------
      *  Employee Social Security (OASDI) and Medicare.  Social
      *  Security stops at the annual wage base: the year's
      *  Social Security wages so far are summed off the employee's
      *  YTDMAST.TXT quarters (this check not yet posted) and only
      *  the room left under the base is taxed.  Medicare has no
      *  cap, but the additional Medicare rate applies to the part
      *  of this check that takes the year's Medicare wages past the
      *  threshold - an employee-only tax, so the employer share in
      *  700-CALC-EMPLOYER-COSTS does not include it.
      *  ------------------------------------------------------------
           IF HEALTH-WS IS GREATER THAN GROSS-PAY-WS
               MOVE 0 TO FICA-WAGES-WS
           ELSE
               SUBTRACT HEALTH-WS FROM GROSS-PAY-WS
                   GIVING FICA-WAGES-WS
           END-IF.
           PERFORM 700-SUM-ANNUAL-YTD.
           IF YTD-ANNUAL-SS-WAGES IS NOT LESS THAN SOC-SEC-WAGE-BASE
               MOVE 0 TO SOC-SEC-WAGES-WS
           ELSE
               SUBTRACT YTD-ANNUAL-SS-WAGES FROM SOC-SEC-WAGE-BASE
                   GIVING SOC-SEC-ROOM-WS
               IF FICA-WAGES-WS IS GREATER THAN SOC-SEC-ROOM-WS
                   MOVE SOC-SEC-ROOM-WS TO SOC-SEC-WAGES-WS
               ELSE
                   MOVE FICA-WAGES-WS TO SOC-SEC-WAGES-WS
               END-IF
           END-IF.
           MULTIPLY SOC-SEC-WAGES-WS BY SOC-SEC-RATE
               GIVING SOC-SEC-WS ROUNDED.
           MOVE FICA-WAGES-WS TO MEDICARE-WAGES-WS.
           MULTIPLY MEDICARE-WAGES-WS BY MEDICARE-RATE
               GIVING MEDICARE-WS ROUNDED.
           ADD YTD-ANNUAL-MEDICARE-WAGES MEDICARE-WAGES-WS
               GIVING ADDL-MEDICARE-WAGES-WS.
           IF ADDL-MEDICARE-WAGES-WS IS GREATER THAN
                   ADDL-MEDICARE-THRESHOLD
               SUBTRACT ADDL-MEDICARE-THRESHOLD
                   FROM ADDL-MEDICARE-WAGES-WS
               IF ADDL-MEDICARE-WAGES-WS IS GREATER THAN
                       MEDICARE-WAGES-WS
                   MOVE MEDICARE-WAGES-WS TO ADDL-MEDICARE-WAGES-WS
               END-IF
               MULTIPLY ADDL-MEDICARE-WAGES-WS BY ADDL-MEDICARE-RATE
                   GIVING ADDL-MEDICARE-WS ROUNDED
               ADD ADDL-MEDICARE-WS TO MEDICARE-WS
           END-IF.

       700-CALC-INSURANCE.
           MULTIPLY  GROSS-PAY-WS  BY  HEALTH-RATE
               GIVING HEALTH-WS.
      *  order off the order master.  Each open order contributes
      *  its per-period amount, but never more than its remaining
      *  balance, its percent-of-disposable cap (disposable being
      *  gross less federal, state, Social Security and Medicare
      *  tax - the legal definition, so the pre-tax pension and
      *  health are deliberately NOT subtracted even though they
      *  lower taxable wages), or what disposable pay is left after
      *  the higher-priority orders.  A satisfied
      *  order contributes nothing and is skipped.  The takes are
      *  held in the work table and settled onto the master and the
      *  remittance extract once the check number is known.
      *  ------------------------------------------------------------
           MOVE 0 TO GARNISHMENT-WS.
           MOVE 0 TO GARN-ORDER-COUNT.
           SUBTRACT TAX-WS STATE-TAX-WS SOC-SEC-WS MEDICARE-WS
               FROM GROSS-PAY-WS GIVING DISPOSABLE-PAY-WS.
           MOVE "N" TO GARN-ORDERS-EOF-FLAG.
           MOVE EMP-NUMBER-IN TO GO-EMP-NUMBER.
           MOVE 0 TO GO-PRIORITY.
       700-CALC-EMPLOYER-COSTS.
      *  ------------------------------------------------------------
      *  The company's own cost of this check, over and above the
      *  gross: employer FICA - the employer's matching Social
      *  Security on the same capped wages the employee paid on,
      *  plus Medicare at the base rate - a dollar-for-dollar
      *  pension match, and the company share of health (equal to
      *  the employee's).  None of it touches the employee's net -
      *  it is carried so the register, YTD master and GL posting
      *  show the true cost of the payroll instead of leaving the
      *  employer side on a spreadsheet.
      *  ------------------------------------------------------------
           MULTIPLY SOC-SEC-WAGES-WS BY SOC-SEC-RATE
               GIVING EMPLOYER-SOC-SEC-WS ROUNDED.
           MULTIPLY MEDICARE-WAGES-WS BY MEDICARE-RATE
               GIVING EMPLOYER-MEDICARE-WS ROUNDED.
           ADD EMPLOYER-SOC-SEC-WS EMPLOYER-MEDICARE-WS
               GIVING EMPLOYER-FICA-WS.
           MOVE PENSION-WS TO EMPLOYER-PENSION-WS.
           MOVE HEALTH-WS  TO EMPLOYER-HEALTH-WS.

       700-CALC-NET-PAY.
      *  ------------------------------------------------------------
      *  NETCALC takes the deductions in priority order (income
      *  taxes, Social Security and Medicare, garnishment, then the
      *  voluntary ones) and caps each at what
      *  the remaining gross covers, so the asked-for amounts are
      *  saved first - the difference after the call is the
      *  shortfall each deduction goes into arrears for.
           MOVE 0 TO ARREARS-POSTED-THIS-CHECK.
           MOVE 0 TO ARREARS-RECOVERED-THIS-CHECK.
           INITIALIZE ARREARS-CHECK-DETAIL.
           CALL "NETCALC" USING TAX-WS, STATE-TAX-WS, SOC-SEC-WS,
               MEDICARE-WS, HEALTH-WS, PENSION-WS, GARNISHMENT-WS,
               UNION-DUES-WS, GROSS-PAY-WS, NET-PAY-WS.

       700-POST-DEDUCTION-SHORTFALLS.
      *  ------------------------------------------------------------
                   GIVING AR-SHORTFALL-WS
               PERFORM 700-POST-ONE-SHORTFALL
           END-IF.
      *    No arrears for Social Security or Medicare: they follow
      *    only the income taxes, whose rates leave the gross always
      *    able to cover them.
      *    No arrears for garnishment: anything an order could not
      *    collect this period simply stays on its remaining balance
      *    in the order master and is tried again next run.
       700-POST-ONE-SHORTFALL.
           MOVE EMP-NUMBER-IN TO AR-EMP-NUMBER.
           MOVE AR-TYPE-WS    TO AR-DEDUCT-TYPE.
      *    A trial run counts the shortfall but leaves the master.
           IF NOT TRIAL-MODE
               READ ARREARS-MASTER-FILE
                   INVALID KEY
                       MOVE EMP-NUMBER-IN    TO AR-EMP-NUMBER
                       MOVE AR-TYPE-WS       TO AR-DEDUCT-TYPE
                       MOVE EMP-LAST-NAME-IN TO AR-EMP-LAST-NAME
                       MOVE AR-SHORTFALL-WS  TO AR-BALANCE
                       WRITE ARREARS-MASTER-RECORD
                   NOT INVALID KEY
                       MOVE EMP-LAST-NAME-IN TO AR-EMP-LAST-NAME
                       ADD AR-SHORTFALL-WS   TO AR-BALANCE
                       REWRITE ARREARS-MASTER-RECORD
               END-READ
           END-IF.
           ADD AR-SHORTFALL-WS TO ARREARS-POSTED-THIS-CHECK.
           ADD AR-SHORTFALL-WS TO TOTAL-ARREARS-POSTED.
           EVALUATE AR-TYPE-WS
      *  withheld; net pay gives the recovery up dollar for dollar
      *  and the posting stays in balance.  Each recovery is capped
      *  at the deduction field's own capacity - a balance too big
      *  for one check simply carries to the next.  On a final
      *  check the taxes are still recovered in full, but pension,
      *  health and dues may only take net pay down to minimum wage
      *  for the hours owed - there is no next check to carry to,
      *  so what the law will not let the check cover is left on
      *  the master for the payroll office to collect.
      *  ------------------------------------------------------------
           MOVE 0 TO AR-NET-FLOOR-WS.
           MOVE "TAX" TO AR-TYPE-WS.
           MOVE TAX-WS TO AR-CURRENT-WS.
           MOVE 9999.99 TO AR-FIELD-MAX-WS.
           MOVE 9999.99 TO AR-FIELD-MAX-WS.
           PERFORM 700-RECOVER-ONE-ARREARS.
           MOVE AR-CURRENT-WS TO STATE-TAX-WS.
           IF OFF-CYCLE-MODE AND OC-FINAL-PAY
               MULTIPLY OC-HOURS-IN BY FINAL-PAY-MIN-WAGE
                   GIVING AR-NET-FLOOR-WS
           END-IF.
           MOVE "PEN" TO AR-TYPE-WS.
           MOVE PENSION-WS TO AR-CURRENT-WS.
           MOVE 9999.99 TO AR-FIELD-MAX-WS.
           MOVE AR-CURRENT-WS TO UNION-DUES-WS.

       700-RECOVER-ONE-ARREARS.
           IF NET-PAY-WS IS GREATER THAN AR-NET-FLOOR-WS
               MOVE EMP-NUMBER-IN TO AR-EMP-NUMBER
               MOVE AR-TYPE-WS    TO AR-DEDUCT-TYPE
               READ ARREARS-MASTER-FILE

       700-APPLY-ARREARS-RECOVERY.
           MOVE AR-BALANCE TO AR-RECOVERY-WS.
           SUBTRACT AR-NET-FLOOR-WS FROM NET-PAY-WS
               GIVING AR-NET-ROOM-WS.
           IF AR-RECOVERY-WS IS GREATER THAN AR-NET-ROOM-WS
               MOVE AR-NET-ROOM-WS TO AR-RECOVERY-WS
           END-IF.
           SUBTRACT AR-CURRENT-WS FROM AR-FIELD-MAX-WS
               GIVING AR-HEADROOM-WS.
                   WHEN "DUE"
                       ADD AR-RECOVERY-WS TO AR-RECVD-DUE-WS
               END-EVALUATE
               IF NOT TRIAL-MODE
                   REWRITE ARREARS-MASTER-RECORD
               END-IF
           END-IF.

       700-WRITE-PAY-REGISTER-RECORD.
           MOVE  EMP-INITIALS-IN  TO EMP-INITIALS-OUT.
           MOVE  EMP-LAST-NAME-IN  TO EMP-LAST-NAME-OUT.
           MOVE  GROSS-PAY-WS  TO  GROSS-PAY-OUT.
           MOVE  TAXABLE-WAGES-WS  TO  TAXABLE-WAGES-OUT.
           MOVE  TAX-WS  TO  TAX-DEDUCTION-OUT.
           MOVE  STATE-TAX-WS  TO  STATE-TAX-OUT.
           MOVE  SOC-SEC-WS  TO  SOC-SEC-OUT.
           MOVE  MEDICARE-WS  TO  MEDICARE-OUT.
           MOVE  HEALTH-WS  TO  HEALTH-INS-OUT.
           MOVE  GARNISHMENT-WS  TO  GARNISHMENT-OUT.
           MOVE  UNION-DUES-WS  TO  UNION-DUES-OUT.
           MOVE  PENSION-WS TO  PENSION-OUT.
           MOVE  NET-PAY-WS  TO  NET-PAY-OUT.
           IF  COUNTER IS EQUAL TO 9
           MOVE REGISTER-DETAIL-RECORD TO RECORD-OUT
           PERFORM 700-WRITE-REGISTER-LINE
               MOVE COLUMN-HEADER TO RECORD-OUT
               PERFORM 700-WRITE-REGISTER-NEW-PAGE
               MOVE 0 TO COUNTER
           ELSE IF COUNTER IS EQUAL TO 0
           MOVE REGISTER-DETAIL-RECORD TO RECORD-OUT
           PERFORM 700-WRITE-REGISTER-SPACED
           ADD 1 TO COUNTER
           ELSE MOVE REGISTER-DETAIL-RECORD TO RECORD-OUT
                PERFORM 700-WRITE-REGISTER-LINE
                ADD 1 TO COUNTER.
           ADD  1 TO  REGISTER-RECORDS-WRITTEN-CTR.
           
           ADD  GARNISHMENT-WS TO TOTAL-GARNISHMENT.
           ADD  UNION-DUES-WS TO  TOTAL-UNION-DUES.
           ADD  STATE-TAX-WS  TO  TOTAL-STATE-TAX.
           ADD  SOC-SEC-WS    TO  TOTAL-SOC-SEC.
           ADD  MEDICARE-WS   TO  TOTAL-MEDICARE.
           IF STATE-RATE-INDEX IS GREATER THAN 0
               ADD STATE-TAX-WS TO STATE-TAX-TOTAL(STATE-RATE-INDEX)
           END-IF.
           ADD  EMPLOYER-FICA-WS    TO TOTAL-EMPLOYER-FICA.
           ADD  EMPLOYER-PENSION-WS TO TOTAL-EMPLOYER-PENSION.
           ADD  EMPLOYER-HEALTH-WS  TO TOTAL-EMPLOYER-HEALTH.
      *    Each worked-hours slice is charged to its own class and
      *    department, carrying its share of the check's net pay by
      *    dollars; whatever the slices do not cover (leave pay, or
      *    the whole check when there are no slices) is charged to
      *    the home class and department.
           MOVE GROSS-PAY-WS  TO  SLICE-GROSS-LEFT-WS.
           MOVE NET-PAY-WS    TO  SLICE-NET-LEFT-WS.
           PERFORM 700-CHARGE-TIME-SLICE
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN PAY-SLICE-COUNT.
           ADD  SLICE-GROSS-LEFT-WS
               TO PAY-CLASS-GROSS-TOTAL(PAY-RATE-INDEX).
           ADD  SLICE-GROSS-LEFT-WS  TO  DEPT-GROSS-TOTAL(DEPT-INDEX).
           ADD  SLICE-NET-LEFT-WS    TO  DEPT-NET-TOTAL(DEPT-INDEX).
           SUBTRACT SLICE-NET-LEFT-WS FROM SLICE-GROSS-LEFT-WS
               GIVING DEDUCTIONS-WS.
           ADD  DEDUCTIONS-WS TO  DEPT-DEDUCT-TOTAL(DEPT-INDEX).
           ADD  SLICE-GROSS-LEFT-WS
               TO CLASS-DEPT-GROSS(PAY-RATE-INDEX, DEPT-INDEX).

       700-CHARGE-TIME-SLICE.
           IF SLICE-SUB IS EQUAL TO PAY-SLICE-COUNT
               AND SLICE-AMOUNT(SLICE-SUB) IS EQUAL TO
                   SLICE-GROSS-LEFT-WS
               MOVE SLICE-NET-LEFT-WS TO SLICE-NET-WS
           ELSE
               IF GROSS-PAY-WS IS GREATER THAN 0
                   COMPUTE SLICE-NET-WS = NET-PAY-WS
                       * SLICE-AMOUNT(SLICE-SUB) / GROSS-PAY-WS
               ELSE
                   MOVE 0 TO SLICE-NET-WS
               END-IF
           END-IF.
           SUBTRACT SLICE-NET-WS FROM SLICE-AMOUNT(SLICE-SUB)
               GIVING SLICE-DEDUCT-WS.
           ADD SLICE-AMOUNT(SLICE-SUB)
               TO PAY-CLASS-GROSS-TOTAL(SLICE-RATE-INDEX(SLICE-SUB)).
           ADD SLICE-AMOUNT(SLICE-SUB)
               TO DEPT-GROSS-TOTAL(SLICE-DEPT-INDEX(SLICE-SUB)).
           ADD SLICE-NET-WS
               TO DEPT-NET-TOTAL(SLICE-DEPT-INDEX(SLICE-SUB)).
           ADD SLICE-DEDUCT-WS
               TO DEPT-DEDUCT-TOTAL(SLICE-DEPT-INDEX(SLICE-SUB)).
           ADD SLICE-AMOUNT(SLICE-SUB)
               TO CLASS-DEPT-GROSS(SLICE-RATE-INDEX(SLICE-SUB),
                                   SLICE-DEPT-INDEX(SLICE-SUB)).
           SUBTRACT SLICE-AMOUNT(SLICE-SUB) FROM SLICE-GROSS-LEFT-WS.
           SUBTRACT SLICE-NET-WS FROM SLICE-NET-LEFT-WS.

       700-WRITE-SUMMARY.
       
           MOVE REPORT-HEADER-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-NEW-PAGE.

           IF TRIAL-MODE
               MOVE TRIAL-NOTICE-SUMMARY TO RECORD-OUT
               PERFORM 700-WRITE-REGISTER-SPACED
           END-IF.
               
           MOVE TOTAL-GROSS-PAY
               TO  TOTAL-GROSS-PAY-OUT.
           MOVE TOTAL-GROSS-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-SPACED.

           MOVE TOTAL-NET-PAY
               TO TOTAL-NET-PAY-OUT.
           MOVE TOTAL-NET-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.
           
           MOVE TOTAL-TAX
               TO TOTAL-TAX-OUT.
           MOVE TOTAL-TAX-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-STATE-TAX
               TO TOTAL-STATE-TAX-OUT.
           MOVE TOTAL-STATE-TAX-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

      *    The state total is remitted state by state, so the split
      *    prints right under it - one line per state with
               VARYING STATE-SUB FROM 1 BY 1
               UNTIL STATE-SUB IS GREATER THAN STATE-TAX-COUNT.

           MOVE TOTAL-SOC-SEC
               TO TOTAL-SOC-SEC-OUT.
           MOVE TOTAL-SOC-SEC-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-MEDICARE
               TO TOTAL-MEDICARE-OUT.
           MOVE TOTAL-MEDICARE-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-PENSION
               TO TOTAL-PENSION-OUT.
           MOVE TOTAL-PENSION-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-GARNISHMENT
               TO TOTAL-GARNISHMENT-OUT.
           MOVE TOTAL-GARNISHMENT-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-UNION-DUES
               TO TOTAL-UNION-DUES-OUT.
           MOVE TOTAL-UNION-DUES-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-HEALTH
               TO TOTAL-HEALTH-OUT.
           MOVE TOTAL-HEALTH-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-ARREARS-POSTED
               TO ARREARS-POSTED-OUT.
           MOVE ARREARS-POSTED-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-ARREARS-RECOVERED
               TO ARREARS-RECOVERED-OUT.
           MOVE ARREARS-RECOVERED-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE EMPLOYEE-RECORDS-READ-CTR
               TO RECORDS-READ-CTR-OUT.
           MOVE RECORDS-READ-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-SPACED.

           MOVE REGISTER-RECORDS-WRITTEN-CTR
               TO RECORDS-WRITTEN-CTR-OUT.
           MOVE RECORDS-WRITTEN-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE EXCEPTION-RECORDS-WRITTEN-CTR
               TO EXCEPTIONS-WRITTEN-CTR-OUT.
           MOVE EXCEPTIONS-WRITTEN-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE EFT-RECORDS-WRITTEN-CTR
               TO EFT-WRITTEN-CTR-OUT.
           MOVE EFT-WRITTEN-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE POSITIVE-PAY-RECORDS-WRITTEN-CTR
               TO POSITIVE-PAY-WRITTEN-CTR-OUT.
           MOVE POSITIVE-PAY-WRITTEN-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE CLASS-SUBTOTAL-HEADER
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-SPACED.
           PERFORM 700-WRITE-CLASS-SUBTOTAL
               VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB IS GREATER THAN PAY-RATE-COUNT.
      *    tied to the register instead of a side spreadsheet.
           MOVE COMPANY-COST-HEADER
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-SPACED.

           MOVE TOTAL-EMPLOYER-FICA TO EMPLOYER-FICA-OUT.
           MOVE EMPLOYER-FICA-SUMMARY TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-EMPLOYER-PENSION TO PENSION-MATCH-OUT.
           MOVE PENSION-MATCH-SUMMARY TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           MOVE TOTAL-EMPLOYER-HEALTH TO EMPLOYER-HEALTH-OUT.
           MOVE EMPLOYER-HEALTH-SUMMARY TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

           ADD TOTAL-GROSS-PAY TOTAL-EMPLOYER-FICA
               TOTAL-EMPLOYER-PENSION TOTAL-EMPLOYER-HEALTH
               GIVING COMPANY-COST-WS.
           MOVE COMPANY-COST-WS TO COMPANY-COST-OUT.
           MOVE COMPANY-COST-SUMMARY TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

       700-WRITE-LABOR-DISTRIBUTION.
      *  ------------------------------------------------------------
      *  payroll went to the warehouse versus the office" comes off
      *  a report instead of re-keyed stub data.
      *  ------------------------------------------------------------
           IF TRIAL-MODE
               WRITE TRIAL-LABOR-DIST-RECORD-OUT
                   FROM LABOR-DIST-HEADER BEFORE ADVANCING PAGE
               WRITE TRIAL-LABOR-DIST-RECORD-OUT
                   FROM LABOR-DIST-COLUMN-HEADER AFTER ADVANCING 2 LINES
           ELSE
               WRITE LABOR-DIST-RECORD-OUT
                   FROM LABOR-DIST-HEADER BEFORE ADVANCING PAGE
               WRITE LABOR-DIST-RECORD-OUT
                   FROM LABOR-DIST-COLUMN-HEADER AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 700-WRITE-LABOR-DIST-LINE
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB IS GREATER THAN DEPT-COUNT.
               GIVING TOTAL-DEDUCTIONS-WS.
           MOVE TOTAL-DEDUCTIONS-WS TO LD-DEDUCT-OUT.
           MOVE TOTAL-NET-PAY   TO LD-NET-OUT.
           IF TRIAL-MODE
               WRITE TRIAL-LABOR-DIST-RECORD-OUT
                   FROM LABOR-DIST-DETAIL-RECORD AFTER ADVANCING 2 LINES
           ELSE
               WRITE LABOR-DIST-RECORD-OUT
                   FROM LABOR-DIST-DETAIL-RECORD AFTER ADVANCING 2 LINES
           END-IF.

       700-WRITE-LABOR-DIST-LINE.
           IF DEPT-GROSS-TOTAL(DEPT-SUB) IS GREATER THAN 0
               MOVE DEPT-GROSS-TOTAL(DEPT-SUB)  TO LD-GROSS-OUT
               MOVE DEPT-DEDUCT-TOTAL(DEPT-SUB) TO LD-DEDUCT-OUT
               MOVE DEPT-NET-TOTAL(DEPT-SUB)    TO LD-NET-OUT
               IF TRIAL-MODE
                   WRITE TRIAL-LABOR-DIST-RECORD-OUT
                       FROM LABOR-DIST-DETAIL-RECORD
               ELSE
                   WRITE LABOR-DIST-RECORD-OUT
                       FROM LABOR-DIST-DETAIL-RECORD
               END-IF
           END-IF.

       700-WRITE-STATE-SUBTOTAL.
                   TO STATE-SUBTOTAL-OUT
               MOVE STATE-SUBTOTAL-SUMMARY
                   TO RECORD-OUT
               PERFORM 700-WRITE-REGISTER-LINE
           END-IF.

       700-WRITE-CLASS-SUBTOTAL.
               TO CLASS-SUBTOTAL-GROSS-OUT.
           MOVE CLASS-SUBTOTAL-SUMMARY
               TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

       700-LOAD-PAY-RATE-TABLE.
           READ PAY-RATE-FILE-IN
               AT END MOVE "YES" TO PAY-RATE-EOF-FLAG
               NOT AT END
                   PERFORM 700-POST-PAY-RATE-ENTRY.

       700-POST-PAY-RATE-ENTRY.
      *  ------------------------------------------------------------
      *  An entry keyed ahead of the check date is not in force yet
      *  and is skipped.  Otherwise the latest-dated entry for the
      *  class wins, whatever order the file is in; an undated
      *  entry (from before effective dating) counts as date zero.
      *  ------------------------------------------------------------
           IF RATE-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO RATE-EFF-DATE-IN
           END-IF.
           IF RATE-EFF-DATE-IN IS NOT GREATER THAN PAY-PERIOD-WS
               PERFORM 700-RESET-FOUND-FLAG
               PERFORM 700-MATCH-PAY-RATE-ENTRY
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB IS GREATER THAN PAY-RATE-COUNT
                   OR FOUND-FLAG IS EQUAL TO "T"
               IF FOUND-FLAG IS EQUAL TO "T"
                   IF RATE-EFF-DATE-IN IS NOT LESS THAN
                           PAY-RATE-EFF-DATE(TABLE-POST-SUB)
                       MOVE PAY-RATE-IN
                           TO PAY-RATE-TABLE(TABLE-POST-SUB)
                   END-IF
               ELSE
                   IF PAY-RATE-COUNT IS LESS THAN PAY-RATE-MAX
                       ADD 1 TO PAY-RATE-COUNT
                       MOVE PAY-RATE-IN
                   ELSE
                       DISPLAY "PAY RATE TABLE FULL - CLASS " CLASS-IN
                           " DROPPED FROM PAYRATES.TXT"
                   END-IF
               END-IF
               PERFORM 700-RESET-FOUND-FLAG
           END-IF.

       700-MATCH-PAY-RATE-ENTRY.
           IF CLASS-NAME(SUB) = CLASS-IN
               MOVE "T" TO FOUND-FLAG
               MOVE SUB TO TABLE-POST-SUB
           END-IF.

       700-DROP-RETIRED-PAY-RATES.
      *  ------------------------------------------------------------
      *  Closes the table up over the classes retired as of the
      *  check date, so an employee still coded to one is reported
      *  "JOB TYPE NOT ON PAYRATES" instead of being paid.
      *  ------------------------------------------------------------
           MOVE 0 TO TABLE-KEEP-SUB.
           PERFORM 700-KEEP-PAY-RATE-ENTRY
               VARYING SUB FROM 1 BY 1
               UNTIL SUB IS GREATER THAN PAY-RATE-COUNT.
           MOVE TABLE-KEEP-SUB TO PAY-RATE-COUNT.

       700-KEEP-PAY-RATE-ENTRY.
           IF NOT PAY-RATE-RETIRED(SUB)
               ADD 1 TO TABLE-KEEP-SUB
               IF TABLE-KEEP-SUB IS NOT EQUAL TO SUB
                   MOVE PAY-RATE-TABLE(SUB)
                       TO PAY-RATE-TABLE(TABLE-KEEP-SUB)
               END-IF
           END-IF.
               
       700-FIND-PAY-RATE.
           IF CLASS-NAME(SUB) = JOB-TYPE-IN
               CLOSE OFF-CYCLE-REQUEST-FILE
           END-IF.
           CLOSE  EMPLOYEE-FILE-IN.
           IF TRIAL-MODE
               CLOSE  TRIAL-REGISTER-FILE-OUT
               CLOSE  TRIAL-EXCEPTION-FILE-OUT
           ELSE
               CLOSE  PAYROLL-RECORDS-FILE-OUT
               CLOSE  EXCEPTION-FILE-OUT
           END-IF.
           CLOSE  PAY-RATE-FILE-IN.
           IF NOT TRIAL-MODE
               CLOSE  EFT-FILE-OUT
               CLOSE  POSITIVE-PAY-FILE-OUT
               CLOSE  OUTSTANDING-CHECK-FILE
               CLOSE  PAY-STUB-FILE-OUT
               CLOSE  GARNISH-REMIT-FILE-OUT
           END-IF.
           CLOSE  YTD-MASTER-FILE.
           IF NOT LEAVE-RATE-IN-NOT-FOUND
               CLOSE LEAVE-RATE-FILE-IN
           IF NOT DEPT-TABLE-NOT-FOUND
               CLOSE DEPT-TABLE-FILE-IN
           END-IF.
           IF TRIAL-MODE
               CLOSE  TRIAL-LABOR-DIST-FILE-OUT
           ELSE
               CLOSE  LABOR-DIST-FILE-OUT
           END-IF.
           IF NOT TIME-SLICE-NOT-FOUND
               CLOSE TIME-SLICE-FILE-IN
           END-IF.
           CLOSE  LEAVE-MASTER-FILE.
           CLOSE  PAY-HISTORY-FILE.
           CLOSE  ARREARS-MASTER-FILE.
           CLOSE  GARNISH-ORDER-FILE.

       700-WRITE-EFT-RECORD.
      *  ------------------------------------------------------------
                   MOVE EMPLOYER-PENSION-WS TO YTD-EMPLOYER-PENSION
                   MOVE EMPLOYER-HEALTH-WS  TO YTD-EMPLOYER-HEALTH
                   MOVE STATE-CODE-IN       TO YTD-STATE-CODE
                   MOVE TAXABLE-WAGES-WS    TO YTD-FED-TAXABLE-WAGES
                   MOVE STATE-TAXABLE-WAGES-WS
                       TO YTD-STATE-TAXABLE-WAGES
                   MOVE SOC-SEC-WAGES-WS    TO YTD-SS-WAGES
                   MOVE SOC-SEC-WS          TO YTD-SOC-SEC
                   MOVE MEDICARE-WAGES-WS   TO YTD-MEDICARE-WAGES
                   MOVE MEDICARE-WS         TO YTD-MEDICARE
                   WRITE YTD-MASTER-RECORD
               NOT INVALID KEY
                   MOVE EMP-LAST-NAME-IN TO YTD-EMP-LAST-NAME
                   ADD  EMPLOYER-PENSION-WS TO YTD-EMPLOYER-PENSION
                   ADD  EMPLOYER-HEALTH-WS  TO YTD-EMPLOYER-HEALTH
                   MOVE STATE-CODE-IN       TO YTD-STATE-CODE
                   ADD  TAXABLE-WAGES-WS    TO YTD-FED-TAXABLE-WAGES
                   ADD  STATE-TAXABLE-WAGES-WS
                       TO YTD-STATE-TAXABLE-WAGES
                   ADD  SOC-SEC-WAGES-WS    TO YTD-SS-WAGES
                   ADD  SOC-SEC-WS          TO YTD-SOC-SEC
                   ADD  MEDICARE-WAGES-WS   TO YTD-MEDICARE-WAGES
                   ADD  MEDICARE-WS         TO YTD-MEDICARE
                   REWRITE YTD-MASTER-RECORD.

       700-SUM-ANNUAL-YTD.
      *  ------------------------------------------------------------
      *  Builds the annual year-to-date figures by summing
      *  the employee's quarterly YTDMAST.TXT records for this year,
      *  quarters 1 through the current one - keyed reads, so the
      *  sequential position of the register run is not disturbed.
      *  A quarter with no record is simply a quarter with no pay.
      *  The stub uses them, and 700-CALC-FICA uses the year's
      *  Social Security and Medicare wages before this check posts.
      *  ------------------------------------------------------------
           INITIALIZE YTD-ANNUAL-TOTALS.
           PERFORM 700-ADD-QUARTER-TO-ANNUAL
                   ADD YTD-GARNISHMENT TO YTD-ANNUAL-GARNISHMENT
                   ADD YTD-UNION-DUES  TO YTD-ANNUAL-UNION-DUES
                   ADD YTD-STATE-TAX   TO YTD-ANNUAL-STATE-TAX
                   ADD YTD-FED-TAXABLE-WAGES
                       TO YTD-ANNUAL-FED-TAXABLE
                   ADD YTD-SS-WAGES    TO YTD-ANNUAL-SS-WAGES
                   ADD YTD-SOC-SEC     TO YTD-ANNUAL-SOC-SEC
                   ADD YTD-MEDICARE-WAGES
                       TO YTD-ANNUAL-MEDICARE-WAGES
                   ADD YTD-MEDICARE    TO YTD-ANNUAL-MEDICARE
           END-READ.

       700-WRITE-PAY-HISTORY.
           MOVE EMPLOYER-HEALTH-WS  TO PH-EMPLOYER-HEALTH.
           MOVE AR-POSTED-DETAIL    TO PH-ARREARS-POSTED.
           MOVE AR-RECVD-DETAIL     TO PH-ARREARS-RECOVERED.
           MOVE TAXABLE-WAGES-WS    TO PH-FED-TAXABLE.
           MOVE STATE-TAXABLE-WAGES-WS TO PH-STATE-TAXABLE.
           MOVE SOC-SEC-WAGES-WS    TO PH-SS-WAGES.
           MOVE SOC-SEC-WS          TO PH-SOC-SEC.
           MOVE MEDICARE-WAGES-WS   TO PH-MEDICARE-WAGES.
           MOVE MEDICARE-WS         TO PH-MEDICARE.
           IF  OFF-CYCLE-MODE
               MOVE "O"             TO PH-CHECK-TYPE
           ELSE
               MOVE "R"             TO PH-CHECK-TYPE
           END-IF.
           MOVE SPACE               TO PH-CHECK-STATUS.
           MOVE PAY-SLICE-COUNT     TO PH-SLICE-COUNT.
           PERFORM 700-POST-HISTORY-SLICE
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN PAY-SLICE-MAX.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE.

       700-POST-HISTORY-SLICE.
           IF SLICE-SUB IS GREATER THAN PAY-SLICE-COUNT
               MOVE SPACES TO PH-SLICE-JOB-TYPE(SLICE-SUB)
                              PH-SLICE-DEPT-CODE(SLICE-SUB)
                              PH-SLICE-PREMIUM(SLICE-SUB)
               MOVE 0      TO PH-SLICE-HOURS(SLICE-SUB)
                              PH-SLICE-AMOUNT(SLICE-SUB)
           ELSE
               MOVE SLICE-JOB-TYPE(SLICE-SUB)
                   TO PH-SLICE-JOB-TYPE(SLICE-SUB)
               MOVE SLICE-DEPT-CODE(SLICE-SUB)
                   TO PH-SLICE-DEPT-CODE(SLICE-SUB)
               MOVE SLICE-PREMIUM(SLICE-SUB)
                   TO PH-SLICE-PREMIUM(SLICE-SUB)
               MOVE SLICE-HOURS(SLICE-SUB)
                   TO PH-SLICE-HOURS(SLICE-SUB)
               MOVE SLICE-AMOUNT(SLICE-SUB)
                   TO PH-SLICE-AMOUNT(SLICE-SUB)
           END-IF.

       700-WRITE-PAY-STUB.
      *  ------------------------------------------------------------
      *  Writes one formatted earnings statement per employee to
           MOVE OT-HOURS            TO STUB-OT-HOURS-OUT.
           MOVE EMP-LEAVE-HOURS-IN  TO STUB-LEAVE-HOURS-OUT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-HOURS-LINE.
      *    Hours split across classes, departments or premiums show
      *    one earnings line per slice, overtime share included.
           PERFORM 700-WRITE-STUB-SLICE-LINE
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN PAY-SLICE-COUNT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-COLUMN-HEADER.
           MOVE "GROSS PAY"         TO STUB-AMOUNT-DESC-OUT.
           MOVE GROSS-PAY-WS        TO STUB-CURRENT-OUT.
           MOVE YTD-ANNUAL-GROSS-PAY       TO STUB-YTD-OUT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-AMOUNT-LINE.
           MOVE "TAXABLE WGS"       TO STUB-AMOUNT-DESC-OUT.
           MOVE TAXABLE-WAGES-WS    TO STUB-CURRENT-OUT.
           MOVE YTD-ANNUAL-FED-TAXABLE     TO STUB-YTD-OUT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-AMOUNT-LINE.
           MOVE "FED TAX"           TO STUB-AMOUNT-DESC-OUT.
           MOVE TAX-WS              TO STUB-CURRENT-OUT.
           MOVE YTD-ANNUAL-TAX             TO STUB-YTD-OUT.
           MOVE STATE-TAX-WS        TO STUB-CURRENT-OUT.
           MOVE YTD-ANNUAL-STATE-TAX       TO STUB-YTD-OUT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-AMOUNT-LINE.
           MOVE "SOCIAL SEC"        TO STUB-AMOUNT-DESC-OUT.
           MOVE SOC-SEC-WS          TO STUB-CURRENT-OUT.
           MOVE YTD-ANNUAL-SOC-SEC         TO STUB-YTD-OUT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-AMOUNT-LINE.
           MOVE "MEDICARE"          TO STUB-AMOUNT-DESC-OUT.
           MOVE MEDICARE-WS         TO STUB-CURRENT-OUT.
           MOVE YTD-ANNUAL-MEDICARE        TO STUB-YTD-OUT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-AMOUNT-LINE.
           MOVE "PENSION"           TO STUB-AMOUNT-DESC-OUT.
           MOVE PENSION-WS          TO STUB-CURRENT-OUT.
           MOVE YTD-ANNUAL-PENSION         TO STUB-YTD-OUT.
                   TO STUB-ARREARS-AMOUNT-OUT
               WRITE PAY-STUB-RECORD-OUT FROM STUB-ARREARS-LINE
           END-IF.
      *    A final check shows the vacation payout inside its gross.
           IF VAC-PAYOUT-WS IS GREATER THAN 0
               MOVE "VACATION PAYOUT" TO STUB-ARREARS-DESC-OUT
               MOVE VAC-PAYOUT-WS TO STUB-ARREARS-AMOUNT-OUT
               WRITE PAY-STUB-RECORD-OUT FROM STUB-ARREARS-LINE
           END-IF.
           MOVE "VACATION "         TO STUB-LEAVE-DESC-OUT.
           MOVE LV-VAC-TAKEN        TO STUB-LEAVE-TAKEN-OUT.
           MOVE LV-VAC-BALANCE      TO STUB-LEAVE-BALANCE-OUT.
           MOVE LV-SICK-BALANCE     TO STUB-LEAVE-BALANCE-OUT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-LEAVE-LINE.

       700-WRITE-STUB-SLICE-LINE.
           MOVE SLICE-JOB-TYPE(SLICE-SUB)  TO STUB-SLICE-CLASS-OUT.
           MOVE SLICE-DEPT-CODE(SLICE-SUB) TO STUB-SLICE-DEPT-OUT.
           EVALUATE TRUE
               WHEN SLICE-NIGHT-SHIFT(SLICE-SUB)
                   MOVE "NIGHT"    TO STUB-SLICE-PREMIUM-OUT
               WHEN SLICE-HOLIDAY(SLICE-SUB)
                   MOVE "HOLIDAY"  TO STUB-SLICE-PREMIUM-OUT
               WHEN OTHER
                   MOVE "REGULAR"  TO STUB-SLICE-PREMIUM-OUT
           END-EVALUATE.
           MOVE SLICE-HOURS(SLICE-SUB)     TO STUB-SLICE-HOURS-OUT.
           MOVE SLICE-AMOUNT(SLICE-SUB)    TO STUB-SLICE-AMOUNT-OUT.
           WRITE PAY-STUB-RECORD-OUT FROM STUB-SLICE-LINE.

       700-PRODUCE-GL-POSTING.
      *  ------------------------------------------------------------
      *  Turns the register totals into a balanced journal-entry
      *  with the register total (gross plus employer costs) to the
      *  penny - anything else (including a class or deduction
      *  missing from the account map) rejects the file with a
      *  message and leaves GLPOST.TXT empty.  A trial run prints
      *  the journal on the trial register instead and leaves the
      *  last live GLPOST.TXT alone.
      *  ------------------------------------------------------------
           OPEN INPUT GL-ACCOUNT-FILE-IN.
           IF GL-ACCOUNT-IN-NOT-FOUND
               MOVE "Y" TO GL-POSTING-ERROR-FLAG
           END-IF.
           PERFORM 700-LOAD-GL-ACCOUNT
               UNTIL GL-MAP-EOF-FLAG IS EQUAL TO "YES".
           PERFORM 700-DROP-RETIRED-GL-ACCOUNTS.
           IF NOT GL-ACCOUNT-IN-NOT-FOUND
               CLOSE GL-ACCOUNT-FILE-IN
           END-IF.
               PERFORM 700-BUILD-STATE-CREDIT
                   VARYING STATE-SUB FROM 1 BY 1
                   UNTIL STATE-SUB IS GREATER THAN STATE-TAX-COUNT
               MOVE "OAS" TO GL-WORK-KEY
               MOVE TOTAL-SOC-SEC TO GL-WORK-AMOUNT
               MOVE "SOC SEC WITHHELD" TO GL-WORK-DESC
               PERFORM 700-BUILD-CREDIT-ENTRY
               MOVE "MED" TO GL-WORK-KEY
               MOVE TOTAL-MEDICARE TO GL-WORK-AMOUNT
               MOVE "MEDICARE WITHHELD" TO GL-WORK-DESC
               PERFORM 700-BUILD-CREDIT-ENTRY
               MOVE "PEN" TO GL-WORK-KEY
               MOVE TOTAL-PENSION TO GL-WORK-AMOUNT
               MOVE "PENSION WITHHELD" TO GL-WORK-DESC
           ADD TOTAL-GROSS-PAY TOTAL-EMPLOYER-FICA
               TOTAL-EMPLOYER-PENSION TOTAL-EMPLOYER-HEALTH
               GIVING GL-EXPECTED-TOTAL-WS.
           IF TRIAL-MODE
               PERFORM 700-WRITE-TRIAL-GL-POSTING
           ELSE
               PERFORM 700-WRITE-GL-POSTING-FILE
           END-IF.

       700-WRITE-GL-POSTING-FILE.
           OPEN OUTPUT GL-POSTING-FILE-OUT.
           IF GL-POSTING-IN-ERROR
               DISPLAY "GL POSTING FILE REJECTED - NOT WRITTEN"
               IF GL-DEBIT-TOTAL-WS IS EQUAL TO GL-CREDIT-TOTAL-WS
                   AND GL-DEBIT-TOTAL-WS IS EQUAL TO
                       GL-EXPECTED-TOTAL-WS
                   OPEN EXTEND GL-HISTORY-FILE-OUT
                   IF GL-HISTORY-NOT-FOUND
                       OPEN OUTPUT GL-HISTORY-FILE-OUT
                   END-IF
                   PERFORM 700-WRITE-GL-POSTING-RECORD
                       VARYING GL-ENTRY-SUB FROM 1 BY 1
                       UNTIL GL-ENTRY-SUB IS GREATER THAN
                           GL-ENTRY-COUNT
                   CLOSE GL-HISTORY-FILE-OUT
                   DISPLAY "GL POSTING FILE BALANCED AND WRITTEN"
               ELSE
                   DISPLAY "GL POSTING FILE REJECTED - OUT OF BALANCE"
           END-IF.
           CLOSE GL-POSTING-FILE-OUT.

       700-WRITE-TRIAL-GL-POSTING.
      *  ------------------------------------------------------------
      *  The journal a live run would write to GLPOST.TXT, printed at
      *  the end of the trial register with its debit, credit and
      *  expected totals and the verdict the live run would reach.
      *  ------------------------------------------------------------
           MOVE TRIAL-GL-HEADER TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-NEW-PAGE.
           IF GL-POSTING-IN-ERROR
               MOVE "REJECTED - SEE RUN MESSAGES"
                   TO TRIAL-GL-STATUS-OUT
           ELSE
               PERFORM 700-WRITE-TRIAL-GL-LINE
                   VARYING GL-ENTRY-SUB FROM 1 BY 1
                   UNTIL GL-ENTRY-SUB IS GREATER THAN GL-ENTRY-COUNT
               IF GL-DEBIT-TOTAL-WS IS EQUAL TO GL-CREDIT-TOTAL-WS
                   AND GL-DEBIT-TOTAL-WS IS EQUAL TO
                       GL-EXPECTED-TOTAL-WS
                   MOVE "BALANCED" TO TRIAL-GL-STATUS-OUT
               ELSE
                   MOVE "REJECTED - OUT OF BALANCE"
                       TO TRIAL-GL-STATUS-OUT
               END-IF
           END-IF.
           DISPLAY "TRIAL GL POSTING " TRIAL-GL-STATUS-OUT.
           MOVE "DEBITS"   TO TRIAL-GL-TOTAL-DESC-OUT.
           MOVE GL-DEBIT-TOTAL-WS TO TRIAL-GL-TOTAL-OUT.
           MOVE TRIAL-GL-TOTAL-SUMMARY TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-SPACED.
           MOVE "CREDITS"  TO TRIAL-GL-TOTAL-DESC-OUT.
           MOVE GL-CREDIT-TOTAL-WS TO TRIAL-GL-TOTAL-OUT.
           MOVE TRIAL-GL-TOTAL-SUMMARY TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.
           MOVE "EXPECTED" TO TRIAL-GL-TOTAL-DESC-OUT.
           MOVE GL-EXPECTED-TOTAL-WS TO TRIAL-GL-TOTAL-OUT.
           MOVE TRIAL-GL-TOTAL-SUMMARY TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.
           MOVE TRIAL-GL-STATUS-SUMMARY TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-SPACED.

       700-WRITE-TRIAL-GL-LINE.
           MOVE GL-ENTRY-ACCOUNT(GL-ENTRY-SUB) TO TRIAL-GL-ACCOUNT-OUT.
           MOVE GL-ENTRY-DC(GL-ENTRY-SUB)      TO TRIAL-GL-DC-OUT.
           MOVE GL-ENTRY-AMOUNT(GL-ENTRY-SUB)  TO TRIAL-GL-AMOUNT-OUT.
           MOVE GL-ENTRY-DESC(GL-ENTRY-SUB)    TO TRIAL-GL-DESC-OUT.
           MOVE TRIAL-GL-DETAIL TO RECORD-OUT.
           PERFORM 700-WRITE-REGISTER-LINE.

       700-LOAD-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE-IN
               AT END MOVE "YES" TO GL-MAP-EOF-FLAG
               NOT AT END
                   PERFORM 700-POST-GL-ACCOUNT-ENTRY.

       700-POST-GL-ACCOUNT-ENTRY.
      *  ------------------------------------------------------------
      *  Same effective dating as 700-POST-PAY-RATE-ENTRY: the
      *  latest entry for the key in force on the check date wins.
      *  ------------------------------------------------------------
           IF GL-MAP-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO GL-MAP-EFF-DATE-IN
           END-IF.
           IF GL-MAP-EFF-DATE-IN IS NOT GREATER THAN PAY-PERIOD-WS
               PERFORM 700-RESET-FOUND-FLAG
               PERFORM 700-MATCH-GL-ACCOUNT-ENTRY
                   VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB IS GREATER THAN GL-MAP-COUNT
                   OR FOUND-FLAG IS EQUAL TO "T"
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
                   ELSE
                       DISPLAY "GL ACCOUNT TABLE FULL - KEY "
                           GL-MAP-KEY-IN " DROPPED FROM GLACCTS.TXT"
                   END-IF
               END-IF
               PERFORM 700-RESET-FOUND-FLAG
           END-IF.

       700-MATCH-GL-ACCOUNT-ENTRY.
           IF GL-MAP-KEY(GL-SUB) = GL-MAP-KEY-IN
               MOVE "T" TO FOUND-FLAG
               MOVE GL-SUB TO TABLE-POST-SUB
           END-IF.

       700-DROP-RETIRED-GL-ACCOUNTS.
      *  A retired key is left out of the map, so anything still
      *  posting to it rejects the journal like any unmapped key.
           MOVE 0 TO TABLE-KEEP-SUB.
           PERFORM 700-KEEP-GL-ACCOUNT-ENTRY
               VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB IS GREATER THAN GL-MAP-COUNT.
           MOVE TABLE-KEEP-SUB TO GL-MAP-COUNT.

       700-KEEP-GL-ACCOUNT-ENTRY.
           IF NOT GL-MAP-RETIRED(GL-SUB)
               ADD 1 TO TABLE-KEEP-SUB
               IF TABLE-KEEP-SUB IS NOT EQUAL TO GL-SUB
                   MOVE GL-ACCOUNT-MAP-TABLE(GL-SUB)
                       TO GL-ACCOUNT-MAP-TABLE(TABLE-KEEP-SUB)
               END-IF
           END-IF.

       700-FIND-GL-ACCOUNT.
      *  ------------------------------------------------------------
           MOVE GL-ENTRY-AMOUNT(GL-ENTRY-SUB)  TO GL-POST-AMOUNT-OUT.
           MOVE GL-ENTRY-DESC(GL-ENTRY-SUB)    TO GL-POST-DESC-OUT.
           WRITE GL-POSTING-RECORD-OUT.
           WRITE GL-HISTORY-RECORD-OUT FROM GL-POSTING-RECORD-OUT.

       700-SEED-DEPT-TABLE.
      *  ------------------------------------------------------------
           MOVE "???"        TO DEPT-CODE(1).
           MOVE "UNASSIGNED" TO DEPT-NAME(1).
           MOVE 0            TO DEPT-WAGE-ACCT(1).
           MOVE 0            TO DEPT-EFF-DATE(1).
           MOVE SPACE        TO DEPT-STATUS(1).

       700-LOAD-DEPT-TABLE.
           READ DEPT-TABLE-FILE-IN
               AT END MOVE "YES" TO DEPT-TABLE-EOF-FLAG
               NOT AT END
                   PERFORM 700-POST-DEPT-ENTRY.

       700-POST-DEPT-ENTRY.
      *  ------------------------------------------------------------
      *  Same effective dating as 700-POST-PAY-RATE-ENTRY.  The
      *  search starts past the seeded catch-all in entry 1.
      *  ------------------------------------------------------------
           IF DEPT-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO DEPT-EFF-DATE-IN
           END-IF.
           IF DEPT-EFF-DATE-IN IS NOT GREATER THAN PAY-PERIOD-WS
               PERFORM 700-RESET-FOUND-FLAG
               PERFORM 700-MATCH-DEPT-ENTRY
                   VARYING DEPT-SUB FROM 2 BY 1
                   UNTIL DEPT-SUB IS GREATER THAN DEPT-COUNT
                   OR FOUND-FLAG IS EQUAL TO "T"
               IF FOUND-FLAG IS EQUAL TO "T"
                   IF DEPT-EFF-DATE-IN IS NOT LESS THAN
                           DEPT-EFF-DATE(TABLE-POST-SUB)
                       MOVE DEPT-TABLE-IN
                           TO DEPT-TABLE(TABLE-POST-SUB)
                   END-IF
               ELSE
                   IF DEPT-COUNT IS LESS THAN DEPT-MAX
                       ADD 1 TO DEPT-COUNT
                       MOVE DEPT-TABLE-IN
                   ELSE
                       DISPLAY "DEPT TABLE FULL - DEPT " DEPT-CODE-IN
                           " DROPPED FROM DEPTTBL.TXT"
                   END-IF
               END-IF
               PERFORM 700-RESET-FOUND-FLAG
           END-IF.

       700-MATCH-DEPT-ENTRY.
           IF DEPT-CODE(DEPT-SUB) = DEPT-CODE-IN
               MOVE "T" TO FOUND-FLAG
               MOVE DEPT-SUB TO TABLE-POST-SUB
           END-IF.

       700-DROP-RETIRED-DEPTS.
      *  A retired department drops out, so its employees fall to
      *  the catch-all entry and PAYEDIT reports the code.
           MOVE 1 TO TABLE-KEEP-SUB.
           PERFORM 700-KEEP-DEPT-ENTRY
               VARYING DEPT-SUB FROM 2 BY 1
               UNTIL DEPT-SUB IS GREATER THAN DEPT-COUNT.
           MOVE TABLE-KEEP-SUB TO DEPT-COUNT.

       700-KEEP-DEPT-ENTRY.
           IF NOT DEPT-RETIRED(DEPT-SUB)
               ADD 1 TO TABLE-KEEP-SUB
               IF TABLE-KEEP-SUB IS NOT EQUAL TO DEPT-SUB
                   MOVE DEPT-TABLE(DEPT-SUB)
                       TO DEPT-TABLE(TABLE-KEEP-SUB)
               END-IF
           END-IF.

       700-FIND-DEPT-INDEX.
      *  ------------------------------------------------------------
      *  Looks the employee's department up in the table; no match
      *  leaves DEPT-INDEX on the catch-all entry 1.
      *  ------------------------------------------------------------
           MOVE EMP-DEPT-CODE-IN TO DEPT-LOOKUP-CODE.
           PERFORM 700-LOOKUP-DEPT-INDEX.

       700-LOOKUP-DEPT-INDEX.
      *    A worked-hours slice's department is looked up the same
      *    way, catch-all included.
           MOVE "F" TO FOUND-FLAG.
           MOVE 1   TO DEPT-INDEX.
           PERFORM 700-MATCH-DEPT-CODE
           PERFORM 700-RESET-FOUND-FLAG.

       700-MATCH-DEPT-CODE.
           IF DEPT-CODE(DEPT-SUB) = DEPT-LOOKUP-CODE
               MOVE "T" TO FOUND-FLAG
               MOVE DEPT-SUB TO DEPT-INDEX
           END-IF.
           READ LEAVE-RATE-FILE-IN
               AT END MOVE "YES" TO LEAVE-RATE-EOF-FLAG
               NOT AT END
                   PERFORM 700-POST-LEAVE-RATE-ENTRY.

       700-POST-LEAVE-RATE-ENTRY.
      *  Same effective dating as 700-POST-PAY-RATE-ENTRY.
           IF LEAVE-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO LEAVE-EFF-DATE-IN
           END-IF.
           IF LEAVE-EFF-DATE-IN IS NOT GREATER THAN PAY-PERIOD-WS
               PERFORM 700-RESET-FOUND-FLAG
               PERFORM 700-MATCH-LEAVE-RATE-ENTRY
                   VARYING LEAVE-SUB FROM 1 BY 1
                   UNTIL LEAVE-SUB IS GREATER THAN LEAVE-RATE-COUNT
                   OR FOUND-FLAG IS EQUAL TO "T"
               IF FOUND-FLAG IS EQUAL TO "T"
                   IF LEAVE-EFF-DATE-IN IS NOT LESS THAN
                           LEAVE-EFF-DATE(TABLE-POST-SUB)
                       MOVE LEAVE-RATE-IN
                           TO LEAVE-RATE-TABLE(TABLE-POST-SUB)
                   END-IF
               ELSE
                   IF LEAVE-RATE-COUNT IS LESS THAN LEAVE-RATE-MAX
                       ADD 1 TO LEAVE-RATE-COUNT
                       MOVE LEAVE-RATE-IN
                   ELSE
                       DISPLAY "LEAVE RATE TABLE FULL - CLASS "
                           LEAVE-CLASS-IN " DROPPED FROM LEAVRATE.TXT"
                   END-IF
               END-IF
               PERFORM 700-RESET-FOUND-FLAG
           END-IF.

       700-MATCH-LEAVE-RATE-ENTRY.
           IF LEAVE-CLASS(LEAVE-SUB) = LEAVE-CLASS-IN
               MOVE "T" TO FOUND-FLAG
               MOVE LEAVE-SUB TO TABLE-POST-SUB
           END-IF.

       700-DROP-RETIRED-LEAVE-RATES.
      *  A class whose accrual entry is retired accrues nothing.
           MOVE 0 TO TABLE-KEEP-SUB.
           PERFORM 700-KEEP-LEAVE-RATE-ENTRY
               VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB IS GREATER THAN LEAVE-RATE-COUNT.
           MOVE TABLE-KEEP-SUB TO LEAVE-RATE-COUNT.

       700-KEEP-LEAVE-RATE-ENTRY.
           IF NOT LEAVE-RATE-RETIRED(LEAVE-SUB)
               ADD 1 TO TABLE-KEEP-SUB
               IF TABLE-KEEP-SUB IS NOT EQUAL TO LEAVE-SUB
                   MOVE LEAVE-RATE-TABLE(LEAVE-SUB)
                       TO LEAVE-RATE-TABLE(TABLE-KEEP-SUB)
               END-IF
           END-IF.

       700-FIND-LEAVE-RATE.
           IF LEAVE-CLASS(LEAVE-SUB) = JOB-TYPE-IN
           IF  EXCEPTION-RECORDS-WRITTEN-CTR IS EQUAL TO 0
               MOVE DATE-REGISTER TO DATE-EXCEPTION
               MOVE EXCEPTION-REPORT-HEADER TO EXCEPTION-RECORD-OUT
               IF TRIAL-MODE
                   WRITE TRIAL-EXCEPTION-RECORD-OUT
                       BEFORE ADVANCING PAGE
               ELSE
                   WRITE EXCEPTION-RECORD-OUT BEFORE ADVANCING PAGE
               END-IF
               MOVE EXCEPTION-COLUMN-HEADER TO EXCEPTION-RECORD-OUT
               IF TRIAL-MODE
                   WRITE TRIAL-EXCEPTION-RECORD-OUT
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE EXCEPTION-RECORD-OUT AFTER ADVANCING 2 LINES
               END-IF
           END-IF.
           MOVE EMP-NUMBER-IN     TO EMP-NUMBER-EXC-OUT.
           MOVE EMP-LAST-NAME-IN  TO EMP-LAST-NAME-EXC-OUT.
           MOVE JOB-TYPE-IN       TO JOB-TYPE-EXC-OUT.
           MOVE EXCEPTION-DETAIL-RECORD TO EXCEPTION-RECORD-OUT.
           IF TRIAL-MODE
               WRITE TRIAL-EXCEPTION-RECORD-OUT
           ELSE
               WRITE EXCEPTION-RECORD-OUT
           END-IF.
           ADD 1 TO EXCEPTION-RECORDS-WRITTEN-CTR.

