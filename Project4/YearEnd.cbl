      *  W2EXTRACT.TXT, copies the closed year's quarterly records to
      *  the archive (YTDARCH.TXT), and deletes them from the live
      *  master so the file does not grow forever.  Other years'
      *  records are left untouched.  The statement reports the
      *  federal and state taxable wages (gross less the pre-tax
      *  pension and health) as figures separate from the gross,
      *  and the Social Security and Medicare wages and tax, and
      *  carries the hire and termination dates off the employee
      *  master so a part-year employee's statement shows when they
      *  worked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS YTD-KEY
               FILE STATUS IS YTD-FILE-STATUS.

           SELECT EMPLOYEE-FILE-IN
               ASSIGN TO "EMPFILE5.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EMP-NUMBER-IN
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT W2-EXTRACT-FILE-OUT
               ASSIGN  "W2EXTRACT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD  YTD-MASTER-FILE.
           COPY "YTDREC.DAT".

       FD  EMPLOYEE-FILE-IN.
           COPY "EMPREC.DAT".

       FD  W2-EXTRACT-FILE-OUT.
       01  W2-EXTRACT-RECORD-OUT.
           05  W2-EMP-NUMBER-OUT       PIC 9(9).
           05  W2-GARNISHMENT-OUT      PIC 9(8)V99.
           05  W2-UNION-DUES-OUT       PIC 9(8)V99.
           05  W2-NET-PAY-OUT          PIC 9(8)V99.
           05  W2-FED-TAXABLE-OUT      PIC 9(8)V99.
           05  W2-STATE-TAXABLE-OUT    PIC 9(8)V99.
           05  W2-SS-WAGES-OUT         PIC 9(8)V99.
           05  W2-SOC-SEC-OUT          PIC 9(8)V99.
           05  W2-MEDICARE-WAGES-OUT   PIC 9(8)V99.
           05  W2-MEDICARE-OUT         PIC 9(8)V99.
           05  W2-HIRE-DATE-OUT        PIC 9(6).
           05  W2-TERM-DATE-OUT        PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.

       FD  YTD-ARCHIVE-FILE-OUT.
       01  YTD-ARCHIVE-RECORD-OUT      PIC X(180).

       WORKING-STORAGE SECTION.

               88  YTD-FILE-MISSING            VALUE "35".
           05  ARCHIVE-FILE-STATUS     PIC X(2).
               88  ARCHIVE-FILE-NOT-FOUND      VALUE "35".
           05  EMP-FILE-STATUS         PIC X(2).
               88  EMP-FILE-MISSING            VALUE "35".
           05  W2-OPEN-FLAG            PIC X(1) VALUE "N".
               88  W2-RECORD-OPEN              VALUE "Y".

           05  W2-ANNUAL-GARNISHMENT   PIC 9(8)V99.
           05  W2-ANNUAL-UNION-DUES    PIC 9(8)V99.
           05  W2-ANNUAL-NET-PAY       PIC 9(8)V99.
           05  W2-ANNUAL-FED-TAXABLE   PIC 9(8)V99.
           05  W2-ANNUAL-STATE-TAXABLE PIC 9(8)V99.
           05  W2-ANNUAL-SS-WAGES      PIC 9(8)V99.
           05  W2-ANNUAL-SOC-SEC       PIC 9(8)V99.
           05  W2-ANNUAL-MEDICARE-WAGES PIC 9(8)V99.
           05  W2-ANNUAL-MEDICARE      PIC 9(8)V99.

       01  COUNTERS.
           05  YTD-RECORDS-READ-CTR    PIC 9(5) VALUE 0.
               MOVE "YES" TO YTD-EOF-FLAG
           ELSE
               OPEN OUTPUT W2-EXTRACT-FILE-OUT
               OPEN INPUT EMPLOYEE-FILE-IN
      *        The archive accumulates across year-end runs, so it is
      *        extended, with the usual fall-back to OPEN OUTPUT the
      *        first time it does not exist yet.
                             W2-ANNUAL-GARNISHMENT
                             W2-ANNUAL-UNION-DUES
                             W2-ANNUAL-NET-PAY
                             W2-ANNUAL-FED-TAXABLE
                             W2-ANNUAL-STATE-TAXABLE
                             W2-ANNUAL-SS-WAGES
                             W2-ANNUAL-SOC-SEC
                             W2-ANNUAL-MEDICARE-WAGES
                             W2-ANNUAL-MEDICARE
               END-IF
               ADD YTD-GROSS-PAY   TO W2-ANNUAL-GROSS-PAY
               ADD YTD-TAX         TO W2-ANNUAL-TAX
               ADD YTD-GARNISHMENT TO W2-ANNUAL-GARNISHMENT
               ADD YTD-UNION-DUES  TO W2-ANNUAL-UNION-DUES
               ADD YTD-NET-PAY     TO W2-ANNUAL-NET-PAY
               ADD YTD-FED-TAXABLE-WAGES   TO W2-ANNUAL-FED-TAXABLE
               ADD YTD-STATE-TAXABLE-WAGES TO W2-ANNUAL-STATE-TAXABLE
               ADD YTD-SS-WAGES       TO W2-ANNUAL-SS-WAGES
               ADD YTD-SOC-SEC        TO W2-ANNUAL-SOC-SEC
               ADD YTD-MEDICARE-WAGES TO W2-ANNUAL-MEDICARE-WAGES
               ADD YTD-MEDICARE       TO W2-ANNUAL-MEDICARE
               PERFORM 2200-ARCHIVE-YTD-RECORD
                   THRU 2200-ARCHIVE-YTD-RECORD-EXIT
           END-IF.
           MOVE W2-ANNUAL-GARNISHMENT  TO W2-GARNISHMENT-OUT.
           MOVE W2-ANNUAL-UNION-DUES   TO W2-UNION-DUES-OUT.
           MOVE W2-ANNUAL-NET-PAY      TO W2-NET-PAY-OUT.
           MOVE W2-ANNUAL-FED-TAXABLE  TO W2-FED-TAXABLE-OUT.
           MOVE W2-ANNUAL-STATE-TAXABLE TO W2-STATE-TAXABLE-OUT.
           MOVE W2-ANNUAL-SS-WAGES     TO W2-SS-WAGES-OUT.
           MOVE W2-ANNUAL-SOC-SEC      TO W2-SOC-SEC-OUT.
           MOVE W2-ANNUAL-MEDICARE-WAGES TO W2-MEDICARE-WAGES-OUT.
           MOVE W2-ANNUAL-MEDICARE     TO W2-MEDICARE-OUT.
      *    An employee no longer on the master (or one added before
      *    the dates were carried) goes out with zero dates.
           MOVE 0 TO W2-HIRE-DATE-OUT.
           MOVE 0 TO W2-TERM-DATE-OUT.
           IF NOT EMP-FILE-MISSING
               MOVE W2-CURRENT-EMP-NUMBER TO EMP-NUMBER-IN
               READ EMPLOYEE-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-HIRE-DATE-IN IS NUMERIC
                           MOVE EMP-HIRE-DATE-IN TO W2-HIRE-DATE-OUT
                       END-IF
                       IF EMP-TERM-DATE-IN IS NUMERIC
                           MOVE EMP-TERM-DATE-IN TO W2-TERM-DATE-OUT
                       END-IF
               END-READ
           END-IF.
           WRITE W2-EXTRACT-RECORD-OUT.
           ADD 1 TO W2-RECORDS-WRITTEN-CTR.
           MOVE "N" TO W2-OPEN-FLAG.
               CLOSE YTD-MASTER-FILE
               CLOSE W2-EXTRACT-FILE-OUT
               CLOSE YTD-ARCHIVE-FILE-OUT
               IF NOT EMP-FILE-MISSING
                   CLOSE EMPLOYEE-FILE-IN
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
