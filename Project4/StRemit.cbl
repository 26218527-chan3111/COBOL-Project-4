      *  total - in a layout that can be filed with each state's
      *  quarterly return, the way YEAREND's W2EXTRACT.TXT feeds the
      *  federal filing service.  The split no longer has to be
      *  rebuilt by hand from the register each quarter.  Each
      *  employee line carries the hire and termination dates off
      *  the employee master, which the quarterly wage reports ask
      *  for.

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

           SELECT STATE-SORT-FILE
               ASSIGN TO "SORTWK1.TMP".

       FD  YTD-MASTER-FILE.
           COPY "YTDREC.DAT".

       FD  EMPLOYEE-FILE-IN.
           COPY "EMPREC.DAT".

       SD  STATE-SORT-FILE.
       01  STATE-SORT-RECORD.
           05  SR-STATE-CODE       PIC X(2).
           05  SR-EMP-LAST-NAME    PIC X(13).
           05  SR-GROSS-PAY        PIC 9(7)V99.
           05  SR-STATE-TAX        PIC 9(7)V99.
           05  SR-HIRE-DATE        PIC 9(6).
           05  SR-TERM-DATE        PIC 9(6).

       FD  REMIT-REPORT-FILE-OUT.
       01  REMIT-REPORT-RECORD-OUT PIC X(80).
           05  SORT-EOF-FLAG       PIC X(3) VALUE "NO ".
           05  YTD-FILE-STATUS     PIC X(2).
               88  YTD-FILE-MISSING        VALUE "35".
           05  EMP-FILE-STATUS     PIC X(2).
               88  EMP-FILE-MISSING        VALUE "35".
           05  STATE-OPEN-FLAG     PIC X(1) VALUE "N".
               88  STATE-SECTION-OPEN      VALUE "Y".

           05  FILLER  PIC X(11)  VALUE "QTR GROSS".
           05  FILLER  PIC X(3)   VALUE SPACES.
           05  FILLER  PIC X(9)   VALUE "STATE TAX".
           05  FILLER  PIC X(4)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "HIRED ".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(6)   VALUE "TERM  ".

       01  REMIT-DETAIL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  REMIT-GROSS-OUT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  REMIT-STATE-TAX-OUT     PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REMIT-HIRE-DATE-OUT     PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REMIT-TERM-DATE-OUT     PIC 9(6).

       01  STATE-TOTAL-RECORD.
           05  FILLER                  PIC X(5) VALUE SPACES.
               DISPLAY "YTDMAST.TXT NOT FOUND - NOTHING TO REPORT"
               MOVE "YES" TO YTD-EOF-FLAG
           END-IF.
           OPEN INPUT EMPLOYEE-FILE-IN.
           OPEN OUTPUT REMIT-REPORT-FILE-OUT.
           INITIALIZE STATE-TOTALS
                      COMPANY-TOTALS.
               MOVE YTD-EMP-LAST-NAME TO SR-EMP-LAST-NAME
               MOVE YTD-GROSS-PAY     TO SR-GROSS-PAY
               MOVE YTD-STATE-TAX     TO SR-STATE-TAX
               PERFORM 2300-GET-EMPLOYEE-DATES
                   THRU 2300-GET-EMPLOYEE-DATES-EXIT
               RELEASE STATE-SORT-RECORD
               ADD 1 TO RECORDS-EXTRACTED-CTR
           END-IF.
       2200-RELEASE-YTD-RECORD-EXIT.
           EXIT.

       2300-GET-EMPLOYEE-DATES.
      *  ------------------------------------------------------------
      *  Hire and termination dates come off the employee master;
      *  an employee no longer on file (or added before the dates
      *  were carried) reports zeros.
      *  ------------------------------------------------------------
           MOVE 0 TO SR-HIRE-DATE.
           MOVE 0 TO SR-TERM-DATE.
           IF EMP-FILE-MISSING
               GO TO 2300-GET-EMPLOYEE-DATES-EXIT
           END-IF.
           MOVE YTD-EMP-NUMBER TO EMP-NUMBER-IN.
           READ EMPLOYEE-FILE-IN
               INVALID KEY
                   GO TO 2300-GET-EMPLOYEE-DATES-EXIT
           END-READ.
           IF EMP-HIRE-DATE-IN IS NUMERIC
               MOVE EMP-HIRE-DATE-IN TO SR-HIRE-DATE
           END-IF.
           IF EMP-TERM-DATE-IN IS NUMERIC
               MOVE EMP-TERM-DATE-IN TO SR-TERM-DATE
           END-IF.
       2300-GET-EMPLOYEE-DATES-EXIT.
           EXIT.

       5000-WRITE-REGISTER.
      *  ------------------------------------------------------------
      *  The sorted order delivers each state's employees together,
           MOVE SR-EMP-LAST-NAME TO REMIT-LAST-NAME-OUT.
           MOVE SR-GROSS-PAY     TO REMIT-GROSS-OUT.
           MOVE SR-STATE-TAX     TO REMIT-STATE-TAX-OUT.
           MOVE SR-HIRE-DATE     TO REMIT-HIRE-DATE-OUT.
           MOVE SR-TERM-DATE     TO REMIT-TERM-DATE-OUT.
           MOVE REMIT-DETAIL-RECORD TO REMIT-REPORT-RECORD-OUT.
           WRITE REMIT-REPORT-RECORD-OUT.
           ADD SR-GROSS-PAY TO STATE-GROSS-TOTAL
           IF NOT YTD-FILE-MISSING
               CLOSE YTD-MASTER-FILE
           END-IF.
           IF NOT EMP-FILE-MISSING
               CLOSE EMPLOYEE-FILE-IN
           END-IF.
           CLOSE REMIT-REPORT-FILE-OUT.
       9000-TERMINATE-EXIT.
           EXIT.
