           COPY "EMPREC.DAT".

       FD  PAY-RATE-FILE-IN.
      *  Maintained by TBLMAINT and effective dated the way PROJECT-4
      *  reads it: the latest entry for a class not after today's
      *  date is the one in force, and an "R" status retires it.
       01  PAY-RATE-IN.
           05  CLASS-IN    PIC X(3).
           05  RATE-IN PIC 9(2)V99.
           05  RATE-EFF-DATE-IN    PIC 9(6).
           05  RATE-STATUS-IN      PIC X(1).

       FD  DEPT-TABLE-FILE-IN.
      *  Department / cost center table maintained like PAYRATES.TXT:
           05  DEPT-CODE-IN        PIC X(3).
           05  DEPT-NAME-IN        PIC X(15).
           05  DEPT-WAGE-ACCT-IN   PIC 9(8).
           05  DEPT-EFF-DATE-IN    PIC 9(6).
           05  DEPT-STATUS-IN      PIC X(1).

       FD  EDIT-REPORT-FILE-OUT.
       01  EDIT-REPORT-RECORD-OUT  PIC X(80).
                   DEPENDING ON PAY-RATE-COUNT.
           05  CLASS-NAME  PIC X(3).
           05  PAY-RATE    PIC 9(2)V99.
           05  PAY-RATE-EFF-DATE   PIC 9(6).
           05  PAY-RATE-STATUS     PIC X(1).
               88  PAY-RATE-RETIRED        VALUE "R".

       01  DEPT-TABLE-CONTROL.
           05  DEPT-COUNT          PIC 9(2) VALUE 0.
           05  DEPT-CODE   PIC X(3).
           05  DEPT-NAME   PIC X(15).
           05  DEPT-WAGE-ACCT PIC 9(8).
           05  DEPT-EFF-DATE  PIC 9(6).
           05  DEPT-STATUS    PIC X(1).
               88  DEPT-RETIRED            VALUE "R".

       01  FLAGS.
           05  EOF-FLAG            PIC X(3) VALUE "NO ".
           05  SUB                     PIC 9(2).
           05  STATE-SUB               PIC 9(2).
           05  DEPT-SUB                PIC 9(2).
           05  TABLE-POST-SUB          PIC 9(2).
           05  TABLE-KEEP-SUB          PIC 9(2).

       01  EDIT-WORK-FIELDS.
           05  EMPLOYEE-ERROR-FLAG PIC X(1) VALUE "N".
               88  EMPLOYEE-HAS-ERROR      VALUE "Y".
           05  HOURS-CEILING       PIC 9(2)V99 VALUE 80.00.
           05  TOTAL-HOURS-WS      PIC 9(3)V99.
           05  EDIT-AS-OF-DATE     PIC 9(6).

      *  ABA routing check digit: 3 x (1st + 4th + 7th digits)
      *  + 7 x (2nd + 5th + 8th) + (3rd + 6th + 9th) must divide
           STOP RUN.

       1000-INITIALIZE.
      *    The tables are edited as they will stand on today's date,
      *    the check date PROJECT-4 will use.
           ACCEPT EDIT-AS-OF-DATE FROM DATE.
           OPEN INPUT EMPLOYEE-FILE-IN.
           IF EMPLOYEE-FILE-MISSING
               DISPLAY "EMPFILE5.TXT NOT FOUND - NOTHING TO EDIT"
           OPEN OUTPUT EDIT-REPORT-FILE-OUT.
           PERFORM 1100-LOAD-PAY-RATE-TABLE
               THRU 1100-LOAD-PAY-RATE-TABLE-EXIT
               UNTIL PAY-RATE-EOF-FLAG IS EQUAL TO "YES".
           PERFORM 1400-DROP-RETIRED-PAY-RATES
               THRU 1400-DROP-RETIRED-PAY-RATES-EXIT.
           PERFORM 1200-LOAD-DEPT-TABLE
               THRU 1200-LOAD-DEPT-TABLE-EXIT
               UNTIL DEPT-TABLE-EOF-FLAG IS EQUAL TO "YES".
           PERFORM 1500-DROP-RETIRED-DEPTS
               THRU 1500-DROP-RETIRED-DEPTS-EXIT.
           MOVE EDIT-REPORT-HEADER TO EDIT-REPORT-RECORD-OUT.
           WRITE EDIT-REPORT-RECORD-OUT BEFORE ADVANCING PAGE.
           MOVE EDIT-COLUMN-HEADER TO EDIT-REPORT-RECORD-OUT.
           READ PAY-RATE-FILE-IN
               AT END MOVE "YES" TO PAY-RATE-EOF-FLAG
               NOT AT END
                   PERFORM 1150-POST-PAY-RATE-ENTRY
                       THRU 1150-POST-PAY-RATE-ENTRY-EXIT.
       1100-LOAD-PAY-RATE-TABLE-EXIT.
           EXIT.

       1150-POST-PAY-RATE-ENTRY.
      *  ------------------------------------------------------------
      *  An entry dated after today is not in force yet.  Otherwise
      *  the latest-dated entry for the class wins; an undated entry
      *  counts as date zero.
      *  ------------------------------------------------------------
           IF RATE-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO RATE-EFF-DATE-IN
           END-IF.
           IF RATE-EFF-DATE-IN IS GREATER THAN EDIT-AS-OF-DATE
               GO TO 1150-POST-PAY-RATE-ENTRY-EXIT
           END-IF.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 1160-MATCH-PAY-RATE-ENTRY
               THRU 1160-MATCH-PAY-RATE-ENTRY-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB IS GREATER THAN PAY-RATE-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           IF FOUND-FLAG IS EQUAL TO "T"
               IF RATE-EFF-DATE-IN IS NOT LESS THAN
                       PAY-RATE-EFF-DATE(TABLE-POST-SUB)
                   MOVE PAY-RATE-IN TO PAY-RATE-TABLE(TABLE-POST-SUB)
               END-IF
           ELSE
               IF PAY-RATE-COUNT IS LESS THAN PAY-RATE-MAX
                   ADD 1 TO PAY-RATE-COUNT
                   MOVE PAY-RATE-IN
                       TO PAY-RATE-TABLE(PAY-RATE-COUNT)
               ELSE
                   DISPLAY "PAY RATE TABLE FULL - CLASS " CLASS-IN
                       " DROPPED FROM PAYRATES.TXT"
               END-IF
           END-IF.
       1150-POST-PAY-RATE-ENTRY-EXIT.
           EXIT.

       1160-MATCH-PAY-RATE-ENTRY.
           IF CLASS-NAME(SUB) = CLASS-IN
               MOVE "T" TO FOUND-FLAG
               MOVE SUB TO TABLE-POST-SUB
           END-IF.
       1160-MATCH-PAY-RATE-ENTRY-EXIT.
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
      *    Same effective dating as 1150-POST-PAY-RATE-ENTRY.
           IF DEPT-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO DEPT-EFF-DATE-IN
           END-IF.
           IF DEPT-EFF-DATE-IN IS GREATER THAN EDIT-AS-OF-DATE
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
       1250-POST-DEPT-ENTRY-EXIT.
           EXIT.

       1260-MATCH-DEPT-ENTRY.
           IF DEPT-CODE(DEPT-SUB) = DEPT-CODE-IN
               MOVE "T" TO FOUND-FLAG
               MOVE DEPT-SUB TO TABLE-POST-SUB
           END-IF.
       1260-MATCH-DEPT-ENTRY-EXIT.
           EXIT.

       1400-DROP-RETIRED-PAY-RATES.
      *  ------------------------------------------------------------
      *  Closes the tables up over the classes and departments
      *  retired as of today, so an employee still coded to one is
      *  reported here before the register runs.
      *  ------------------------------------------------------------
           MOVE 0 TO TABLE-KEEP-SUB.
           PERFORM 1410-KEEP-PAY-RATE-ENTRY
               THRU 1410-KEEP-PAY-RATE-ENTRY-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB IS GREATER THAN PAY-RATE-COUNT.
           MOVE TABLE-KEEP-SUB TO PAY-RATE-COUNT.
       1400-DROP-RETIRED-PAY-RATES-EXIT.
           EXIT.

       1410-KEEP-PAY-RATE-ENTRY.
           IF NOT PAY-RATE-RETIRED(SUB)
               ADD 1 TO TABLE-KEEP-SUB
               IF TABLE-KEEP-SUB IS NOT EQUAL TO SUB
                   MOVE PAY-RATE-TABLE(SUB)
                       TO PAY-RATE-TABLE(TABLE-KEEP-SUB)
               END-IF
           END-IF.
       1410-KEEP-PAY-RATE-ENTRY-EXIT.
           EXIT.

       1500-DROP-RETIRED-DEPTS.
           MOVE 0 TO TABLE-KEEP-SUB.
           PERFORM 1510-KEEP-DEPT-ENTRY
               THRU 1510-KEEP-DEPT-ENTRY-EXIT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB IS GREATER THAN DEPT-COUNT.
           MOVE TABLE-KEEP-SUB TO DEPT-COUNT.
       1500-DROP-RETIRED-DEPTS-EXIT.
           EXIT.

       1510-KEEP-DEPT-ENTRY.
           IF NOT DEPT-RETIRED(DEPT-SUB)
               ADD 1 TO TABLE-KEEP-SUB
               IF TABLE-KEEP-SUB IS NOT EQUAL TO DEPT-SUB
                   MOVE DEPT-TABLE(DEPT-SUB)
                       TO DEPT-TABLE(TABLE-KEEP-SUB)
               END-IF
           END-IF.
       1510-KEEP-DEPT-ENTRY-EXIT.
           EXIT.

       2000-EDIT-EMPLOYEE.
      *  ------------------------------------------------------------
      *  Inactive employees are not paid, so they are not edited -
