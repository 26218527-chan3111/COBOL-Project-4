      *  Anything else (W, or blank from the old feed layout) is
      *  ordinary worked hours.
      *
      *  A worked-hours record can also name the job class and the
      *  department the hours were worked in, and a premium code (N
      *  night shift differential, H holiday), for an employee who
      *  covers a shift elsewhere or works another class for part of
      *  the week.  Blank class or department means the employee's
      *  home JOB-TYPE-IN / EMP-DEPT-CODE-IN, so the old feed layout
      *  reads as all-home hours.  A class has to be in force on
      *  PAYRATES.TXT and a department on DEPTTBL.TXT (when
      *  departments are set up), loaded and effective dated the way
      *  PAYEDIT loads them.  An employee's worked records add up to
      *  HOURS-WORKED-IN, and the hours by class, department and
      *  premium go out to TIMESLIC.TXT for PROJECT-4 to pay each
      *  slice at its own rate and charge it to its own department.
      *
      *  The feed is SORTed by employee number and matched against
      *  the master (which the indexed read already delivers in key
      *  order) as a two-file merge: one pass posts the hours, sums
      *  an employee's group into its slices, and flags the
      *  missing time cards, so the volume a feed can carry is
      *  bounded by disk, not by an in-memory table, and nothing is
      *  ever dropped for want of a table slot.
               RECORD KEY IS LV-EMP-NUMBER
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT PAY-RATE-FILE-IN
               ASSIGN  "PAYRATES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-TABLE-FILE-IN
               ASSIGN  "DEPTTBL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEPT-TABLE-IN-FILE-STATUS.

           SELECT TIME-SLICE-FILE-OUT
               ASSIGN  "TIMESLIC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TIME-CLOCK-FILE-IN.
       01  TIME-CLOCK-RECORD-IN            PIC X(21).

       SD  TIME-CLOCK-SORT-FILE.
       01  TIME-CLOCK-SORT-RECORD.
           05  TCS-EMP-NUMBER          PIC 9(9).
           05  FILLER                  PIC X(12).

       FD  SORTED-TIME-CLOCK-FILE.
       01  SORTED-TIME-CLOCK-RECORD.
           05  TC-PAY-TYPE-IN          PIC X(1).
               88  TC-VACATION                 VALUE "V".
               88  TC-SICK                     VALUE "S".
           05  TC-JOB-TYPE-IN          PIC X(3).
           05  TC-DEPT-CODE-IN         PIC X(3).
           05  TC-PREMIUM-IN           PIC X(1).
               88  TC-PREMIUM-VALID            VALUE SPACE "N" "H".

       FD  EMPLOYEE-FILE.
           COPY "EMPREC.DAT".
       FD  LEAVE-MASTER-FILE.
           COPY "LEAVEREC.DAT".

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
      *  Department / cost center table maintained like PAYRATES.TXT.
      *  A missing file means departments are not set up yet, and
      *  the department on a clock record is not checked.
       01  DEPT-TABLE-IN.
           05  DEPT-CODE-IN        PIC X(3).
           05  DEPT-NAME-IN        PIC X(15).
           05  DEPT-WAGE-ACCT-IN   PIC 9(8).
           05  DEPT-EFF-DATE-IN    PIC 9(6).
           05  DEPT-STATUS-IN      PIC X(1).

       FD  TIME-SLICE-FILE-OUT.
           COPY "TIMESLIC.DAT".

       WORKING-STORAGE SECTION.

       01  PAY-RATE-CONTROL.
           05  PAY-RATE-COUNT      PIC 9(2) VALUE 0.
           05  PAY-RATE-MAX        PIC 9(2) VALUE 50.

       01  PAY-RATE-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON PAY-RATE-COUNT.
           05  CLASS-NAME  PIC X(3).
           05  PAY-RATE    PIC 9(2)V99.
           05  PAY-RATE-EFF-DATE   PIC 9(6).
           05  PAY-RATE-STATUS     PIC X(1).
               88  PAY-RATE-RETIRED        VALUE "R".

       01  DEPT-TABLE-CONTROL.
           05  DEPT-COUNT          PIC 9(2) VALUE 0.
           05  DEPT-MAX            PIC 9(2) VALUE 20.

       01  DEPT-TABLE OCCURS 1 TO 20 TIMES
                   DEPENDING ON DEPT-COUNT.
           05  DEPT-CODE   PIC X(3).
           05  DEPT-NAME   PIC X(15).
           05  DEPT-WAGE-ACCT PIC 9(8).
           05  DEPT-EFF-DATE  PIC 9(6).
           05  DEPT-STATUS    PIC X(1).
               88  DEPT-RETIRED            VALUE "R".

      *  The worked hours of the employee group being merged, summed
      *  by class, department and premium - written to TIMESLIC.TXT
      *  once the group is done.  Sized to the slices a PAYHIST.TXT
      *  record can carry.
       01  TIME-SLICE-CONTROL.
           05  SLICE-COUNT         PIC 9(1) VALUE 0.
           05  SLICE-MAX           PIC 9(1) VALUE 6.

       01  TIME-SLICE-TABLE OCCURS 1 TO 6 TIMES
                   DEPENDING ON SLICE-COUNT.
           05  SL-JOB-TYPE         PIC X(3).
           05  SL-DEPT-CODE        PIC X(3).
           05  SL-PREMIUM          PIC X(1).
           05  SL-HOURS            PIC 9(2)V99.

       01  SLICE-WORK-FIELDS.
           05  SLICE-JOB-TYPE-WS   PIC X(3).
           05  SLICE-DEPT-CODE-WS  PIC X(3).
           05  SLICE-POST-SUB      PIC 9(1).
           05  WORKED-TOTAL-WS     PIC 9(3)V99.
           05  MAX-WORKED-HOURS    PIC 9(2)V99 VALUE 99.99.
           05  RECON-AS-OF-DATE    PIC 9(6).

       01  FLAGS.
           05  TIME-CLOCK-EOF-FLAG     PIC X(3) VALUE "NO ".
           05  MASTER-EOF-FLAG         PIC X(3) VALUE "NO ".
           05  PAY-RATE-EOF-FLAG       PIC X(3) VALUE "NO ".
           05  DEPT-TABLE-EOF-FLAG     PIC X(3) VALUE "NO ".
           05  FOUND-FLAG              PIC X(1) VALUE "F".
           05  DEPT-TABLE-IN-FILE-STATUS PIC X(2) VALUE "00".
               88  DEPT-TABLE-MISSING          VALUE "35".
           05  TIME-CLOCK-IN-FILE-STATUS PIC X(2) VALUE "00".
               88  TIME-CLOCK-IN-NOT-FOUND      VALUE "35".
           05  FILE-STATUS-CD          PIC X(2).
           05  VAC-RECORDS-POSTED-CTR          PIC 9(7) VALUE 0.
           05  SICK-RECORDS-POSTED-CTR         PIC 9(7) VALUE 0.
           05  LEAVE-RECORDS-REJECTED-CTR      PIC 9(7) VALUE 0.
           05  SLICES-WRITTEN-CTR              PIC 9(7) VALUE 0.
           05  SUB                             PIC 9(2).
           05  DEPT-SUB                        PIC 9(2).
           05  SLICE-SUB                       PIC 9(1).
           05  TABLE-POST-SUB                  PIC 9(2).
           05  TABLE-KEEP-SUB                  PIC 9(2).

       01  RECON-REPORT-HEADER.
           05  FILLER  PIC X(9)  VALUE SPACES.
                   "LEAVE RECORDS REJECTED".
               10  LEAVE-REJECTED-OUT      PIC Z,ZZZ,ZZ9.

           05  SLICES-WRITTEN-SUMMARY.
               10  FILLER  PIC X(6)  VALUE SPACES.
               10  FILLER  PIC X(23) VALUE
                   "TIME SLICES WRITTEN".
               10  SLICES-WRITTEN-OUT      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           STOP RUN.

       1000-INITIALIZE.
      *    The class and department on a clock record are checked
      *    against the tables as they stand on today's date, the
      *    check date PROJECT-4 will use.
           ACCEPT RECON-AS-OF-DATE FROM DATE.
      *    No clock feed at all is just an empty feed: every active
      *    hourly employee will come out as a missing time card.
           OPEN INPUT TIME-CLOCK-FILE-IN.
               CLOSE      LEAVE-MASTER-FILE
               OPEN I-O   LEAVE-MASTER-FILE
           END-IF.
           OPEN OUTPUT TIME-SLICE-FILE-OUT.
           OPEN INPUT PAY-RATE-FILE-IN.
      *    No DEPTTBL.TXT just means departments are not set up yet -
      *    the table stays empty and the department is not checked.
           OPEN INPUT DEPT-TABLE-FILE-IN.
           IF DEPT-TABLE-MISSING
               MOVE "YES" TO DEPT-TABLE-EOF-FLAG
           END-IF.
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
           MOVE LOW-VALUES TO EMP-NUMBER-IN.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-NUMBER-IN
               INVALID KEY
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-PAY-RATE-TABLE.
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
           IF RATE-EFF-DATE-IN IS GREATER THAN RECON-AS-OF-DATE
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
           IF DEPT-EFF-DATE-IN IS GREATER THAN RECON-AS-OF-DATE
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
      *  retired as of today, so hours clocked to one are rejected
      *  here rather than paid at a rate no longer in force.
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

       2000-MERGE-ONE-STEP.
      *  ------------------------------------------------------------
      *  One step of the merge, both sides in employee number order:
      *  master record.  The posted flags carry what the group
      *  managed to post, so only a successful post counts as a
      *  clock record (a rejected leave request alone still leaves
      *  the employee flagged, as before).  The group's worked-hours
      *  slices go out to TIMESLIC.TXT once the group is done.
      *  ------------------------------------------------------------
           MOVE "F" TO WORKED-POSTED-FLAG.
           MOVE "F" TO LEAVE-POSTED-FLAG.
           MOVE 0 TO SLICE-COUNT.
           PERFORM 2060-POST-ONE-CLOCK-RECORD
               THRU 2060-POST-ONE-CLOCK-RECORD-EXIT
               UNTIL TIME-CLOCK-EOF-FLAG IS EQUAL TO "YES"
               OR TC-EMP-NUMBER-IN IS NOT EQUAL TO EMP-NUMBER-IN.
           PERFORM 2300-WRITE-TIME-SLICE
               THRU 2300-WRITE-TIME-SLICE-EXIT
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN SLICE-COUNT.
           PERFORM 3200-CHECK-MISSING-TIME-CARD
               THRU 3200-CHECK-MISSING-TIME-CARD-EXIT.
           PERFORM 3100-READ-NEXT-EMPLOYEE
                   THRU 2200-WRITE-EXCEPTION-RECORD-EXIT
           ELSE
               IF TC-VACATION OR TC-SICK
      *            Leave is paid at the home class, straight time -
      *            a class, department or premium on a leave record
      *            is a keying error, not something to guess at.
                   IF TC-JOB-TYPE-IN IS NOT EQUAL TO SPACES
                       OR TC-DEPT-CODE-IN IS NOT EQUAL TO SPACES
                       OR TC-PREMIUM-IN IS NOT EQUAL TO SPACE
                       MOVE TC-EMP-NUMBER-IN TO RECON-EMP-NUMBER-OUT
                       MOVE "CLASS/DEPT/PREMIUM ON LEAVE"
                           TO RECON-REASON-OUT
                       PERFORM 2200-WRITE-EXCEPTION-RECORD
                           THRU 2200-WRITE-EXCEPTION-RECORD-EXIT
                       ADD 1 TO LEAVE-RECORDS-REJECTED-CTR
                   ELSE
                       PERFORM 2400-POST-LEAVE-HOURS
                           THRU 2400-POST-LEAVE-HOURS-EXIT
                   END-IF
               ELSE
                   PERFORM 2250-POST-WORKED-HOURS
                       THRU 2250-POST-WORKED-HOURS-EXIT

       2250-POST-WORKED-HOURS.
      *  ------------------------------------------------------------
      *  Ordinary worked hours.  An employee who worked more than
      *  one class, department or premium has a record for each, so
      *  the records add up: the first one posted this run replaces
      *  whatever stale hours are on the master, and the rest are
      *  added to it.  Each record's hours also go into the slice
      *  for its class, department and premium.  A record with a
      *  bad class, department or premium code, or that would carry
      *  the week past what HOURS-WORKED-IN can hold, is rejected
      *  and posts nothing.  Leave hours live in their own field
      *  (EMP-LEAVE-HOURS-IN), so the two kinds of record never
      *  touch each other's figure, whatever order the clock feed
      *  arrives in.
      *  ------------------------------------------------------------
           MOVE TC-EMP-NUMBER-IN TO RECON-EMP-NUMBER-OUT.
           IF TC-JOB-TYPE-IN IS EQUAL TO SPACES
               MOVE JOB-TYPE-IN TO SLICE-JOB-TYPE-WS
           ELSE
               MOVE TC-JOB-TYPE-IN TO SLICE-JOB-TYPE-WS
               MOVE "F" TO FOUND-FLAG
               PERFORM 2270-FIND-PAY-CLASS
                   THRU 2270-FIND-PAY-CLASS-EXIT
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB IS GREATER THAN PAY-RATE-COUNT
                   OR FOUND-FLAG IS EQUAL TO "T"
               IF FOUND-FLAG IS NOT EQUAL TO "T"
                   MOVE "JOB CLASS NOT ON PAYRATES"
                       TO RECON-REASON-OUT
                   GO TO 2250-REJECT-WORKED-HOURS
               END-IF
           END-IF.
           IF TC-DEPT-CODE-IN IS EQUAL TO SPACES
               MOVE EMP-DEPT-CODE-IN TO SLICE-DEPT-CODE-WS
           ELSE
               MOVE TC-DEPT-CODE-IN TO SLICE-DEPT-CODE-WS
               IF DEPT-COUNT IS GREATER THAN 0
                   MOVE "F" TO FOUND-FLAG
                   PERFORM 2280-FIND-DEPT-CODE
                       THRU 2280-FIND-DEPT-CODE-EXIT
                       VARYING DEPT-SUB FROM 1 BY 1
                       UNTIL DEPT-SUB IS GREATER THAN DEPT-COUNT
                       OR FOUND-FLAG IS EQUAL TO "T"
                   IF FOUND-FLAG IS NOT EQUAL TO "T"
                       MOVE "DEPT CODE NOT ON DEPTTBL"
                           TO RECON-REASON-OUT
                       GO TO 2250-REJECT-WORKED-HOURS
                   END-IF
               END-IF
           END-IF.
           IF NOT TC-PREMIUM-VALID
               MOVE "INVALID PREMIUM CODE" TO RECON-REASON-OUT
               GO TO 2250-REJECT-WORKED-HOURS
           END-IF.
           IF WORKED-WAS-POSTED
               ADD TC-HOURS-WORKED-IN HOURS-WORKED-IN
                   GIVING WORKED-TOTAL-WS
           ELSE
               MOVE TC-HOURS-WORKED-IN TO WORKED-TOTAL-WS
           END-IF.
           IF WORKED-TOTAL-WS IS GREATER THAN MAX-WORKED-HOURS
               MOVE "WORKED HOURS EXCEED 99.99"
                   TO RECON-REASON-OUT
               GO TO 2250-REJECT-WORKED-HOURS
           END-IF.
           MOVE "F" TO FOUND-FLAG.
           PERFORM 2290-MATCH-TIME-SLICE
               THRU 2290-MATCH-TIME-SLICE-EXIT
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN SLICE-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           IF FOUND-FLAG IS EQUAL TO "T"
               ADD TC-HOURS-WORKED-IN TO SL-HOURS(SLICE-POST-SUB)
           ELSE
               IF SLICE-COUNT IS LESS THAN SLICE-MAX
                   ADD 1 TO SLICE-COUNT
                   MOVE SLICE-JOB-TYPE-WS
                       TO SL-JOB-TYPE(SLICE-COUNT)
                   MOVE SLICE-DEPT-CODE-WS
                       TO SL-DEPT-CODE(SLICE-COUNT)
                   MOVE TC-PREMIUM-IN TO SL-PREMIUM(SLICE-COUNT)
                   MOVE TC-HOURS-WORKED-IN TO SL-HOURS(SLICE-COUNT)
               ELSE
                   MOVE "TOO MANY CLASS/DEPT SLICES"
                       TO RECON-REASON-OUT
                   GO TO 2250-REJECT-WORKED-HOURS
               END-IF
           END-IF.
           MOVE WORKED-TOTAL-WS TO HOURS-WORKED-IN.
           REWRITE PAYROLL-RECORD-IN.
           MOVE "T" TO WORKED-POSTED-FLAG.
           ADD 1 TO MATCHED-RECORDS-CTR.
           GO TO 2250-POST-WORKED-HOURS-EXIT.
       2250-REJECT-WORKED-HOURS.
           PERFORM 2200-WRITE-EXCEPTION-RECORD
               THRU 2200-WRITE-EXCEPTION-RECORD-EXIT.
       2250-POST-WORKED-HOURS-EXIT.
           EXIT.

       2270-FIND-PAY-CLASS.
           IF CLASS-NAME(SUB) = TC-JOB-TYPE-IN
               MOVE "T" TO FOUND-FLAG
           END-IF.
       2270-FIND-PAY-CLASS-EXIT.
           EXIT.

       2280-FIND-DEPT-CODE.
           IF DEPT-CODE(DEPT-SUB) = TC-DEPT-CODE-IN
               MOVE "T" TO FOUND-FLAG
           END-IF.
       2280-FIND-DEPT-CODE-EXIT.
           EXIT.

       2290-MATCH-TIME-SLICE.
           IF SL-JOB-TYPE(SLICE-SUB) = SLICE-JOB-TYPE-WS
               AND SL-DEPT-CODE(SLICE-SUB) = SLICE-DEPT-CODE-WS
               AND SL-PREMIUM(SLICE-SUB) = TC-PREMIUM-IN
               MOVE "T" TO FOUND-FLAG
               MOVE SLICE-SUB TO SLICE-POST-SUB
           END-IF.
       2290-MATCH-TIME-SLICE-EXIT.
           EXIT.

       2300-WRITE-TIME-SLICE.
           MOVE EMP-NUMBER-IN              TO TS-EMP-NUMBER.
           MOVE SL-JOB-TYPE(SLICE-SUB)     TO TS-JOB-TYPE.
           MOVE SL-DEPT-CODE(SLICE-SUB)    TO TS-DEPT-CODE.
           MOVE SL-PREMIUM(SLICE-SUB)      TO TS-PREMIUM.
           MOVE SL-HOURS(SLICE-SUB)        TO TS-HOURS.
           WRITE TIME-SLICE-RECORD.
           ADD 1 TO SLICES-WRITTEN-CTR.
       2300-WRITE-TIME-SLICE-EXIT.
           EXIT.

       2100-READ-TIME-CLOCK-RECORD.
           READ SORTED-TIME-CLOCK-FILE
               AT END MOVE "YES" TO TIME-CLOCK-EOF-FLAG
           MOVE LEAVE-RECORDS-REJECTED-CTR TO LEAVE-REJECTED-OUT.
           MOVE LEAVE-REJECTED-SUMMARY TO RECON-EXCEPTION-RECORD-OUT.
           WRITE RECON-EXCEPTION-RECORD-OUT.

           MOVE SLICES-WRITTEN-CTR TO SLICES-WRITTEN-OUT.
           MOVE SLICES-WRITTEN-SUMMARY TO RECON-EXCEPTION-RECORD-OUT.
           WRITE RECON-EXCEPTION-RECORD-OUT.
       8000-WRITE-SUMMARY-EXIT.
           EXIT.

           CLOSE EMPLOYEE-FILE.
           CLOSE RECON-EXCEPTION-FILE-OUT.
           CLOSE LEAVE-MASTER-FILE.
           CLOSE TIME-SLICE-FILE-OUT.
           CLOSE PAY-RATE-FILE-IN.
           IF NOT DEPT-TABLE-MISSING
               CLOSE DEPT-TABLE-FILE-IN
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
