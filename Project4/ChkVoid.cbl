      *      master (PAYHIST.TXT) and backs every amount - gross,
      *      each deduction, net, and the employer-side costs - out
      *      of the employee's YTD-MASTER-RECORD for the quarter the
      *      check was paid in, and flags the history record voided
      *    - puts the check's arrears activity back on ARRMAST.TXT:
      *      balances the check recovered are owed again, shortfalls
      *      it posted are no longer owed
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

       FD  VOID-GL-FILE-OUT.
      *  Reversing entries in the GLPOST.TXT layout; the file
           05  GL-SUB                  PIC 9(2).
           05  GL-ENTRY-SUB            PIC 9(2).
           05  DEPT-SUB                PIC 9(2).
           05  TABLE-POST-SUB          PIC 9(2).
           05  SLICE-SUB               PIC 9(1).

       01  OPERATOR-FIELDS.
           05  WS-OPERATOR-ID          PIC X(8).
                   DEPENDING ON GL-MAP-COUNT.
           05  GL-MAP-KEY          PIC X(3).
           05  GL-MAP-ACCOUNT      PIC 9(8).
           05  GL-MAP-EFF-DATE     PIC 9(6).
           05  GL-MAP-STATUS       PIC X(1).

       01  DEPT-TABLE-CONTROL.
           05  DEPT-COUNT          PIC 9(2) VALUE 0.
           05  DEPT-CODE           PIC X(3).
           05  DEPT-NAME           PIC X(15).
           05  DEPT-WAGE-ACCT      PIC 9(8).
           05  DEPT-EFF-DATE       PIC 9(6).
           05  DEPT-STATUS         PIC X(1).

       01  GL-WORK-FIELDS.
           05  GL-WORK-KEY         PIC X(3).
           05  GL-WORK-AMOUNT      PIC 9(6)V99.
           05  GL-WORK-DESC        PIC X(20).
           05  GL-WORK-ACCOUNT     PIC 9(8).
           05  WAGE-CLASS-WS       PIC X(3).
           05  WAGE-DEPT-WS        PIC X(3).
           05  WAGES-LEFT-WS       PIC 9(6)V99.
           05  GL-DEBIT-TOTAL-WS   PIC 9(8)V99.
           05  GL-CREDIT-TOTAL-WS  PIC 9(8)V99.
           05  GL-EXPECTED-TOTAL-WS PIC 9(8)V99.
                   THRU 5600-WRITE-GL-REVERSAL-EXIT
               PERFORM 6000-WRITE-STOP-PAY
                   THRU 6000-WRITE-STOP-PAY-EXIT
               PERFORM 6500-MARK-HISTORY-VOIDED
                   THRU 6500-MARK-HISTORY-VOIDED-EXIT
               PERFORM 7000-WRITE-VOID-JOURNAL
                   THRU 7000-WRITE-VOID-JOURNAL-EXIT
               DISPLAY "CHECK " WS-VOID-CHECK-NUMBER " VOIDED - "
               MOVE "Y" TO VOID-ERROR-FLAG
           ELSE
               OPEN OUTPUT NEW-OUTSTANDING-FILE-OUT
               OPEN I-O PAY-HISTORY-FILE
               IF PAY-HISTORY-MISSING
                   DISPLAY "PAYHIST.TXT NOT FOUND - VOID REFUSED"
                   MOVE "YES" TO OUTSTANDING-EOF-FLAG
       1050-OPEN-TABLES-AND-ARREARS.
      *  ------------------------------------------------------------
      *  The account map and department table load the way PROJECT-4
      *  loads them, as they stand on the void date; a missing file
      *  is just an empty table.  Retired entries are kept - a check
      *  paid before a key or department was retired still has to
      *  reverse against the account it was posted to.  The
      *  arrears master is opened for the recovery restore - if it
      *  is missing, 4500 warns only when the check actually carried
      *  arrears amounts.
               MOVE "YES" TO GL-MAP-EOF-FLAG
           END-IF.
           PERFORM 1100-LOAD-GL-ACCOUNT THRU 1100-LOAD-GL-ACCOUNT-EXIT
               UNTIL GL-MAP-EOF-FLAG = "YES".
           OPEN INPUT DEPT-TABLE-FILE-IN.
           IF DEPT-TABLE-NOT-FOUND
               MOVE "YES" TO DEPT-TABLE-EOF-FLAG
           END-IF.
           PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-LOAD-DEPT-TABLE-EXIT
               UNTIL DEPT-TABLE-EOF-FLAG = "YES".
           MOVE "Y" TO TABLE-FILES-OPENED-IND.
           OPEN I-O ARREARS-MASTER-FILE.
           IF NOT ARREARS-FILE-NOT-FOUND
           READ GL-ACCOUNT-FILE-IN
               AT END MOVE "YES" TO GL-MAP-EOF-FLAG
               NOT AT END
                   PERFORM 1150-POST-GL-ACCOUNT-ENTRY
                       THRU 1150-POST-GL-ACCOUNT-ENTRY-EXIT.
       1100-LOAD-GL-ACCOUNT-EXIT.
           EXIT.

       1150-POST-GL-ACCOUNT-ENTRY.
      *  ------------------------------------------------------------
      *  An entry dated after the void date is not in force yet;
      *  otherwise the latest-dated entry for the key wins.  An
      *  undated entry counts as date zero.
      *  ------------------------------------------------------------
           IF GL-MAP-EFF-DATE-IN IS NOT NUMERIC
               MOVE 0 TO GL-MAP-EFF-DATE-IN
           END-IF.
           IF GL-MAP-EFF-DATE-IN IS GREATER THAN DATE-IN
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
           IF DEPT-EFF-DATE-IN IS GREATER THAN DATE-IN
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

       2000-DROP-FROM-OUTSTANDING.
      *  ------------------------------------------------------------
      *  Every outstanding check except the one being voided is
                       FROM YTD-EMPLOYER-PENSION
                   SUBTRACT PH-EMPLOYER-HEALTH
                       FROM YTD-EMPLOYER-HEALTH
                   SUBTRACT PH-FED-TAXABLE
                       FROM YTD-FED-TAXABLE-WAGES
                   SUBTRACT PH-STATE-TAXABLE
                       FROM YTD-STATE-TAXABLE-WAGES
                   SUBTRACT PH-SS-WAGES     FROM YTD-SS-WAGES
                   SUBTRACT PH-SOC-SEC      FROM YTD-SOC-SEC
                   SUBTRACT PH-MEDICARE-WAGES
                       FROM YTD-MEDICARE-WAGES
                   SUBTRACT PH-MEDICARE     FROM YTD-MEDICARE
                   REWRITE YTD-MASTER-RECORD
           END-READ.
       4000-BACK-OUT-YTD-EXIT.
           END-IF.
           MOVE PH-STATE-TAX TO GL-WORK-AMOUNT.
           MOVE "VOID STATE TAX" TO GL-WORK-DESC.
           PERFORM 5100-BUILD-DEBIT-ENTRY
               THRU 5100-BUILD-DEBIT-ENTRY-EXIT.
           MOVE "OAS" TO GL-WORK-KEY.
           MOVE PH-SOC-SEC TO GL-WORK-AMOUNT.
           MOVE "VOID SOC SEC" TO GL-WORK-DESC.
           PERFORM 5100-BUILD-DEBIT-ENTRY
               THRU 5100-BUILD-DEBIT-ENTRY-EXIT.
           MOVE "MED" TO GL-WORK-KEY.
           MOVE PH-MEDICARE TO GL-WORK-AMOUNT.
           MOVE "VOID MEDICARE" TO GL-WORK-DESC.
           PERFORM 5100-BUILD-DEBIT-ENTRY
               THRU 5100-BUILD-DEBIT-ENTRY-EXIT.
           MOVE "PEN" TO GL-WORK-KEY.
           MOVE "VOID NET PAY" TO GL-WORK-DESC.
           PERFORM 5100-BUILD-DEBIT-ENTRY
               THRU 5100-BUILD-DEBIT-ENTRY-EXIT.
      *    The wage expense comes back as a credit, to the
      *    department's wage account when it has one, otherwise to
      *    the pay class account, matching how the register debits.
      *    A check whose hours were split across classes and
      *    departments credits each slice's dollars back where the
      *    register charged them; the rest of the gross goes back to
      *    the home class and department.
           MOVE PH-GROSS-PAY TO WAGES-LEFT-WS.
           PERFORM 5350-CREDIT-SLICE-WAGES
               THRU 5350-CREDIT-SLICE-WAGES-EXIT
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN PH-SLICE-COUNT.
           MOVE PH-JOB-TYPE  TO WAGE-CLASS-WS.
           MOVE PH-DEPT-CODE TO WAGE-DEPT-WS.
           PERFORM 5300-FIND-WAGE-ACCOUNT
               THRU 5300-FIND-WAGE-ACCOUNT-EXIT.
           MOVE WAGES-LEFT-WS TO GL-WORK-AMOUNT.
           MOVE "VOID WAGES" TO GL-WORK-DESC.
           PERFORM 5250-BUILD-CREDIT-WITH-ACCT
               THRU 5250-BUILD-CREDIT-WITH-ACCT-EXIT.
               UNTIL DEPT-SUB IS GREATER THAN DEPT-COUNT
               OR FOUND-FLAG IS EQUAL TO "T".
           IF GL-WORK-ACCOUNT IS EQUAL TO 0
               MOVE WAGE-CLASS-WS TO GL-WORK-KEY
               PERFORM 5500-FIND-GL-ACCOUNT
                   THRU 5500-FIND-GL-ACCOUNT-EXIT
           END-IF.
           EXIT.

       5310-MATCH-DEPT-ACCOUNT.
           IF DEPT-CODE(DEPT-SUB) = WAGE-DEPT-WS
               MOVE "T" TO FOUND-FLAG
               MOVE DEPT-WAGE-ACCT(DEPT-SUB) TO GL-WORK-ACCOUNT
           END-IF.
       5310-MATCH-DEPT-ACCOUNT-EXIT.
           EXIT.

       5350-CREDIT-SLICE-WAGES.
           MOVE PH-SLICE-JOB-TYPE(SLICE-SUB)  TO WAGE-CLASS-WS.
           MOVE PH-SLICE-DEPT-CODE(SLICE-SUB) TO WAGE-DEPT-WS.
           PERFORM 5300-FIND-WAGE-ACCOUNT
               THRU 5300-FIND-WAGE-ACCOUNT-EXIT.
           MOVE PH-SLICE-AMOUNT(SLICE-SUB) TO GL-WORK-AMOUNT.
           MOVE SPACES TO GL-WORK-DESC.
           STRING "VOID WAGES " PH-SLICE-JOB-TYPE(SLICE-SUB)
               " " PH-SLICE-DEPT-CODE(SLICE-SUB)
               DELIMITED BY SIZE INTO GL-WORK-DESC.
           PERFORM 5250-BUILD-CREDIT-WITH-ACCT
               THRU 5250-BUILD-CREDIT-WITH-ACCT-EXIT.
           SUBTRACT PH-SLICE-AMOUNT(SLICE-SUB) FROM WAGES-LEFT-WS.
       5350-CREDIT-SLICE-WAGES-EXIT.
           EXIT.

       5400-WRITE-GL-ENTRY.
           MOVE DATE-IN TO VOID-GL-DATE-OUT.
           MOVE GL-ENTRY-ACCOUNT(GL-ENTRY-SUB) TO VOID-GL-ACCOUNT-OUT.
       6000-WRITE-STOP-PAY-EXIT.
           EXIT.

       6500-MARK-HISTORY-VOIDED.
      *  ------------------------------------------------------------
      *  The history record stays - the check was issued and its
      *  figures are still wanted for inquiry - but it is flagged
      *  voided so the variance and tie-out reports leave it out.
      *  The record is still the one 3000 read.
      *  ------------------------------------------------------------
           MOVE "V" TO PH-CHECK-STATUS.
           REWRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY FOR CHECK "
                       WS-VOID-CHECK-NUMBER
                       " NOT MARKED VOIDED - MARK BY HAND"
           END-REWRITE.
       6500-MARK-HISTORY-VOIDED-EXIT.
           EXIT.

       7000-WRITE-VOID-JOURNAL.
           OPEN EXTEND VOID-JOURNAL-FILE.
           IF VOID-JOURNAL-NOT-FOUND
