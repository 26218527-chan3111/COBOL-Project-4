       AUTHOR. Chandler Newman-Reed.

      *  This program lists the employee master maintenance journal
      *  (EMPAUDIT.TXT, written by EMPMAINT and TERMPAY) so "who
      *  changed this pension rate and when" can be answered from a
      *  report instead of guesswork.  The operator can narrow the
      *  listing to one employee, to a date range, or both; zero
      *  answers mean no selection on that field.  Each journal
      *  entry prints as a header line (date, time, operator,
      *  action, employee) and the full before- and after-image of
      *  the record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "AUDITREC.DAT".

       FD  AUDIT-REPORT-FILE-OUT.
       01  AUDIT-REPORT-RECORD-OUT     PIC X(128).

       WORKING-STORAGE SECTION.


       01  AUDIT-IMAGE-RECORD.
           05  AUDIT-IMAGE-LABEL-OUT   PIC X(8).
           05  AUDIT-IMAGE-OUT         PIC X(120).

       01  ENTRIES-LISTED-SUMMARY.
           05  FILLER  PIC X(6)  VALUE SPACES.
                   MOVE "CHANGE"     TO AUDIT-ACTION-OUT
               WHEN AUD-ACTION-DEACTIVATE
                   MOVE "DEACTIVATE" TO AUDIT-ACTION-OUT
               WHEN AUD-ACTION-TERMINATE
                   MOVE "TERMINATE"  TO AUDIT-ACTION-OUT
               WHEN OTHER
                   MOVE AUD-ACTION-CODE TO AUDIT-ACTION-OUT
           END-EVALUATE.
