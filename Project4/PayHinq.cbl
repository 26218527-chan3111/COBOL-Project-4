
       01  COUNTERS.
           05  CHECKS-LISTED-CTR       PIC 9(5) VALUE 0.
           05  SLICE-SUB               PIC 9(1).

       01  INQUIRY-REPORT-HEADER.
           05  FILLER  PIC X(9)  VALUE SPACES.
               10  FILLER  PIC X(12) VALUE "  LEAVE HRS ".
               10  STMT-LEAVE-HOURS-OUT    PIC Z9.99.

           05  STMT-SLICE-LINE.
               10  FILLER  PIC X(2)  VALUE SPACES.
               10  STMT-SLICE-CLASS-OUT    PIC X(3).
               10  FILLER  PIC X(1)  VALUE SPACE.
               10  STMT-SLICE-DEPT-OUT     PIC X(3).
               10  FILLER  PIC X(1)  VALUE SPACE.
               10  STMT-SLICE-PREMIUM-OUT  PIC X(8).
               10  STMT-SLICE-HOURS-OUT    PIC Z9.99.
               10  FILLER  PIC X(5)  VALUE " HRS ".
               10  STMT-SLICE-AMOUNT-OUT   PIC ZZ,ZZ9.99.

           05  STMT-AMOUNT-LINE.
               10  STMT-AMOUNT-DESC-OUT    PIC X(11).
               10  STMT-AMOUNT-OUT         PIC ZZ,ZZ9.99.
           MOVE PH-OT-HOURS         TO STMT-OT-HOURS-OUT.
           MOVE PH-LEAVE-HOURS      TO STMT-LEAVE-HOURS-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-HOURS-LINE.
           PERFORM 5200-WRITE-SLICE-LINE
               THRU 5200-WRITE-SLICE-LINE-EXIT
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB IS GREATER THAN PH-SLICE-COUNT.
           MOVE "GROSS PAY"         TO STMT-AMOUNT-DESC-OUT.
           MOVE PH-GROSS-PAY        TO STMT-AMOUNT-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-AMOUNT-LINE.
           MOVE "TAXABLE WGS"       TO STMT-AMOUNT-DESC-OUT.
           MOVE PH-FED-TAXABLE      TO STMT-AMOUNT-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-AMOUNT-LINE.
           MOVE "FED TAX"           TO STMT-AMOUNT-DESC-OUT.
           MOVE PH-TAX              TO STMT-AMOUNT-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-AMOUNT-LINE.
           MOVE "STATE TAX"         TO STMT-AMOUNT-DESC-OUT.
           MOVE PH-STATE-TAX        TO STMT-AMOUNT-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-AMOUNT-LINE.
           MOVE "SOCIAL SEC"        TO STMT-AMOUNT-DESC-OUT.
           MOVE PH-SOC-SEC          TO STMT-AMOUNT-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-AMOUNT-LINE.
           MOVE "MEDICARE"          TO STMT-AMOUNT-DESC-OUT.
           MOVE PH-MEDICARE         TO STMT-AMOUNT-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-AMOUNT-LINE.
           MOVE "PENSION"           TO STMT-AMOUNT-DESC-OUT.
           MOVE PH-PENSION          TO STMT-AMOUNT-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-AMOUNT-LINE.
       5100-WRITE-STATEMENT-EXIT.
           EXIT.

       5200-WRITE-SLICE-LINE.
      *    One earnings line per worked-hours slice, as the original
      *    stub printed them.
           MOVE PH-SLICE-JOB-TYPE(SLICE-SUB)  TO STMT-SLICE-CLASS-OUT.
           MOVE PH-SLICE-DEPT-CODE(SLICE-SUB) TO STMT-SLICE-DEPT-OUT.
           IF PH-SLICE-PREMIUM(SLICE-SUB) IS EQUAL TO "N"
               MOVE "NIGHT"   TO STMT-SLICE-PREMIUM-OUT
           ELSE
               IF PH-SLICE-PREMIUM(SLICE-SUB) IS EQUAL TO "H"
                   MOVE "HOLIDAY" TO STMT-SLICE-PREMIUM-OUT
               ELSE
                   MOVE "REGULAR" TO STMT-SLICE-PREMIUM-OUT
               END-IF
           END-IF.
           MOVE PH-SLICE-HOURS(SLICE-SUB)     TO STMT-SLICE-HOURS-OUT.
           MOVE PH-SLICE-AMOUNT(SLICE-SUB)    TO STMT-SLICE-AMOUNT-OUT.
           WRITE INQUIRY-REPORT-RECORD-OUT FROM STMT-SLICE-LINE.
       5200-WRITE-SLICE-LINE-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE CHECKS-LISTED-CTR TO CHECKS-LISTED-OUT.
           MOVE CHECKS-LISTED-SUMMARY TO INQUIRY-REPORT-RECORD-OUT.
