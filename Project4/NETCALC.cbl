       PROGRAM-ID. NETCALC AS "NETCALC".

      *  Deductions are taken in legal priority - federal tax, state
      *  tax, employee Social Security and Medicare, garnishment,
      *  then the voluntary deductions (pension,
      *  health, union dues) - and each only to the extent the
      *  remaining gross covers it.  A deduction the gross cannot
      *  cover is capped in place, so the caller sees the amount
       01  NET-PAY-LS      PIC 9(4)V99.
       01  TAX-LS          PIC 9(4)V99.
       01  STATE-TAX-LS    PIC 9(4)V99.
       01  SOC-SEC-LS      PIC 9(4)V99.
       01  MEDICARE-LS     PIC 9(4)V99.
       01  HEALTH-LS       PIC 9(3)V99.
       01  PENSION-LS      PIC 9(4)V99.
       01  GARNISHMENT-LS  PIC 9(4)V99.


       PROCEDURE DIVISION
           USING TAX-LS, STATE-TAX-LS, SOC-SEC-LS, MEDICARE-LS,
               HEALTH-LS, PENSION-LS, GARNISHMENT-LS, UNION-DUES-LS,
               GROSS-PAY-LS, NET-PAY-LS.
           MOVE GROSS-PAY-LS TO REMAINING-GROSS-WS.
           IF TAX-LS IS GREATER THAN REMAINING-GROSS-WS
               MOVE REMAINING-GROSS-WS TO TAX-LS
               MOVE REMAINING-GROSS-WS TO STATE-TAX-LS
           END-IF.
           SUBTRACT STATE-TAX-LS FROM REMAINING-GROSS-WS.
           IF SOC-SEC-LS IS GREATER THAN REMAINING-GROSS-WS
               MOVE REMAINING-GROSS-WS TO SOC-SEC-LS
           END-IF.
           SUBTRACT SOC-SEC-LS FROM REMAINING-GROSS-WS.
           IF MEDICARE-LS IS GREATER THAN REMAINING-GROSS-WS
               MOVE REMAINING-GROSS-WS TO MEDICARE-LS
           END-IF.
           SUBTRACT MEDICARE-LS FROM REMAINING-GROSS-WS.
           IF GARNISHMENT-LS IS GREATER THAN REMAINING-GROSS-WS
               MOVE REMAINING-GROSS-WS TO GARNISHMENT-LS
           END-IF.
