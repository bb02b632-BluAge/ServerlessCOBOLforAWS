      * LOYALTY POINTS LEDGER ROW - THE LOYLEDG FILE IS APPEND-ONLY
      * AND A SUBSCRIBER'S POINTS BALANCE IS THE SUM OF THEIR ROWS.
      * "ERN" POINTS EARNED ON THE PAID SHARE OF THE INVOICE IN
      * LY-REFERENCE, SPENDABLE THROUGH LY-EXPIRY-DATE (A NEGATIVE
      * "ERN" TAKES BACK POINTS WHOSE PAYMENT THE BANK RETURNED);
      * "RDM" POINTS REDEEMED AT THE TELCOLRC CONSOLE FOR THE BILL
      * CREDIT OR FEE WAIVER WORTH LY-VALUE; "EXP" POINTS LEFT ON
      * EARNINGS PAST THEIR EXPIRY DATE, TAKEN OFF BY TELCOLOY.
      * REDEMPTIONS, EXPIRIES AND TAKE-BACKS USE UP THE OLDEST
      * EARNINGS FIRST.
           10  LY-Subscriber-Id   Pic X(10).
           10  LY-Tran-Type       Pic X(3).
           10  LY-Tran-Date       Pic 9(8).
           10  LY-Points          Pic S9(9).
           10  LY-Expiry-Date     Pic 9(8).
           10  LY-Reference       Pic X(19).
           10  LY-Value           Pic S9(7)V99.
           10  LY-Program         Pic X(8).
           10  LY-Operator        Pic X(8).
           10  LY-Timestamp       Pic X(26).
