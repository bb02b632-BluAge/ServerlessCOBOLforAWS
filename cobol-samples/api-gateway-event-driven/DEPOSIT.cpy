      * SECURITY-DEPOSIT ROW - ONE PER SUBSCRIBER ASKED FOR A DEPOSIT
      * (A NEW POSTPAID ACCOUNT WITH NO BILLING HISTORY, REASON "N",
      * OR ONE REINSTATED AFTER A SUSPENSION, REASON "R"), RAISED AT
      * THE TELCOPAY CONSOLE. MONEY RECEIVED - AT THE CONSOLE OR ON
      * THE LOCKBOX FILE - ADDS TO DP-RECEIVED; THE FIRST RECEIPT
      * DATES THE HOLD. THE DEPOSIT IS A LIABILITY, NOT RECEIVABLE -
      * IT NEVER TOUCHES ARITEMS UNTIL IT IS GIVEN BACK. STATUS "O"
      * OPEN (REQUESTED OR HELD), "D" RETURNED AS A CREDIT ON ACCOUNT
      * BY TELCODEP, "F" APPLIED AGAINST THE FINAL BILL BY TELCOINV.
      * DP-INTEREST IS WHAT TELCODEP HAS ACCRUED ON THE HOLDING,
      * THROUGH DP-INTEREST-DATE, AND IS RETURNED WITH IT.
           10  DP-Subscriber-Id   Pic X(10).
           10  DP-Status          Pic X(1).
           10  DP-Reason          Pic X(1).
           10  DP-Required        Pic S9(9)V99.
           10  DP-Received        Pic S9(9)V99.
           10  DP-Held-Date       Pic 9(8).
           10  DP-Interest        Pic S9(7)V99.
           10  DP-Interest-Date   Pic 9(8).
           10  DP-Request-Date    Pic 9(8).
           10  DP-Requested-By    Pic X(8).
           10  DP-Close-Date      Pic 9(8).
