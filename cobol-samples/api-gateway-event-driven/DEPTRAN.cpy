      * SECURITY-DEPOSIT MOVEMENT ROW - APPENDED FOR EVERY CHANGE TO A
      * DEPOSIT'S HOLDING: "R" MONEY RECEIVED (TELCOPAY, TELCOLBX),
      * "I" INTEREST ACCRUED, "C" RETURNED AS A CREDIT ON ACCOUNT
      * (BOTH TELCODEP), "F" APPLIED AGAINST THE FINAL BILL
      * (TELCOINV). TELCODEP JOURNALS EVERY ROW STILL MARKED "N" TO
      * THE DEPOSIT LIABILITY ACCOUNT AND MARKS IT "Y", SO EACH
      * MOVEMENT REACHES THE GENERAL LEDGER EXACTLY ONCE.
           10  DT-Timestamp       Pic X(26).
           10  DT-Run-Id          Pic X(15).
           10  DT-Subscriber-Id   Pic X(10).
           10  DT-Tran-Type       Pic X(1).
           10  DT-Tran-Date       Pic 9(8).
           10  DT-Amount          Pic S9(9)V99.
           10  DT-Program         Pic X(8).
           10  DT-Journaled       Pic X(1).
