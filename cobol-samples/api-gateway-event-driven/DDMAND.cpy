      * DIRECT-DEBIT MANDATE ROW - THE CUSTOMER'S STANDING AUTHORITY
      * TO COLLECT INVOICES FROM A BANK ACCOUNT. DM-ACCOUNT-TOKEN IS
      * THE BANK'S TOKEN FOR THE ACCOUNT - NO ACCOUNT NUMBER IS HELD.
      * DM-STATUS "A" IS ACTIVE (TELCODDC COLLECTS INVOICES DATED ON
      * OR AFTER DM-MANDATE-DATE), "S" SUSPENDED BY TELCODDS AFTER
      * REPEATED REJECTIONS, "C" CANCELLED BY THE CUSTOMER.
      * DM-FAIL-COUNT COUNTS REJECTIONS SINCE THE LAST SETTLED
      * COLLECTION.
           10  DM-Subscriber-Id   Pic X(10).
           10  DM-Account-Token   Pic X(34).
           10  DM-Mandate-Date    Pic 9(8).
           10  DM-Status          Pic X(1).
           10  DM-Fail-Count      Pic 9(2).
           10  DM-Last-Fail-Date  Pic 9(8).
