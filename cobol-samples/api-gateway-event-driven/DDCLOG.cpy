      * DIRECT-DEBIT COLLECTION ROW - ONE PER INVOICE TELCODDC SENT
      * TO THE BANK ON THE DDOUT COLLECTION FILE. DCL-STATUS "P" IS
      * PENDING THE BANK'S CONFIRMATION; TELCODDS SETS "S" SETTLED
      * (THE PAYMENT IS POSTED TO ARITEMS) OR "R" REJECTED, WITH THE
      * RESULT DATE AND THE BANK'S REASON CODE. AN INVOICE WITH A
      * PENDING OR SETTLED ROW IS NEVER COLLECTED AGAIN; ONE WHOSE
      * COLLECTION WAS REJECTED IS RETRIED WHILE ITS MANDATE STAYS
      * ACTIVE.
           10  DCL-Run-Id         Pic X(15).
           10  DCL-Subscriber-Id  Pic X(10).
           10  DCL-Invoice-No     Pic X(19).
           10  DCL-Account-Token  Pic X(34).
           10  DCL-Amount         Pic 9(9)V99.
           10  DCL-Collect-Date   Pic 9(8).
           10  DCL-Status         Pic X(1).
           10  DCL-Result-Date    Pic 9(8).
           10  DCL-Reason         Pic X(4).
