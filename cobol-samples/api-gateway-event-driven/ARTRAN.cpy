      * INTO THAT INVOICE'S AMOUNT, SO NO SEPARATE ADJUSTMENT ROW
      * EXISTS), PAYMENT POSTING APPENDS "PAY" ROWS AGAINST THE
      * INVOICE NUMBER, AND AN OVERPAYMENT'S REMAINDER BECOMES A
      * "CRD" (CREDIT-ON-ACCOUNT) ROW. THE TELCOWOF WRITE-OFF RUN
      * CLOSES A DISCONNECTED ACCOUNT'S UNCOLLECTABLE INVOICE WITH A
      * "WO" ROW FOR ITS OPEN AMOUNT; MONEY LATER RECEIVED AGAINST A
      * WRITTEN-OFF INVOICE POSTS AS A "REC" (RECOVERY) ROW, WHICH
      * DOES NOT REOPEN OR REDUCE THE ITEM. A PAYMENT THE BANK
      * RETURNS (TELCORTN) IS REVERSED BY A NEGATIVE ROW DATED LIKE
      * THE PAYMENT IT CANCELS - "RTN" AGAINST A PAY OR ON-ACCOUNT
      * CRD, A NEGATIVE "REC" AGAINST A RECOVERY. A CREDIT BALANCE
      * PAID BACK TO THE CUSTOMER (TELCORFN) IS A NEGATIVE "RFD"
      * (REFUND) ROW AGAINST THE CREDIT-ON-ACCOUNT ITEM. AN INVOICE'S
      * OPEN BALANCE IS ITS INV AMOUNT LESS ITS PAY/CRD/WO/RTN/RFD
      * ROWS - NOTHING IS EVER REWRITTEN.
           10  AR-Invoice-No      Pic X(19).
           10  AR-Subscriber-Id   Pic X(10).
           10  AR-Tran-Type       Pic X(3).
