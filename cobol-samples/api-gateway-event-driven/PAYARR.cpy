      * PAYMENT-ARRANGEMENT ROW - A PROMISE-TO-PAY OR INSTALMENT PLAN
      * AGREED BY COLLECTIONS AND SET UP THROUGH THE TELCOPTP CONSOLE
      * AGAINST THE SUBSCRIBER'S OPEN ARITEMS INVOICES (A PROMISE TO
      * PAY IS SIMPLY A ONE-INSTALMENT PLAN). PA-STATUS "A" IS ACTIVE
      * - TELCOAGE SUPPRESSES DUNNING FOR THE ACCOUNT WHILE IT IS
      * HONOURED; "B" BROKEN BY A MISSED INSTALMENT (DUNNING RESUMES
      * AND THE ACCOUNT GOES ON THE BROKEN-PROMISE REPORT); "K" KEPT,
      * EVERY INSTALMENT PAID; "C" CANCELLED BY AN OPERATOR. PAYMENTS
      * COUNT TOWARD THE SCHEDULE FROM PA-SETUP-DATE ON, CUMULATIVELY,
      * SO PAYING AHEAD COVERS THE NEXT INSTALMENT.
           10  PA-Subscriber-Id   Pic X(10).
           10  PA-Status          Pic X(1).
           10  PA-Setup-Date      Pic 9(8).
           10  PA-Operator        Pic X(8).
           10  PA-Total-Amount    Pic S9(9)V99.
           10  PA-Inv-Count       Pic 9(2).
           10  PA-Invoice-No      Pic X(19) Occurs 10 Times.
           10  PA-Inst-Count      Pic 9(2).
           10  PA-Instalment Occurs 12 Times.
               15  PA-Inst-Due-Date   Pic 9(8).
               15  PA-Inst-Amount     Pic S9(7)V99.
           10  PA-Close-Date      Pic 9(8).
