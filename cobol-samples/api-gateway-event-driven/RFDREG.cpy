      * REFUND REGISTER ROW - ONE PER CREDIT BALANCE PUT UP FOR
      * REPAYMENT, EITHER FOUND ON A DISCONNECTED ACCOUNT BY THE
      * TELCORFN RUN (RF-SOURCE "C") OR REQUESTED FOR AN OPEN ACCOUNT
      * THROUGH THE TELCORFC CONSOLE (RF-SOURCE "R"). RF-STATUS "P"
      * IS AWAITING APPROVAL; "A" APPROVED THROUGH TELCORFC BY AN
      * OPERATOR OTHER THAN THE ONE WHO RAISED IT; "X" REJECTED
      * THERE; "I" ISSUED - PAID OUT ON THE RFDPAY FILE BY TELCORFN
      * AND CLEARED FROM THE LEDGER WITH AN "RFD" ROW; "V" VOIDED BY
      * TELCORFN BECAUSE THE CREDIT WAS NO LONGER THERE TO REFUND.
      * AN ACCOUNT HAS AT MOST ONE "P" OR "A" ROW AT A TIME.
           10  RF-Refund-No       Pic 9(8).
           10  RF-Subscriber-Id   Pic X(10).
           10  RF-Source          Pic X(1).
           10  RF-Status          Pic X(1).
           10  RF-Amount          Pic S9(9)V99.
           10  RF-Request-Date    Pic 9(8).
           10  RF-Requested-By    Pic X(8).
           10  RF-Approved-By     Pic X(8).
           10  RF-Approve-Date    Pic 9(8).
           10  RF-Issue-Date      Pic 9(8).
           10  RF-Reason          Pic X(40).
