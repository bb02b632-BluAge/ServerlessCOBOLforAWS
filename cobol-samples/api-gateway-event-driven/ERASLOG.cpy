      * ERASURE OUTCOME ROW - APPENDED BY TELCORET EACH RUN A REQUEST
      * IS WORKED: "C" COMPLETED (A CERTIFICATE WAS PRINTED, THE
      * REQUEST IS NEVER WORKED AGAIN) OR "D" DEFERRED WITH THE
      * REASON - AN OPEN DISPUTE, AN OPEN AR BALANCE, A LEGAL HOLD,
      * OR THE ACCOUNT NOT YET DISCONNECTED. A DEFERRED REQUEST IS
      * RETRIED EVERY RUN UNTIL IT COMPLETES.
           10  ERL-Request-Id     Pic X(12).
           10  ERL-Subscriber-Id  Pic X(10).
           10  ERL-Outcome        Pic X(1).
             88  ERL-Completed       Value "C".
             88  ERL-Deferred        Value "D".
           10  ERL-Business-Date  Pic 9(8).
           10  ERL-Reason         Pic X(20).
           10  ERL-Run-Id         Pic X(15).
