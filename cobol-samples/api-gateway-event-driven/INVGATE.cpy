      * INVOICE QUALITY-GATE ROW - APPEND-ONLY; THE LAST ROW FOR AN
      * INVOICE NUMBER IS ITS STANDING. TELCOINV SCREENS EVERY
      * INVOICE IT GENERATES AND WRITES "R" (CLEAN - RELEASED
      * AUTOMATICALLY) OR "H" (HELD) WITH THE RULES IT TRIPPED. THE
      * TELCOIGR REVIEW CONSOLE RESOLVES A HELD INVOICE "R" (RELEASED
      * BY AN OPERATOR), "S" (SUPPRESSED - NEVER SENT) OR "X" (SENT
      * FOR RERATE - THE ROWS STANDING "X" ARE THE RERATE QUEUE, AND
      * THE SUBSCRIBER/PERIOD MAY BE INVOICED AGAIN ONCE RERATED),
      * WITH THE OPERATOR AND REASON. AN INVOICE WITH NO ROW
      * PREDATES THE GATE AND STANDS RELEASED.
           10  IG-Invoice-No      Pic X(19).
           10  IG-Subscriber-Id   Pic X(10).
           10  IG-Period-Start    Pic 9(8).
           10  IG-Period-End      Pic 9(8).
           10  IG-Invoice-Date    Pic 9(8).
           10  IG-Amount          Pic S9(11)V99.
           10  IG-Status          Pic X(1).
             88  IG-Held             Value "H".
             88  IG-Released         Value "R".
             88  IG-Suppressed       Value "S".
             88  IG-Sent-For-Rerate  Value "X".
      * THE RULES THE INVOICE TRIPPED, "Y" EACH - AMOUNT ABOVE THE
      * SPIKE FACTOR TIMES THE AVERAGE OF THE ACCOUNT'S LAST THREE
      * INVOICES, A ZERO OR NEGATIVE TOTAL, TOO MANY ADJUSTMENT
      * LINES, AND TAX CHARGED AGAINST THE EXEMPTION STANDING.
           10  IG-Rule-Spike      Pic X(1).
           10  IG-Rule-Total      Pic X(1).
           10  IG-Rule-Adjust     Pic X(1).
           10  IG-Rule-Tax        Pic X(1).
           10  IG-Operator        Pic X(8).
           10  IG-Reason          Pic X(40).
           10  IG-Timestamp       Pic X(26).
