      * MOST RECENT EFFECTIVE DATE NOT AFTER THE CALL WINS - SO A
      * LATE-ARRIVING CDR FROM BEFORE A SUSPENSION STILL RATES AND A
      * CALL PLACED WHILE SUSPENDED ROUTES TO SUSPENSE EVEN AFTER THE
      * ACCOUNT IS REINSTATED. SS-SOURCE NAMES THE PROGRAM THAT
      * APPENDED THE ROW - A "TELCOAGE" SUSPENSION IS A DUNNING ONE
      * THAT A PAYMENT MAY LIFT (SEE TELCORIN); A "TELCOFCM" FRAUD
      * HOLD, A "TELCOFRT" STREAM-RULE AUTO-BLOCK OR A "TELCOSCM"
      * OPERATOR CHANGE IS NEVER LIFTED BY ONE.
           10  SS-Subscriber-Id   Pic X(10).
           10  SS-Status          Pic X(1).
           10  SS-Effective-Date  Pic 9(8).
           10  SS-Source          Pic X(8).
