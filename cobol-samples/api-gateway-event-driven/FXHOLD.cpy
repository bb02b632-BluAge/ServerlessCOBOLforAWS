      * HELD FEED RATE - A TREASURY RATE TELCOFXI WOULD NOT LOAD
      * BECAUSE IT MOVED MORE THAN THE TOLERANCE FROM THE PRIOR RATE.
      * APPEND-ONLY: TELCOFXI WRITES THE "P" (PENDING) ROW, THE
      * TELCOTAB CONSOLE APPENDS THE OPERATOR'S "A" (ACCEPTED - THE
      * RATE IS THEN ADDED TO CURRTAB) OR "R" (REJECTED) ROW. THE
      * LAST ROW PER CURRENCY AND RATE DATE IS ITS STATE.
           10  FH-Currency-Code   Pic X(3).
           10  FH-Rate-Date       Pic 9(8).
           10  FH-New-Rate        Pic S9V9(6).
           10  FH-Prior-Rate      Pic S9V9(6).
           10  FH-Prior-Date      Pic 9(8).
           10  FH-Change-Pct      Pic 9(5)V99.
           10  FH-Status          Pic X(1).
             88  FH-Pending             Value "P".
             88  FH-Accepted            Value "A".
             88  FH-Rejected            Value "R".
           10  FH-Operator        Pic X(8).
           10  FH-Timestamp       Pic X(26).
