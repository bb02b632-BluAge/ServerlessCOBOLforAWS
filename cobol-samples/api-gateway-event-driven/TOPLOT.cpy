      * PREPAID TOP-UP LOT ROW - THE TOPLOT FILE HOLDS ONE ROW PER
      * TOP-UP TELCOTOP CREDITS, WITH THE DAYS IT IS VALID FOR AND
      * THE LAST DAY IT MAY BE SPENT. TL-REMAINING IS WHAT IS LEFT
      * UNSPENT: THE TELCOPPX EXPIRY RUN DRAWS THE CALLS RATED SINCE
      * ITS LAST RUN OFF THE OLDEST LOTS FIRST, THEN FORFEITS WHAT IS
      * LEFT OF ANY LOT PAST ITS EXPIRY DATE FROM PP-BALANCE. STATUS
      * "O" OPEN, "U" USED UP, "E" EXPIRED (TL-FORFEITED SAYS HOW
      * MUCH WAS TAKEN AND TL-CLOSE-DATE WHEN).
           10  TL-Subscriber-Id   Pic X(10).
           10  TL-Topup-Date      Pic 9(8).
           10  TL-Valid-Days      Pic 9(3).
           10  TL-Expiry-Date     Pic 9(8).
           10  TL-Amount          Pic S9(7)V99.
           10  TL-Remaining       Pic S9(7)V99.
           10  TL-Status          Pic X(1).
           10  TL-Forfeited       Pic S9(7)V99.
           10  TL-Close-Date      Pic 9(8).
