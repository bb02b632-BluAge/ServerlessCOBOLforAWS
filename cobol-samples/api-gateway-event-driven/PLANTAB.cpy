      * PER ENROLLED SUBSCRIBER BY THE TELCOBCY BILL-CYCLE JOB, SO
      * THE FEE COMES OFF THIS ROW INSTEAD OF A SPREADSHEET.
           10  PL-Monthly-Fee     Pic S9(5)V99.
      * THE "FAVOURITE NUMBERS" ADD-ON THE PLAN CARRIES - HOW MANY
      * NUMBERS A SUBSCRIBER ON IT MAY NAME (ZERO = NONE) AND THE
      * PERCENTAGE TAKEN OFF A CALL TO ONE. THE PERCENTAGE IS STAMPED
      * ONTO EACH FAVNUM ROW WHEN THE NUMBER IS ADDED.
           10  PL-Favourite-Count Pic 9(2).
           10  PL-Favourite-Pct   Pic S9V9(4).
