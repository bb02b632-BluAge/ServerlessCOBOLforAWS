      * FAVOURITE-NUMBER ROW - ONE NUMBER A SUBSCRIBER HAS NAMED
      * UNDER THEIR PLAN'S "FAVOURITE NUMBERS" ADD-ON, EFFECTIVE-
      * DATED. ROWS ARE ONLY EVER APPENDED: ADDING A NUMBER WRITES AN
      * "A" ROW CARRYING THE PLAN'S DISCOUNT PERCENTAGE AT THE TIME,
      * REMOVING IT WRITES AN "R" ROW. FOR A SUBSCRIBER/NUMBER PAIR
      * THE MOST RECENT EFFECTIVE DATE NOT AFTER THE CALL DATE WINS
      * (THE LATER ROW ON A TIE). FV-NUMBER IS THE DIALED NUMBER AS
      * RATING SEES IT - ZERO-PADDED TO 15 DIGITS.
           10  FV-Subscriber-Id   Pic X(10).
           10  FV-Number          Pic X(15).
           10  FV-Action          Pic X(1).
             88  FV-Added               Value "A".
             88  FV-Removed             Value "R".
           10  FV-Effective-Date  Pic 9(8).
           10  FV-Discount-Pct    Pic S9V9(4).
           10  FV-Operator        Pic X(8).
