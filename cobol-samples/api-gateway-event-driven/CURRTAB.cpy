      * EXCHANGE-RATE ROW - EFFECTIVE-DATED, MOST RECENT ROW NOT
      * AFTER THE RATING DATE WINS (A LATER ROW WINS A TIE).
      * CR-SOURCE SAYS WHERE THE ROW CAME FROM: SPACE KEYED IN
      * THROUGH TELCOTAB, "F" THE DAILY TREASURY FEED (TELCOFXI),
      * "C" THE PRIOR RATE CARRIED FORWARD BECAUSE THE FEED LACKED
      * THE CURRENCY, "O" A HELD FEED RATE AN OPERATOR CONFIRMED.
      * A CARRIED-FORWARD ROW DOES NOT MAKE THE RATE ANY FRESHER.
           10  CR-Currency-Code   Pic X(3).
           10  CR-Effective-Date  Pic 9(8).
           10  CR-Exchange-Rate   Pic S9V9(6).
           10  CR-Source          Pic X(1).
             88  CR-Source-Manual       Value Space.
             88  CR-Source-Feed         Value "F".
             88  CR-Source-Carried      Value "C".
             88  CR-Source-Confirmed    Value "O".
