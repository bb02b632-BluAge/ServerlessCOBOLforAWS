      * PLAN-CHANGE RULE - WHAT MOVING A SUBSCRIBER FROM ONE PLAN TO
      * ANOTHER ENTAILS. A ROW WITH PR-TO-PLAN BLANK IS THE DEFAULT
      * FOR EVERY MOVE OFF PR-FROM-PLAN WITHOUT A ROW OF ITS OWN; A
      * MOVE WITH NO RULE AT ALL IS NOT ALLOWED. PR-TIMING "I" TAKES
      * EFFECT ON THE DAY THE ORDER RUN PROCESSES THE ORDER, "N" ON
      * THE FIRST DAY OF THE SUBSCRIBER'S NEXT BILL CYCLE. A MOVE
      * BEFORE PR-MIN-TERM-MONTHS ON THE OLD PLAN (ZERO = NO MINIMUM
      * TERM) COSTS THE EARLY-TERMINATION FEE PR-ETF-AMOUNT - ONCE
      * ("F" FLAT) OR FOR EVERY REMAINING MONTH OF THE TERM, A PART
      * MONTH COUNTING WHOLE ("M").
           10  PR-From-Plan       Pic X(4).
           10  PR-To-Plan         Pic X(4).
           10  PR-Timing          Pic X(1).
             88  PR-Immediate        Value "I".
             88  PR-Next-Cycle       Value "N".
           10  PR-Min-Term-Months Pic 9(2).
           10  PR-Etf-Basis       Pic X(1).
             88  PR-Etf-Flat         Value "F".
             88  PR-Etf-Per-Month    Value "M".
           10  PR-Etf-Amount      Pic S9(5)V99.
