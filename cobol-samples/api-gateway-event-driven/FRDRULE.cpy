      * STREAM FRAUD VELOCITY RULE - ONE ROW PER RULE TELCOFRT
      * APPLIES TO EVERY SUBSCRIBER'S RATED EVENTS OVER A SLIDING
      * WINDOW OF FRR-WINDOW-MINS MINUTES OF CALL TIME. FRR-METRIC
      * SAYS WHAT IS MEASURED: "C" CALL COUNT, "S" SPEND (THE EVENT
      * OUTPUT AMOUNT), "N" DISTINCT NUMBERS DIALED, "P" DISTINCT
      * ROAMING PARTNERS (TWO NETWORKS IN ONE HOUR IS A CLONED SIM,
      * NOT A TRAVELLER). FRR-CLASSES LISTS THE RATE CLASSES THE RULE
      * COUNTS ("DI" = PREMIUM AND INTERNATIONAL) - SPACES COUNTS
      * EVERY CLASS. THE RULE BREACHES WHEN THE MEASURE REACHES
      * FRR-THRESHOLD. AN "Y" IN FRR-AUTO-BLOCK ALSO SUSPENDS THE
      * ACCOUNT ON BREACH INSTEAD OF WAITING FOR AN ANALYST.
           10  FRR-Rule-Id        Pic X(8).
           10  FRR-Metric         Pic X(1).
             88  FRR-Metric-Count    Value "C".
             88  FRR-Metric-Spend    Value "S".
             88  FRR-Metric-Numbers  Value "N".
             88  FRR-Metric-Partners Value "P".
           10  FRR-Classes        Pic X(5).
           10  FRR-Window-Mins    Pic 9(4).
           10  FRR-Threshold      Pic 9(7)V99.
           10  FRR-Auto-Block     Pic X(1).
             88  FRR-Blocks          Value "Y".
