      * CHURN-RISK EXTRACT ROW - ONE PER SCORED SUBSCRIBER, WRITTEN BY
      * TELCOCRK IN RANK ORDER (HIGHEST SCORE FIRST) FOR THE
      * RETENTION DESK. CR-SCORE IS THE SUM OF THE SIGNAL POINTS
      * BELOW; CR-BAND IS "H" HIGH, "M" MEDIUM OR "L" LOW. THE
      * BASELINE IS THE AVERAGE EVENT COUNT PER 30 DAYS OVER THE
      * TRAILING MONTHS BEFORE THE MOST RECENT 30 DAYS.
           10  CR-Subscriber-Id   Pic X(10).
           10  CR-Score-Date      Pic 9(8).
           10  CR-Rank            Pic 9(5).
           10  CR-Score           Pic 9(3).
           10  CR-Band            Pic X(1).
             88  CR-Band-High           Value "H".
             88  CR-Band-Medium         Value "M".
             88  CR-Band-Low            Value "L".
           10  CR-Usage-Points    Pic 9(3).
           10  CR-Aging-Points    Pic 9(3).
           10  CR-Dispute-Points  Pic 9(3).
           10  CR-Contract-Points Pic 9(3).
           10  CR-Port-Points     Pic 9(3).
           10  CR-Recent-Events   Pic 9(7).
           10  CR-Baseline-Events Pic 9(7).
           10  CR-Oldest-Age-Days Pic 9(5).
           10  CR-Open-Balance    Pic S9(9)V99.
           10  CR-Open-Disputes   Pic 9(3).
           10  CR-Rejected-Disputes Pic 9(3).
           10  CR-Contract-End    Pic 9(8).
           10  CR-Bill-Name       Pic X(30).
           10  CR-Phone           Pic X(15).
