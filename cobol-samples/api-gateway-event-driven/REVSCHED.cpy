      * REVENUE-RECOGNITION SCHEDULE ROW - ONE ROW PER ADVANCE-BILLED
      * RECURRING CHARGE, WRITTEN BY TELCOBCY BESIDE EACH PLAN-FEE
      * LINE IT STAGES ON CHGFILE: THE SERVICE DAYS THE FEE PAYS FOR
      * (RV-SERVICE-FROM THROUGH RV-SERVICE-TO) AND THE OPERATING
      * COMPANY THAT BILLED IT. THE TELCOREV RUN DEFERS THE WHOLE
      * AMOUNT THE FIRST TIME IT SEES THE ROW (RV-DEFERRED "N" TO
      * "Y") AND RELEASES IT DAY BY DAY AS THE SERVICE DAYS PASS -
      * RV-RECOGNIZED IS HOW MUCH HAS BEEN RELEASED SO FAR. THE FILE
      * IS REWRITTEN WHOLE BY EACH TELCOREV RUN.
           10  RV-Subscriber-Id   Pic X(10).
           10  RV-Charge-Code     Pic X(8).
           10  RV-Company         Pic X(3).
           10  RV-Service-From    Pic 9(8).
           10  RV-Service-To      Pic 9(8).
           10  RV-Amount          Pic S9(7)V99.
           10  RV-Recognized      Pic S9(7)V99.
           10  RV-Deferred        Pic X(1).
