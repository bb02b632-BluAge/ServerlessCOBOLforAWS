      * FORCE FOR THE CALL'S SUBSCRIBER, CLASS AND RATING DATE, ITS
      * UNIT RATE PRICES THE CALL (ROUND RULE, MINIMUM CHARGE AND TAX
      * RATES STILL COME FROM THE STANDARD ROW) AND THE RATED DETAIL
      * CARRIES A CONTRACT MARKER. CT-END-DATE IS THE LAST DAY OF
      * THE CONTRACTED TERM - ZERO FOR AN OPEN-ENDED DEAL. PAST IT
      * THE CALL FALLS BACK TO THE PUBLISHED RATE.
           10  CT-Subscriber-Id   Pic X(10).
           10  CT-Rate-Class      Pic X(1).
           10  CT-Effective-Date  Pic 9(8).
           10  CT-Unit-Rate       Pic S9V9(6).
           10  CT-End-Date        Pic 9(8).
