      * CUSTOMER NOTIFICATION LOG ROW - TELCONTF APPENDS ONE ROW PER
      * EVENT IT IS GIVEN, WHETHER OR NOT A MESSAGE WENT OUT, SO CARE
      * CAN SEE FROM THE TELCOSCM CONSOLE WHAT A CUSTOMER WAS TOLD
      * AND WHY SOMETHING WAS NOT SENT. NL-STATUS: "S" SENT TO THE
      * NOTIFICATION QUEUE, "Q" NO QUEUE CONFIGURED (LOGGED ONLY),
      * "O" CUSTOMER OPTED OUT, "T" THROTTLED (DAILY LIMIT REACHED),
      * "X" NO TEMPLATE FOR THE EVENT, "C" NO CONTACT ADDRESS,
      * "F" THE QUEUE SEND FAILED. "S" AND "Q" ROWS COUNT TOWARDS
      * THE SUBSCRIBER'S DAILY LIMIT.
           10  NL-Timestamp       Pic X(26).
           10  NL-Run-Id          Pic X(15).
           10  NL-Subscriber-Id   Pic X(10).
           10  NL-Event-Code      Pic X(4).
           10  NL-Program         Pic X(8).
           10  NL-Status          Pic X(1).
           10  NL-Channel         Pic X(1).
           10  NL-Address         Pic X(60).
           10  NL-Message         Pic X(160).
