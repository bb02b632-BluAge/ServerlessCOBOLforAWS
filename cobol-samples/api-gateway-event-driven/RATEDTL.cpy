           05  RD-Allowance-Marker  Pic X(1).
           05  RD-Promo-Code        Pic X(6).
      * "C" WHEN A SUBSCRIBER-SPECIFIC CONTRACTED RATE PRICED THE
      * CALL INSTEAD OF THE PUBLISHED RATETAB RATE. "E" WHEN THE
      * CALLER'S CONTRACT FOR THE CLASS HAD JUST EXPIRED AND THE CALL
      * FELL BACK TO THE PUBLISHED RATE.
           05  RD-Contract-Marker   Pic X(1).
      * THE HHMM TIME THE DAY-PART LOOKUP ACTUALLY USED - THE CALL'S
      * SWITCH-LOCAL TIME NORMALIZED TO THE TARIFF'S REFERENCE ZONE -
      * BACK TO US, SPACES = NOT PORTED) - WHAT INTERCONNECT
      * SETTLEMENT NEEDS TO SETTLE ON THE RIGHT NETWORK.
           05  RD-Ported-Operator   Pic X(4).
      * THE DESTINATION AN INTERNATIONAL CALL'S DIALED PREFIX REACHED
      * ON THE DESTTAB TABLE - WHAT IT PRICED AT AND WHAT THE E-BILL
      * AND THE PER-DESTINATION MARGIN SHOW. SPACES FOR A DOMESTIC
      * CALL OR AN UNMATCHED PREFIX RATED AT THE "I" RATE.
           05  RD-Destination       Pic X(20).
      * THE SPECIAL-NUMBER TREATMENT THE CALL TOOK FROM SPECNUM -
      * "Z" ZERO-RATED, "F" FREE, "C" FIXED PER-CALL CHARGE, SPACE
      * FOR AN ORDINARY CALL. WHAT PROVES NO EMERGENCY CALL BILLED.
           05  RD-Special-Treatment Pic X(1).
      * "F" WHEN THE CALLER HAD THE DIALED NUMBER ON THEIR FAVOURITE
      * NUMBERS, AND THE AMOUNT THAT DISCOUNT TOOK OFF THE PRICE -
      * SPACE/ZERO OTHERWISE. THE LEAKAGE REPORT ADDS IT UP.
           05  RD-Favourite-Marker  Pic X(1).
           05  RD-Favourite-Amount  Pic S9(5)V99    Binary.
      * THE QUANTITY THE EVENT CONSUMED IN ITS OWN UNIT - BILLABLE
      * WHOLE MINUTES FOR A CALL, ONE FOR AN SMS, MEGABYTES FOR A
      * DATA SESSION. WHAT WHOLESALE SETTLEMENT PRICES RESELLER
      * TRAFFIC BY.
           05  RD-Usage-Units       Pic 9(7).
      * THE MVNO RESELLER HOLDING THE SUBSCRIBER ON THE CALL DATE
      * (RSLASGN) - SPACES FOR OUR OWN RETAIL SUBSCRIBERS. STAMPED BY
      * THE BATCH DRIVER, NOT THE RATING ENGINE. A RESELLER'S TRAFFIC
      * IS SETTLED WITH THE RESELLER, NEVER INVOICED TO THE END USER.
           05  RD-Reseller-Id       Pic X(6).
