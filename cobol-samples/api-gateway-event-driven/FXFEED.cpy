      * TREASURY DAILY EXCHANGE-RATE FEED ROW - ONE PER CURRENCY PER
      * RATE DATE, UNITS OF THE CURRENCY PER ONE UNIT OF THE BILLING
      * BASE (THE SAME SENSE AS CR-EXCHANGE-RATE). IMPORTED INTO
      * CURRTAB BY TELCOFXI.
           10  FX-Currency-Code   Pic X(3).
           10  FX-Rate-Date       Pic X(8).
           10  FX-Exchange-Rate   Pic X(8).
