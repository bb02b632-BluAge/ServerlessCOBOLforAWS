      * LOYALTY EARNING BASIS ROW - TELCOINV APPENDS ONE PER INVOICE
      * IT REGISTERS: THE INVOICE AMOUNT, ITS TAX, AND ITS CALL
      * CHARGES BY RATE CLASS IN THE ORDER THE INVOICE PRINTS THEM
      * (PREMIUM "D", LOCAL "L", INTL "I", SMS "S", DATA "M"). WHAT
      * IS LEFT OF THE AMOUNT AFTER THE CLASSES AND THE TAX IS THE
      * INVOICE'S CHARGES. TELCOLOY EARNS POINTS ON THE SHARE OF THE
      * INVOICE THAT HAS BEEN PAID.
           10  LB-Invoice-No      Pic X(19).
           10  LB-Subscriber-Id   Pic X(10).
           10  LB-Invoice-Date    Pic 9(8).
           10  LB-Invoice-Amount  Pic S9(11)V99.
           10  LB-Tax-Amount      Pic S9(11)V99.
           10  LB-Class-Amount    Pic S9(11)V99 Occurs 5 Times.
