      * PARTNER INVOICE LINE - ONE LINE OF AN INVOICE A CARRIER OR
      * ROAMING PARTNER SENT US, KEYED IN OR CONVERTED FROM THE
      * PARTNER'S OWN FORMAT. PV-SOURCE SAYS WHICH OF OUR STATEMENTS
      * THE LINE IS MATCHED TO: "C" AN INTERCONNECT CARRIER
      * (CARRSTMT, BY CARRIER, DIRECTION AND PERIOD), "R" A ROAMING
      * PARTNER (ROAMSTMT, BY PARTNER AND PERIOD - DIRECTION IS
      * IGNORED). ONE INVOICE MAY CARRY SEVERAL LINES UNDER THE SAME
      * PV-INVOICE-REF; IT IS RELEASED FOR PAYMENT ONLY WHEN EVERY
      * LINE IS WITHIN TOLERANCE.
           10  PV-Source          Pic X(1).
             88  PV-Carrier-Invoice     Value "C".
             88  PV-Roaming-Invoice     Value "R".
           10  PV-Partner-Code    Pic X(4).
           10  PV-Direction       Pic X(1).
           10  PV-Invoice-Ref     Pic X(20).
           10  PV-Period-Start    Pic 9(8).
           10  PV-Period-End      Pic 9(8).
           10  PV-Minutes         Pic 9(11).
           10  PV-Amount          Pic S9(11)V99.
