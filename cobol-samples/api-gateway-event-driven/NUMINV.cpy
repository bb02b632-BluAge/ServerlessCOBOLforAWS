      * TELEPHONE-NUMBER INVENTORY ROW - ONE ROW PER NUMBER WE HOLD,
      * REWRITTEN WHOLE BY WHOEVER CHANGES IT. "V" AVAILABLE STOCK,
      * "R" RESERVED (FOR NI-SUBSCRIBER-ID WHEN SET), "A" ASSIGNED
      * TO NI-SUBSCRIBER-ID, "Q" QUARANTINED AFTER A DISCONNECTION
      * OR PORT UNTIL NI-RELEASE-DATE, "O" PORTED OUT TO ANOTHER
      * OPERATOR, "I" PORTED IN FROM ANOTHER OPERATOR AND IN SERVICE
      * WITH NI-SUBSCRIBER-ID. ONLY AN AVAILABLE NUMBER (OR ONE
      * RESERVED FOR THE SAME SUBSCRIBER) MAY BE ASSIGNED. THE SIM
      * SERIAL (ICCID) PAIRED WITH THE NUMBER RIDES ON THE SAME ROW;
      * STOCK MAY ARRIVE PRE-PAIRED.
           10  NI-Number          Pic X(15).
           10  NI-Status          Pic X(1).
             88  NI-Available        Value "V".
             88  NI-Reserved         Value "R".
             88  NI-Assigned         Value "A".
             88  NI-Quarantined      Value "Q".
             88  NI-Ported-Out       Value "O".
             88  NI-Ported-In        Value "I".
             88  NI-In-Service       Value "A" "I".
           10  NI-Subscriber-Id   Pic X(10).
           10  NI-Sim-Serial      Pic X(20).
           10  NI-Status-Date     Pic 9(8).
           10  NI-Release-Date    Pic 9(8).
           10  NI-Changed-By      Pic X(8).
