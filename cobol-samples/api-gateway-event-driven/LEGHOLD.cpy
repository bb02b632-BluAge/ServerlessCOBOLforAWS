      * LEGAL-HOLD ROW - APPENDED WHEN COUNSEL PLACES ("H") OR
      * RELEASES ("R") A HOLD ON A SUBSCRIBER'S RECORDS; THE LAST ROW
      * PER SUBSCRIBER IS THE HOLD IN FORCE. NOTHING OF A SUBSCRIBER
      * ON HOLD IS PURGED, ANONYMIZED OR ERASED.
           10  LH-Subscriber-Id   Pic X(10).
           10  LH-Status          Pic X(1).
             88  LH-On-Hold          Value "H".
             88  LH-Released         Value "R".
           10  LH-Effective-Date  Pic 9(8).
           10  LH-Reference       Pic X(20).
