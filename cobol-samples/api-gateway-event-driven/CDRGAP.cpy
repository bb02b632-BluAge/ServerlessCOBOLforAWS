      * CDR SEQUENCE-EXCEPTION ROW - ONE PER EXCEPTION TELCOBAT SEES
      * WHEN A FILE ARRIVES: A GAP (SEQUENCES SKIPPED - FILES THAT
      * NEVER CAME), A LATE FILE (NOTHING FROM THE SWITCH WITHIN ITS
      * CADENCE), OR AN OUT-OF-ORDER ARRIVAL (A SEQUENCE BEHIND THE
      * ONE EXPECTED - USUALLY A GAP FILE TURNING UP).
           10  GAP-Timestamp      Pic X(26).
           10  GAP-Switch-Id      Pic X(4).
           10  GAP-Kind           Pic X(4).
             88  GAP-Skipped      Value "GAP ".
             88  GAP-Late         Value "LATE".
             88  GAP-Out-Of-Order Value "ORDR".
           10  GAP-Business-Date  Pic 9(8).
           10  GAP-Expected-Seq   Pic 9(6).
           10  GAP-Received-Seq   Pic 9(6).
           10  GAP-Missing-Count  Pic 9(6).
           10  GAP-Elapsed-Mins   Pic 9(7).
