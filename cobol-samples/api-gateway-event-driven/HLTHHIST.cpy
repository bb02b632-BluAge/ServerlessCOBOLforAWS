      * HEALTH-SWEEP HISTORY ROW - ONE ROW PER RESOURCE PER SWEEP,
      * APPENDED BY TELCOHLT FOR THE MORNING HANDOVER. HH-STATUS IS
      * "OK", "BRCH" (A THRESHOLD CROSSED), "UNAV" (THE PROBE ITSELF
      * FAILED) OR "UNST" (THE VARIABLE OR CONSUMER NAMING THE
      * RESOURCE IS NOT SET, OR A CONSUMER HAS NO CHECKPOINT YET).
      * HH-BEHIND IS A STREAM CONSUMER'S RECORDS WAITING PAST ITS
      * CHECKPOINT; HH-ERRORS A QUEUE CONSUMER'S FAILED SQS CALLS OR
      * THE DYNAMODB THROTTLE RETRIES. HH-BREACHED LISTS WHICH
      * THRESHOLDS WERE CROSSED - B BEHIND, E ERRORS OR RETRIES, F
      * A DYNAMODB REGION FAILOVER.
           10  HH-Sweep-Stamp     Pic X(14).
           10  HH-Check-Type      Pic X(1).
           10  HH-Resource        Pic X(40).
           10  HH-Status          Pic X(4).
             88  HH-Status-Ok        Value "OK".
             88  HH-Status-Breach    Value "BRCH".
             88  HH-Status-Unavail   Value "UNAV".
             88  HH-Status-Unset     Value "UNST".
           10  HH-Behind          Pic 9(9).
           10  HH-Errors          Pic 9(7).
           10  HH-Failovers       Pic 9(7).
           10  HH-Breached        Pic X(4).
