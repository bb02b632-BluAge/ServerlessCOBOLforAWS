      * SLA PROJECTION HISTORY ROW. EVERY LOOK TELCOSLA TAKES AT A
      * RUNNING CHAIN APPENDS A PROJECTION ("PROJ"), AND THE NIGHT'S
      * FINISH APPENDS ONE ACTUAL ("ACTL") CARRYING THE FIRST
      * PROJECTION MADE THAT NIGHT BESIDE WHEN IT REALLY FINISHED.
      * TIMES ARE MINUTES AFTER MIDNIGHT STARTING THE BUSINESS DATE.
           10  SLH-Chain-Id       Pic X(8).
           10  SLH-Business-Date  Pic 9(8).
           10  SLH-Kind           Pic X(4).
             88  SLH-Projection   Value "PROJ".
             88  SLH-Actual       Value "ACTL".
           10  SLH-Timestamp      Pic X(26).
           10  SLH-Projected-Mins Pic 9(5).
           10  SLH-Actual-Mins    Pic 9(5).
           10  SLH-Deadline-Mins  Pic 9(5).
           10  SLH-Slip-Step      Pic 9(3).
           10  SLH-Slip-Program   Pic X(8).
           10  SLH-Paged          Pic X(1).
