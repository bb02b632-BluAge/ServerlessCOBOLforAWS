      * OUTBOUND INTER-OPERATOR SETTLEMENT RECORD - THE FILE SENT TO
      * EACH PARTNER NETWORK FOR A PERIOD. EVERY PARTNER'S BATCH IS
      * ONE "H" HEADER (PARTNER, PERIOD, THE INVOICE NUMBER IT
      * SUPPORTS), ONE "D" DETAIL PER VISITOR CDR, AND ONE "T"
      * TRAILER CARRYING THE RECORD COUNT, UNIT TOTAL AND AMOUNT
      * TOTAL THE PARTNER BALANCES THE BATCH AGAINST - THE SAME
      * HEADER/TRAILER DISCIPLINE WE DEMAND OF OUR OWN CDR FEED.
           10  TS-Record-Type     Pic X(1).
             88  TS-Header-Rec          Value "H".
             88  TS-Detail-Rec          Value "D".
             88  TS-Trailer-Rec         Value "T".
           10  TS-Partner-Code    Pic X(4).
           10  TS-Detail-Body.
               15  TS-InRec           Pic S9(15)  Packed-Decimal.
               15  TS-Call-Date       Pic 9(8).
               15  TS-Event-Type      Pic X(1).
               15  TS-Rate-Class      Pic X(1).
               15  TS-Usage-Units     Pic 9(7).
               15  TS-Unit-Rate       Pic S9V9(6).
               15  TS-Amount          Pic S9(7)V99.
               15                     Pic X(5).
           10  TS-Header-Body Redefines TS-Detail-Body.
               15  TS-Hdr-Period-Start Pic 9(8).
               15  TS-Hdr-Period-End   Pic 9(8).
               15  TS-Hdr-Created-Date Pic 9(8).
               15  TS-Hdr-Invoice-No   Pic X(19).
               15                      Pic X(3).
           10  TS-Trailer-Body Redefines TS-Detail-Body.
               15  TS-Trl-Record-Count Pic 9(9).
               15  TS-Trl-Total-Units  Pic 9(11).
               15  TS-Trl-Total-Amount Pic S9(11)V99.
               15                      Pic X(13).
