      * RATED VISITOR USAGE ROW - ONE PER INBOUND-ROAMER CDR TELCOBAT
      * RATED AT THE INTER-OPERATOR TARIFF: THE HOME NETWORK THAT
      * OWES FOR IT, THE CDR KEY AND DATE, THE CLASS AND UNITS
      * (MINUTES, MESSAGES OR MEGABYTES) TELCOATOM CLASSIFIED IT AS,
      * AND THE IOTTAB UNIT RATE AND AMOUNT. KEPT OFF CDRRATED SO NO
      * RETAIL PROGRAM EVER MISTAKES A VISITOR FOR A SUBSCRIBER;
      * TELCOVST SETTLES IT WITH THE PARTNER PER PERIOD.
           10  VU-Home-Network    Pic X(4).
           10  VU-InRec           Pic S9(15)      Packed-Decimal.
           10  VU-Call-Date       Pic 9(8).
           10  VU-Event-Type      Pic X(1).
           10  VU-Rate-Class      Pic X(1).
           10  VU-Usage-Units     Pic 9(7).
           10  VU-Unit-Rate       Pic S9V9(6).
           10  VU-Amount          Pic S9(7)V99.
           10  VU-Run-Id          Pic X(15).
