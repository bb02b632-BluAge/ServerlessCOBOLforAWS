      * WHOLESALE RATE ROW - WHAT A RESELLER PAYS US PER UNIT OF ITS
      * SUBSCRIBERS' TRAFFIC IN A RATE CLASS: PER MINUTE FOR VOICE
      * (D/L/I), PER MESSAGE FOR "S", PER MEGABYTE FOR "M".
      * EFFECTIVE-DATED IN THE SAME SHAPE AS RATETAB. A ROW WITH
      * WR-RESELLER-ID SPACES IS THE STANDARD WHOLESALE RATE FOR
      * EVERY RESELLER; A RESELLER'S OWN ROW IN FORCE BEATS IT.
           10  WR-Reseller-Id     Pic X(6).
           10  WR-Rate-Class      Pic X(1).
           10  WR-Effective-Date  Pic 9(8).
           10  WR-Unit-Rate       Pic S9V9(6).
