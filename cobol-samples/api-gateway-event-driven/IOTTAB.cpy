      * INTER-OPERATOR TARIFF ROW - WHAT WE CHARGE A PARTNER NETWORK
      * PER UNIT WHEN ITS SUBSCRIBERS ROAM ON OURS: PER MINUTE FOR
      * VOICE (D/L/I), PER MESSAGE FOR "S", PER MEGABYTE FOR "M".
      * EFFECTIVE-DATED IN THE SAME SHAPE AS RATETAB, ONE SET OF ROWS
      * PER PARTNER - THERE IS NO DEFAULT TARIFF, SO A VISITOR FROM A
      * NETWORK WE HAVE NO AGREEMENT WITH ROUTES TO SUSPENSE INSTEAD
      * OF SETTLING AT A GUESSED PRICE. IO-PARTNER-CODE IS THE SAME
      * CODE ROAMTAB KNOWS THE PARTNER BY.
           10  IO-Partner-Code    Pic X(4).
           10  IO-Rate-Class      Pic X(1).
           10  IO-Effective-Date  Pic 9(8).
           10  IO-Unit-Rate       Pic S9V9(6).
