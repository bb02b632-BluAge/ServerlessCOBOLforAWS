      * INTERCOMPANY TRANSFER-RATE ROW - WHAT ONE OF OUR OPERATING
      * COMPANIES (IR-PROVIDER) CHARGES ANOTHER (IR-USER) PER UNIT
      * OF TRAFFIC IT CARRIES FOR IT: "T" PER MINUTE TERMINATED ON
      * THE PROVIDER'S NETWORK, "R" PER USAGE UNIT (MINUTE, MESSAGE
      * OR MEGABYTE) THE USER'S SUBSCRIBERS ROAM ON IT. EFFECTIVE-
      * DATED LIKE CARRTAB - THE ROW IN FORCE ON THE CALL'S OWN DATE
      * PRICES IT. BOTH COMPANIES PRICE THE SAME TRAFFIC FROM THE
      * SAME ROW, SO THEIR TWO SIDES AGREE.
           10  IR-Provider        Pic X(3).
           10  IR-User            Pic X(3).
           10  IR-Traffic-Type    Pic X(1).
             88  IR-Termination      Value "T".
             88  IR-Roaming          Value "R".
           10  IR-Effective-Date  Pic 9(8).
           10  IR-Rate            Pic S9V9(6).
