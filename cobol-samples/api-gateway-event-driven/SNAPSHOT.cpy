      * CUSTOMER ACCOUNT SNAPSHOT - THE ITEM TELCOSNP PUBLISHES PER
      * SUBSCRIBER TO THE SNAPSHOT TABLE AFTER EACH PIPELINE RUN AND
      * TELCOINQ READS BACK FOR CUSTOMER CARE: STATUS IN FORCE, OPEN
      * RECEIVABLE, PREPAID BALANCE, ALLOWANCE LEFT IN THE LATEST
      * PERIOD, AND THE LAST INVOICE - EVERYTHING "WHAT'S MY BALANCE"
      * NEEDS IN ONE KEYED READ. SNP-AS-OF-DATE IS THE BUSINESS DATE
      * THE SNAPSHOT WAS TAKEN FOR. A SPACE STATUS MEANS NO SUBSTAT
      * HISTORY; SNP-PREPAID-FLAG "N" MEANS NO PREPAY ACCOUNT.
           10  SNP-As-Of-Date     Pic 9(8).
           10  SNP-Status         Pic X(1).
           10  SNP-Ar-Balance     Pic S9(9)V99.
           10  SNP-Prepaid-Flag   Pic X(1).
           10  SNP-Prepaid-Balance Pic S9(7)V99.
           10  SNP-Allow-Period   Pic 9(6).
           10  SNP-Allow-Left     Pic 9(7).
           10  SNP-Last-Invoice   Pic X(19).
           10  SNP-Last-Inv-Amount Pic S9(11)V99.
           10  SNP-Last-Inv-End   Pic 9(8).
