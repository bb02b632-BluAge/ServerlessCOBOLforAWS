      * CUSTOMER NOTIFICATION TEMPLATE ROW - THE NTFTMPL TABLE
      * TELCONTF WORDS EACH EVENT FROM. ONE ROW PER EVENT CODE AND
      * LANGUAGE (SC-LANGUAGE); A ROW WITH A BLANK LANGUAGE IS THE
      * EVENT'S DEFAULT WORDING. NT-CHANNEL "S" SENDS BY SMS TO
      * SC-PHONE, "E" BY EMAIL TO SC-EMAIL - EITHER FALLS BACK TO THE
      * OTHER WHEN THE ACCOUNT HAS NO USABLE ADDRESS FOR IT. "&&" IN
      * NT-TEXT IS REPLACED BY THE EVENT'S DETAIL (AMOUNT, INVOICE
      * NUMBER AND THE LIKE) AS THE CALLING PROGRAM SUPPLIES IT.
      * EVENT CODES: "INV " INVOICE GENERATED, "DUN1"/"DUN2"/"DUN3"
      * DUNNING REMINDER/WARNING/SUSPENSION LEVEL REACHED, "SUSP"
      * ACCOUNT SUSPENDED, "LOWB" PREPAID BALANCE BELOW THRESHOLD,
      * "AL80"/"A100" PLAN ALLOWANCE 80%/100% USED, "TOPU" TOP-UP
      * CREDITED, "TXRN" TAX-EXEMPTION CERTIFICATE DUE FOR RENEWAL.
           10  NT-Event-Code      Pic X(4).
           10  NT-Language        Pic X(2).
           10  NT-Channel         Pic X(1).
           10  NT-Text            Pic X(120).
