      * MVNO RESELLER MASTER ROW - A WHOLESALE PARTNER THAT RESELLS
      * OUR NETWORK UNDER ITS OWN BRAND. RM-ACCOUNT-ID IS THE
      * ACCOUNT THE RESELLER'S WHOLESALE INVOICES AND AR ITEMS ARE
      * RAISED AGAINST - IT TAKES THE PLACE OF A SUBSCRIBER ID ON
      * INVREG AND ARITEMS, SO PAYMENT POSTING AND DUNNING WORK ON
      * IT UNCHANGED. A SUSPENDED OR CLOSED RESELLER IS NOT SETTLED.
           10  RM-Reseller-Id     Pic X(6).
           10  RM-Name            Pic X(30).
           10  RM-Account-Id      Pic X(10).
           10  RM-Status          Pic X(1).
             88  RM-Active              Value "A".
             88  RM-Suspended           Value "S".
             88  RM-Closed              Value "C".
