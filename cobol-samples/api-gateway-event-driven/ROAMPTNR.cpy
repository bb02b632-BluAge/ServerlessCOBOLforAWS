      * ROAMING PARTNER MASTER ROW - THE PARTNER NETWORK, ITS NAME,
      * AND THE ACCOUNT ITS INBOUND-ROAMING RECEIVABLE IS BOOKED TO.
      * PN-ACCOUNT-ID TAKES THE PLACE OF A SUBSCRIBER ID ON INVREG
      * AND ARITEMS, SO PAYMENT POSTING AND AGING WORK ON IT
      * UNCHANGED.
           10  PN-Partner-Code    Pic X(4).
           10  PN-Name            Pic X(30).
           10  PN-Account-Id      Pic X(10).
