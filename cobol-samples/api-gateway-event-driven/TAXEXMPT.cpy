      * THE JURTAB ADD-ONS), AND THE INVOICE PRINTS THE CERTIFICATE
      * NUMBER WHERE THE TAX LINES WOULD BE - THE AUDITORS REQUIRE
      * IT THERE.
      * THE CERTIFICATE APPLIES FROM ITS ISSUE DATE AND STOPS ON ITS
      * EXPIRY DATE - A CALL DATED ON OR AFTER THE EXPIRY IS TAXED.
      * ZERO IN EITHER DATE MEANS NOT RECORDED (OPEN-ENDED). A
      * RENEWED CERTIFICATE IS ADDED AS A FURTHER ROW FOR THE SAME
      * SUBSCRIBER, SO READERS MUST LOOK PAST THE FIRST MATCH.
           10  TX-Subscriber-Id   Pic X(10).
           10  TX-Cert-Number     Pic X(20).
           10  TX-Issue-Date      Pic 9(8).
           10  TX-Expiry-Date     Pic 9(8).
