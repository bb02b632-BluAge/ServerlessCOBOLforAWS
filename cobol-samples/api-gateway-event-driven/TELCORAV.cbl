           05  WS-Exm-Entry Occurs 500 Times.
               10  WS-Exm-Id        Pic X(10).
               10  WS-Exm-Cert      Pic X(20).
               10  WS-Exm-Issue     Pic 9(8).
               10  WS-Exm-Expiry    Pic 9(8).
       01  WS-Exm-Sub               Pic 9(4)    Binary.
       01  WS-Exm-Eof-Flag          Pic X       Value "N".
         88  WS-Exm-Eof             Value "Y".
                           To WS-Exm-Id (WS-Exm-Count)
                       Move TXF-Cert-Number
                           To WS-Exm-Cert (WS-Exm-Count)
                       Move TXF-Issue-Date
                           To WS-Exm-Issue (WS-Exm-Count)
                       Move TXF-Expiry-Date
                           To WS-Exm-Expiry (WS-Exm-Count)
                   End-If
           End-Read
           .
                   Until WS-Exm-Sub > WS-Exm-Count
                   Or WS-Rr-Exempt = "Y"
               If WS-Exm-Id (WS-Exm-Sub) = RO-Subscriber-Id
               And ( WS-Exm-Issue (WS-Exm-Sub) = Zero
                   Or WS-Exm-Issue (WS-Exm-Sub) Not > RO-Call-Date )
               And ( WS-Exm-Expiry (WS-Exm-Sub) = Zero
                   Or WS-Exm-Expiry (WS-Exm-Sub) > RO-Call-Date )
                   Move "Y" To WS-Rr-Exempt
               End-If
           End-Perform
