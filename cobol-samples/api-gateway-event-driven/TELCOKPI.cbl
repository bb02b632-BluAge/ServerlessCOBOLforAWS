           05  RS-Class-Price Occurs 5 Times
                                Pic S9(9)V99    Binary.
           05  RS-Company           Pic X(3).
           05  RS-Class-Calls Occurs 5 Times
                                Pic 9(9)        Binary.

       FD  Rated-Input-File
           Recording Mode Is F.
