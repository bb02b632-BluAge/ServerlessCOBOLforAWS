      * THE OPERATING COMPANY THE RUN BILLED FOR - PERIOD REPORTS
      * AND THE GL EXPORT SEGREGATE BY IT.
           05  RS-Company           Pic X(3).
           05  RS-Class-Calls Occurs 5 Times
                                Pic 9(9)        Binary.

       FD  Rated-Input-File
           Recording Mode Is F.
