      * THE OPERATING COMPANY THE RUN BILLED FOR - PERIOD REPORTS
      * AND THE GL EXPORT SEGREGATE BY IT.
           05  RS-Company           Pic X(3).
           05  RS-Class-Calls Occurs 5 Times
                                Pic 9(9)        Binary.

      * ONE RECORD PER TAX TYPE AND REMITTANCE PERIOD - THE FIRST 16
      * CONTRIBUTING RUN-IDS RIDE ON THE RECORD; THE COUNT COVERS
