      * MINIMUM-COMMITMENT ROW - THE MONTHLY SPEND A CORPORATE
      * ACCOUNT CONTRACTED FOR. AT PERIOD CLOSE TELCOCMT COMPARES THE
      * ACCOUNT'S RATED OUTPUT ACROSS THE PERIOD AGAINST THIS AMOUNT
      * AND BILLS THE SHORTFALL AS A CHARGE RECORD. THE COMMITMENT
      * RUNS FROM CM-START-DATE TO CM-END-DATE INCLUSIVE - A ZERO
      * START MEANS SINCE THE ACCOUNT OPENED, A ZERO END MEANS OPEN-
      * ENDED. A PERIOD OUTSIDE THE TERM BILLS NO SHORTFALL.
           10  CM-Subscriber-Id   Pic X(10).
           10  CM-Commit-Amount   Pic S9(7)V99.
           10  CM-Start-Date      Pic 9(8).
           10  CM-End-Date        Pic 9(8).
