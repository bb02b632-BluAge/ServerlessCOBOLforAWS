      * LOYALTY LIABILITY ACCRUAL ROW - TELCOLOY APPENDS ONE PER RUN
      * WITH THE POINTS OUTSTANDING AND WHAT THEY ARE WORTH AT THE
      * POINT VALUE IN FORCE. THE NEXT RUN JOURNALS ONLY THE MOVEMENT
      * FROM THE LAST ROW'S LIABILITY, SO THE GL CARRIES THE FULL
      * LIABILITY AS OF THE LATEST RUN - RUN AT PERIOD END, THE
      * PERIOD'S ACCRUAL.
           10  LA-Run-Id          Pic X(15).
           10  LA-Business-Date   Pic 9(8).
           10  LA-Points          Pic S9(11).
           10  LA-Point-Value     Pic 9V9(4).
           10  LA-Liability       Pic S9(11)V99.
           10  LA-Timestamp       Pic X(26).
