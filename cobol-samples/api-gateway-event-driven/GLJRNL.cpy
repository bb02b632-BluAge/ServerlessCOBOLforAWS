      * GENERAL-LEDGER JOURNAL LINE - THE FORMAT FINANCE LOADS. ONE
      * DEBIT OR CREDIT PER ROW AGAINST A GLMAP ACCOUNT AND COST
      * CENTRE, STAMPED WITH THE RUN THAT PRODUCED IT. EVERY BATCH
      * WRITTEN IN THIS FORMAT BALANCES DEBITS TO CREDITS.
           10  GJ-Run-Id          Pic X(15).
           10  GJ-Business-Date   Pic 9(8).
           10  GJ-Account         Pic X(10).
           10  GJ-Cost-Center     Pic X(6).
           10  GJ-DR-CR           Pic X(2).
           10  GJ-Amount          Pic S9(11)V99   Binary.
