      * GL EXPORT PRODUCES POSTS TO. GM-LINE-TYPE NAMES THE FIGURE
      * ("AR" THE RECEIVABLE DEBIT, "REV" A RATE CLASS'S REVENUE
      * CREDIT WITH GM-RATE-CLASS SAYING WHICH, "BTAX"/"DTAX"/"ITAX"
      * THE TAX LIABILITY CREDITS, "BDX" THE BAD-DEBT EXPENSE DEBIT
      * TELCOWOF BOOKS AGAINST THE AR ACCOUNT FOR A WRITE-OFF, "BANK"
      * THE DISBURSEMENT ACCOUNT TELCORFN CREDITS FOR A REFUND, "DEP"
      * THE SECURITY-DEPOSIT LIABILITY TELCODEP BOOKS DEPOSITS TO AND
      * "DINT" THE EXPENSE ITS DEPOSIT INTEREST IS CHARGED TO, "PPD"
      * THE UNSPENT PREPAID-CREDIT LIABILITY AND "BRK" THE BREAKAGE
      * REVENUE TELCOPPX RELEASES FORFEITED PREPAID CREDIT TO,
      * "LOYL" THE LOYALTY-POINTS LIABILITY AND "LOYX" THE LOYALTY
      * EXPENSE TELCOLOY ACCRUES IT AGAINST, "DFR" THE DEFERRED
      * REVENUE TELCOREV HOLDS ADVANCE-BILLED PLAN FEES IN UNTIL
      * "FEE" PLAN-FEE REVENUE IS EARNED, AND "TOPR" THE TOP-UP
      * REVENUE IT MOVES UNUSED PREPAID CREDIT FROM INTO "PPD", AND
      * THE INTERCOMPANY ACCOUNTS TELCOICO BOOKS TRAFFIC BETWEEN OUR
      * OWN OPERATING COMPANIES TO - "ICR" RECEIVABLE AND "ICV"
      * REVENUE ON THE PROVIDING SIDE, "ICX" COST AND "ICP" PAYABLE
      * ON THE USING SIDE). A FIGURE WITHOUT A MAPPING ROW STOPS THE
      * EXPORT - NOTHING POSTS TO NOWHERE.
           10  GM-Line-Type       Pic X(4).
           10  GM-Rate-Class      Pic X(1).
           10  GM-Account         Pic X(10).
