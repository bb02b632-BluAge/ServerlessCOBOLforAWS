      * LATE-FEE POLICY ROW - ONE PER DUNNING BUCKET: "30" (PAST THE
      * REMINDER THRESHOLD), "60" (PAST THE WARNING THRESHOLD) AND
      * "90" (PAST THE SUSPENSION THRESHOLD). LP-FEE-TYPE "F" CHARGES
      * LP-FLAT-AMOUNT; "P" CHARGES LP-PERCENT (A FRACTION - 0.0150 IS
      * 1.5%) OF THE INVOICE'S OVERDUE BALANCE. EITHER WAY THE FEE IS
      * RAISED TO LP-MIN-AMOUNT AND CAPPED AT LP-MAX-AMOUNT (ZERO IS
      * NO CAP), AND IS ONLY CHARGED LP-GRACE-DAYS AFTER THE INVOICE
      * CROSSES THE BUCKET. A BUCKET WITH NO ROW CARRIES NO FEE.
           10  LP-Bucket          Pic X(2).
           10  LP-Fee-Type        Pic X(1).
           10  LP-Flat-Amount     Pic S9(5)V99.
           10  LP-Percent         Pic S9V9(4).
           10  LP-Min-Amount      Pic S9(5)V99.
           10  LP-Max-Amount      Pic S9(5)V99.
           10  LP-Grace-Days      Pic 9(3).
