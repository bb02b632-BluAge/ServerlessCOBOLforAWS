      * SPECIAL-NUMBER ROW - A RANGE OF DIALED NUMBERS (EMERGENCY,
      * TOLL-FREE, OUR OWN CUSTOMER-CARE SHORT CODES) AND HOW A CALL
      * TO IT IS TREATED, EFFECTIVE-DATED. SN-RANGE-FROM/TO ARE
      * COMPARED WITH THE SAME ZERO-PADDED 15-DIGIT DIALED NUMBER
      * PORTTAB MATCHES ON, BOTH ENDS INCLUSIVE; WHERE RANGES
      * OVERLAP THE MOST RECENT EFFECTIVE DATE WINS. THE TREATMENT
      * IS APPLIED BEFORE ANY CLASS PRICING:
      *   "Z" ZERO-RATED - PRICES AT ZERO AND UNTAXED, BUT THE CALL
      *       AND ITS MINUTES STILL COUNT IN THE CLASS TOTALS
      *   "F" FREE - PRICES AT ZERO AND COUNTS AGAINST NOTHING: NO
      *       CLASS TOTALS, NO BILLABLE MINUTES, NO ALLOWANCE
      *   "C" FIXED CHARGE - SN-FIXED-CHARGE PER CALL WHATEVER ITS
      *       LENGTH, BUSINESS TAX ONLY, NO ALLOWANCE OR DISCOUNTS
      * SN-CATEGORY IS A FREE LABEL ("EMER", "TOLL", "CARE") FOR
      * THE READER OF THE TABLE.
           10  SN-Range-From      Pic X(15).
           10  SN-Range-To        Pic X(15).
           10  SN-Treatment       Pic X(1).
             88  SN-Zero-Rated          Value "Z".
             88  SN-Free                Value "F".
             88  SN-Fixed-Charge-Call   Value "C".
           10  SN-Fixed-Charge    Pic S9(3)V99.
           10  SN-Category        Pic X(4).
           10  SN-Effective-Date  Pic 9(8).
