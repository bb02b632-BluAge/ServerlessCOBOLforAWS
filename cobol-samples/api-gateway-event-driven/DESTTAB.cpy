      * INTERNATIONAL DESTINATION ROW - A LEADING-DIGIT PREFIX OF THE
      * DIALED NUMBER, THE DESTINATION IT REACHES AND THE UNIT RATE A
      * CALL THERE PRICES AT, EFFECTIVE-DATED. DN-MATCH-LEN SAYS HOW
      * MANY LEADING DIGITS OF DN-PREFIX MUST MATCH, THE SAME WAY
      * PORTTAB MATCHES; THE LONGEST PREFIX IN FORCE WINS, TIES GO TO
      * THE MOST RECENT EFFECTIVE DATE. THE UNIT RATE DISPLACES THE
      * SINGLE PUBLISHED "I" CLASS RATE - THE "I" ROW'S ROUND RULE,
      * MINIMUM CHARGE AND TAX RATES STAND. DN-UNIT-COST IS WHAT
      * TERMINATING A MINUTE THERE COSTS US (ZERO = COST FROM
      * COSTTAB), FOR THE MARGIN REPORT.
           10  DN-Prefix          Pic X(15).
           10  DN-Match-Len       Pic 9(2).
           10  DN-Destination     Pic X(20).
           10  DN-Unit-Rate       Pic S9V9(6).
           10  DN-Unit-Cost       Pic S9V9(6).
           10  DN-Effective-Date  Pic 9(8).
