      * RESELLER ASSIGNMENT ROW - WHICH MVNO RESELLER HOLDS A
      * SUBSCRIBER AS OF AN EFFECTIVE DATE. SEVERAL ROWS PER
      * SUBSCRIBER ARE ALLOWED - THE MOST RECENT EFFECTIVE DATE NOT
      * AFTER THE CALL DATE WINS, THE SAME WAY PLANENRL IS READ. A
      * ROW WITH RA-RESELLER-ID SPACES HANDS THE SUBSCRIBER BACK TO
      * OUR OWN RETAIL BILLING FROM ITS EFFECTIVE DATE.
           10  RA-Subscriber-Id   Pic X(10).
           10  RA-Reseller-Id     Pic X(6).
           10  RA-Effective-Date  Pic 9(8).
