      * LATE-FEE LOG ROW - ONE PER FEE STAGED ON CHGFILE BY THE
      * AGING RUN. THE INVOICE AND BUCKET PAIR IS THE KEY THAT KEEPS A
      * FEE FROM EVER BEING CHARGED TWICE FOR THE SAME INVOICE AND
      * BUCKET, HOWEVER OFTEN THE AGING RUN IS REPEATED.
           10  LFL-Timestamp      Pic X(26).
           10  LFL-Invoice-No     Pic X(19).
           10  LFL-Subscriber-Id  Pic X(10).
           10  LFL-Bucket         Pic X(2).
           10  LFL-Amount         Pic S9(7)V99.
           10  LFL-Charge-Date    Pic 9(8).
