      * RETURNED-PAYMENT LOG ROW - ONE PER BANK PAYMENT THAT CAME BACK
      * UNPAID: A RETURN TELCORTN REVERSED, OR A DIRECT-DEBIT
      * COLLECTION TELCODDS HEARD WAS REJECTED. THE HISTORY TELCORTN'S
      * REPEAT-OFFENDER CHECK COUNTS FROM.
           10  RTL-Timestamp      Pic X(26).
           10  RTL-Run-Id         Pic X(15).
           10  RTL-Subscriber-Id  Pic X(10).
           10  RTL-Invoice-No     Pic X(19).
           10  RTL-Payment-Date   Pic 9(8).
           10  RTL-Return-Date    Pic 9(8).
           10  RTL-Amount         Pic 9(9)V99.
           10  RTL-Reason         Pic X(4).
