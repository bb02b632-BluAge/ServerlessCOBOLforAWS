      * ERASURE REQUEST ROW - A CLOSED CUSTOMER'S REQUEST TO HAVE
      * THEIR RECORDS ERASED, AS LOGGED BY THE PRIVACY OFFICE.
           10  ERQ-Request-Id     Pic X(12).
           10  ERQ-Subscriber-Id  Pic X(10).
           10  ERQ-Received-Date  Pic 9(8).
