      * BILL-CYCLE ASSIGNMENT ROW - WHICH CYCLE A SUBSCRIBER BILLS
      * ON. A SUBSCRIBER WITHOUT A ROW BILLS ON THE DEFAULT CYCLE
      * "01"; SEVERAL ROWS FOR ONE SUBSCRIBER - THE LAST ONE WINS.
           10  CA-Subscriber-Id   Pic X(10).
           10  CA-Cycle-Code      Pic X(2).
