      * LOYALTY EARN-RATE ROW - POINTS EARNED PER 1.00 OF A PAID
      * INVOICE, BY PLAN AND RATE CLASS. LR-RATE-CLASS IS THE CALL
      * CLASS THE INVOICE ITEMIZES ("D", "L", "I", "S", "M"); A
      * SPACE CLASS IS THE RATE FOR THE INVOICE'S CHARGES. A PLAN OF
      * SPACES IS THE RATE FOR ANY PLAN WITHOUT ROWS OF ITS OWN.
      * TAXES NEVER EARN POINTS.
           10  LR-Plan-Code       Pic X(4).
           10  LR-Rate-Class      Pic X(1).
           10  LR-Points-Per-Unit Pic 9(3)V99.
