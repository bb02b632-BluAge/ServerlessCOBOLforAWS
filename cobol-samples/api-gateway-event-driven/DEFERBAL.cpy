      * DEFERRED-REVENUE ROLLFORWARD ROW - ONE ROW PER OPERATING
      * COMPANY AND STREAM PER TELCOREV RUN, APPENDED TO DEFERBAL.
      * STREAM "R" IS ADVANCE-BILLED RECURRING CHARGES (REVSCHED),
      * STREAM "P" IS UNUSED PREPAID BALANCE (PREPAY). OPENING PLUS
      * DEFERRED LESS RELEASED LESS FORFEITED (PREPAID BREAKAGE
      * TELCOPPX HAS ALREADY BOOKED) IS THE CLOSING BALANCE; THE
      * LAST ROW PER COMPANY AND STREAM IS THE NEXT RUN'S OPENING.
           10  DB-Run-Id          Pic X(15).
           10  DB-Company         Pic X(3).
           10  DB-Stream          Pic X(1).
           10  DB-As-Of-Date      Pic 9(8).
           10  DB-Opening         Pic S9(11)V99.
           10  DB-Deferred        Pic S9(11)V99.
           10  DB-Released        Pic S9(11)V99.
           10  DB-Forfeited       Pic S9(11)V99.
           10  DB-Closing         Pic S9(11)V99.
           10  DB-Timestamp       Pic X(26).
