      * SWITCH FILE-SEQUENCE REGISTER ROW - ONE PER CDR SOURCE. THE
      * NEXT SEQUENCE THE SWITCH SHOULD DELIVER, HOW OFTEN IT IS
      * EXPECTED TO DELIVER (CADENCE IN MINUTES, SET BY OPERATIONS
      * PER SWITCH), AND THE LAST FILE ACTUALLY RECEIVED - ENOUGH TO
      * TELL A SKIPPED FILE, A LATE ONE, AND ONE ARRIVING OUT OF
      * ORDER APART.
           10  SWQ-Switch-Id      Pic X(4).
           10  SWQ-Next-Seq       Pic 9(6).
           10  SWQ-Cadence-Mins   Pic 9(5).
           10  SWQ-Last-Seq       Pic 9(6).
           10  SWQ-Last-Bus-Date  Pic 9(8).
           10  SWQ-Last-Received  Pic X(14).
