      * COST-CENTRE ASSIGNMENT ROW - PLACES ONE MEMBER SUBSCRIBER OF
      * A CORPORATE GROUP (ACCTHIER OWNER) IN ONE OF THE CUSTOMER'S
      * OWN COST CENTRES (DEPARTMENT, PROJECT) SO TELCOCCA CAN SPLIT
      * THE CONSOLIDATED BILL FOR INTERNAL CHARGE-BACK. THE COSTCTR
      * FILE IS APPEND-ONLY, MAINTAINED THROUGH THE TELCOCCM CONSOLE:
      * THE ROW IN FORCE FOR A MEMBER IS THE ONE WITH THE MOST RECENT
      * EFFECTIVE DATE NOT AFTER THE PERIOD END (A LATER ROW WINS A
      * TIE). STATUS "A" ASSIGNS; "R" REMOVES THE ASSIGNMENT. A ROW
      * WHOSE OWNER NO LONGER OWNS THE MEMBER IN ACCTHIER IS IGNORED.
           10  CC-Member-Id       Pic X(10).
           10  CC-Owner-Id        Pic X(10).
           10  CC-Cost-Centre     Pic X(12).
           10  CC-Effective-Date  Pic 9(8).
           10  CC-Status          Pic X(1).
             88  CC-Assigned            Value "A".
             88  CC-Removed             Value "R".
           10  CC-Operator        Pic X(8).
           10  CC-Timestamp       Pic X(26).
