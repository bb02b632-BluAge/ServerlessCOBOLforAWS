      * UNDELIVERABLE-DOCUMENT ROW - APPENDED TO THE SHARED UNDELIV
      * LIST WHENEVER A BILL, NOTICE OR E-BILL FILE HAS NO
      * DELIVERABLE ROUTE LEFT (PAPER RETURNED, MAIL BOUNCED, OR NO
      * ADDRESS FOR THE CHANNEL) AND WAS HELD INSTEAD OF SENT. CARE
      * WORKS THIS LIST TO GET A GOOD ADDRESS ON THE CONTACT FILE.
           10  UD-Timestamp       Pic X(26).
           10  UD-Program         Pic X(8).
           10  UD-Subscriber-Id   Pic X(10).
           10  UD-Document        Pic X(19).
           10  UD-Channel         Pic X(1).
           10  UD-Reason          Pic X(20).
