      * SUBSCRIBER CONTACT ROW - WHERE AN ACCOUNT'S BILLS AND NOTICES
      * GO AND HOW TO REACH THE CUSTOMER, ONE ROW PER SUBSCRIBER
      * BEHIND SUBMAST, MAINTAINED THROUGH THE TELCOSCM CONSOLE UNDER
      * THE SAME REASON-CODED SUBMLOG AUDIT AS THE MASTER ITSELF.
      * SC-DELIVERY-CHANNEL IS "P" PAPER, "E" EMAIL OR "B" BOTH.
      * SC-RETURNED-MAIL "Y" MARKS A POSTAL ADDRESS THE POST OFFICE
      * SENT BACK AND SC-BOUNCED-EMAIL "Y" A MAILBOX THE GATEWAY
      * BOUNCED - NO PAPER GOES TO A RETURNED ADDRESS AND NO MAIL TO
      * A BOUNCED ONE; A DOCUMENT WITH NO DELIVERABLE ROUTE LEFT IS
      * HELD AND ITS ACCOUNT LISTED FOR CARE TO CHASE. ACCOUNTS
      * WITHOUT A ROW BILL ON PAPER AS THEY ALWAYS HAVE.
           10  SC-Subscriber-Id   Pic X(10).
           10  SC-Bill-Name       Pic X(30).
           10  SC-Address-1       Pic X(30).
           10  SC-Address-2       Pic X(30).
           10  SC-City            Pic X(20).
           10  SC-Region          Pic X(4).
           10  SC-Postal-Code     Pic X(10).
           10  SC-Country         Pic X(3).
           10  SC-Email           Pic X(60).
           10  SC-Phone           Pic X(15).
           10  SC-Delivery-Channel Pic X(1).
           10  SC-Language        Pic X(2).
           10  SC-Returned-Mail   Pic X(1).
           10  SC-Bounced-Email   Pic X(1).
