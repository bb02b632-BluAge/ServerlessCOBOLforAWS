      * NOTIFICATION OPT-OUT ROW - THE NTFOPT FILE IS APPENDED BY THE
      * TELCOSCM CONSOLE EACH TIME A CUSTOMER OPTS OUT OF (OR BACK
      * INTO) ONE EVENT TYPE; THE LAST ROW PER SUBSCRIBER AND EVENT
      * WINS. NO-OPTED-OUT "Y" STOPS TELCONTF SENDING THAT EVENT TO
      * THE SUBSCRIBER, "N" RESUMES IT.
           10  NO-Subscriber-Id   Pic X(10).
           10  NO-Event-Code      Pic X(4).
           10  NO-Opted-Out       Pic X(1).
           10  NO-Change-Date     Pic 9(8).
           10  NO-Operator        Pic X(8).
