      * INTERCOMPANY POSITION ROW - ONE OPERATING COMPANY'S SIDE OF
      * ITS SETTLEMENT WITH ANOTHER FOR ONE PERIOD, APPENDED BY EACH
      * TELCOICO RUN: WHAT IT IS OWED (RECEIVABLE - TRAFFIC IT
      * CARRIED FOR THE PARTNER) AND WHAT IT OWES (PAYABLE - TRAFFIC
      * THE PARTNER CARRIED FOR IT), WITH THE UNITS BEHIND EACH. THE
      * LAST ROW PER COMPANY, PARTNER AND PERIOD STANDS. ONE SIDE'S
      * RECEIVABLE MUST EQUAL THE OTHER SIDE'S PAYABLE.
           10  IP-Run-Id          Pic X(15).
           10  IP-Company         Pic X(3).
           10  IP-Partner-Company Pic X(3).
           10  IP-Period-Start    Pic 9(8).
           10  IP-Period-End      Pic 9(8).
           10  IP-Receivable-Units Pic 9(11).
           10  IP-Receivable      Pic S9(11)V99.
           10  IP-Payable-Units   Pic 9(11).
           10  IP-Payable         Pic S9(11)V99.
           10  IP-Timestamp       Pic X(26).
