      * PARTNER INVOICE PAYMENT RELEASE - ONE ROW APPENDED PER
      * INVOICE LINE WHOSE INVOICE RECONCILED WITHIN TOLERANCE, FOR
      * ACCOUNTS PAYABLE TO PAY AT THE PARTNER'S INVOICED AMOUNT.
      * ONLY WHAT WE OWE IS RELEASED - A CARRIER "I" (ORIGINATION
      * THEY OWE US) LINE IS AGREED BUT NEVER PAID OUT. THE FILE IS
      * ALSO THE GUARD: AN INVOICE ALREADY ON IT IS NOT RELEASED
      * AGAIN.
           10  PR-Source          Pic X(1).
           10  PR-Partner-Code    Pic X(4).
           10  PR-Direction       Pic X(1).
           10  PR-Invoice-Ref     Pic X(20).
           10  PR-Period-Start    Pic 9(8).
           10  PR-Period-End      Pic 9(8).
           10  PR-Amount          Pic S9(11)V99.
           10  PR-Release-Date    Pic 9(8).
           10  PR-Run-Id          Pic X(15).
