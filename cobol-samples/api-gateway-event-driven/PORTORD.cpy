      * NUMBER-PORTING ORDER - AS DELIVERED BY THE PORTING
      * CLEARINGHOUSE ON PORTIMP AND AS KEPT ON THE PORTORD ORDER
      * BOOK (REWRITTEN WHOLE BY TELCOPRT). "I" PORTS PO-NUMBER IN TO
      * US FROM PO-DONOR-OPERATOR FOR PO-SUBSCRIBER-ID - AN EXISTING
      * ACCOUNT, OR A NEW ONE OPENED UNDER PO-SUBSCRIBER-NAME - ON
      * SIM PO-SIM-SERIAL; "O" PORTS ONE OF OUR NUMBERS OUT TO
      * PO-RECIPIENT-OPERATOR. BOTH COMPLETE ON PO-SCHEDULED-DATE.
      * PO-STATUS IS BLANK ON THE DELIVERY, THEN "P" PENDING, "C"
      * COMPLETED, "R" REJECTED OR "X" OVERDUE (NOT COMPLETABLE BY
      * THE SCHEDULED DATE PLUS THE GRACE DAYS) AS OF
      * PO-STATUS-DATE, WITH THE REASON FOR ANYTHING BUT "C".
           10  PO-Order-Id        Pic X(12).
           10  PO-Type            Pic X(1).
             88  PO-Port-In          Value "I".
             88  PO-Port-Out         Value "O".
           10  PO-Number          Pic X(15).
           10  PO-Donor-Operator  Pic X(4).
           10  PO-Recipient-Operator Pic X(4).
           10  PO-Scheduled-Date  Pic 9(8).
           10  PO-Subscriber-Id   Pic X(10).
           10  PO-Subscriber-Name Pic X(30).
           10  PO-Sim-Serial      Pic X(20).
           10  PO-Status          Pic X(1).
             88  PO-Pending          Value "P".
             88  PO-Completed        Value "C".
             88  PO-Rejected         Value "R".
             88  PO-Overdue          Value "X".
           10  PO-Status-Date     Pic 9(8).
           10  PO-Reason          Pic X(40).
