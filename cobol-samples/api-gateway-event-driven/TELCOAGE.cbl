      *  A SUSPENSION-LEVEL NOTICE ALSO APPENDS A SUSPENDED ROW TO
      *  THE SUBSTAT STATUS HISTORY, SO THE NEXT RATING RUN SEES THE
      *  NON-PAYER AS SUSPENDED INSTEAD OF LETTING THE BALANCE GROW
      *  FOR ANOTHER MONTH. NOTICES CARRY THE BILL-TO ADDRESS FROM
      *  THE SUBCONT CONTACT FILE AND FOLLOW THE ACCOUNT'S DELIVERY
      *  CHANNEL - PAPER TO DUNPRINT, EMAIL TO DUNEPRT. A NOTICE WITH
      *  NO DELIVERABLE ROUTE IS NOT PRINTED; THE ACCOUNT GOES ONTO
      *  THE UNDELIV LIST FOR CARE INSTEAD. WITH A BILL CYCLE
      *  SELECTED (TELCO_BILL_CYCLE, SEE TELCOCYC) ONLY THAT CYCLE'S
      *  ACCOUNTS ARE AGED AND DUNNED, AS OF THE CYCLE-PERIOD'S END.
      *  LATE FEES FOLLOW THE LATEFEE POLICY TABLE: ONE FEE IS STAGED
      *  ON CHGFILE PER OVERDUE INVOICE PER DUNNING BUCKET CROSSED
      *  (ONCE ITS GRACE DAYS HAVE RUN), LOGGED TO LATEFLOG SO THE
      *  SAME INVOICE AND BUCKET IS NEVER CHARGED TWICE. TAX-EXEMPT
      *  ACCOUNTS (TAXEXMPT) ARE NEVER CHARGED A LATE FEE WHILE
      *  THEIR CERTIFICATE IS IN FORCE ON THE AGING DATE.
      *  AN ACCOUNT UNDER AN ACTIVE PAYMENT ARRANGEMENT (PAYARR, SET
      *  UP THROUGH TELCOPTP) IS AGED BUT NEITHER DUNNED, SUSPENDED
      *  NOR LATE-FEED WHILE THE ARRANGEMENT IS HONOURED. EACH RUN
      *  FIRST REVIEWS THE ACTIVE ARRANGEMENTS: ONE WITH AN
      *  INSTALMENT PAST DUE (PLUS TELCO_ARR_GRACE_DAYS) AND NOT
      *  COVERED BY PAYMENTS SINCE SET-UP IS BROKEN - DUNNING RESUMES
      *  AND THE ACCOUNT IS LISTED ON THE BRKPROM REPORT; ONE PAID IN
      *  FULL IS MARKED KEPT.
      *  EVERY DUNNING NOTICE AND SUSPENSION IS ALSO SENT TO THE
      *  CUSTOMER AS A MESSAGE THROUGH THE TELCONTF NOTIFICATION HUB.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
               Organization Is Sequential.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential.
           Select Dunning-Email-File Assign To "DUNEPRT"
               Organization Is Sequential.
           Select Undeliverable-File Assign To "UNDELIV"
               Organization Is Sequential.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Late-Policy-File Assign To "LATEFEE"
               Organization Is Sequential
               File Status Is WS-Latefee-File-Status.
           Select Late-Fee-Log-File Assign To "LATEFLOG"
               Organization Is Sequential
               File Status Is WS-Lateflog-File-Status.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential.
           Select Tax-Exempt-File Assign To "TAXEXMPT"
               Organization Is Sequential
               File Status Is WS-Taxexmpt-File-Status.
           Select Arrangement-File Assign To "PAYARR"
               Organization Is Sequential
               File Status Is WS-Payarr-File-Status.
           Select Broken-Promise-File Assign To "BRKPROM"
               Organization Is Sequential.

       Data Division.
       File Section.
       01  Status-History-Record.
               COPY SUBSTAT REPLACING LEADING ==SS-== BY ==SSF-==.

       FD  Dunning-Email-File
           Recording Mode Is F.
       01  Dunning-Email-Line       Pic X(80).

       FD  Undeliverable-File
           Recording Mode Is F.
       01  Undeliverable-Record.
               COPY UNDLVREC.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Late-Policy-File
           Recording Mode Is F.
       01  Late-Policy-Record.
               COPY LATEPOL REPLACING LEADING ==LP-== BY ==LPF-==.

       FD  Late-Fee-Log-File
           Recording Mode Is F.
       01  Late-Fee-Log-Record.
               COPY LATEFLOG.

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
               COPY CHGREC.

       FD  Tax-Exempt-File
           Recording Mode Is F.
       01  Tax-Exempt-Record.
               COPY TAXEXMPT REPLACING LEADING ==TX-== BY ==TXF-==.

       FD  Arrangement-File
           Recording Mode Is F.
       01  Arrangement-Record.
               COPY PAYARR.

       FD  Broken-Promise-File
           Recording Mode Is F.
       01  Broken-Promise-Line      Pic X(80).

       Working-Storage Section.

       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
           05  WS-Age-30            Pic S9(11)V99 Binary Value Zero.
           05  WS-Age-60            Pic S9(11)V99 Binary Value Zero.
           05  WS-Age-90            Pic S9(11)V99 Binary Value Zero.
      * BILL-CYCLE SELECTION - SEE TELCOCYC.
       01  WS-Cycle-Period-Area.
               COPY CYCCAL REPLACING LEADING ==CC-== BY ==WS-Cyc-==.
       01  WS-Cyc-Mode              Pic X(1).
       01  WS-Cyc-Subscriber        Pic X(10).
       01  WS-Cyc-Result            Pic 9(2)    Binary.
         88  WS-Cyc-Not-Member      Value 4.
         88  WS-Cyc-No-Calendar     Value 20.
       01  WS-Cyc-Abend-Msg         Pic X(33)
               Value "NO CYCLE CALENDAR ROW FOR PERIOD".
       01  WS-Notice-Counts.
           05  WS-Reminders-Sent    Pic 9(4)    Binary Value Zero.
           05  WS-Warnings-Sent     Pic 9(4)    Binary Value Zero.
           05  WS-Notice-Id-Out     Pic X(10).
           05  Pic X(6)  Value " INV: ".
           05  WS-Notice-Invoice-Out Pic X(19).
      * CONTACT TABLE AND THE CURRENT NOTICE'S DELIVERY ROUTE.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".
       01  WS-Route-Control.
           05  WS-Route-Paper-Flag  Pic X.
             88  WS-Route-Paper     Value "Y".
           05  WS-Route-Email-Flag  Pic X.
             88  WS-Route-Email     Value "Y".
           05  WS-Route-Reason      Pic X(20).
       01  WS-Held-Notices          Pic 9(4)    Binary Value Zero.
       01  WS-Out-Line              Pic X(80).
       01  WS-Address-Line.
           05  Pic X(2)  Value "  ".
           05  WS-Address-Text      Pic X(60).
      * LATE-FEE POLICY, ONE ENTRY PER DUNNING BUCKET IN THRESHOLD
      * ORDER (REMINDER, WARNING, SUSPENSION).
       01  WS-Latefee-File-Status   Pic X(2)    Value Spaces.
       01  WS-Lateflog-File-Status  Pic X(2)    Value Spaces.
       01  WS-Taxexmpt-File-Status  Pic X(2)    Value Spaces.
       01  WS-Pol-Eof-Flag          Pic X       Value "N".
         88  WS-Pol-Eof             Value "Y".
       01  WS-Fee-Policy-Flag       Pic X       Value "N".
         88  WS-Fee-Policy-On       Value "Y".
       01  WS-Policy-Table.
           05  WS-Pol-Entry Occurs 3 Times.
               10  WS-Pol-Present   Pic X(1)    Value "N".
               10  WS-Pol-Threshold Pic 9(3).
               COPY LATEPOL REPLACING LEADING ==LP-== BY ==WS-Pol-==.
       01  WS-Pol-Sub               Pic 9(1)    Binary.
      * INVOICE/BUCKET PAIRS ALREADY CHARGED, FROM LATEFLOG AND
      * FROM THIS RUN.
       01  WS-Fee-Done-Table.
           05  WS-Fdn-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Fdn-Entry Occurs 5000 Times.
               10  WS-Fdn-Invoice   Pic X(19).
               10  WS-Fdn-Bucket    Pic X(2).
       01  WS-Fdn-Sub               Pic 9(5)    Binary.
       01  WS-Fdn-Found-Flag        Pic X       Value "N".
         88  WS-Fdn-Found           Value "Y".
       01  WS-Fdn-Eof-Flag          Pic X       Value "N".
         88  WS-Fdn-Eof             Value "Y".
       01  WS-Exemption-Table.
           05  WS-Exm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Exm-Entry Occurs 500 Times
                                    Pic X(10).
       01  WS-Exm-Sub               Pic 9(4)    Binary.
       01  WS-Exm-Found-Flag        Pic X       Value "N".
         88  WS-Exm-Found           Value "Y".
       01  WS-Exm-Eof-Flag          Pic X       Value "N".
         88  WS-Exm-Eof             Value "Y".
       01  WS-Late-Fee              Pic S9(7)V99.
       01  WS-Late-Fees-Staged      Pic 9(4)    Binary Value Zero.

      * PAYMENT ARRANGEMENTS, WITH WHAT EACH ACTIVE ONE'S ACCOUNT
      * HAS PAID SINCE IT WAS SET UP.
       01  WS-Payarr-File-Status    Pic X(2)    Value Spaces.
       01  WS-Arr-Eof-Flag          Pic X       Value "N".
         88  WS-Arr-Eof             Value "Y".
       01  WS-Arrangement-Table.
           05  WS-Arr-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Arr-Entry Occurs 500 Times.
               COPY PAYARR REPLACING LEADING ==PA-== BY ==WS-Arr-==.
           05  WS-Arr-Paid Occurs 500 Times
                                    Pic S9(9)V99 Binary.
       01  WS-Arr-Sub               Pic 9(4)    Binary.
       01  WS-Arr-Found-Flag        Pic X       Value "N".
         88  WS-Arr-Found           Value "Y".
       01  WS-Arr-Changed-Flag      Pic X       Value "N".
         88  WS-Arr-Changed         Value "Y".
       01  WS-Arr-Inst-Sub          Pic 9(2)    Binary.
       01  WS-Arr-Due-To-Date       Pic S9(9)V99 Binary.
       01  WS-Arr-Due-Int           Pic 9(7)    Binary.
       01  WS-Arr-Missed-Date       Pic 9(8).
       01  WS-Arr-Grace-Days        Pic 9(3)    Value 3.
       01  WS-Arr-Grace-Env-Name    Pic X(32)
               Value "TELCO_ARR_GRACE_DAYS".
       01  WS-Arrangement-Counts.
           05  WS-Arr-Broken        Pic 9(4)    Binary Value Zero.
           05  WS-Arr-Kept          Pic 9(4)    Binary Value Zero.
           05  WS-Arr-Held-Items    Pic 9(4)    Binary Value Zero.
       01  WS-Broken-Line.
           05  Pic X(15) Value "BROKEN PROMISE ".
           05  WS-Brk-Id-Out        Pic X(10).
           05  Pic X(8)  Value " MISSED ".
           05  WS-Brk-Missed-Out    Pic 9(8).
           05  Pic X(5)  Value " DUE ".
           05  WS-Brk-Due-Out       Pic ZZZ,ZZ9.99.
           05  Pic X(6)  Value " PAID ".
           05  WS-Brk-Paid-Out      Pic -ZZ,ZZ9.99.

       01  WS-Notice-Body.
           05  Pic X(14) Value "  OPEN AMOUNT ".
           05  WS-Notice-Amount-Out Pic ZZ,ZZZ,ZZ9.99.
           05  WS-Notice-Age-Out    Pic ZZZZ9.
           05  Pic X(5)  Value " DAYS".

      * SHARED CUSTOMER-NOTIFICATION CALL AREA - SEE TELCONTF.
       01  WS-Ntf-Event             Pic X(4).
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOAGE".
       01  WS-Ntf-Detail            Pic X(60).
       01  WS-Ntf-Result            Pic 9(2)    Binary.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOAGE".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       Procedure Division.

       Mainline.
           Perform Get-Dunning-Thresholds
           Move Function Current-Date (1:8) To WS-Today-Date
           Perform Get-Aging-Cycle
           Compute WS-Today-Int =
                   Function Integer-Of-Date ( WS-Today-Date )
           Perform Load-Arrangements
           Perform Load-Ar-Ledger
           If WS-Itm-Count = Zero
               Display "NO AR ITEMS - NOTHING TO AGE."
               Goback
           End-If
           Perform Review-Arrangements
           Perform Load-Contact-File
           Perform Load-Late-Fee-Policy
           Open Output Dunning-Print-File
           Open Output Dunning-Email-File
           Open Extend Undeliverable-File
           If WS-Fee-Policy-On
               Open Extend Charge-File
               Open Extend Late-Fee-Log-File
           End-If
           Display "===== RECEIVABLES AGING REPORT ====="
           Perform Age-One-Item
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           If WS-Fee-Policy-On
               Close Late-Fee-Log-File
               Close Charge-File
           End-If
           Close Undeliverable-File
           Close Dunning-Email-File
           Close Dunning-Print-File
           Move "CURRENT (<30).....: " To WS-Bucket-Label
           Move WS-Age-Current To WS-Bucket-Amount-Out
           Display "REMINDERS SENT....: " WS-Reminders-Sent
           Display "WARNINGS SENT.....: " WS-Warnings-Sent
           Display "SUSPENSION NOTICES: " WS-Suspensions-Sent
           Display "HELD UNDELIVERABLE: " WS-Held-Notices
           Display "LATE FEES STAGED..: " WS-Late-Fees-Staged
           Display "ARRANGEMENT HOLDS.: " WS-Arr-Held-Items
           Display "PROMISES BROKEN...: " WS-Arr-Broken
           Display "PROMISES KEPT.....: " WS-Arr-Kept
           Display "===================================="
           Display "NORMAL END OF EXECUTION."
           Goback
           If WS-Dun-Ge-Result < 19 And WS-Dun-Env-Value Not = Spaces
               Move WS-Dun-Env-Value To WS-Suspend-Days
           End-If
           Move Spaces To WS-Dun-Env-Value
           Call "GETENVOP" Using WS-Arr-Grace-Env-Name WS-Dun-Env-Value
                WS-Dun-Ge-Result
           If WS-Dun-Ge-Result < 19 And WS-Dun-Env-Value Not = Spaces
               Move WS-Dun-Env-Value To WS-Arr-Grace-Days
           End-If
           .

      * A SELECTED CYCLE AGES AS OF ITS OWN PERIOD END, SO A LATE
      * RUN DOES NOT PUSH ITS ACCOUNTS INTO THE NEXT BUCKET.
       Get-Aging-Cycle.
           Move "P" To WS-Cyc-Mode
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           If WS-Cyc-No-Calendar
               Call "FORCEABEND" Using WS-Cyc-Abend-Msg
           End-If
           If WS-Cyc-Result = Zero
               Move WS-Cyc-Period-End To WS-Today-Date
               Display "BILL CYCLE " WS-Cyc-Cycle-Code
                       " AGED AS OF " WS-Today-Date
           End-If
           .

       Load-Ar-Ledger.
                   Exit Paragraph
               End-If
           End-If
      * A WRITE-OFF CLOSES THE ITEM BUT IS NO PAYMENT, NOR IS A
      * REFUND PAID OUT OF A CREDIT; A RECOVERY AGAINST A WRITTEN-OFF
      * ITEM IS MONEY BUT REOPENS NOTHING.
           Evaluate AR-Tran-Type
               When "INV"
                   Add AR-Amount To WS-Itm-Billed (WS-Itm-Sub)
               When "WO "
               When "RFD"
                   Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
               When "REC"
                   Perform Credit-Arrangement-Payment
               When Other
                   Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
                   Perform Credit-Arrangement-Payment
           End-Evaluate
           .

      * A PAYMENT OR CREDIT ON AN ACCOUNT UNDER AN ACTIVE
      * ARRANGEMENT, DATED ON OR AFTER ITS SET-UP, COUNTS TOWARD
      * THE SCHEDULE.
       Credit-Arrangement-Payment.
           Move AR-Subscriber-Id To WS-Cyc-Subscriber
           Perform Find-Active-Arrangement
           If WS-Arr-Found
               If AR-Tran-Date >= WS-Arr-Setup-Date (WS-Arr-Sub)
                   Add AR-Amount To WS-Arr-Paid (WS-Arr-Sub)
               End-If
           End-If
           .

           If WS-Open-Balance Not > Zero
               Exit Paragraph
           End-If
           Move WS-Itm-Id (WS-Itm-Sub) To WS-Cyc-Subscriber
           Move "M" To WS-Cyc-Mode
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           If WS-Cyc-Not-Member
               Exit Paragraph
           End-If
           Compute WS-Item-Int = Function Integer-Of-Date
                   ( WS-Itm-Date (WS-Itm-Sub) )
           Compute WS-Age-Days = WS-Today-Int - WS-Item-Int
           Move WS-Age-Days To WS-Line-Age-Out
           Move WS-Open-Balance To WS-Line-Open-Out
           Display WS-Aging-Line
      * AN HONOURED ARRANGEMENT HOLDS THE ACCOUNT'S DUNNING - THE
      * ITEM IS BUCKETED FOR THE REPORT BUT NO NOTICE, SUSPENSION
      * OR LATE FEE FOLLOWS.
           Move WS-Itm-Id (WS-Itm-Sub) To WS-Cyc-Subscriber
           Perform Find-Active-Arrangement
           If WS-Arr-Found
               Perform Bucket-Held-Item
               Add 1 To WS-Arr-Held-Items
               Exit Paragraph
           End-If
           Evaluate True
               When WS-Age-Days >= WS-Suspend-Days
                   Add WS-Open-Balance To WS-Age-90
                   Move "SUSPENSION NOTICE  " To WS-Notice-Title
                   Move "DUN3" To WS-Ntf-Event
                   Perform Write-Dunning-Notice
                   Add 1 To WS-Suspensions-Sent
                   Perform Suspend-Subscriber
               When WS-Age-Days >= WS-Warn-Days
                   Add WS-Open-Balance To WS-Age-60
                   Move "PAYMENT WARNING    " To WS-Notice-Title
                   Move "DUN2" To WS-Ntf-Event
                   Perform Write-Dunning-Notice
                   Add 1 To WS-Warnings-Sent
               When WS-Age-Days >= WS-Remind-Days
                   Add WS-Open-Balance To WS-Age-30
                   Move "PAYMENT REMINDER   " To WS-Notice-Title
                   Move "DUN1" To WS-Ntf-Event
                   Perform Write-Dunning-Notice
                   Add 1 To WS-Reminders-Sent
               When Other
                   Add WS-Open-Balance To WS-Age-Current
           End-Evaluate
           If WS-Fee-Policy-On
               Perform Assess-Late-Fees
           End-If
           .

       Write-Dunning-Notice.
           Perform Notify-Dunning
           Perform Derive-Delivery-Route
           If Not WS-Route-Paper And Not WS-Route-Email
               Perform Write-Undeliverable-Entry
               Exit Paragraph
           End-If
           Move WS-Itm-Id (WS-Itm-Sub) To WS-Notice-Id-Out
           Move WS-Itm-Invoice (WS-Itm-Sub) To WS-Notice-Invoice-Out
           Move WS-Notice-Head To WS-Out-Line
           Perform Put-Notice-Line
           If WS-Cnt-Found
               Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To WS-Address-Text
               Move WS-Address-Line To WS-Out-Line
               Perform Put-Notice-Line
               Move WS-Cnt-Address-1 (WS-Cnt-Sub) To WS-Address-Text
               Move WS-Address-Line To WS-Out-Line
               Perform Put-Notice-Line
               If WS-Cnt-Address-2 (WS-Cnt-Sub) Not = Spaces
                   Move WS-Cnt-Address-2 (WS-Cnt-Sub)
                       To WS-Address-Text
                   Move WS-Address-Line To WS-Out-Line
                   Perform Put-Notice-Line
               End-If
               Move Spaces To WS-Address-Text
               String WS-Cnt-City (WS-Cnt-Sub) Delimited By "  "
                      " " WS-Cnt-Region (WS-Cnt-Sub)
                          Delimited By Space
                      " " WS-Cnt-Postal-Code (WS-Cnt-Sub)
                          Delimited By Space
                      " " WS-Cnt-Country (WS-Cnt-Sub)
                          Delimited By Space
                      Into WS-Address-Text
               Move WS-Address-Line To WS-Out-Line
               Perform Put-Notice-Line
           End-If
           Move WS-Open-Balance To WS-Notice-Amount-Out
           Move WS-Age-Days To WS-Notice-Age-Out
           Move WS-Notice-Body To WS-Out-Line
           Perform Put-Notice-Line
           .

      * THE SAME NOTICE AS A CUSTOMER MESSAGE (WS-NTF-EVENT SET BY
      * THE DUNNING LEVEL) - IT GOES OUT EVEN WHEN THE PAPER AND EMAIL
      * ROUTES ARE DEAD, SINCE THE HUB MAY STILL REACH A PHONE.
       Notify-Dunning.
           Move WS-Itm-Id (WS-Itm-Sub) To WS-Ntf-Subscriber
           Move WS-Open-Balance To WS-Notice-Amount-Out
           Move WS-Age-Days To WS-Notice-Age-Out
           Move Spaces To WS-Ntf-Detail
           String WS-Itm-Invoice (WS-Itm-Sub) " OPEN "
                  WS-Notice-Amount-Out " OVERDUE "
                  WS-Notice-Age-Out " DAYS"
                  Delimited By Size Into WS-Ntf-Detail
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

       Put-Notice-Line.
           If WS-Route-Paper
               Write Dunning-Print-Line From WS-Out-Line
           End-If
           If WS-Route-Email
               Write Dunning-Email-Line From WS-Out-Line
           End-If
           .

      * LOAD THE CONTACT FILE (IF PRESENT) INTO ITS TABLE.
       Load-Contact-File.
           Move Zero To WS-Cnt-Count
           Move "N" To WS-Cnt-Eof-Flag
           Open Input Contact-File
           If WS-Subcont-File-Status = "00"
               Perform Read-One-Contact Until WS-Cnt-Eof
               Close Contact-File
           End-If
           .

       Read-One-Contact.
           Read Contact-File
               At End
                   Set WS-Cnt-Eof To True
               Not At End
                   If WS-Cnt-Count < 5000
                       Add 1 To WS-Cnt-Count
                       Move Contact-Record
                           To WS-Cnt-Entry (WS-Cnt-Count)
                   End-If
           End-Read
           .

      * SAME ROUTING RULE AS THE INVOICE RUN: PAPER UNLESS RETURNED,
      * EMAIL UNLESS BOUNCED, NO CONTACT ROW MEANS PAPER.
       Derive-Delivery-Route.
           Move "N" To WS-Route-Paper-Flag
           Move "N" To WS-Route-Email-Flag
           Move Spaces To WS-Route-Reason
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub)
                   = WS-Itm-Id (WS-Itm-Sub)
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           If Not WS-Cnt-Found
               Set WS-Route-Paper To True
               Exit Paragraph
           End-If
           If WS-Cnt-Delivery-Channel (WS-Cnt-Sub) Not = "E"
               If WS-Cnt-Returned-Mail (WS-Cnt-Sub) = "Y"
                   Move "RETURNED MAIL" To WS-Route-Reason
               Else
                   Set WS-Route-Paper To True
               End-If
           End-If
           If WS-Cnt-Delivery-Channel (WS-Cnt-Sub) = "E"
           Or WS-Cnt-Delivery-Channel (WS-Cnt-Sub) = "B"
               If WS-Cnt-Bounced-Email (WS-Cnt-Sub) = "Y"
               Or WS-Cnt-Email (WS-Cnt-Sub) = Spaces
                   If WS-Route-Reason = Spaces
                       Move "BOUNCED EMAIL" To WS-Route-Reason
                   Else
                       Move "RETURNED+BOUNCED" To WS-Route-Reason
                   End-If
               Else
                   Set WS-Route-Email To True
               End-If
           End-If
           .

       Write-Undeliverable-Entry.
           Move Function Current-Date To UD-Timestamp
           Move "TELCOAGE" To UD-Program
           Move WS-Itm-Id (WS-Itm-Sub) To UD-Subscriber-Id
           Move WS-Itm-Invoice (WS-Itm-Sub) To UD-Document
           Move WS-Cnt-Delivery-Channel (WS-Cnt-Sub) To UD-Channel
           Move WS-Route-Reason To UD-Reason
           Write Undeliverable-Record
           Add 1 To WS-Held-Notices
           Display "NOTICE HELD - " WS-Route-Reason " - ACCOUNT "
                   WS-Itm-Id (WS-Itm-Sub)
           .

      * ONE SUSPENDED STATUS ROW PER NON-PAYER PER RUN - THE NEXT
           Move WS-Itm-Id (WS-Itm-Sub) To SSF-Subscriber-Id
           Move "S" To SSF-Status
           Move WS-Today-Date To SSF-Effective-Date
           Move "TELCOAGE" To SSF-Source
           Open Extend Status-History-File
           Write Status-History-Record
           Close Status-History-File
           Display "SUBSCRIBER " WS-Itm-Id (WS-Itm-Sub)
                   " SUSPENDED FOR NON-PAYMENT."
           Move "SUSP" To WS-Ntf-Event
           Move WS-Itm-Id (WS-Itm-Sub) To WS-Ntf-Subscriber
           Move "NON-PAYMENT" To WS-Ntf-Detail
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

      * LOADS THE LATE-FEE POLICY (NO FILE OR NO ROWS MEANS NO LATE
      * FEES), THEN THE FEES ALREADY CHARGED AND THE TAX-EXEMPT
      * ACCOUNTS. EACH BUCKET TAKES THE DUNNING THRESHOLD IT FOLLOWS.
       Load-Late-Fee-Policy.
           Move "30" To WS-Pol-Bucket (1)
           Move WS-Remind-Days To WS-Pol-Threshold (1)
           Move "60" To WS-Pol-Bucket (2)
           Move WS-Warn-Days To WS-Pol-Threshold (2)
           Move "90" To WS-Pol-Bucket (3)
           Move WS-Suspend-Days To WS-Pol-Threshold (3)
           Move "N" To WS-Pol-Eof-Flag
           Open Input Late-Policy-File
           If WS-Latefee-File-Status = "00"
               Perform Read-One-Policy Until WS-Pol-Eof
               Close Late-Policy-File
           End-If
           If Not WS-Fee-Policy-On
               Exit Paragraph
           End-If
           Move Zero To WS-Fdn-Count
           Move "N" To WS-Fdn-Eof-Flag
           Open Input Late-Fee-Log-File
           If WS-Lateflog-File-Status = "00"
               Perform Read-One-Fee-Log Until WS-Fdn-Eof
               Close Late-Fee-Log-File
           End-If
           Move Zero To WS-Exm-Count
           Move "N" To WS-Exm-Eof-Flag
           Open Input Tax-Exempt-File
           If WS-Taxexmpt-File-Status = "00"
               Perform Read-One-Exemption Until WS-Exm-Eof
               Close Tax-Exempt-File
           End-If
           .

       Read-One-Policy.
           Read Late-Policy-File
               At End
                   Set WS-Pol-Eof To True
               Not At End
                   Perform Varying WS-Pol-Sub From 1 By 1
                           Until WS-Pol-Sub > 3
                       If WS-Pol-Bucket (WS-Pol-Sub) = LPF-Bucket
                           Move "Y" To WS-Pol-Present (WS-Pol-Sub)
                           Move LPF-Fee-Type
                               To WS-Pol-Fee-Type (WS-Pol-Sub)
                           Move LPF-Flat-Amount
                               To WS-Pol-Flat-Amount (WS-Pol-Sub)
                           Move LPF-Percent
                               To WS-Pol-Percent (WS-Pol-Sub)
                           Move LPF-Min-Amount
                               To WS-Pol-Min-Amount (WS-Pol-Sub)
                           Move LPF-Max-Amount
                               To WS-Pol-Max-Amount (WS-Pol-Sub)
                           Move LPF-Grace-Days
                               To WS-Pol-Grace-Days (WS-Pol-Sub)
                           Set WS-Fee-Policy-On To True
                       End-If
                   End-Perform
           End-Read
           .

       Read-One-Fee-Log.
           Read Late-Fee-Log-File
               At End
                   Set WS-Fdn-Eof To True
               Not At End
                   If WS-Fdn-Count < 5000
                       Add 1 To WS-Fdn-Count
                       Move LFL-Invoice-No
                           To WS-Fdn-Invoice (WS-Fdn-Count)
                       Move LFL-Bucket To WS-Fdn-Bucket (WS-Fdn-Count)
                   End-If
           End-Read
           .

       Read-One-Exemption.
           Read Tax-Exempt-File
               At End
                   Set WS-Exm-Eof To True
               Not At End
                   If WS-Exm-Count < 500
                   And ( TXF-Issue-Date = Zero
                       Or TXF-Issue-Date Not > WS-Today-Date )
                   And ( TXF-Expiry-Date = Zero
                       Or TXF-Expiry-Date > WS-Today-Date )
                       Add 1 To WS-Exm-Count
                       Move TXF-Subscriber-Id
                           To WS-Exm-Entry (WS-Exm-Count)
                   End-If
           End-Read
           .

      * ONE FEE PER BUCKET THE INVOICE HAS CROSSED (PLUS THE BUCKET'S
      * GRACE DAYS) AND NOT YET BEEN CHARGED FOR - AN INVOICE FIRST
      * SEEN WELL PAST SEVERAL THRESHOLDS CATCHES UP ON ALL OF THEM.
       Assess-Late-Fees.
           Move "N" To WS-Exm-Found-Flag
           Perform Varying WS-Exm-Sub From 1 By 1
                   Until WS-Exm-Sub > WS-Exm-Count
                   Or WS-Exm-Found
               If WS-Exm-Entry (WS-Exm-Sub) = WS-Itm-Id (WS-Itm-Sub)
                   Set WS-Exm-Found To True
               End-If
           End-Perform
           If WS-Exm-Found
               Exit Paragraph
           End-If
           Perform Assess-One-Bucket
               Varying WS-Pol-Sub From 1 By 1
               Until WS-Pol-Sub > 3
           .

       Assess-One-Bucket.
           If WS-Pol-Present (WS-Pol-Sub) Not = "Y"
               Exit Paragraph
           End-If
           If WS-Age-Days < WS-Pol-Threshold (WS-Pol-Sub)
                   + WS-Pol-Grace-Days (WS-Pol-Sub)
               Exit Paragraph
           End-If
           Move "N" To WS-Fdn-Found-Flag
           Perform Varying WS-Fdn-Sub From 1 By 1
                   Until WS-Fdn-Sub > WS-Fdn-Count
                   Or WS-Fdn-Found
               If WS-Fdn-Invoice (WS-Fdn-Sub)
                       = WS-Itm-Invoice (WS-Itm-Sub)
               And WS-Fdn-Bucket (WS-Fdn-Sub)
                       = WS-Pol-Bucket (WS-Pol-Sub)
                   Set WS-Fdn-Found To True
               End-If
           End-Perform
           If WS-Fdn-Found
               Exit Paragraph
           End-If
           If WS-Pol-Fee-Type (WS-Pol-Sub) = "P"
               Compute WS-Late-Fee Rounded = WS-Open-Balance
                       * WS-Pol-Percent (WS-Pol-Sub)
           Else
               Move WS-Pol-Flat-Amount (WS-Pol-Sub) To WS-Late-Fee
           End-If
           If WS-Late-Fee < WS-Pol-Min-Amount (WS-Pol-Sub)
               Move WS-Pol-Min-Amount (WS-Pol-Sub) To WS-Late-Fee
           End-If
           If WS-Pol-Max-Amount (WS-Pol-Sub) > Zero
           And WS-Late-Fee > WS-Pol-Max-Amount (WS-Pol-Sub)
               Move WS-Pol-Max-Amount (WS-Pol-Sub) To WS-Late-Fee
           End-If
           If WS-Late-Fee Not > Zero
               Exit Paragraph
           End-If
           Perform Stage-Late-Fee
           .

      * THE FEE GOES TO CHGFILE DATED THE AGING DATE FOR THE NEXT
      * INVOICE RUN, AND TO LATEFLOG AS THE NEVER-AGAIN KEY.
       Stage-Late-Fee.
           Move WS-Itm-Id (WS-Itm-Sub) To CHG-Subscriber-Id
           Move "LATEFEE" To CHG-Charge-Code
           Move Spaces To CHG-Description
           String "LATE " WS-Pol-Bucket (WS-Pol-Sub) "D "
                  WS-Itm-Invoice (WS-Itm-Sub)
               Delimited By Size Into CHG-Description
           Move WS-Late-Fee To CHG-Amount
           Move WS-Today-Date To CHG-Charge-Date
           Move "A" To CHG-Status
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company CHG-Charge-Date WS-Plk-Result
           Write Charge-Record
           Move Function Current-Date To LFL-Timestamp
           Move WS-Itm-Invoice (WS-Itm-Sub) To LFL-Invoice-No
           Move WS-Itm-Id (WS-Itm-Sub) To LFL-Subscriber-Id
           Move WS-Pol-Bucket (WS-Pol-Sub) To LFL-Bucket
           Move WS-Late-Fee To LFL-Amount
           Move CHG-Charge-Date To LFL-Charge-Date
           Write Late-Fee-Log-Record
           If WS-Fdn-Count < 5000
               Add 1 To WS-Fdn-Count
               Move WS-Itm-Invoice (WS-Itm-Sub)
                   To WS-Fdn-Invoice (WS-Fdn-Count)
               Move WS-Pol-Bucket (WS-Pol-Sub)
                   To WS-Fdn-Bucket (WS-Fdn-Count)
           End-If
           Add 1 To WS-Late-Fees-Staged
           .

       Bucket-Held-Item.
           Evaluate True
               When WS-Age-Days >= WS-Suspend-Days
                   Add WS-Open-Balance To WS-Age-90
               When WS-Age-Days >= WS-Warn-Days
                   Add WS-Open-Balance To WS-Age-60
               When WS-Age-Days >= WS-Remind-Days
                   Add WS-Open-Balance To WS-Age-30
               When Other
                   Add WS-Open-Balance To WS-Age-Current
           End-Evaluate
           .

      * LOADS THE ARRANGEMENT FILE (IF PRESENT) INTO ITS TABLE.
       Load-Arrangements.
           Move Zero To WS-Arr-Count
           Move "N" To WS-Arr-Eof-Flag
           Open Input Arrangement-File
           If WS-Payarr-File-Status = "00"
               Perform Read-One-Arrangement Until WS-Arr-Eof
               Close Arrangement-File
           End-If
           .

       Read-One-Arrangement.
           Read Arrangement-File
               At End
                   Set WS-Arr-Eof To True
               Not At End
                   If WS-Arr-Count < 500
                       Add 1 To WS-Arr-Count
                       Move Arrangement-Record
                           To WS-Arr-Entry (WS-Arr-Count)
                       Move Zero To WS-Arr-Paid (WS-Arr-Count)
                   End-If
           End-Read
           .

      * THE ACTIVE ARRANGEMENT FOR WS-CYC-SUBSCRIBER, IF ANY.
       Find-Active-Arrangement.
           Move "N" To WS-Arr-Found-Flag
           Perform Varying WS-Arr-Sub From 1 By 1
                   Until WS-Arr-Sub > WS-Arr-Count
                   Or WS-Arr-Found
               If WS-Arr-Subscriber-Id (WS-Arr-Sub) = WS-Cyc-Subscriber
               And WS-Arr-Status (WS-Arr-Sub) = "A"
                   Set WS-Arr-Found To True
                   Subtract 1 From WS-Arr-Sub
               End-If
           End-Perform
           .

      * REVIEWS EVERY ACTIVE ARRANGEMENT ON THE CYCLE BEING AGED
      * BEFORE ANY ITEM IS DUNNED, THEN REWRITES THE FILE IF ANY
      * WAS BROKEN OR KEPT.
       Review-Arrangements.
           Open Output Broken-Promise-File
           Perform Review-One-Arrangement
               Varying WS-Arr-Sub From 1 By 1
               Until WS-Arr-Sub > WS-Arr-Count
           Close Broken-Promise-File
           If WS-Arr-Changed
               Open Output Arrangement-File
               Perform Rewrite-One-Arrangement
                   Varying WS-Arr-Sub From 1 By 1
                   Until WS-Arr-Sub > WS-Arr-Count
               Close Arrangement-File
           End-If
           .

      * BROKEN WHEN THE PAYMENTS SINCE SET-UP FALL SHORT OF THE
      * INSTALMENTS ALREADY DUE (GRACE DAYS ALLOWED FOR THE MONEY TO
      * ARRIVE); KEPT ONCE THEY COVER THE WHOLE SCHEDULE.
       Review-One-Arrangement.
           If WS-Arr-Status (WS-Arr-Sub) Not = "A"
               Exit Paragraph
           End-If
           Move WS-Arr-Subscriber-Id (WS-Arr-Sub) To WS-Cyc-Subscriber
           Move "M" To WS-Cyc-Mode
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           If WS-Cyc-Not-Member
               Exit Paragraph
           End-If
           Move Zero To WS-Arr-Due-To-Date
           Move Zero To WS-Arr-Missed-Date
           Perform Add-One-Instalment-Due
               Varying WS-Arr-Inst-Sub From 1 By 1
               Until WS-Arr-Inst-Sub > WS-Arr-Inst-Count (WS-Arr-Sub)
           Evaluate True
               When WS-Arr-Missed-Date Not = Zero
                   Move "B" To WS-Arr-Status (WS-Arr-Sub)
                   Move WS-Today-Date To WS-Arr-Close-Date (WS-Arr-Sub)
                   Set WS-Arr-Changed To True
                   Add 1 To WS-Arr-Broken
                   Move WS-Arr-Subscriber-Id (WS-Arr-Sub)
                       To WS-Brk-Id-Out
                   Move WS-Arr-Missed-Date To WS-Brk-Missed-Out
                   Move WS-Arr-Due-To-Date To WS-Brk-Due-Out
                   Move WS-Arr-Paid (WS-Arr-Sub) To WS-Brk-Paid-Out
                   Write Broken-Promise-Line From WS-Broken-Line
                   Display "ARRANGEMENT BROKEN - ACCOUNT "
                           WS-Arr-Subscriber-Id (WS-Arr-Sub)
                           " - DUNNING RESUMES."
               When WS-Arr-Paid (WS-Arr-Sub)
                       >= WS-Arr-Total-Amount (WS-Arr-Sub)
                   Move "K" To WS-Arr-Status (WS-Arr-Sub)
                   Move WS-Today-Date To WS-Arr-Close-Date (WS-Arr-Sub)
                   Set WS-Arr-Changed To True
                   Add 1 To WS-Arr-Kept
           End-Evaluate
           .

       Add-One-Instalment-Due.
           Compute WS-Arr-Due-Int = Function Integer-Of-Date
                   ( WS-Arr-Inst-Due-Date (WS-Arr-Sub WS-Arr-Inst-Sub) )
                   + WS-Arr-Grace-Days
           If WS-Arr-Due-Int >= WS-Today-Int
               Exit Paragraph
           End-If
           Add WS-Arr-Inst-Amount (WS-Arr-Sub WS-Arr-Inst-Sub)
               To WS-Arr-Due-To-Date
           If WS-Arr-Paid (WS-Arr-Sub) < WS-Arr-Due-To-Date
           And WS-Arr-Missed-Date = Zero
               Move WS-Arr-Inst-Due-Date (WS-Arr-Sub WS-Arr-Inst-Sub)
                   To WS-Arr-Missed-Date
           End-If
           .

       Rewrite-One-Arrangement.
           Move WS-Arr-Entry (WS-Arr-Sub) To Arrangement-Record
           Write Arrangement-Record
           .

       End Program TELCOAGE.
