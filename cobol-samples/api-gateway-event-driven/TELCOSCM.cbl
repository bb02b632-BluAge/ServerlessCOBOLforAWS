      *  RATING SEES THE CHANGE), EVERY CHANGE UNDER A REQUIRED
      *  REASON CODE ON THE SUBMLOG CHANGE LOG WITH THE SIGNED-ON
      *  OPERATOR, AND AN EXTRACT OF CHANGES SINCE A DATE (SUBMEXTR)
      *  FOR DOWNSTREAM SYNC. THE SUBSCRIBER'S CONTACT ROW (SUBCONT -
      *  BILLING ADDRESS, EMAIL, DELIVERY CHANNEL, LANGUAGE AND THE
      *  RETURNED-MAIL/BOUNCED-EMAIL FLAGS THE BILLING RUNS ROUTE
      *  FROM) IS MAINTAINED HERE UNDER THE SAME REASON-CODED LOG,
      *  WITH A LISTING OF THE UNDELIVERABLE ACCOUNTS FOR CARE.
      *  CARE ALSO RECORDS A CUSTOMER'S OPT-OUT FROM (OR BACK INTO)
      *  ONE NOTIFICATION EVENT ON NTFOPT AND LOOKS UP WHAT THE
      *  TELCONTF HUB SENT OR HELD BACK ON NTFLOG. A CHANGE TO
      *  SUSPENDED IS ANNOUNCED TO THE CUSTOMER THROUGH TELCONTF.
      *  CARE ALSO ADDS AND REMOVES THE NUMBERS ON A SUBSCRIBER'S
      *  "FAVOURITE NUMBERS" ADD-ON (FAVNUM), NEVER MORE THAN THE
      *  ENROLLED PLAN ALLOWS, EACH ADD STAMPED WITH THE PLAN'S
      *  DISCOUNT PERCENTAGE FOR TELCOATOM TO RATE FROM.
      *  A NEW SUBSCRIBER IS GIVEN A TELEPHONE NUMBER FROM THE NUMINV
      *  STOCK - THE NEXT AVAILABLE ONE, OR ONE THE OPERATOR NAMES SO
      *  LONG AS IT IS AVAILABLE OR RESERVED FOR THAT SUBSCRIBER -
      *  PAIRED WITH ITS SIM; ANY OTHER NUMBER IS REFUSED.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
               File Status Is WS-Submlog-File-Status.
           Select Extract-File Assign To "SUBMEXTR"
               Organization Is Sequential.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Opt-Out-File Assign To "NTFOPT"
               Organization Is Sequential
               File Status Is WS-Ntfopt-File-Status.
           Select Notification-Log-File Assign To "NTFLOG"
               Organization Is Sequential
               File Status Is WS-Ntflog-File-Status.
           Select Plan-Enrollment-File Assign To "PLANENRL"
               Organization Is Sequential
               File Status Is WS-Planenrl-File-Status.
           Select Plan-Table-File Assign To "PLANTAB"
               Organization Is Sequential
               File Status Is WS-Plantab-File-Status.
           Select Favourite-Number-File Assign To "FAVNUM"
               Organization Is Sequential
               File Status Is WS-Favnum-File-Status.
           Select Number-Inventory-File Assign To "NUMINV"
               Organization Is Sequential
               File Status Is WS-Numinv-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

           05  SMX-Subscriber-Id    Pic X(10).
           05  SMX-New-Status       Pic X(1).

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Opt-Out-File
           Recording Mode Is F.
       01  Opt-Out-Record.
               COPY NTFOPT.

       FD  Notification-Log-File
           Recording Mode Is F.
       01  Notification-Log-Record.
               COPY NTFLOG.

       FD  Plan-Enrollment-File
           Recording Mode Is F.
       01  Plan-Enrollment-Record.
               COPY PLANENRL.

       FD  Plan-Table-File
           Recording Mode Is F.
       01  Plan-Table-Record.
               COPY PLANTAB.

       FD  Favourite-Number-File
           Recording Mode Is F.
       01  Favourite-Number-Record.
               COPY FAVNUM.

       FD  Number-Inventory-File
           Recording Mode Is F.
       01  Number-Inventory-Record.
               COPY NUMINV.

       FD  Audit-Log-File.
       COPY OPAUDIT.


       01  WS-Submast-File-Status   Pic X(2)    Value Spaces.
       01  WS-Submlog-File-Status   Pic X(2)    Value Spaces.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ntfopt-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ntflog-File-Status    Pic X(2)    Value Spaces.
       01  WS-Planenrl-File-Status  Pic X(2)    Value Spaces.
       01  WS-Plantab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Favnum-File-Status    Pic X(2)    Value Spaces.
       01  WS-Numinv-File-Status    Pic X(2)    Value Spaces.

       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(2)    Value Spaces.

      * THE MASTER FOR THE SESSION - CHANGED IN THE TABLE AND
      * REWRITTEN WHOLE ON EXIT (TELCOFRD REWRITE PATTERN).
       01  WS-Changes-Made-Flag     Pic X       Value "N".
         88  WS-Changes-Made        Value "Y".

      * THE CONTACT FILE FOR THE SESSION - SAME LOAD, CHANGE IN THE
      * TABLE AND REWRITE-WHOLE-ON-EXIT PATTERN AS THE MASTER.
       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".
       01  WS-Contacts-Changed-Flag Pic X       Value "N".
         88  WS-Contacts-Changed    Value "Y".

      * THE NUMBER INVENTORY FOR THE SESSION - SAME LOAD, CHANGE IN
      * THE TABLE AND REWRITE-WHOLE-ON-EXIT PATTERN AS THE MASTER.
       01  WS-Number-Table.
           05  WS-Num-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Num-Entry Occurs 20000 Times.
               COPY NUMINV REPLACING LEADING ==NI-== BY ==WS-Num-==.
       01  WS-Num-Sub               Pic 9(5)    Binary.
       01  WS-Num-Pick              Pic 9(5)    Binary Value Zero.
       01  WS-Num-Found-Flag        Pic X       Value "N".
         88  WS-Num-Found           Value "Y".
       01  WS-Num-Eof-Flag          Pic X       Value "N".
         88  WS-Num-Eof             Value "Y".
       01  WS-Numbers-Changed-Flag  Pic X       Value "N".
         88  WS-Numbers-Changed     Value "Y".
       01  WS-Input-Number          Pic X(15)   Value Spaces.
       01  WS-Input-Sim             Pic X(20)   Value Spaces.
       01  WS-Num-Release-Out       Pic 9(8).

      * OPERATOR INPUT AND VALIDATION WORK.
       01  WS-Input-Sub-Id          Pic X(10)   Value Spaces.
       01  WS-Input-Name            Pic X(30)   Value Spaces.
       01  WS-Log-Eof-Flag          Pic X       Value "N".
         88  WS-Log-Eof             Value "Y".

      * CONTACT-MAINTENANCE INPUT - A BLANK ANSWER KEEPS THE VALUE
      * ALREADY ON FILE.
       01  WS-Contact-Input.
           05  WS-In-Bill-Name      Pic X(30).
           05  WS-In-Address-1      Pic X(30).
           05  WS-In-Address-2      Pic X(30).
           05  WS-In-City           Pic X(20).
           05  WS-In-Region         Pic X(4).
           05  WS-In-Postal-Code    Pic X(10).
           05  WS-In-Country        Pic X(3).
           05  WS-In-Email          Pic X(60).
           05  WS-In-Phone          Pic X(15).
           05  WS-In-Channel        Pic X(1).
           05  WS-In-Language       Pic X(2).
       01  WS-Contact-Work.
           COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cwk-==.
       01  WS-Flag-Kind             Pic X(1)    Value Space.
       01  WS-Flag-Action           Pic X(1)    Value Space.
       01  WS-At-Count              Pic 9(3)    Binary Value Zero.
       01  WS-Contact-Ok-Flag       Pic X       Value "N".
         88  WS-Contact-Ok          Value "Y".
       01  WS-Undeliverable-Count   Pic 9(5)    Binary Value Zero.

      * NOTIFICATION OPT-OUT AND HISTORY WORK. THE EVENT CODES ARE
      * THE ONES THE TELCONTF HUB IS CALLED WITH - SEE NTFTMPL.cpy.
       01  WS-Ntf-Event-Codes.
           05  Pic X(36) Value "INV DUN1DUN2DUN3SUSPLOWBAL80A100TOPU".
           05  Pic X(4)  Value "TXRN".
       01  WS-Ntf-Event-Table Redefines WS-Ntf-Event-Codes.
           05  WS-Ntf-Known-Event   Pic X(4)    Occurs 10 Times.
       01  WS-Ntf-Event-Sub         Pic 9(2)    Binary.
       01  WS-Ntf-Event-Ok-Flag     Pic X       Value "N".
         88  WS-Ntf-Event-Ok        Value "Y".
       01  WS-Input-Event           Pic X(4)    Value Spaces.
       01  WS-Opt-Action            Pic X(1)    Value Space.
       01  WS-Opt-Eof-Flag          Pic X       Value "N".
         88  WS-Opt-Eof             Value "Y".
       01  WS-History-Count         Pic 9(5)    Binary Value Zero.
       01  WS-History-Line.
           05  WS-Hline-Date-Out    Pic X(8).
           05  Pic X(1)  Value Space.
           05  WS-Hline-Time-Out    Pic X(6).
           05  Pic X(1)  Value Space.
           05  WS-Hline-Event-Out   Pic X(4).
           05  Pic X(1)  Value Space.
           05  WS-Hline-Status-Out  Pic X(12).
           05  Pic X(1)  Value Space.
           05  WS-Hline-Channel-Out Pic X(1).
           05  Pic X(1)  Value Space.
           05  WS-Hline-Program-Out Pic X(8).
           05  Pic X(1)  Value Space.
           05  WS-Hline-Address-Out Pic X(40).

      * FAVOURITE-NUMBER MAINTENANCE WORK - THE SUBSCRIBER'S PLAN AS
      * OF TODAY, WHAT ITS ADD-ON ALLOWS, AND THE NUMBERS CURRENTLY
      * NAMED, FOLDED FROM THE FAVNUM HISTORY (LATEST ROW PER NUMBER
      * WINS; AN "R" ROW DROPS IT).
       01  WS-Fav-Plan-Code         Pic X(4)    Value Spaces.
       01  WS-Fav-Plan-Date         Pic 9(8)    Value Zero.
       01  WS-Fav-Allowed           Pic 9(2)    Value Zero.
       01  WS-Fav-Pct               Pic S9V9(4) Value Zero.
       01  WS-Fav-Today             Pic 9(8)    Value Zero.
       01  WS-Fav-Eof-Flag          Pic X       Value "N".
         88  WS-Fav-Eof             Value "Y".
       01  WS-Fav-Set.
           05  WS-Fav-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Fav-Entry Occurs 100 Times.
               10  WS-Fav-Number    Pic X(15).
               10  WS-Fav-Action    Pic X(1).
               10  WS-Fav-Date      Pic 9(8).
       01  WS-Fav-Sub               Pic 9(3)    Binary.
       01  WS-Fav-Found-Flag        Pic X       Value "N".
         88  WS-Fav-Found           Value "Y".
       01  WS-Fav-Active-Count      Pic 9(3)    Binary Value Zero.
       01  WS-Fav-Input             Pic X(15)   Value Spaces.
       01  WS-Fav-Digits            Pic 9(15)   Value Zero.
       01  WS-Fav-Number-Key        Pic X(15)   Value Spaces.
       01  WS-Fav-Choice            Pic X(1)    Value Space.
       01  WS-Fav-Pct-Out           Pic Z9.99.

      * SHARED CUSTOMER-NOTIFICATION CALL AREA - SEE TELCONTF.
       01  WS-Ntf-Event             Pic X(4)    Value "SUSP".
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOSCM".
       01  WS-Ntf-Detail            Pic X(60)   Value "CUSTOMER CARE".
       01  WS-Ntf-Result            Pic 9(2)    Binary.

       01  WS-Contact-Line.
           05  Pic X(5)  Value "SUB: ".
           05  WS-Cline-Id-Out      Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Cline-Name-Out    Pic X(30).
           05  Pic X(6)  Value " VIA: ".
           05  WS-Cline-Channel-Out Pic X(1).
           05  Pic X(7)  Value " LANG: ".
           05  WS-Cline-Lang-Out    Pic X(2).
           05  Pic X(1)  Value Space.
           05  WS-Cline-Flags-Out   Pic X(26).

       01  WS-Master-Line.
           05  Pic X(5)  Value "SUB: ".
           05  WS-Line-Id-Out       Pic X(10).
           End-If
           Move WS-Sgn-Operator To WS-Audit-Operator
           Perform Load-Subscriber-Master
           Perform Load-Contact-File
           Perform Load-Number-Inventory
           Perform Menu-Loop Until Not Continue-Menu
           If WS-Changes-Made
               Perform Rewrite-Subscriber-Master
               Display "SUBSCRIBER MASTER REWRITTEN - ENTRIES: "
                       WS-Mst-Count
           End-If
           If WS-Contacts-Changed
               Perform Rewrite-Contact-File
               Display "CONTACT FILE REWRITTEN - ENTRIES: "
                       WS-Cnt-Count
           End-If
           If WS-Numbers-Changed
               Perform Rewrite-Number-Inventory
               Display "NUMBER INVENTORY REWRITTEN - ENTRIES: "
                       WS-Num-Count
           End-If
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           Display "2. ADD A SUBSCRIBER"
           Display "3. CHANGE A SUBSCRIBER'S STATUS"
           Display "4. EXTRACT CHANGES SINCE A DATE"
           Display "5. MAINTAIN A SUBSCRIBER'S CONTACT DETAILS"
           Display "6. SET/CLEAR RETURNED-MAIL OR BOUNCED-EMAIL FLAG"
           Display "7. LIST UNDELIVERABLE ACCOUNTS"
           Display "8. SET/CLEAR A NOTIFICATION OPT-OUT"
           Display "9. SHOW A SUBSCRIBER'S NOTIFICATION HISTORY"
           Display "10. MAINTAIN A SUBSCRIBER'S FAVOURITE NUMBERS"
           Display "11. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "4"
                   Perform Extract-Changes
               When "5"
                   If WS-Operator-May-Change
                       Perform Maintain-Contact
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "6"
                   If WS-Operator-May-Change
                       Perform Maintain-Delivery-Flag
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "7"
                   Perform List-Undeliverable
               When "8"
                   If WS-Operator-May-Change
                       Perform Maintain-Notify-Opt-Out
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "9"
                   Perform Show-Notification-History
               When "10"
                   If WS-Operator-May-Change
                       Perform Maintain-Favourite-Numbers
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "11"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1 THROUGH 11."
           End-Evaluate
           .


      * ADDS ONE SUBSCRIBER: THE ID MUST BE TEN DIGITS, UNKNOWN TO
      * THE MASTER, AND THE NAME NON-BLANK. NEW ACCOUNTS ACTIVATE
      * TODAY - MASTER STATUS "A" AND AN "A" HISTORY ROW - ON A
      * NUMBER TAKEN FROM STOCK (SEE Choose-Subscriber-Number).
       Add-Subscriber.
           If WS-Mst-Count >= 5000
               Display "MASTER TABLE FULL - CANNOT ADD THIS SESSION."
               Display "A NAME IS REQUIRED - NOT ADDED."
               Exit Paragraph
           End-If
           Perform Choose-Subscriber-Number
           If Not WS-Num-Found
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move WS-Input-Name To WS-Mst-Name (WS-Mst-Sub)
           Move "A" To WS-Mst-Status (WS-Mst-Sub)
           Set WS-Changes-Made To True
           Perform Assign-Subscriber-Number
           Move Space To WS-Old-Status
           Move "A" To WS-Input-Status
           Perform Append-Status-History
           Move "ADD" To SML-Action
           Perform Write-Change-Log
           Display "SUBSCRIBER ADDED AND LOGGED. NUMBER: "
                   WS-Num-Number (WS-Num-Pick) " SIM: "
                   WS-Num-Sim-Serial (WS-Num-Pick)
           Display "ENTER THE BILLING CONTACT THROUGH OPTION 5 - "
                   "UNTIL THEN THE ACCOUNT BILLS ON PAPER."
           .

      * PICKS THE NEW SUBSCRIBER'S NUMBER FROM STOCK. A BLANK
      * ANSWER TAKES THE FIRST AVAILABLE NUMBER; A NAMED NUMBER MUST
      * BE AVAILABLE, OR RESERVED FOR THIS SUBSCRIBER - ANYTHING ELSE
      * (IN SERVICE, IN QUARANTINE, PORTED OUT, RESERVED FOR SOMEONE
      * ELSE) IS REFUSED. THE NUMBER'S PAIRED SIM IS KEPT UNLESS THE
      * OPERATOR KEYS ANOTHER, WHICH MUST NOT BE PAIRED WITH ANY
      * OTHER NUMBER. WS-Num-Pick IS LEFT ON THE CHOSEN ENTRY.
       Choose-Subscriber-Number.
           Move "N" To WS-Num-Found-Flag
           Display "ENTER NUMBER (BLANK = NEXT AVAILABLE): "
               With No Advancing
           Accept WS-Input-Number From Console
           If WS-Input-Number = Spaces
               Perform Varying WS-Num-Sub From 1 By 1
                       Until WS-Num-Sub > WS-Num-Count
                          Or WS-Num-Found
                   If WS-Num-Status (WS-Num-Sub) = "V"
                       Move "Y" To WS-Num-Found-Flag
                   End-If
               End-Perform
               If Not WS-Num-Found
                   Display "NO AVAILABLE NUMBER IN STOCK - NOT ADDED."
                   Exit Paragraph
               End-If
               Subtract 1 From WS-Num-Sub
           Else
               Perform Find-Number
               If Not WS-Num-Found
                   Display "NUMBER NOT IN THE INVENTORY - NOT ADDED."
                   Exit Paragraph
               End-If
               Move "N" To WS-Num-Found-Flag
               Evaluate WS-Num-Status (WS-Num-Sub)
                   When "V"
                       Move "Y" To WS-Num-Found-Flag
                   When "R"
                       If WS-Num-Subscriber-Id (WS-Num-Sub) = Spaces
                          Or WS-Num-Subscriber-Id (WS-Num-Sub)
                             = WS-Input-Sub-Id
                           Move "Y" To WS-Num-Found-Flag
                       Else
                           Display "NUMBER RESERVED FOR "
                                   WS-Num-Subscriber-Id (WS-Num-Sub)
                                   " - NOT ADDED."
                       End-If
                   When "Q"
                       Move WS-Num-Release-Date (WS-Num-Sub)
                           To WS-Num-Release-Out
                       Display "NUMBER IN QUARANTINE UNTIL "
                               WS-Num-Release-Out " - NOT ADDED."
                   When "O"
                       Display "NUMBER PORTED OUT - NOT ADDED."
                   When Other
                       Display "NUMBER ALREADY IN SERVICE - NOT "
                               "ADDED."
               End-Evaluate
               If Not WS-Num-Found
                   Exit Paragraph
               End-If
           End-If
           Move WS-Num-Sub To WS-Num-Pick
           Display "NUMBER: " WS-Num-Number (WS-Num-Pick)
                   " PAIRED SIM: " WS-Num-Sim-Serial (WS-Num-Pick)
           Display "ENTER SIM SERIAL (BLANK = KEEP PAIRED SIM): "
               With No Advancing
           Accept WS-Input-Sim From Console
           If WS-Input-Sim = Spaces
               Move WS-Num-Sim-Serial (WS-Num-Pick) To WS-Input-Sim
           End-If
           If WS-Input-Sim = Spaces
               Display "A SIM SERIAL IS REQUIRED - NOT ADDED."
               Move "N" To WS-Num-Found-Flag
               Exit Paragraph
           End-If
           Perform Varying WS-Num-Sub From 1 By 1
                   Until WS-Num-Sub > WS-Num-Count
               If WS-Num-Sim-Serial (WS-Num-Sub) = WS-Input-Sim
                  And WS-Num-Sub Not = WS-Num-Pick
                   Display "SIM ALREADY PAIRED WITH "
                           WS-Num-Number (WS-Num-Sub) " - NOT ADDED."
                   Move "N" To WS-Num-Found-Flag
               End-If
           End-Perform
           .

      * PUTS THE CHOSEN NUMBER INTO SERVICE FOR THE NEW SUBSCRIBER.
       Assign-Subscriber-Number.
           Move "A" To WS-Num-Status (WS-Num-Pick)
           Move WS-Input-Sub-Id To WS-Num-Subscriber-Id (WS-Num-Pick)
           Move WS-Input-Sim To WS-Num-Sim-Serial (WS-Num-Pick)
           Move Function Current-Date (1:8)
               To WS-Num-Status-Date (WS-Num-Pick)
           Move Zero To WS-Num-Release-Date (WS-Num-Pick)
           Move WS-Sgn-Operator To WS-Num-Changed-By (WS-Num-Pick)
           Set WS-Numbers-Changed To True
           .

      * MOVES ONE SUBSCRIBER THROUGH A LIFECYCLE TRANSITION THAT
           Move WS-Input-Sub-Id To SSF-Subscriber-Id
           Move WS-Input-Status To SSF-Status
           Move Function Current-Date (1:8) To SSF-Effective-Date
           Move "TELCOSCM" To SSF-Source
           Open Extend Status-History-File
           Write Status-History-Record
           Close Status-History-File
           If WS-Input-Status = "S"
               Move WS-Input-Sub-Id To WS-Ntf-Subscriber
               Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
                   WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           End-If
           .

      * EVERY CHANGE LANDS ON THE DEDICATED CHANGE LOG WITH THE
           End-Read
           .

      * LOADS THE CONTACT FILE (IF PRESENT) - AN ABSENT FILE JUST
      * MEANS NO CONTACTS HAVE BEEN CAPTURED YET.
       Load-Contact-File.
           Move Zero To WS-Cnt-Count
           Move "N" To WS-Cnt-Eof-Flag
           Open Input Contact-File
           If WS-Subcont-File-Status = "00"
               Perform Read-One-Contact Until WS-Cnt-Eof
               Close Contact-File
           End-If
           Display "CONTACTS LOADED: " WS-Cnt-Count
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

       Find-Contact.
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub) = WS-Input-Sub-Id
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           .

      * CAPTURES OR CHANGES ONE SUBSCRIBER'S CONTACT ROW. EACH FIELD
      * SHOWS ITS VALUE ON FILE AND A BLANK ANSWER KEEPS IT. THE
      * RESULT MUST BE DELIVERABLE THROUGH ITS OWN CHANNEL - A
      * POSTAL ADDRESS FOR PAPER, A WELL-FORMED EMAIL FOR MAIL - OR
      * NOTHING IS CHANGED. A NEW ADDRESS CLEARS THE RETURNED-MAIL
      * FLAG AND A NEW EMAIL THE BOUNCE FLAG: THE BAD ONE IS GONE.
       Maintain-Contact.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Subscriber
           If Not WS-Mst-Found
               Display "SUBSCRIBER NOT ON THE MASTER."
               Exit Paragraph
           End-If
           Perform Find-Contact
           If WS-Cnt-Found
               Move WS-Cnt-Entry (WS-Cnt-Sub) To WS-Contact-Work
               Move WS-Cwk-Delivery-Channel To WS-Old-Status
           Else
               If WS-Cnt-Count >= 5000
                   Display "CONTACT TABLE FULL - CANNOT ADD THIS "
                           "SESSION."
                   Exit Paragraph
               End-If
               Initialize WS-Contact-Work
               Move WS-Input-Sub-Id To WS-Cwk-Subscriber-Id
               Move WS-Mst-Name (WS-Mst-Sub) To WS-Cwk-Bill-Name
               Move "P" To WS-Cwk-Delivery-Channel
               Move "EN" To WS-Cwk-Language
               Move "N" To WS-Cwk-Returned-Mail
               Move "N" To WS-Cwk-Bounced-Email
               Move Space To WS-Old-Status
           End-If
           Initialize WS-Contact-Input
           Display "BILL-TO NAME [" WS-Cwk-Bill-Name "]: "
               With No Advancing
           Accept WS-In-Bill-Name From Console
           Display "ADDRESS LINE 1 [" WS-Cwk-Address-1 "]: "
               With No Advancing
           Accept WS-In-Address-1 From Console
           Display "ADDRESS LINE 2 [" WS-Cwk-Address-2 "]: "
               With No Advancing
           Accept WS-In-Address-2 From Console
           Display "CITY [" WS-Cwk-City "]: " With No Advancing
           Accept WS-In-City From Console
           Display "REGION [" WS-Cwk-Region "]: " With No Advancing
           Accept WS-In-Region From Console
           Display "POSTAL CODE [" WS-Cwk-Postal-Code "]: "
               With No Advancing
           Accept WS-In-Postal-Code From Console
           Display "COUNTRY [" WS-Cwk-Country "]: " With No Advancing
           Accept WS-In-Country From Console
           Display "EMAIL [" WS-Cwk-Email "]: " With No Advancing
           Accept WS-In-Email From Console
           Display "PHONE [" WS-Cwk-Phone "]: " With No Advancing
           Accept WS-In-Phone From Console
           Display "DELIVERY CHANNEL P=PAPER E=EMAIL B=BOTH ["
                   WS-Cwk-Delivery-Channel "]: " With No Advancing
           Accept WS-In-Channel From Console
           Display "LANGUAGE [" WS-Cwk-Language "]: "
               With No Advancing
           Accept WS-In-Language From Console
           Perform Apply-Contact-Input
           Perform Check-Contact-Deliverable
           If Not WS-Contact-Ok
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           If Not WS-Cnt-Found
               Add 1 To WS-Cnt-Count
               Move WS-Cnt-Count To WS-Cnt-Sub
           End-If
           Move WS-Contact-Work To WS-Cnt-Entry (WS-Cnt-Sub)
           Set WS-Contacts-Changed To True
           Move WS-Cwk-Delivery-Channel To WS-Input-Status
           Move "CONTACT" To SML-Action
           Perform Write-Change-Log
           Display "CONTACT DETAILS SAVED AND LOGGED."
           .

       Apply-Contact-Input.
           If WS-In-Bill-Name Not = Spaces
               Move WS-In-Bill-Name To WS-Cwk-Bill-Name
           End-If
           If WS-In-Address-1 Not = Spaces
           Or WS-In-Postal-Code Not = Spaces
               Move "N" To WS-Cwk-Returned-Mail
           End-If
           If WS-In-Address-1 Not = Spaces
               Move WS-In-Address-1 To WS-Cwk-Address-1
           End-If
           If WS-In-Address-2 Not = Spaces
               Move WS-In-Address-2 To WS-Cwk-Address-2
           End-If
           If WS-In-City Not = Spaces
               Move WS-In-City To WS-Cwk-City
           End-If
           If WS-In-Region Not = Spaces
               Move WS-In-Region To WS-Cwk-Region
           End-If
           If WS-In-Postal-Code Not = Spaces
               Move WS-In-Postal-Code To WS-Cwk-Postal-Code
           End-If
           If WS-In-Country Not = Spaces
               Move WS-In-Country To WS-Cwk-Country
           End-If
           If WS-In-Email Not = Spaces
               Move WS-In-Email To WS-Cwk-Email
               Move "N" To WS-Cwk-Bounced-Email
           End-If
           If WS-In-Phone Not = Spaces
               Move WS-In-Phone To WS-Cwk-Phone
           End-If
           If WS-In-Channel Not = Space
               Move WS-In-Channel To WS-Cwk-Delivery-Channel
           End-If
           If WS-In-Language Not = Spaces
               Move WS-In-Language To WS-Cwk-Language
           End-If
           .

       Check-Contact-Deliverable.
           Move "N" To WS-Contact-Ok-Flag
           If WS-Cwk-Delivery-Channel Not = "P"
           And WS-Cwk-Delivery-Channel Not = "E"
           And WS-Cwk-Delivery-Channel Not = "B"
               Display "DELIVERY CHANNEL MUST BE P, E OR B - "
                       "NOT SAVED."
               Exit Paragraph
           End-If
           If WS-Cwk-Delivery-Channel Not = "E"
           And ( WS-Cwk-Address-1 = Spaces
                 Or WS-Cwk-Postal-Code = Spaces )
               Display "PAPER DELIVERY NEEDS ADDRESS LINE 1 AND A "
                       "POSTAL CODE - NOT SAVED."
               Exit Paragraph
           End-If
           Move Zero To WS-At-Count
           Inspect WS-Cwk-Email Tallying WS-At-Count For All "@"
           If WS-Cwk-Delivery-Channel Not = "P"
           And WS-At-Count Not = 1
               Display "EMAIL DELIVERY NEEDS ONE WELL-FORMED EMAIL "
                       "ADDRESS - NOT SAVED."
               Exit Paragraph
           End-If
           Set WS-Contact-Ok To True
           .

      * CARE RECORDS A RETURNED LETTER OR A BOUNCED MAIL HERE (OR
      * CLEARS ONE ONCE THE CUSTOMER CONFIRMS THE ADDRESS). THE
      * BILLING RUNS STOP SENDING THROUGH A FLAGGED ROUTE AT ONCE.
       Maintain-Delivery-Flag.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Contact
           If Not WS-Cnt-Found
               Display "NO CONTACT DETAILS ON FILE - CAPTURE THEM "
                       "THROUGH OPTION 5 FIRST."
               Exit Paragraph
           End-If
           Display "WHICH FLAG? R=RETURNED MAIL, B=BOUNCED EMAIL: "
               With No Advancing
           Accept WS-Flag-Kind From Console
           Display "S=SET OR C=CLEAR: " With No Advancing
           Accept WS-Flag-Action From Console
           If ( WS-Flag-Kind Not = "R" And WS-Flag-Kind Not = "B" )
           Or ( WS-Flag-Action Not = "S"
                And WS-Flag-Action Not = "C" )
               Display "ENTER R OR B, THEN S OR C - NOTHING CHANGED."
               Exit Paragraph
           End-If
           If WS-Flag-Kind = "R"
               Move WS-Cnt-Returned-Mail (WS-Cnt-Sub) To WS-Old-Status
               Move "RTNMAIL" To SML-Action
           Else
               Move WS-Cnt-Bounced-Email (WS-Cnt-Sub) To WS-Old-Status
               Move "BOUNCE" To SML-Action
           End-If
           If WS-Flag-Action = "S"
               Move "Y" To WS-Input-Status
           Else
               Move "N" To WS-Input-Status
           End-If
           If WS-Input-Status = WS-Old-Status
               Display "FLAG ALREADY " WS-Old-Status " - NOTHING "
                       "CHANGED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           If WS-Flag-Kind = "R"
               Move WS-Input-Status
                   To WS-Cnt-Returned-Mail (WS-Cnt-Sub)
           Else
               Move WS-Input-Status
                   To WS-Cnt-Bounced-Email (WS-Cnt-Sub)
           End-If
           Set WS-Contacts-Changed To True
           Perform Write-Change-Log
           Display "DELIVERY FLAG CHANGED AND LOGGED."
           .

      * THE ACCOUNTS CARE HAS TO CHASE - EVERY CONTACT ROW CARRYING
      * A RETURNED-MAIL OR BOUNCED-EMAIL FLAG.
       List-Undeliverable.
           Move Zero To WS-Undeliverable-Count
           Perform List-One-Undeliverable
               Varying WS-Cnt-Sub From 1 By 1
               Until WS-Cnt-Sub > WS-Cnt-Count
           Display "UNDELIVERABLE ACCOUNTS: " WS-Undeliverable-Count
           .

       List-One-Undeliverable.
           If WS-Cnt-Returned-Mail (WS-Cnt-Sub) = "Y"
           Or WS-Cnt-Bounced-Email (WS-Cnt-Sub) = "Y"
               Add 1 To WS-Undeliverable-Count
               Move WS-Cnt-Subscriber-Id (WS-Cnt-Sub)
                   To WS-Cline-Id-Out
               Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To WS-Cline-Name-Out
               Move WS-Cnt-Delivery-Channel (WS-Cnt-Sub)
                   To WS-Cline-Channel-Out
               Move WS-Cnt-Language (WS-Cnt-Sub) To WS-Cline-Lang-Out
               Move Spaces To WS-Cline-Flags-Out
               Evaluate True
                   When WS-Cnt-Returned-Mail (WS-Cnt-Sub) = "Y"
                   And WS-Cnt-Bounced-Email (WS-Cnt-Sub) = "Y"
                       Move "RETURNED MAIL+BOUNCED MAIL"
                           To WS-Cline-Flags-Out
                   When WS-Cnt-Returned-Mail (WS-Cnt-Sub) = "Y"
                       Move "RETURNED MAIL" To WS-Cline-Flags-Out
                   When Other
                       Move "BOUNCED EMAIL" To WS-Cline-Flags-Out
               End-Evaluate
               Display WS-Contact-Line
               Display "     PHONE: " WS-Cnt-Phone (WS-Cnt-Sub)
                       " EMAIL: " WS-Cnt-Email (WS-Cnt-Sub)
           End-If
           .

      * RECORDS A CUSTOMER'S WISH NOT TO BE TOLD ABOUT ONE EVENT
      * TYPE ANY MORE (OR TO BE TOLD AGAIN) - ONE NTFOPT ROW PER
      * CHANGE, THE LATEST ROW WINNING, UNDER THE USUAL REASON-CODED
      * CHANGE LOG. THE OLD/NEW STATUS ON THE LOG IS THE OPT-OUT
      * FLAG.
       Maintain-Notify-Opt-Out.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Subscriber
           If Not WS-Mst-Found
               Display "SUBSCRIBER NOT ON THE MASTER."
               Exit Paragraph
           End-If
           Display "EVENTS: INV DUN1 DUN2 DUN3 SUSP LOWB AL80 A100 "
                   "TOPU TXRN"
           Display "ENTER EVENT CODE: " With No Advancing
           Accept WS-Input-Event From Console
           Move "N" To WS-Ntf-Event-Ok-Flag
           Perform Varying WS-Ntf-Event-Sub From 1 By 1
                   Until WS-Ntf-Event-Sub > 10
                   Or WS-Ntf-Event-Ok
               If WS-Ntf-Known-Event (WS-Ntf-Event-Sub)
                       = WS-Input-Event
                   Set WS-Ntf-Event-Ok To True
               End-If
           End-Perform
           If Not WS-Ntf-Event-Ok
               Display "UNKNOWN EVENT CODE - NOTHING CHANGED."
               Exit Paragraph
           End-If
           Perform Find-Current-Opt-Out
           Display "CURRENTLY OPTED OUT: " WS-Old-Status
           Display "O=OPT OUT OR I=OPT BACK IN: " With No Advancing
           Accept WS-Opt-Action From Console
           Evaluate WS-Opt-Action
               When "O"
                   Move "Y" To WS-Input-Status
               When "I"
                   Move "N" To WS-Input-Status
               When Other
                   Display "ENTER O OR I - NOTHING CHANGED."
                   Exit Paragraph
           End-Evaluate
           If WS-Input-Status = WS-Old-Status
               Display "OPT-OUT ALREADY " WS-Old-Status " - NOTHING "
                       "CHANGED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move WS-Input-Sub-Id To NO-Subscriber-Id
           Move WS-Input-Event To NO-Event-Code
           Move WS-Input-Status To NO-Opted-Out
           Move Function Current-Date (1:8) To NO-Change-Date
           Move WS-Sgn-Operator To NO-Operator
           Open Extend Opt-Out-File
           Write Opt-Out-Record
           Close Opt-Out-File
           Move "NTFOPT" To SML-Action
           Perform Write-Change-Log
           Display "NOTIFICATION OPT-OUT CHANGED AND LOGGED."
           .

      * THE SUBSCRIBER'S CURRENT OPT-OUT FOR THE EVENT - THE LAST
      * NTFOPT ROW FOR THE PAIR, "N" WHEN THERE IS NONE.
       Find-Current-Opt-Out.
           Move "N" To WS-Old-Status
           Move "N" To WS-Opt-Eof-Flag
           Open Input Opt-Out-File
           If WS-Ntfopt-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Opt-Out Until WS-Opt-Eof
           Close Opt-Out-File
           .

       Read-One-Opt-Out.
           Read Opt-Out-File
               At End
                   Set WS-Opt-Eof To True
               Not At End
                   If NO-Subscriber-Id = WS-Input-Sub-Id
                   And NO-Event-Code = WS-Input-Event
                       Move NO-Opted-Out To WS-Old-Status
                   End-If
           End-Read
           .

      * ADDS OR REMOVES ONE NUMBER ON THE SUBSCRIBER'S FAVOURITE
      * NUMBERS. THE PLAN THE SUBSCRIBER IS ENROLLED IN TODAY SAYS
      * HOW MANY NUMBERS MAY BE NAMED AND AT WHAT DISCOUNT; AN ADD
      * PAST THAT COUNT IS REFUSED. THE CHANGE IS APPENDED TO FAVNUM
      * EFFECTIVE TODAY AND LOGGED UNDER A REASON CODE.
       Maintain-Favourite-Numbers.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Subscriber
           If Not WS-Mst-Found
               Display "SUBSCRIBER NOT ON THE MASTER."
               Exit Paragraph
           End-If
           Move Function Current-Date (1:8) To WS-Fav-Today
           Perform Find-Enrolled-Plan
           If WS-Fav-Plan-Code = Spaces
               Display "SUBSCRIBER IS ENROLLED IN NO PLAN - NO "
                       "FAVOURITE NUMBERS."
               Exit Paragraph
           End-If
           Perform Find-Plan-Favourite-Terms
           If WS-Fav-Allowed = Zero
               Display "PLAN " WS-Fav-Plan-Code " CARRIES NO "
                       "FAVOURITE-NUMBER ADD-ON."
               Exit Paragraph
           End-If
           Perform Load-Current-Favourites
           Compute WS-Fav-Pct-Out = WS-Fav-Pct * 100
           Display "PLAN " WS-Fav-Plan-Code " ALLOWS " WS-Fav-Allowed
                   " FAVOURITE NUMBERS AT " WS-Fav-Pct-Out "% OFF."
           Display "FAVOURITE NUMBERS ON FILE: " WS-Fav-Active-Count
           Perform Show-One-Favourite
               Varying WS-Fav-Sub From 1 By 1
               Until WS-Fav-Sub > WS-Fav-Count
           Display "A=ADD A NUMBER OR R=REMOVE A NUMBER: "
               With No Advancing
           Accept WS-Fav-Choice From Console
           If WS-Fav-Choice Not = "A"
           And WS-Fav-Choice Not = "R"
               Display "ENTER A OR R - NOTHING CHANGED."
               Exit Paragraph
           End-If
           Display "ENTER THE NUMBER (DIGITS ONLY): " With No Advancing
           Accept WS-Fav-Input From Console
           If WS-Fav-Input = Spaces
           Or Function Test-Numval (WS-Fav-Input) Not = Zero
               Display "THE NUMBER MUST BE DIGITS - NOTHING CHANGED."
               Exit Paragraph
           End-If
           Compute WS-Fav-Digits = Function Numval (WS-Fav-Input)
           Move WS-Fav-Digits To WS-Fav-Number-Key
           Perform Find-Favourite
           If WS-Fav-Found
           And WS-Fav-Action (WS-Fav-Sub) Not = "A"
               Move "N" To WS-Fav-Found-Flag
           End-If
           If WS-Fav-Choice = "A"
               If WS-Fav-Found
                   Display "NUMBER IS ALREADY A FAVOURITE - NOTHING "
                           "CHANGED."
                   Exit Paragraph
               End-If
               If WS-Fav-Active-Count >= WS-Fav-Allowed
                   Display "PLAN ALLOWS ONLY " WS-Fav-Allowed
                           " FAVOURITE NUMBERS - REMOVE ONE FIRST."
                   Exit Paragraph
               End-If
           Else
               If Not WS-Fav-Found
                   Display "NUMBER IS NOT A FAVOURITE - NOTHING "
                           "CHANGED."
                   Exit Paragraph
               End-If
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move WS-Input-Sub-Id To FV-Subscriber-Id
           Move WS-Fav-Number-Key To FV-Number
           Move WS-Fav-Choice To FV-Action
           Move WS-Fav-Today To FV-Effective-Date
           Move WS-Fav-Pct To FV-Discount-Pct
           Move WS-Sgn-Operator To FV-Operator
           Open Extend Favourite-Number-File
           If WS-Favnum-File-Status Not = "00"
               Open Output Favourite-Number-File
           End-If
           Write Favourite-Number-Record
           Close Favourite-Number-File
           Move Space To WS-Old-Status
           Move WS-Fav-Choice To WS-Input-Status
           Move "FAVNUM" To SML-Action
           Perform Write-Change-Log
           Display "FAVOURITE NUMBERS CHANGED AND LOGGED."
           .

      * THE PLAN THE SUBSCRIBER IS ENROLLED IN TODAY - THE MOST
      * RECENT PLANENRL ROW NOT AFTER TODAY. SPACES WHEN NONE.
       Find-Enrolled-Plan.
           Move Spaces To WS-Fav-Plan-Code
           Move Zero To WS-Fav-Plan-Date
           Move "N" To WS-Fav-Eof-Flag
           Open Input Plan-Enrollment-File
           If WS-Planenrl-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Enrollment Until WS-Fav-Eof
           Close Plan-Enrollment-File
           .

       Read-One-Enrollment.
           Read Plan-Enrollment-File
               At End
                   Set WS-Fav-Eof To True
               Not At End
                   If PE-Subscriber-Id = WS-Input-Sub-Id
                   And PE-Effective-Date Not > WS-Fav-Today
                   And PE-Effective-Date >= WS-Fav-Plan-Date
                       Move PE-Plan-Code To WS-Fav-Plan-Code
                       Move PE-Effective-Date To WS-Fav-Plan-Date
                   End-If
           End-Read
           .

      * THE ENROLLED PLAN'S FAVOURITE-NUMBER COUNT AND DISCOUNT -
      * ZERO WHEN THE PLAN IS NOT ON PLANTAB.
       Find-Plan-Favourite-Terms.
           Move Zero To WS-Fav-Allowed
           Move Zero To WS-Fav-Pct
           Move "N" To WS-Fav-Eof-Flag
           Open Input Plan-Table-File
           If WS-Plantab-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Plan Until WS-Fav-Eof
           Close Plan-Table-File
           .

       Read-One-Plan.
           Read Plan-Table-File
               At End
                   Set WS-Fav-Eof To True
               Not At End
                   If PL-Plan-Code = WS-Fav-Plan-Code
                       Move PL-Favourite-Count To WS-Fav-Allowed
                       Move PL-Favourite-Pct To WS-Fav-Pct
                   End-If
           End-Read
           .

      * FOLDS THE SUBSCRIBER'S FAVNUM HISTORY INTO ONE ENTRY PER
      * NUMBER CARRYING ITS LATEST ACTION IN FORCE TODAY, AND COUNTS
      * THE NUMBERS STILL ADDED.
       Load-Current-Favourites.
           Move Zero To WS-Fav-Count
           Move Zero To WS-Fav-Active-Count
           Move "N" To WS-Fav-Eof-Flag
           Open Input Favourite-Number-File
           If WS-Favnum-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Favourite Until WS-Fav-Eof
           Close Favourite-Number-File
           Perform Count-One-Favourite
               Varying WS-Fav-Sub From 1 By 1
               Until WS-Fav-Sub > WS-Fav-Count
           .

       Read-One-Favourite.
           Read Favourite-Number-File
               At End
                   Set WS-Fav-Eof To True
               Not At End
                   If FV-Subscriber-Id = WS-Input-Sub-Id
                   And FV-Effective-Date Not > WS-Fav-Today
                       Move FV-Number To WS-Fav-Number-Key
                       Perform Find-Favourite
                       If Not WS-Fav-Found
                       And WS-Fav-Count < 100
                           Add 1 To WS-Fav-Count
                           Move WS-Fav-Count To WS-Fav-Sub
                           Move FV-Number To WS-Fav-Number (WS-Fav-Sub)
                           Move Zero To WS-Fav-Date (WS-Fav-Sub)
                           Set WS-Fav-Found To True
                       End-If
                       If WS-Fav-Found
                       And FV-Effective-Date >= WS-Fav-Date (WS-Fav-Sub)
                           Move FV-Action To WS-Fav-Action (WS-Fav-Sub)
                           Move FV-Effective-Date
                               To WS-Fav-Date (WS-Fav-Sub)
                       End-If
                   End-If
           End-Read
           .

       Count-One-Favourite.
           If WS-Fav-Action (WS-Fav-Sub) = "A"
               Add 1 To WS-Fav-Active-Count
           End-If
           .

       Show-One-Favourite.
           If WS-Fav-Action (WS-Fav-Sub) = "A"
               Display "  " WS-Fav-Number (WS-Fav-Sub)
                       "  SINCE " WS-Fav-Date (WS-Fav-Sub)
           End-If
           .

      * LOCATES WS-Fav-Number-Key AMONG THE FOLDED NUMBERS. FOUND
      * MEANS THE NUMBER HAS HISTORY; FOR THE MAINTENANCE CHECKS IT
      * COUNTS ONLY WHILE ITS LATEST ACTION IS AN ADD.
       Find-Favourite.
           Move "N" To WS-Fav-Found-Flag
           Perform Varying WS-Fav-Sub From 1 By 1
                   Until WS-Fav-Sub > WS-Fav-Count
                   Or WS-Fav-Found
               If WS-Fav-Number (WS-Fav-Sub) = WS-Fav-Number-Key
                   Set WS-Fav-Found To True
                   Subtract 1 From WS-Fav-Sub
               End-If
           End-Perform
           .

      * WHAT THE NOTIFICATION HUB DID FOR ONE SUBSCRIBER, OLDEST
      * FIRST - SENT, OR WHY NOT - WITH THE MESSAGE TEXT.
       Show-Notification-History.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Move Zero To WS-History-Count
           Move "N" To WS-Log-Eof-Flag
           Open Input Notification-Log-File
           If WS-Ntflog-File-Status Not = "00"
               Display "NO NOTIFICATION LOG ON FILE."
               Exit Paragraph
           End-If
           Perform Show-One-Notification Until WS-Log-Eof
           Close Notification-Log-File
           Display "NOTIFICATIONS ON FILE: " WS-History-Count
           .

       Show-One-Notification.
           Read Notification-Log-File
               At End
                   Set WS-Log-Eof To True
               Not At End
                   If NL-Subscriber-Id = WS-Input-Sub-Id
                       Add 1 To WS-History-Count
                       Perform Format-History-Line
                       Display WS-History-Line
                       Display "     " NL-Message
                   End-If
           End-Read
           .

       Format-History-Line.
           Move NL-Timestamp (1:8) To WS-Hline-Date-Out
           Move NL-Timestamp (9:6) To WS-Hline-Time-Out
           Move NL-Event-Code To WS-Hline-Event-Out
           Move NL-Channel To WS-Hline-Channel-Out
           Move NL-Program To WS-Hline-Program-Out
           Move NL-Address To WS-Hline-Address-Out
           Evaluate NL-Status
               When "S"
                   Move "SENT" To WS-Hline-Status-Out
               When "Q"
                   Move "LOGGED ONLY" To WS-Hline-Status-Out
               When "O"
                   Move "OPTED OUT" To WS-Hline-Status-Out
               When "T"
                   Move "THROTTLED" To WS-Hline-Status-Out
               When "X"
                   Move "NO TEMPLATE" To WS-Hline-Status-Out
               When "C"
                   Move "NO CONTACT" To WS-Hline-Status-Out
               When "F"
                   Move "SEND FAILED" To WS-Hline-Status-Out
               When Other
                   Move NL-Status To WS-Hline-Status-Out
           End-Evaluate
           .

       Rewrite-Contact-File.
           Open Output Contact-File
           Perform Rewrite-One-Contact
               Varying WS-Cnt-Sub From 1 By 1
               Until WS-Cnt-Sub > WS-Cnt-Count
           Close Contact-File
           .

       Rewrite-One-Contact.
           Move WS-Cnt-Entry (WS-Cnt-Sub) To Contact-Record
           Write Contact-Record
           .

      * LOADS THE NUMBER INVENTORY (IF PRESENT) - WITHOUT ONE THERE
      * IS NO STOCK TO ADD A SUBSCRIBER FROM.
       Load-Number-Inventory.
           Move Zero To WS-Num-Count
           Move "N" To WS-Num-Eof-Flag
           Open Input Number-Inventory-File
           If WS-Numinv-File-Status = "00"
               Perform Read-One-Number Until WS-Num-Eof
               Close Number-Inventory-File
           End-If
           Display "NUMBERS LOADED: " WS-Num-Count
           .

       Read-One-Number.
           Read Number-Inventory-File
               At End
                   Set WS-Num-Eof To True
               Not At End
                   If WS-Num-Count < 20000
                       Add 1 To WS-Num-Count
                       Move Number-Inventory-Record
                           To WS-Num-Entry (WS-Num-Count)
                   End-If
           End-Read
           .

       Find-Number.
           Move "N" To WS-Num-Found-Flag
           Perform Varying WS-Num-Sub From 1 By 1
                   Until WS-Num-Sub > WS-Num-Count Or WS-Num-Found
               If WS-Num-Number (WS-Num-Sub) = WS-Input-Number
                   Set WS-Num-Found To True
                   Subtract 1 From WS-Num-Sub
               End-If
           End-Perform
           .

       Rewrite-Number-Inventory.
           Open Output Number-Inventory-File
           Perform Rewrite-One-Number
               Varying WS-Num-Sub From 1 By 1
               Until WS-Num-Sub > WS-Num-Count
           Close Number-Inventory-File
           .

       Rewrite-One-Number.
           Move WS-Num-Entry (WS-Num-Sub) To Number-Inventory-Record
           Write Number-Inventory-Record
           .

       Rewrite-Subscriber-Master.
           Open Output Subscriber-Master-File
           Perform Rewrite-One-Master
