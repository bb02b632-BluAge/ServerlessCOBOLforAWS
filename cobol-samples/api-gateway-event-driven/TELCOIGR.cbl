       Identification Division.
       Program-ID. TELCOIGR.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  INVOICE QUALITY-GATE REVIEW CONSOLE (DYNMAINT-STYLE MENUS)
      *  OVER THE INVOICES TELCOINV HELD AT ITS GATE - LIST THEM WITH
      *  THE RULES EACH TRIPPED, AND RESOLVE ONE WITH A REQUIRED
      *  REASON: RELEASE IT (ITS HELD LINES GO TO THEIR PRINT AND
      *  EMAIL STREAMS, ITS "INV" ITEM OPENS ON ARITEMS, ITS APPLIED
      *  ADJUSTMENTS MOVE TO ADJHIST AND THE CUSTOMER IS NOTIFIED),
      *  SUPPRESS IT (NEVER SENT), OR SEND IT FOR RERATE (THE ROWS
      *  STANDING "X" ON INVGATE ARE THE RERATE QUEUE, AND THE NEXT
      *  TELCOINV RUN INVOICES THE SUBSCRIBER/PERIOD AFRESH). A
      *  RELEASED FINAL BILL (INVREG STATUS "FINAL") ALSO BOOKS THE
      *  NETTING TELCOINV HELD BACK: AN OPEN DEPOSIT IS CLOSED "F"
      *  ONTO THE CREDIT-ON-ACCOUNT ITEM (LOGGED TO DEPTRAN), AND THE
      *  CREDIT SETTLES THE FINAL INVOICE AND THEN THE OLDER OPEN
      *  ONES WITH "CRD" ROWS ON ARITEMS, AS OF THE RELEASE. A
      *  SUPPRESSED OR RERATED INVOICE'S ADJUSTMENTS GO BACK ON
      *  ADJFILE FOR THE NEXT INVOICE. RESOLVING NEEDS TELCOSGN
      *  CHANGE AUTHORITY; EVERY RESOLUTION IS LOGGED TO INVGATE
      *  WITH THE OPERATOR AND REASON AND TO THE SHARED AUDIT LOG.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Invoice-Gate-File Assign To "INVGATE"
               Organization Is Sequential
               File Status Is WS-Gate-File-Status.
           Select Held-Line-File Assign To "INVHLDLN"
               Organization Is Sequential
               File Status Is WS-Hldln-File-Status.
           Select Held-Adjustment-File Assign To "ADJHELD"
               Organization Is Sequential
               File Status Is WS-Adjheld-File-Status.
      * THE DELIVERY STREAMS A RELEASED INVOICE JOINS.
           Select Invoice-Print-File Assign To "INVPRINT"
               Organization Is Sequential
               File Status Is WS-Print-File-Status.
           Select Invoice-Email-File Assign To "INVEPRT"
               Organization Is Sequential
               File Status Is WS-Email-File-Status.
           Select Invoice-Held-File Assign To "INVHELD"
               Organization Is Sequential
               File Status Is WS-Held-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Adjustment-File Assign To "ADJFILE"
               Organization Is Sequential
               File Status Is WS-Adjfile-Status.
           Select Adjustment-History-File Assign To "ADJHIST"
               Organization Is Sequential
               File Status Is WS-Adjhist-File-Status.
      * WHAT A RELEASED FINAL BILL SETTLES - ITS REGISTER ROW SAYS IT
      * IS FINAL, AND THE ACCOUNT'S OPEN DEPOSIT JOINS ITS CREDIT.
           Select Invoice-Register-File Assign To "INVREG"
               Organization Is Sequential
               File Status Is WS-Invreg-File-Status.
           Select Deposit-File Assign To "DEPOSIT"
               Organization Is Sequential
               File Status Is WS-Deposit-File-Status.
           Select Deposit-Tran-File Assign To "DEPTRAN"
               Organization Is Sequential
               File Status Is WS-Deptran-File-Status.
      * THE ROWS OF INVHLDLN AND ADJHELD THAT STAY, STAGED HERE
      * WHILE THE RESOLVED INVOICE'S ROWS ARE TAKEN OUT.
           Select Line-Work-File Assign To "IGRLNTMP"
               Organization Is Sequential.
           Select Adjustment-Work-File Assign To "IGRADTMP"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Invoice-Gate-File
           Recording Mode Is F.
       01  Invoice-Gate-Record.
               COPY INVGATE.

       FD  Held-Line-File
           Recording Mode Is F.
       01  Held-Line-Record.
               COPY INVHLDLN.

       FD  Held-Adjustment-File
           Recording Mode Is F.
       01  Held-Adjustment-Record.
               COPY ADJHELD.

       FD  Invoice-Print-File
           Recording Mode Is F.
       01  Invoice-Print-Line       Pic X(80).

       FD  Invoice-Email-File
           Recording Mode Is F.
       01  Invoice-Email-Line       Pic X(80).

       FD  Invoice-Held-File
           Recording Mode Is F.
       01  Invoice-Held-Line        Pic X(80).

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

      * THE ADJFILE AND ADJHIST RECORD IMAGE - SEE TELCOINV.
       FD  Adjustment-File
           Recording Mode Is F.
       01  Adjustment-Record        Pic X(68).

       FD  Adjustment-History-File
           Recording Mode Is F.
       01  Adjustment-History-Record Pic X(68).

       FD  Invoice-Register-File
           Recording Mode Is F.
       01  Invoice-Register-Record.
               COPY INVREG.

       FD  Deposit-File
           Recording Mode Is F.
       01  Deposit-Record.
               COPY DEPOSIT.

       FD  Deposit-Tran-File
           Recording Mode Is F.
       01  Deposit-Tran-Record.
               COPY DEPTRAN.

       FD  Line-Work-File
           Recording Mode Is F.
       01  Line-Work-Record         Pic X(100).

       FD  Adjustment-Work-File
           Recording Mode Is F.
       01  Adjustment-Work-Record   Pic X(87).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Gate-File-Status      Pic X(2)    Value Spaces.
       01  WS-Hldln-File-Status     Pic X(2)    Value Spaces.
       01  WS-Adjheld-File-Status   Pic X(2)    Value Spaces.
       01  WS-Print-File-Status     Pic X(2)    Value Spaces.
       01  WS-Email-File-Status     Pic X(2)    Value Spaces.
       01  WS-Held-File-Status      Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Adjfile-Status        Pic X(2)    Value Spaces.
       01  WS-Adjhist-File-Status   Pic X(2)    Value Spaces.
       01  WS-Invreg-File-Status    Pic X(2)    Value Spaces.
       01  WS-Deposit-File-Status   Pic X(2)    Value Spaces.
       01  WS-Deptran-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(1)    Value Spaces.

      * THE LATEST GATE ROW OF EVERY INVOICE ON THE LOG.
       01  WS-Gate-Table.
           05  WS-Gat-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Gat-Entry Occurs 5000 Times.
               COPY INVGATE REPLACING LEADING ==IG-== BY ==WS-Gat-==.
       01  WS-Gat-Sub               Pic 9(5)    Binary.
       01  WS-Gat-Found-Flag        Pic X       Value "N".
         88  WS-Gat-Found           Value "Y".
       01  WS-Held-Listed           Pic 9(5)    Binary Value Zero.

      * THE RESOLUTION IN HAND - THE NEW STANDING, ITS AUDIT
      * OPERATION, AND WHAT IT MOVED.
       01  WS-Action-Work.
           05  WS-Action-Status     Pic X(1).
             88  WS-Action-Release     Value "R".
             88  WS-Action-Suppress    Value "S".
             88  WS-Action-Rerate      Value "X".
           05  WS-Action-Verb       Pic X(16).
           05  WS-Action-Operation  Pic X(8).
           05  WS-Target-Invoice    Pic X(19).
           05  WS-Lines-Moved       Pic 9(5)    Binary.
           05  WS-Adjust-Moved      Pic 9(5)    Binary.

       01  WS-Confirm               Pic X(1)    Value Space.
       01  WS-Reason-Code           Pic X(40)   Value Spaces.
       01  WS-Operator-Id           Pic X(8)    Value Spaces.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN. RESOLVING A HELD
      * INVOICE NEEDS CHANGE AUTHORITY.
       01  WS-Sgn-Console           Pic X(8)    Value "TELCOIGR".
       01  WS-Sgn-Mode              Pic X(1)    Value "S".
       01  WS-Sgn-Auth-Level        Pic X(1)    Value Space.
         88  WS-Operator-May-Change Value "O".
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

      * TELCONTF CALL AREA - A RELEASED INVOICE IS ANNOUNCED THE WAY
      * TELCOINV ANNOUNCES A CLEAN ONE.
       01  WS-Ntf-Event             Pic X(4)    Value "INV ".
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOIGR".
       01  WS-Ntf-Detail            Pic X(60).
       01  WS-Ntf-Result            Pic 9(2)    Binary.
       01  WS-Ntf-Amount-Out        Pic --,---,---,--9.99.

       01  WS-Held-Line.
           05  WS-Hl-Invoice        Pic X(19).
           05  Pic X(1)  Value Space.
           05  WS-Hl-Account        Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Hl-Period-Start   Pic 9(8).
           05  Pic X(1)  Value "-".
           05  WS-Hl-Period-End     Pic 9(8).
           05  WS-Hl-Amount         Pic --,---,---,--9.99.
           05  Pic X(1)  Value Space.
           05  WS-Hl-Rules          Pic X(24).
       01  WS-Hl-Pointer            Pic 9(2)    Binary.

      * A RELEASED FINAL BILL'S SETTLEMENT - THE ACCOUNT'S OPEN
      * ITEMS FOLDED FROM ARITEMS (ITS UNPAID INVOICES AND ITS
      * CREDIT-ON-ACCOUNT ITEM), ITS DEPOSIT, AND THE NETTING, THE
      * SAME WAY TELCOINV NETS A FINAL BILL THAT IS NOT HELD.
       01  WS-Final-Flag            Pic X       Value "N".
         88  WS-Final-Invoice       Value "Y".
       01  WS-Final-Work.
           05  WS-Release-Date      Pic 9(8).
           05  WS-Credit-Item       Pic X(19).
           05  WS-Final-Prior-Open  Pic S9(11)V99 Binary.
           05  WS-Final-Deposit     Pic S9(11)V99 Binary.
           05  WS-Final-Credit      Pic S9(11)V99 Binary.
           05  WS-Final-Applied     Pic S9(11)V99 Binary.
           05  WS-Credit-Left       Pic S9(11)V99 Binary.
           05  WS-Credit-Amount     Pic S9(11)V99 Binary.
           05  WS-Credit-Rows       Pic 9(5)    Binary.
           05  WS-Fit-Pass          Pic X(1).
             88  WS-Fit-Pass-Final     Value "F".
             88  WS-Fit-Pass-Older     Value "O".
       01  WS-Final-Item-Table.
           05  WS-Fit-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Fit-Entry Occurs 1000 Times.
               10  WS-Fit-Invoice   Pic X(19).
               10  WS-Fit-Open      Pic S9(11)V99 Binary.
       01  WS-Fit-Sub               Pic 9(4)    Binary.
       01  WS-Fit-Found-Flag        Pic X       Value "N".
         88  WS-Fit-Found           Value "Y".
       01  WS-Deposit-Table.
           05  WS-Dep-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Dep-Entry Occurs 2000 Times.
               COPY DEPOSIT REPLACING LEADING ==DP-== BY ==WS-Dep-==.
       01  WS-Dep-Sub               Pic 9(4)    Binary.
       01  WS-Dep-Found-Flag        Pic X       Value "N".
         88  WS-Dep-Found           Value "Y".
       01  WS-Final-Amount-Out      Pic --,---,---,--9.99.

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOIGR".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Move "S" To WS-Sgn-Mode
           Call "TELCOSGN" Using WS-Sgn-Console WS-Sgn-Mode
                WS-Operator-Id WS-Sgn-Auth-Level WS-Sgn-Threshold
                WS-Sgn-Result
           If WS-Sgn-Result Not = Zero
               Display "SIGN-ON REFUSED - SESSION ENDED."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Move WS-Operator-Id To WS-Audit-Operator
           Perform Load-Gate-Log
           Perform Menu-Loop Until Not Continue-Menu
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Menu-Loop.
           Display " "
           Display "===== INVOICE QUALITY GATE ====="
           Display "1. LIST HELD INVOICES"
           Display "2. RELEASE A HELD INVOICE (REASON REQUIRED)"
           Display "3. SUPPRESS A HELD INVOICE (REASON REQUIRED)"
           Display "4. SEND A HELD INVOICE FOR RERATE (REASON "
                   "REQUIRED)"
           Display "5. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "1"
                   Perform List-Held-Invoices
               When "2"
                   Set WS-Action-Release To True
                   Move "RELEASE" To WS-Action-Verb
                   Move "INVRELSE" To WS-Action-Operation
                   Perform Check-Change-Authority
               When "3"
                   Set WS-Action-Suppress To True
                   Move "SUPPRESS" To WS-Action-Verb
                   Move "INVSUPPR" To WS-Action-Operation
                   Perform Check-Change-Authority
               When "4"
                   Set WS-Action-Rerate To True
                   Move "SEND FOR RERATE" To WS-Action-Verb
                   Move "INVRERAT" To WS-Action-Operation
                   Perform Check-Change-Authority
               When "5"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1 THROUGH 5."
           End-Evaluate
           .

       Check-Change-Authority.
           If WS-Operator-May-Change
               Perform Resolve-Held-Invoice
           Else
               Display "OPERATOR " WS-Operator-Id " IS INQUIRY-ONLY "
                       "- REFUSED."
           End-If
           .

      * LOADS THE GATE LOG - THE LAST ROW PER INVOICE IS ITS
      * STANDING.
       Load-Gate-Log.
           Move Zero To WS-Gat-Count
           Move "N" To WS-Eof-Flag
           Open Input Invoice-Gate-File
           If WS-Gate-File-Status = "00"
               Perform Load-One-Gate-Row Until WS-Eof
               Close Invoice-Gate-File
           End-If
           .

       Load-One-Gate-Row.
           Read Invoice-Gate-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move IG-Invoice-No To WS-Target-Invoice
                   Perform Find-Gate-Entry
                   If Not WS-Gat-Found
                       If WS-Gat-Count Not < 5000
                           Exit Paragraph
                       End-If
                       Add 1 To WS-Gat-Count
                       Move WS-Gat-Count To WS-Gat-Sub
                   End-If
                   Move Invoice-Gate-Record To WS-Gat-Entry (WS-Gat-Sub)
           End-Read
           .

       Find-Gate-Entry.
           Move "N" To WS-Gat-Found-Flag
           Perform Varying WS-Gat-Sub From 1 By 1
                   Until WS-Gat-Sub > WS-Gat-Count
                   Or WS-Gat-Found
               If WS-Gat-Invoice-No (WS-Gat-Sub) = WS-Target-Invoice
                   Set WS-Gat-Found To True
                   Subtract 1 From WS-Gat-Sub
               End-If
           End-Perform
           .

       List-Held-Invoices.
           Move Zero To WS-Held-Listed
           Display "INVOICE             ACCOUNT    PERIOD            "
                   "         AMOUNT RULES TRIPPED"
           Perform List-One-Held-Invoice
               Varying WS-Gat-Sub From 1 By 1
               Until WS-Gat-Sub > WS-Gat-Count
           Display "INVOICES HELD FOR REVIEW: " WS-Held-Listed
           .

       List-One-Held-Invoice.
           If Not WS-Gat-Held (WS-Gat-Sub)
               Exit Paragraph
           End-If
           Add 1 To WS-Held-Listed
           Move WS-Gat-Invoice-No (WS-Gat-Sub) To WS-Hl-Invoice
           Move WS-Gat-Subscriber-Id (WS-Gat-Sub) To WS-Hl-Account
           Move WS-Gat-Period-Start (WS-Gat-Sub) To WS-Hl-Period-Start
           Move WS-Gat-Period-End (WS-Gat-Sub) To WS-Hl-Period-End
           Move WS-Gat-Amount (WS-Gat-Sub) To WS-Hl-Amount
           Move Spaces To WS-Hl-Rules
           Move 1 To WS-Hl-Pointer
           If WS-Gat-Rule-Spike (WS-Gat-Sub) = "Y"
               String "SPIKE " Delimited By Size
                      Into WS-Hl-Rules With Pointer WS-Hl-Pointer
           End-If
           If WS-Gat-Rule-Total (WS-Gat-Sub) = "Y"
               String "TOTAL " Delimited By Size
                      Into WS-Hl-Rules With Pointer WS-Hl-Pointer
           End-If
           If WS-Gat-Rule-Adjust (WS-Gat-Sub) = "Y"
               String "ADJ " Delimited By Size
                      Into WS-Hl-Rules With Pointer WS-Hl-Pointer
           End-If
           If WS-Gat-Rule-Tax (WS-Gat-Sub) = "Y"
               String "TAX " Delimited By Size
                      Into WS-Hl-Rules With Pointer WS-Hl-Pointer
           End-If
           Display WS-Held-Line
           .

      * RESOLVES ONE HELD INVOICE THE WAY WS-ACTION-STATUS SAYS,
      * AFTER A CONFIRMATION AND A REQUIRED REASON.
       Resolve-Held-Invoice.
           Display "ENTER INVOICE NUMBER: " With No Advancing
           Accept WS-Target-Invoice From Console
           Perform Find-Gate-Entry
           If Not WS-Gat-Found
               Display "INVOICE " WS-Target-Invoice " IS NOT ON THE "
                       "GATE LOG."
               Exit Paragraph
           End-If
           If Not WS-Gat-Held (WS-Gat-Sub)
               Display "INVOICE " WS-Target-Invoice " IS NOT HELD - "
                       "STANDING " WS-Gat-Status (WS-Gat-Sub) "."
               Exit Paragraph
           End-If
           Display WS-Action-Verb "INVOICE " WS-Target-Invoice
                   " FOR ACCOUNT "
                   WS-Gat-Subscriber-Id (WS-Gat-Sub) "? (Y/N): "
                   With No Advancing
           Accept WS-Confirm From Console
           If WS-Confirm Not = "Y"
               Display "CANCELLED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Perform Take-Out-Held-Lines
           Perform Take-Out-Held-Adjustments
           If WS-Action-Release
               Perform Open-Released-Item
               Perform Check-Final-Invoice
               If WS-Final-Invoice
                   Perform Settle-Released-Final
               End-If
           End-If
           Perform Write-Gate-Resolution
           Move "TELCOIGR" To audit-log-program
           Move WS-Action-Operation To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "INVOICE " WS-Target-Invoice " RESOLVED - "
                   WS-Action-Verb "LINES " WS-Lines-Moved
                   " ADJUSTMENTS " WS-Adjust-Moved
           .

      * THE INVOICE'S HELD LINES COME OFF INVHLDLN - ONTO THEIR
      * DELIVERY STREAMS FOR A RELEASE, DROPPED OTHERWISE.
       Take-Out-Held-Lines.
           Move Zero To WS-Lines-Moved
           Open Output Line-Work-File
           If WS-Action-Release
               Perform Open-Delivery-Streams
           End-If
           Move "N" To WS-Eof-Flag
           Open Input Held-Line-File
           If WS-Hldln-File-Status = "00"
               Perform Stage-One-Held-Line Until WS-Eof
               Close Held-Line-File
           End-If
           If WS-Action-Release
               Close Invoice-Held-File
               Close Invoice-Email-File
               Close Invoice-Print-File
           End-If
           Close Line-Work-File
           Open Output Held-Line-File
           Move "N" To WS-Eof-Flag
           Open Input Line-Work-File
           Perform Copy-One-Held-Line Until WS-Eof
           Close Line-Work-File
           Close Held-Line-File
           .

       Open-Delivery-Streams.
           Open Extend Invoice-Print-File
           If WS-Print-File-Status Not = "00"
               Open Output Invoice-Print-File
           End-If
           Open Extend Invoice-Email-File
           If WS-Email-File-Status Not = "00"
               Open Output Invoice-Email-File
           End-If
           Open Extend Invoice-Held-File
           If WS-Held-File-Status Not = "00"
               Open Output Invoice-Held-File
           End-If
           .

       Stage-One-Held-Line.
           Read Held-Line-File
               At End
                   Set WS-Eof To True
               Not At End
                   If IL-Invoice-No Not = WS-Target-Invoice
                       Write Line-Work-Record From Held-Line-Record
                       Exit Paragraph
                   End-If
                   Add 1 To WS-Lines-Moved
                   If WS-Action-Release
                       Evaluate True
                           When IL-Stream-Paper
                               Write Invoice-Print-Line From IL-Line
                           When IL-Stream-Email
                               Write Invoice-Email-Line From IL-Line
                           When Other
                               Write Invoice-Held-Line From IL-Line
                       End-Evaluate
                   End-If
           End-Read
           .

       Copy-One-Held-Line.
           Read Line-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Write Held-Line-Record From Line-Work-Record
           End-Read
           .

      * THE ADJUSTMENTS THE HELD INVOICE APPLIED COME OFF ADJHELD -
      * INTO THE HISTORY FOR A RELEASE, BACK ONTO ADJFILE FOR THE
      * NEXT INVOICE OTHERWISE.
       Take-Out-Held-Adjustments.
           Move Zero To WS-Adjust-Moved
           Open Output Adjustment-Work-File
           If WS-Action-Release
               Open Extend Adjustment-History-File
               If WS-Adjhist-File-Status Not = "00"
                   Open Output Adjustment-History-File
               End-If
           Else
               Open Extend Adjustment-File
               If WS-Adjfile-Status Not = "00"
                   Open Output Adjustment-File
               End-If
           End-If
           Move "N" To WS-Eof-Flag
           Open Input Held-Adjustment-File
           If WS-Adjheld-File-Status = "00"
               Perform Stage-One-Held-Adjustment Until WS-Eof
               Close Held-Adjustment-File
           End-If
           If WS-Action-Release
               Close Adjustment-History-File
           Else
               Close Adjustment-File
           End-If
           Close Adjustment-Work-File
           If WS-Adjust-Moved = Zero
               Exit Paragraph
           End-If
           Open Output Held-Adjustment-File
           Move "N" To WS-Eof-Flag
           Open Input Adjustment-Work-File
           Perform Copy-One-Held-Adjustment Until WS-Eof
           Close Adjustment-Work-File
           Close Held-Adjustment-File
           .

       Stage-One-Held-Adjustment.
           Read Held-Adjustment-File
               At End
                   Set WS-Eof To True
               Not At End
                   If HA-Invoice-No Not = WS-Target-Invoice
                       Write Adjustment-Work-Record
                           From Held-Adjustment-Record
                       Exit Paragraph
                   End-If
                   Add 1 To WS-Adjust-Moved
                   If WS-Action-Release
                       Write Adjustment-History-Record
                           From HA-Adjustment
                   Else
                       Write Adjustment-Record From HA-Adjustment
                   End-If
           End-Read
           .

       Copy-One-Held-Adjustment.
           Read Adjustment-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Write Held-Adjustment-Record
                       From Adjustment-Work-Record
           End-Read
           .

      * A RELEASED INVOICE OPENS ITS AR ITEM NOW, DATED THE DAY IT
      * WENT OUT, AND THE CUSTOMER HEARS IT IS READY.
       Open-Released-Item.
           Move WS-Gat-Invoice-No (WS-Gat-Sub) To AR-Invoice-No
           Move WS-Gat-Subscriber-Id (WS-Gat-Sub) To AR-Subscriber-Id
           Move "INV" To AR-Tran-Type
           Move Function Current-Date (1:8) To AR-Tran-Date
           Move WS-Gat-Amount (WS-Gat-Sub) To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Open Extend Ar-Item-File
           If WS-Ar-File-Status Not = "00"
               Open Output Ar-Item-File
           End-If
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Close Ar-Item-File
           Move WS-Gat-Subscriber-Id (WS-Gat-Sub) To WS-Ntf-Subscriber
           Move WS-Gat-Amount (WS-Gat-Sub) To WS-Ntf-Amount-Out
           Move Spaces To WS-Ntf-Detail
           String WS-Gat-Invoice-No (WS-Gat-Sub) " FOR "
                  WS-Ntf-Amount-Out
                  Delimited By Size Into WS-Ntf-Detail
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

      * THE INVOICE IS A FINAL BILL WHEN TELCOINV REGISTERED IT
      * "FINAL".
       Check-Final-Invoice.
           Move "N" To WS-Final-Flag
           Move "N" To WS-Eof-Flag
           Open Input Invoice-Register-File
           If WS-Invreg-File-Status = "00"
               Perform Check-One-Register-Row Until WS-Eof
               Close Invoice-Register-File
           End-If
           .

       Check-One-Register-Row.
           Read Invoice-Register-File
               At End
                   Set WS-Eof To True
               Not At End
                   If IR-Invoice-No = WS-Target-Invoice
                   And IR-Status = "FINAL"
                       Set WS-Final-Invoice To True
                   End-If
           End-Read
           .

      * BOOKS THE RELEASED FINAL BILL'S NETTING - THE OPEN DEPOSIT
      * IS PUT ONTO THE CREDIT-ON-ACCOUNT ITEM AS CREDIT AND CLOSED
      * "F", THEN "CRD" ROWS SETTLE THE FINAL INVOICE FIRST AND THE
      * OLDER OPEN INVOICES AFTER IT (NO MORE THAN IS OWED), AND ONE
      * NEGATIVE "CRD" ROW DRAWS THE SAME AMOUNT DOWN OFF THE
      * CREDIT-ON-ACCOUNT ITEM, SO THE LEDGER STILL BALANCES. WHAT
      * THE NETTING DOES NOT USE IS REFUNDED BY TELCORFN.
       Settle-Released-Final.
           Move Function Current-Date (1:8) To WS-Release-Date
           Move Spaces To WS-Credit-Item
           String "CRD-" WS-Gat-Subscriber-Id (WS-Gat-Sub)
               Delimited By Size Into WS-Credit-Item
           Move Zero To WS-Final-Prior-Open WS-Final-Credit
                        WS-Final-Applied WS-Credit-Rows
           Perform Load-Final-Items
           Perform Total-One-Final-Item
               Varying WS-Fit-Sub From 1 By 1
               Until WS-Fit-Sub > WS-Fit-Count
           Perform Load-Deposits
           Perform Find-Final-Deposit
           Add WS-Final-Deposit To WS-Final-Credit
           If WS-Final-Credit > Zero
               If WS-Final-Credit > WS-Final-Prior-Open
                   Move WS-Final-Prior-Open To WS-Final-Applied
               Else
                   Move WS-Final-Credit To WS-Final-Applied
               End-If
           End-If
           Open Extend Ar-Item-File
           If WS-Ar-File-Status Not = "00"
               Open Output Ar-Item-File
           End-If
           If WS-Final-Deposit > Zero
               Perform Release-Final-Deposit
           End-If
           If WS-Final-Applied > Zero
               Move WS-Final-Applied To WS-Credit-Left
               Set WS-Fit-Pass-Final To True
               Perform Apply-Credit-To-Item
                   Varying WS-Fit-Sub From 1 By 1
                   Until WS-Fit-Sub > WS-Fit-Count
                   Or WS-Credit-Left Not > Zero
               Set WS-Fit-Pass-Older To True
               Perform Apply-Credit-To-Item
                   Varying WS-Fit-Sub From 1 By 1
                   Until WS-Fit-Sub > WS-Fit-Count
                   Or WS-Credit-Left Not > Zero
               Move WS-Credit-Item To AR-Invoice-No
               Compute WS-Credit-Amount = Zero - WS-Final-Applied
               Perform Write-Final-Credit-Row
           End-If
           Close Ar-Item-File
           Move WS-Final-Deposit To WS-Final-Amount-Out
           Display "FINAL BILL - DEPOSIT RELEASED: " WS-Final-Amount-Out
           Move WS-Final-Applied To WS-Final-Amount-Out
           Display "FINAL BILL - CREDIT APPLIED..: " WS-Final-Amount-Out
           .

      * FOLDS THE ACCOUNT'S LEDGER INTO OPEN ITEMS - THE RELEASED
      * INVOICE'S "INV" ROW HAS JUST BEEN WRITTEN, SO IT IS AMONG
      * THEM.
       Load-Final-Items.
           Move Zero To WS-Fit-Count
           Move "N" To WS-Eof-Flag
           Open Input Ar-Item-File
           If WS-Ar-File-Status = "00"
               Perform Read-One-Final-Item Until WS-Eof
               Close Ar-Item-File
           End-If
           .

       Read-One-Final-Item.
           Read Ar-Item-File
               At End
                   Set WS-Eof To True
               Not At End
                   If AR-Subscriber-Id
                           = WS-Gat-Subscriber-Id (WS-Gat-Sub)
                       Perform Fold-One-Final-Item
                   End-If
           End-Read
           .

       Fold-One-Final-Item.
           Move "N" To WS-Fit-Found-Flag
           Perform Varying WS-Fit-Sub From 1 By 1
                   Until WS-Fit-Sub > WS-Fit-Count
                   Or WS-Fit-Found
               If WS-Fit-Invoice (WS-Fit-Sub) = AR-Invoice-No
                   Set WS-Fit-Found To True
                   Subtract 1 From WS-Fit-Sub
               End-If
           End-Perform
           If Not WS-Fit-Found
               If WS-Fit-Count < 1000
                   Add 1 To WS-Fit-Count
                   Move WS-Fit-Count To WS-Fit-Sub
                   Move AR-Invoice-No To WS-Fit-Invoice (WS-Fit-Sub)
                   Move Zero To WS-Fit-Open (WS-Fit-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
      * A "REC" RECOVERY AGAINST A WRITTEN-OFF INVOICE LEAVES IT
      * CLOSED - ONLY ITS "WO" ROW SETTLED IT.
           Evaluate AR-Tran-Type
               When "INV"
                   Add AR-Amount To WS-Fit-Open (WS-Fit-Sub)
               When "REC"
                   Continue
               When Other
                   Subtract AR-Amount From WS-Fit-Open (WS-Fit-Sub)
           End-Evaluate
           .

      * CREDIT ON ACCOUNT IS WHAT THE "CRD-" ITEM STANDS BELOW ZERO;
      * WHAT IS OWED IS EVERY OTHER ITEM STILL OPEN ABOVE ZERO.
       Total-One-Final-Item.
           If WS-Fit-Invoice (WS-Fit-Sub) (1:4) = "CRD-"
               Subtract WS-Fit-Open (WS-Fit-Sub) From WS-Final-Credit
           Else
               If WS-Fit-Open (WS-Fit-Sub) > Zero
                   Add WS-Fit-Open (WS-Fit-Sub) To WS-Final-Prior-Open
               End-If
           End-If
           .

      * THE FIRST PASS SETTLES ONLY THE RELEASED FINAL INVOICE, THE
      * SECOND THE ACCOUNT'S OLDER OPEN INVOICES.
       Apply-Credit-To-Item.
           If WS-Fit-Invoice (WS-Fit-Sub) (1:4) = "CRD-"
           Or WS-Fit-Open (WS-Fit-Sub) Not > Zero
               Exit Paragraph
           End-If
           If WS-Fit-Pass-Final
           And WS-Fit-Invoice (WS-Fit-Sub) Not = WS-Target-Invoice
               Exit Paragraph
           End-If
           If WS-Fit-Pass-Older
           And WS-Fit-Invoice (WS-Fit-Sub) = WS-Target-Invoice
               Exit Paragraph
           End-If
           If WS-Credit-Left > WS-Fit-Open (WS-Fit-Sub)
               Move WS-Fit-Open (WS-Fit-Sub) To WS-Credit-Amount
           Else
               Move WS-Credit-Left To WS-Credit-Amount
           End-If
           Move WS-Fit-Invoice (WS-Fit-Sub) To AR-Invoice-No
           Perform Write-Final-Credit-Row
           .

       Write-Final-Credit-Row.
           Move WS-Gat-Subscriber-Id (WS-Gat-Sub) To AR-Subscriber-Id
           Move "CRD" To AR-Tran-Type
           Move WS-Release-Date To AR-Tran-Date
           Move WS-Credit-Amount To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Add 1 To WS-Credit-Rows
           If WS-Credit-Amount > Zero
               Subtract WS-Credit-Amount From WS-Credit-Left
           End-If
           .

       Load-Deposits.
           Move Zero To WS-Dep-Count
           Move "N" To WS-Eof-Flag
           Open Input Deposit-File
           If WS-Deposit-File-Status = "00"
               Perform Read-One-Deposit Until WS-Eof
               Close Deposit-File
           End-If
           .

       Read-One-Deposit.
           Read Deposit-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Dep-Count < 2000
                       Add 1 To WS-Dep-Count
                       Move Deposit-Record
                           To WS-Dep-Entry (WS-Dep-Count)
                   End-If
           End-Read
           .

      * THE ACCOUNT'S OPEN DEPOSIT HOLDING, WITH ITS INTEREST - ZERO
      * WHEN IT HAS NONE.
       Find-Final-Deposit.
           Move Zero To WS-Final-Deposit
           Move "N" To WS-Dep-Found-Flag
           Perform Varying WS-Dep-Sub From 1 By 1
                   Until WS-Dep-Sub > WS-Dep-Count
                   Or WS-Dep-Found
               If WS-Dep-Subscriber-Id (WS-Dep-Sub)
                       = WS-Gat-Subscriber-Id (WS-Gat-Sub)
               And WS-Dep-Status (WS-Dep-Sub) = "O"
                   Set WS-Dep-Found To True
                   Subtract 1 From WS-Dep-Sub
               End-If
           End-Perform
           If WS-Dep-Found
               Compute WS-Final-Deposit = WS-Dep-Received (WS-Dep-Sub)
                       + WS-Dep-Interest (WS-Dep-Sub)
           End-If
           .

      * THE DEPOSIT BECOMES CREDIT ON ACCOUNT AND IS CLOSED "F",
      * AND THE MOVEMENT IS LOGGED TO DEPTRAN FOR TELCODEP TO
      * JOURNAL.
       Release-Final-Deposit.
           Move WS-Credit-Item To AR-Invoice-No
           Move WS-Final-Deposit To WS-Credit-Amount
           Perform Write-Final-Credit-Row
           Move "F" To WS-Dep-Status (WS-Dep-Sub)
           Move WS-Release-Date To WS-Dep-Close-Date (WS-Dep-Sub)
           Open Output Deposit-File
           Perform Rewrite-One-Deposit
               Varying WS-Dep-Sub From 1 By 1
               Until WS-Dep-Sub > WS-Dep-Count
           Close Deposit-File
           Move Function Current-Date To DT-Timestamp
           Move WS-Run-Id To DT-Run-Id
           Move WS-Gat-Subscriber-Id (WS-Gat-Sub) To DT-Subscriber-Id
           Move "F" To DT-Tran-Type
           Move WS-Release-Date To DT-Tran-Date
           Move WS-Final-Deposit To DT-Amount
           Move "TELCOIGR" To DT-Program
           Move "N" To DT-Journaled
           Open Extend Deposit-Tran-File
           If WS-Deptran-File-Status Not = "00"
               Open Output Deposit-Tran-File
           End-If
           Write Deposit-Tran-Record
           Close Deposit-Tran-File
           .

       Rewrite-One-Deposit.
           Move WS-Dep-Entry (WS-Dep-Sub) To Deposit-Record
           Write Deposit-Record
           .

      * APPENDS THE RESOLUTION TO THE GATE LOG - IT IS THE INVOICE'S
      * STANDING FROM HERE ON - AND KEEPS THE TABLE IN STEP.
       Write-Gate-Resolution.
           Move WS-Gat-Entry (WS-Gat-Sub) To Invoice-Gate-Record
           Move WS-Action-Status To IG-Status
           Move WS-Operator-Id To IG-Operator
           Move WS-Reason-Code To IG-Reason
           Move Function Current-Date To IG-Timestamp
           Open Extend Invoice-Gate-File
           If WS-Gate-File-Status Not = "00"
               Open Output Invoice-Gate-File
           End-If
           Write Invoice-Gate-Record
           Close Invoice-Gate-File
           Move Invoice-Gate-Record To WS-Gat-Entry (WS-Gat-Sub)
           .

       Prompt-For-Reason-Code.
           Display "ENTER REASON (REQUIRED): " With No Advancing
           Accept WS-Reason-Code From Console
           If WS-Reason-Code = Spaces
               Display "A REASON IS REQUIRED."
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG
      * ENTRIES WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF
      * SET, ELSE A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S
      * Get-Run-Id.
       Get-Run-Id.
           Call "GETENVOP" Using WS-Run-Id-Env-Name WS-Run-Id-Env-Value
                WS-Run-Id-Ge-Result
           If WS-Run-Id-Ge-Result < 19
                   And WS-Run-Id-Env-Value Not = Spaces
               Move WS-Run-Id-Env-Value To WS-Run-Id
           Else
               String Function Current-Date (1:8)
                      Function Current-Date (9:6)
                      Delimited By Size Into WS-Run-Id
           End-If
           .

       COPY OPAUDITW.

       End Program TELCOIGR.
