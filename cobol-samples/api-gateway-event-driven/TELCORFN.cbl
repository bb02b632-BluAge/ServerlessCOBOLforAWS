       Identification Division.
       Program-ID. TELCORFN.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  REFUND RUN - FOLDS THE ARITEMS LEDGER INTO OPEN ITEMS AND
      *  WORKS THE RFDREG REFUND REGISTER IN TWO PASSES. FIRST, EVERY
      *  ACCOUNT WHOSE STATUS IN FORCE ON SUBSTAT IS DISCONNECTED AND
      *  WHOSE CREDIT ON ACCOUNT, LESS ANYTHING IT STILL OWES, IS AT
      *  LEAST TELCO_REFUND_MIN (DEFAULT 5.00) IS PUT ON THE REGISTER
      *  AWAITING APPROVAL (OPEN ACCOUNTS ARE PUT THERE ON REQUEST
      *  THROUGH THE TELCORFC CONSOLE, WHERE EVERY REFUND IS APPROVED
      *  OR REJECTED). SECOND, EVERY APPROVED REFUND IS PAID: ONE
      *  DETAIL ON THE RFDPAY OUTBOUND PAYMENT FILE CARRYING THE
      *  PAYEE'S SUBCONT NAME AND ADDRESS, UNDER A HEADER AND A
      *  COUNT/AMOUNT TRAILER, AND A NEGATIVE "RFD" ROW CLEARING THE
      *  CREDIT ON ARITEMS. A REFUND WHOSE CREDIT HAS SINCE BEEN USED
      *  UP IS VOIDED INSTEAD. THE RUN'S TOTAL IS BOOKED AS A BALANCED
      *  AR DEBIT AGAINST A BANK CREDIT ON RFDJRNL, IN THE GLJRNL
      *  FORMAT UNDER THE GLMAP CHART-OF-ACCOUNTS MAPPING ("AR" AND
      *  "BANK" ROWS - WITHOUT BOTH NOTHING IS PAID).
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Refund-Register-File Assign To "RFDREG"
               Organization Is Sequential
               File Status Is WS-Rfdreg-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Map-Table-File Assign To "GLMAP"
               Organization Is Sequential
               File Status Is WS-Glmap-File-Status.
           Select Journal-File Assign To "RFDJRNL"
               Organization Is Sequential.
           Select Payment-File Assign To "RFDPAY"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Refund-Register-File
           Recording Mode Is F.
       01  Refund-Register-Record.
               COPY RFDREG.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT REPLACING LEADING ==SS-== BY ==SSF-==.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Map-Table-File
           Recording Mode Is F.
       01  Map-Table-File-Record.
               COPY GLMAP REPLACING LEADING ==GM-== BY ==GMF-==.

       FD  Journal-File
           Recording Mode Is F.
       01  Journal-Record.
               COPY GLJRNL.

      * THE BANK'S PAYMENT FILE - ONE "H" HEADER, ONE "D" DETAIL PER
      * REFUND PAID, ONE "T" TRAILER WITH THE DETAIL COUNT AND AMOUNT
      * TOTAL.
       FD  Payment-File
           Recording Mode Is F.
       01  Payment-Record.
           05  RPY-Record-Type      Pic X(1).
             88  RPY-Header-Rec     Value "H".
             88  RPY-Detail-Rec     Value "D".
             88  RPY-Trailer-Rec    Value "T".
           05  RPY-Detail-Body.
               10  RPY-Refund-No     Pic 9(8).
               10  RPY-Subscriber-Id Pic X(10).
               10  RPY-Payee-Name    Pic X(30).
               10  RPY-Address-1     Pic X(30).
               10  RPY-Address-2     Pic X(30).
               10  RPY-City          Pic X(20).
               10  RPY-Region        Pic X(4).
               10  RPY-Postal-Code   Pic X(10).
               10  RPY-Country       Pic X(3).
               10  RPY-Amount        Pic 9(9)V99.
           05  RPY-Header-Body Redefines RPY-Detail-Body.
               10  RPY-Hdr-Run-Id    Pic X(15).
               10  RPY-Hdr-File-Date Pic 9(8).
               10                    Pic X(133).
           05  RPY-Trailer-Body Redefines RPY-Detail-Body.
               10  RPY-Trl-Count     Pic 9(9).
               10  RPY-Trl-Amount    Pic 9(11)V99.
               10                    Pic X(134).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rfdreg-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Glmap-File-Status     Pic X(2)    Value Spaces.
       01  WS-Reg-Eof-Flag          Pic X       Value "N".
         88  WS-Reg-Eof             Value "Y".
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".
       01  WS-Stat-Eof-Flag         Pic X       Value "N".
         88  WS-Stat-Eof            Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".
       01  WS-Map-Eof-Flag          Pic X       Value "N".
         88  WS-Map-Eof             Value "Y".

      * SMALLEST CREDIT WORTH REFUNDING UNASKED (GETENVOP
      * CONVENTION, WITH THE SHOP DEFAULT).
       01  WS-Refund-Control.
           05  WS-Refund-Min        Pic S9(7)V99 Value 5.00.
           05  WS-Min-Env-Name      Pic X(32)
                   Value "TELCO_REFUND_MIN".
           05  WS-Rfd-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Rfd-Ge-Result     Pic 9(2)    Binary.
       01  WS-Today-Date            Pic 9(8).

       01  WS-Register-Table.
           05  WS-Reg-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Reg-Entry Occurs 5000 Times.
               COPY RFDREG REPLACING LEADING ==RF-== BY ==WS-Reg-==.
       01  WS-Reg-Sub               Pic 9(5)    Binary.
       01  WS-Reg-Found-Flag        Pic X       Value "N".
         88  WS-Reg-Found           Value "Y".
       01  WS-Last-Refund-No        Pic 9(8)    Value Zero.

      * THE AR LEDGER FOLDED INTO OPEN ITEMS - SAME FOLD AS THE
      * TELCOPAY CONSOLE.
       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 1000 Times.
               10  WS-Itm-Invoice   Pic X(19).
               10  WS-Itm-Id        Pic X(10).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".
       01  WS-Open-Balance          Pic S9(9)V99 Binary.

      * ONE ACCOUNT'S REFUNDABLE CREDIT - ITS CREDIT ON ACCOUNT LESS
      * WHAT IT STILL OWES ON ITS OPEN INVOICES.
       01  WS-Lookup-Id             Pic X(10).
       01  WS-Acct-Credit           Pic S9(9)V99 Binary.
       01  WS-Acct-Owed             Pic S9(9)V99 Binary.
       01  WS-Refundable            Pic S9(9)V99 Binary.

      * EACH SUBSCRIBER'S STATUS IN FORCE - THE LATEST EFFECTIVE
      * DATE WINS, A LATER ROW WINNING A TIE.
       01  WS-Account-Table.
           05  WS-Acct-Count        Pic 9(5)    Binary Value Zero.
           05  WS-Acct-Entry Occurs 5000 Times.
               10  WS-Acct-Id       Pic X(10).
               10  WS-Acct-Status   Pic X(1).
               10  WS-Acct-Date     Pic 9(8).
       01  WS-Acct-Sub              Pic 9(5)    Binary.
       01  WS-Acct-Found-Flag       Pic X       Value "N".
         88  WS-Acct-Found          Value "Y".

       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".

      * THE TWO GLMAP ROWS A REFUND POSTS THROUGH - SAME TABLE AND
      * LOOKUP AS THE TELCOGLJ EXPORT.
       01  WS-Map-Table.
           05  WS-Map-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Map-Entry Occurs 50 Times.
               10  WS-Map-Type      Pic X(4).
               10  WS-Map-Class     Pic X(1).
               10  WS-Map-Account   Pic X(10).
               10  WS-Map-Cc        Pic X(6).
       01  WS-Map-Sub               Pic 9(3)    Binary.
       01  WS-Map-Found-Flag        Pic X       Value "N".
         88  WS-Map-Found           Value "Y".
       01  WS-Lookup-Type           Pic X(4).
       01  WS-Lookup-Class          Pic X(1).
       01  WS-Lookup-Account        Pic X(10).
       01  WS-Lookup-Cc             Pic X(6).
       01  WS-Ar-Account            Pic X(10).
       01  WS-Ar-Cc                 Pic X(6).
       01  WS-Bank-Account          Pic X(10).
       01  WS-Bank-Cc               Pic X(6).
       01  WS-Unmapped-Msg          Pic X(33)
               Value "GL FIGURE HAS NO GLMAP ACCOUNT   ".
       01  WS-Unbalanced-Msg        Pic X(33)
               Value "GL JOURNAL BATCH DOES NOT BALANCE".

       01  WS-Run-Totals.
           05  WS-Refunds-Raised    Pic 9(5)    Binary Value Zero.
           05  WS-Refunds-Issued    Pic 9(9)    Binary Value Zero.
           05  WS-Refunds-Voided    Pic 9(5)    Binary Value Zero.
           05  WS-Run-Refunded      Pic S9(11)V99 Binary Value Zero.
           05  WS-Run-Debits        Pic S9(11)V99 Binary Value Zero.
           05  WS-Run-Credits       Pic S9(11)V99 Binary Value Zero.
           05  WS-Lines-Written     Pic 9(5)    Binary Value Zero.

       01  WS-Total-Line.
           05  WS-Total-Label       Pic X(21).
           05  WS-Total-Amount-Out  Pic ZZ,ZZZ,ZZZ,ZZ9.99.

      * RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES AND JOURNAL
      * LINES WITH THE REST OF THE PIPELINE - SAME TELCO_RUN_ID/
      * GETENVOP CONVENTION AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCORFN".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Refund-Minimum
           Move Function Current-Date (1:8) To WS-Today-Date
           Perform Load-Map-Table
           Perform Resolve-Refund-Accounts
           Perform Load-Refund-Register
           Perform Load-Account-Status
           Perform Load-Contact-File
           Perform Load-Ar-Ledger
           Perform Raise-One-Closed-Refund
               Varying WS-Acct-Sub From 1 By 1
               Until WS-Acct-Sub > WS-Acct-Count
           Open Extend Ar-Item-File
           Open Output Payment-File
           Move Spaces To Payment-Record
           Set RPY-Header-Rec To True
           Move WS-Run-Id To RPY-Hdr-Run-Id
           Move WS-Today-Date To RPY-Hdr-File-Date
           Write Payment-Record
           Perform Issue-One-Refund
               Varying WS-Reg-Sub From 1 By 1
               Until WS-Reg-Sub > WS-Reg-Count
           Move Spaces To Payment-Record
           Set RPY-Trailer-Rec To True
           Move WS-Refunds-Issued To RPY-Trl-Count
           Move WS-Run-Refunded To RPY-Trl-Amount
           Write Payment-Record
           Close Payment-File
           Close Ar-Item-File
           Open Output Journal-File
           Perform Journal-Refunds
           Close Journal-File
           Perform Rewrite-Refund-Register
           Display "===== REFUND RUN ====="
           Display "REFUNDS RAISED....: " WS-Refunds-Raised
           Display "REFUNDS ISSUED....: " WS-Refunds-Issued
           Display "REFUNDS VOIDED....: " WS-Refunds-Voided
           Display "JOURNAL LINES.....: " WS-Lines-Written
           Move "AMOUNT REFUNDED...: " To WS-Total-Label
           Move WS-Run-Refunded To WS-Total-Amount-Out
           Display WS-Total-Line
           Display "======================"
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Refund-Minimum.
           Call "GETENVOP" Using WS-Min-Env-Name WS-Rfd-Env-Value
                WS-Rfd-Ge-Result
           If WS-Rfd-Ge-Result < 19 And WS-Rfd-Env-Value Not = Spaces
               Compute WS-Refund-Min =
                       Function Numval ( WS-Rfd-Env-Value )
           End-If
           .

       Load-Map-Table.
           Move Zero To WS-Map-Count
           Move "N" To WS-Map-Eof-Flag
           Open Input Map-Table-File
           If WS-Glmap-File-Status = "00"
               Perform Read-One-Map-Row Until WS-Map-Eof
               Close Map-Table-File
           End-If
           .

       Read-One-Map-Row.
           Read Map-Table-File
               At End
                   Set WS-Map-Eof To True
               Not At End
                   If WS-Map-Count < 50
                       Add 1 To WS-Map-Count
                       Move GMF-Line-Type
                           To WS-Map-Type (WS-Map-Count)
                       Move GMF-Rate-Class
                           To WS-Map-Class (WS-Map-Count)
                       Move GMF-Account
                           To WS-Map-Account (WS-Map-Count)
                       Move GMF-Cost-Center
                           To WS-Map-Cc (WS-Map-Count)
                   End-If
           End-Read
           .

      * BOTH SIDES OF THE REFUND ENTRY MUST MAP BEFORE A SINGLE
      * REFUND IS PAID - MONEY OUT OF THE BANK WITHOUT ITS JOURNAL
      * WOULD LEAVE AR AND THE GL DISAGREEING.
       Resolve-Refund-Accounts.
           Move "AR  " To WS-Lookup-Type
           Move Space To WS-Lookup-Class
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Ar-Account
           Move WS-Lookup-Cc To WS-Ar-Cc
           Move "BANK" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Bank-Account
           Move WS-Lookup-Cc To WS-Bank-Cc
           .

      * A FIGURE WITH NO MAPPING ROW STOPS THE RUN - SAME RULE AS
      * THE TELCOGLJ EXPORT.
       Lookup-Map-Account.
           Move "N" To WS-Map-Found-Flag
           Perform Varying WS-Map-Sub From 1 By 1
                   Until WS-Map-Sub > WS-Map-Count
                   Or WS-Map-Found
               If WS-Map-Type (WS-Map-Sub) = WS-Lookup-Type
               And WS-Map-Class (WS-Map-Sub) = WS-Lookup-Class
                   Set WS-Map-Found To True
                   Move WS-Map-Account (WS-Map-Sub)
                       To WS-Lookup-Account
                   Move WS-Map-Cc (WS-Map-Sub) To WS-Lookup-Cc
               End-If
           End-Perform
           If Not WS-Map-Found
               Display "NO GLMAP ROW FOR TYPE " WS-Lookup-Type
                       " CLASS " WS-Lookup-Class " - RUN REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unmapped-Msg
           End-If
           .

       Load-Refund-Register.
           Move Zero To WS-Reg-Count
           Move Zero To WS-Last-Refund-No
           Move "N" To WS-Reg-Eof-Flag
           Open Input Refund-Register-File
           If WS-Rfdreg-File-Status = "00"
               Perform Read-One-Refund Until WS-Reg-Eof
               Close Refund-Register-File
           End-If
           .

       Read-One-Refund.
           Read Refund-Register-File
               At End
                   Set WS-Reg-Eof To True
               Not At End
                   If WS-Reg-Count < 5000
                       Add 1 To WS-Reg-Count
                       Move Refund-Register-Record
                           To WS-Reg-Entry (WS-Reg-Count)
                   End-If
                   If RF-Refund-No > WS-Last-Refund-No
                       Move RF-Refund-No To WS-Last-Refund-No
                   End-If
           End-Read
           .

       Load-Account-Status.
           Move Zero To WS-Acct-Count
           Move "N" To WS-Stat-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Read-One-Status Until WS-Stat-Eof
               Close Status-History-File
           End-If
           .

       Read-One-Status.
           Read Status-History-File
               At End
                   Set WS-Stat-Eof To True
               Not At End
                   Perform Take-One-Status
           End-Read
           .

       Take-One-Status.
           Move "N" To WS-Acct-Found-Flag
           Perform Varying WS-Acct-Sub From 1 By 1
                   Until WS-Acct-Sub > WS-Acct-Count
                   Or WS-Acct-Found
               If WS-Acct-Id (WS-Acct-Sub) = SSF-Subscriber-Id
                   Set WS-Acct-Found To True
                   Subtract 1 From WS-Acct-Sub
               End-If
           End-Perform
           If Not WS-Acct-Found
               If WS-Acct-Count < 5000
                   Add 1 To WS-Acct-Count
                   Move WS-Acct-Count To WS-Acct-Sub
                   Move SSF-Subscriber-Id To WS-Acct-Id (WS-Acct-Sub)
                   Move Zero To WS-Acct-Date (WS-Acct-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           If SSF-Effective-Date >= WS-Acct-Date (WS-Acct-Sub)
               Move SSF-Status To WS-Acct-Status (WS-Acct-Sub)
               Move SSF-Effective-Date To WS-Acct-Date (WS-Acct-Sub)
           End-If
           .

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

       Load-Ar-Ledger.
           Move Zero To WS-Itm-Count
           Move "N" To WS-Ar-Eof-Flag
           Open Input Ar-Item-File
           If WS-Ar-File-Status = "00"
               Perform Read-One-Ar-Tran Until WS-Ar-Eof
               Close Ar-Item-File
           End-If
           .

       Read-One-Ar-Tran.
           Read Ar-Item-File
               At End
                   Set WS-Ar-Eof To True
               Not At End
                   Perform Fold-One-Ar-Tran
           End-Read
           .

      * A RECOVERY ROW NEITHER REOPENS NOR REDUCES ITS ITEM - THE
      * INVOICE WAS ALREADY CLOSED BY ITS WRITE-OFF.
       Fold-One-Ar-Tran.
           If AR-Tran-Type = "REC"
               Exit Paragraph
           End-If
           Perform Find-Item
           If Not WS-Itm-Found
               If WS-Itm-Count < 1000
                   Add 1 To WS-Itm-Count
                   Move WS-Itm-Count To WS-Itm-Sub
                   Move AR-Invoice-No
                       To WS-Itm-Invoice (WS-Itm-Sub)
                   Move AR-Subscriber-Id To WS-Itm-Id (WS-Itm-Sub)
                   Move Zero To WS-Itm-Billed (WS-Itm-Sub)
                   Move Zero To WS-Itm-Applied (WS-Itm-Sub)
               Else
                   Display "AR ITEM TABLE FULL - TRANSACTION NOT "
                           "FOLDED: " AR-Invoice-No
                   Exit Paragraph
               End-If
           End-If
           If AR-Tran-Type = "INV"
               Add AR-Amount To WS-Itm-Billed (WS-Itm-Sub)
           Else
               Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
           End-If
           .

       Find-Item.
           Move "N" To WS-Itm-Found-Flag
           Perform Varying WS-Itm-Sub From 1 By 1
                   Until WS-Itm-Sub > WS-Itm-Count
                   Or WS-Itm-Found
               If WS-Itm-Invoice (WS-Itm-Sub) = AR-Invoice-No
                   Set WS-Itm-Found To True
                   Subtract 1 From WS-Itm-Sub
               End-If
           End-Perform
           .

      * THE ACCOUNT'S CREDIT ON ACCOUNT (ITS "CRD-" ITEM RUN BELOW
      * ZERO) LESS EVERYTHING IT STILL OWES - ONLY WHAT IS LEFT
      * AFTER THE ACCOUNT IS SQUARE IS THE CUSTOMER'S TO HAVE BACK.
       Compute-Refundable.
           Move Zero To WS-Acct-Credit
           Move Zero To WS-Acct-Owed
           Perform Add-One-Item-Balance
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           Compute WS-Refundable = WS-Acct-Credit - WS-Acct-Owed
           .

       Add-One-Item-Balance.
           If WS-Itm-Id (WS-Itm-Sub) Not = WS-Lookup-Id
               Exit Paragraph
           End-If
           Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                   - WS-Itm-Applied (WS-Itm-Sub)
           If WS-Itm-Invoice (WS-Itm-Sub) (1:4) = "CRD-"
               If WS-Open-Balance < Zero
                   Subtract WS-Open-Balance From WS-Acct-Credit
               End-If
           Else
               If WS-Open-Balance > Zero
                   Add WS-Open-Balance To WS-Acct-Owed
               End-If
           End-If
           .

      * A DISCONNECTED ACCOUNT STILL HOLDING A CREDIT WORTH PAYING
      * BACK GOES ON THE REGISTER FOR APPROVAL - UNLESS A REFUND IS
      * ALREADY WAITING FOR IT THERE.
       Raise-One-Closed-Refund.
           If WS-Acct-Status (WS-Acct-Sub) Not = "D"
               Exit Paragraph
           End-If
           Move WS-Acct-Id (WS-Acct-Sub) To WS-Lookup-Id
           Perform Find-Open-Refund
           If WS-Reg-Found
               Exit Paragraph
           End-If
           Perform Compute-Refundable
           If WS-Refundable < WS-Refund-Min
           Or WS-Refundable Not > Zero
               Exit Paragraph
           End-If
           If WS-Reg-Count >= 5000
               Display "REFUND REGISTER FULL - ACCOUNT "
                       WS-Lookup-Id " NOT RAISED."
               Exit Paragraph
           End-If
           Add 1 To WS-Reg-Count
           Move WS-Reg-Count To WS-Reg-Sub
           Initialize WS-Reg-Entry (WS-Reg-Sub)
           Add 1 To WS-Last-Refund-No
           Move WS-Last-Refund-No To WS-Reg-Refund-No (WS-Reg-Sub)
           Move WS-Lookup-Id To WS-Reg-Subscriber-Id (WS-Reg-Sub)
           Move "C" To WS-Reg-Source (WS-Reg-Sub)
           Move "P" To WS-Reg-Status (WS-Reg-Sub)
           Move WS-Refundable To WS-Reg-Amount (WS-Reg-Sub)
           Move WS-Today-Date To WS-Reg-Request-Date (WS-Reg-Sub)
           Move "TELCORFN" To WS-Reg-Requested-By (WS-Reg-Sub)
           Move "CREDIT ON CLOSED ACCOUNT"
               To WS-Reg-Reason (WS-Reg-Sub)
           Add 1 To WS-Refunds-Raised
           Move "TELCORFN" To audit-log-program
           Move "RFDRAISE" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "REFUND RAISED FOR APPROVAL - ACCOUNT "
                   WS-Lookup-Id
           .

       Find-Open-Refund.
           Move "N" To WS-Reg-Found-Flag
           Perform Varying WS-Reg-Sub From 1 By 1
                   Until WS-Reg-Sub > WS-Reg-Count
                   Or WS-Reg-Found
               If WS-Reg-Subscriber-Id (WS-Reg-Sub) = WS-Lookup-Id
               And ( WS-Reg-Status (WS-Reg-Sub) = "P"
                     Or WS-Reg-Status (WS-Reg-Sub) = "A" )
                   Set WS-Reg-Found To True
               End-If
           End-Perform
           .

      * PAYS ONE APPROVED REFUND - PROVIDED THE CREDIT IS STILL
      * THERE TO COVER IT; A NEW BILL OR A RETURNED PAYMENT SINCE
      * APPROVAL MAY HAVE USED IT UP, AND THEN THE REFUND IS VOIDED.
       Issue-One-Refund.
           If WS-Reg-Status (WS-Reg-Sub) Not = "A"
               Exit Paragraph
           End-If
           Move WS-Reg-Subscriber-Id (WS-Reg-Sub) To WS-Lookup-Id
           Perform Compute-Refundable
           If WS-Refundable < WS-Reg-Amount (WS-Reg-Sub)
               Move "V" To WS-Reg-Status (WS-Reg-Sub)
               Move "CREDIT NO LONGER AVAILABLE"
                   To WS-Reg-Reason (WS-Reg-Sub)
               Add 1 To WS-Refunds-Voided
               Move "TELCORFN" To audit-log-program
               Move "RFDVOID" To audit-log-operation
               Move Zero To audit-log-result-code
               Perform Write-Audit-Record
               Display "REFUND " WS-Reg-Refund-No (WS-Reg-Sub)
                       " VOIDED - CREDIT NO LONGER AVAILABLE."
               Exit Paragraph
           End-If
           Move Spaces To AR-Invoice-No
           String "CRD-" WS-Lookup-Id
               Delimited By Size Into AR-Invoice-No
           Move WS-Lookup-Id To AR-Subscriber-Id
           Move "RFD" To AR-Tran-Type
           Move WS-Today-Date To AR-Tran-Date
           Compute AR-Amount = Zero - WS-Reg-Amount (WS-Reg-Sub)
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Perform Find-Item
           If WS-Itm-Found
               Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
           End-If
           Perform Write-Payment-Detail
           Move "I" To WS-Reg-Status (WS-Reg-Sub)
           Move WS-Today-Date To WS-Reg-Issue-Date (WS-Reg-Sub)
           Add 1 To WS-Refunds-Issued
           Add WS-Reg-Amount (WS-Reg-Sub) To WS-Run-Refunded
           Move "TELCORFN" To audit-log-program
           Move "RFDISSUE" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

      * THE BANK GETS WHATEVER NAME AND ADDRESS WE HOLD - A PAYEE
      * WITHOUT A SUBCONT ROW IS PAID UNDER ITS SUBSCRIBER ID.
       Write-Payment-Detail.
           Move Spaces To Payment-Record
           Set RPY-Detail-Rec To True
           Move WS-Reg-Refund-No (WS-Reg-Sub) To RPY-Refund-No
           Move WS-Lookup-Id To RPY-Subscriber-Id
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub) = WS-Lookup-Id
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           If WS-Cnt-Found
               Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To RPY-Payee-Name
               Move WS-Cnt-Address-1 (WS-Cnt-Sub) To RPY-Address-1
               Move WS-Cnt-Address-2 (WS-Cnt-Sub) To RPY-Address-2
               Move WS-Cnt-City (WS-Cnt-Sub) To RPY-City
               Move WS-Cnt-Region (WS-Cnt-Sub) To RPY-Region
               Move WS-Cnt-Postal-Code (WS-Cnt-Sub)
                   To RPY-Postal-Code
               Move WS-Cnt-Country (WS-Cnt-Sub) To RPY-Country
           Else
               Move WS-Lookup-Id To RPY-Payee-Name
           End-If
           Move WS-Reg-Amount (WS-Reg-Sub) To RPY-Amount
           Write Payment-Record
           .

      * THE RUN'S REFUNDS AS ONE BALANCED ENTRY: THE RECEIVABLE
      * DEBITED (THE CUSTOMER'S CREDIT BALANCE DRAWN DOWN), THE BANK
      * CREDITED. A RUN THAT PAID NOTHING LEAVES AN EMPTY JOURNAL.
       Journal-Refunds.
           If WS-Run-Refunded = Zero
               Exit Paragraph
           End-If
           Move WS-Ar-Account To GJ-Account
           Move WS-Ar-Cc To GJ-Cost-Center
           Move "DR" To GJ-DR-CR
           Perform Write-Journal-Record
           Add WS-Run-Refunded To WS-Run-Debits
           Move WS-Bank-Account To GJ-Account
           Move WS-Bank-Cc To GJ-Cost-Center
           Move "CR" To GJ-DR-CR
           Perform Write-Journal-Record
           Add WS-Run-Refunded To WS-Run-Credits
           If WS-Run-Debits Not = WS-Run-Credits
               Display "REFUND DEBITS DO NOT EQUAL CREDITS - "
                       "JOURNAL REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unbalanced-Msg
           End-If
           .

       Write-Journal-Record.
           Move WS-Run-Id To GJ-Run-Id
           Move WS-Today-Date To GJ-Business-Date
           Move WS-Run-Refunded To GJ-Amount
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company GJ-Business-Date WS-Plk-Result
           Write Journal-Record
           Add 1 To WS-Lines-Written
           .

       Rewrite-Refund-Register.
           Open Output Refund-Register-File
           Perform Rewrite-One-Refund
               Varying WS-Reg-Sub From 1 By 1
               Until WS-Reg-Sub > WS-Reg-Count
           Close Refund-Register-File
           .

       Rewrite-One-Refund.
           Move WS-Reg-Entry (WS-Reg-Sub) To Refund-Register-Record
           Write Refund-Register-Record
           .

      * DERIVES THE RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES
      * WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF SET,
      * ELSE A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S
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

       End Program TELCORFN.
