       Identification Division.
       Program-ID. TELCODDC.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DIRECT-DEBIT COLLECTION RUN - RUNS AFTER TELCOINV. FOLDS THE
      *  ARITEMS LEDGER INTO OPEN ITEMS AND, FOR EVERY SUBSCRIBER
      *  WITH AN ACTIVE AUTOPAY MANDATE ON DDMAND, SELECTS EACH
      *  INVOICE DATED ON OR AFTER THE MANDATE THAT IS DUE BY THE RUN
      *  DATE (INVOICE DATE PLUS TELCO_DD_DUE_DAYS, DEFAULT 14) AND
      *  STILL OPEN, AND HAS NOT ALREADY BEEN SENT (A PENDING OR
      *  SETTLED DDCLOG ROW). EACH IS WRITTEN FOR ITS OPEN AMOUNT TO
      *  THE DDOUT BANK COLLECTION FILE - ONE "H" HEADER NAMING THE
      *  ORIGINATOR (TELCO_DD_ORIGINATOR), "D" DETAILS CARRYING THE
      *  MANDATE'S ACCOUNT TOKEN, AND A "T" TRAILER WITH THE DETAIL
      *  COUNT AND AMOUNT TOTAL THE BANK BALANCES AGAINST - AND
      *  LOGGED PENDING ON DDCLOG. NOTHING POSTS TO THE LEDGER HERE:
      *  TELCODDS POSTS THE MONEY WHEN THE BANK CONFIRMS SETTLEMENT.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Mandate-File Assign To "DDMAND"
               Organization Is Sequential
               File Status Is WS-Ddmand-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Collection-Log-File Assign To "DDCLOG"
               Organization Is Sequential
               File Status Is WS-Ddclog-File-Status.
           Select Collection-File Assign To "DDOUT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Mandate-File
           Recording Mode Is F.
       01  Mandate-Record.
               COPY DDMAND.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Collection-Log-File
           Recording Mode Is F.
       01  Collection-Log-Record.
               COPY DDCLOG.

      * THE BANK'S COLLECTION FILE - ONE "H" HEADER, ONE "D" DETAIL
      * PER INVOICE TO COLLECT, ONE "T" TRAILER WITH THE CONTROL
      * TOTALS.
       FD  Collection-File
           Recording Mode Is F.
       01  Collection-Record.
           05  DDO-Record-Type      Pic X(1).
             88  DDO-Header-Rec     Value "H".
             88  DDO-Detail-Rec     Value "D".
             88  DDO-Trailer-Rec    Value "T".
           05  DDO-Detail-Body.
               10  DDO-Subscriber-Id Pic X(10).
               10  DDO-Invoice-No    Pic X(19).
               10  DDO-Account-Token Pic X(34).
               10  DDO-Amount        Pic 9(9)V99.
               10  DDO-Collect-Date  Pic 9(8).
           05  DDO-Header-Body Redefines DDO-Detail-Body.
               10  DDO-Hdr-Originator Pic X(10).
               10  DDO-Hdr-File-Date Pic 9(8).
               10  DDO-Hdr-Run-Id    Pic X(15).
               10                    Pic X(49).
           05  DDO-Trailer-Body Redefines DDO-Detail-Body.
               10  DDO-Trl-Count     Pic 9(9).
               10  DDO-Trl-Amount    Pic 9(11)V99.
               10                    Pic X(60).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Ddmand-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Ddclog-File-Status    Pic X(2)    Value Spaces.
       01  WS-Mnd-Eof-Flag          Pic X       Value "N".
         88  WS-Mnd-Eof             Value "Y".
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".
       01  WS-Dcl-Eof-Flag          Pic X       Value "N".
         88  WS-Dcl-Eof             Value "Y".

      * COLLECTION RULES (GETENVOP CONVENTION, WITH SHOP DEFAULTS).
       01  WS-Collection-Control.
           05  WS-Due-Days          Pic 9(3)    Value 14.
           05  WS-Originator        Pic X(10)   Value "TELCO".
           05  WS-Due-Env-Name      Pic X(32)
                   Value "TELCO_DD_DUE_DAYS".
           05  WS-Orig-Env-Name     Pic X(32)
                   Value "TELCO_DD_ORIGINATOR".
           05  WS-Dd-Env-Value      Pic X(32)   Value Spaces.
           05  WS-Dd-Ge-Result      Pic 9(2)    Binary.
       01  WS-Today-Date            Pic 9(8).
       01  WS-Today-Int             Pic 9(8)    Binary.
       01  WS-Due-Int               Pic 9(8)    Binary.

       01  WS-Mandate-Table.
           05  WS-Mnd-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Mnd-Entry Occurs 5000 Times.
               COPY DDMAND REPLACING LEADING ==DM-== BY ==WS-Mnd-==.
       01  WS-Mnd-Sub               Pic 9(5)    Binary.
       01  WS-Mnd-Found-Flag        Pic X       Value "N".
         88  WS-Mnd-Found           Value "Y".

      * INVOICES ALREADY SENT AND NOT REJECTED - PENDING OR SETTLED.
       01  WS-Sent-Table.
           05  WS-Snt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Snt-Invoice Occurs 5000 Times Pic X(19).
       01  WS-Snt-Sub               Pic 9(5)    Binary.
       01  WS-Snt-Found-Flag        Pic X       Value "N".
         88  WS-Snt-Found           Value "Y".

      * THE AR LEDGER FOLDED INTO OPEN ITEMS - SAME FOLD AS THE
      * TELCOPAY CONSOLE.
       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 1000 Times.
               10  WS-Itm-Invoice   Pic X(19).
               10  WS-Itm-Id        Pic X(10).
               10  WS-Itm-Date      Pic 9(8).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".
       01  WS-Open-Balance          Pic S9(9)V99 Binary.

       01  WS-Out-Count             Pic 9(9)    Binary Value Zero.
       01  WS-Out-Amount            Pic 9(11)V99 Value Zero.

       01  WS-Total-Line.
           05  WS-Total-Label       Pic X(21).
           05  WS-Total-Amount-Out  Pic ZZ,ZZZ,ZZZ,ZZ9.99.

      * RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Collection-Rules
           Move Function Current-Date (1:8) To WS-Today-Date
           Compute WS-Today-Int =
                   Function Integer-Of-Date ( WS-Today-Date )
           Perform Load-Mandates
           If WS-Mnd-Count = Zero
               Display "NO DIRECT-DEBIT MANDATES - NOTHING TO COLLECT."
               Goback
           End-If
           Perform Load-Sent-Collections
           Perform Load-Ar-Ledger
           Open Output Collection-File
           Open Extend Collection-Log-File
           Move Spaces To Collection-Record
           Set DDO-Header-Rec To True
           Move WS-Originator To DDO-Hdr-Originator
           Move WS-Today-Date To DDO-Hdr-File-Date
           Move WS-Run-Id To DDO-Hdr-Run-Id
           Write Collection-Record
           Perform Collect-One-Item
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           Move Spaces To Collection-Record
           Set DDO-Trailer-Rec To True
           Move WS-Out-Count To DDO-Trl-Count
           Move WS-Out-Amount To DDO-Trl-Amount
           Write Collection-Record
           Close Collection-Log-File
           Close Collection-File
           Move "TELCODDC" To audit-log-program
           Move "DDCOLECT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== DIRECT-DEBIT COLLECTION RUN ====="
           Display "COLLECTIONS SENT..: " WS-Out-Count
           Move "AMOUNT REQUESTED..: " To WS-Total-Label
           Move WS-Out-Amount To WS-Total-Amount-Out
           Display WS-Total-Line
           Display "======================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Collection-Rules.
           Call "GETENVOP" Using WS-Due-Env-Name WS-Dd-Env-Value
                WS-Dd-Ge-Result
           If WS-Dd-Ge-Result < 19 And WS-Dd-Env-Value Not = Spaces
               Move WS-Dd-Env-Value To WS-Due-Days
           End-If
           Move Spaces To WS-Dd-Env-Value
           Call "GETENVOP" Using WS-Orig-Env-Name WS-Dd-Env-Value
                WS-Dd-Ge-Result
           If WS-Dd-Ge-Result < 19 And WS-Dd-Env-Value Not = Spaces
               Move WS-Dd-Env-Value To WS-Originator
           End-If
           .

       Load-Mandates.
           Move Zero To WS-Mnd-Count
           Move "N" To WS-Mnd-Eof-Flag
           Open Input Mandate-File
           If WS-Ddmand-File-Status = "00"
               Perform Read-One-Mandate Until WS-Mnd-Eof
               Close Mandate-File
           End-If
           .

       Read-One-Mandate.
           Read Mandate-File
               At End
                   Set WS-Mnd-Eof To True
               Not At End
                   If DM-Status = "A"
                   And WS-Mnd-Count < 5000
                       Add 1 To WS-Mnd-Count
                       Move Mandate-Record
                           To WS-Mnd-Entry (WS-Mnd-Count)
                   End-If
           End-Read
           .

       Load-Sent-Collections.
           Move Zero To WS-Snt-Count
           Move "N" To WS-Dcl-Eof-Flag
           Open Input Collection-Log-File
           If WS-Ddclog-File-Status = "00"
               Perform Read-One-Collection Until WS-Dcl-Eof
               Close Collection-Log-File
           End-If
           .

       Read-One-Collection.
           Read Collection-Log-File
               At End
                   Set WS-Dcl-Eof To True
               Not At End
                   If DCL-Status Not = "R"
                   And WS-Snt-Count < 5000
                       Add 1 To WS-Snt-Count
                       Move DCL-Invoice-No
                           To WS-Snt-Invoice (WS-Snt-Count)
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

      * A "REC" RECOVERY AGAINST A WRITTEN-OFF INVOICE LEAVES IT
      * CLOSED - ONLY ITS "WO" ROW SETTLED IT.
       Fold-One-Ar-Tran.
           If AR-Tran-Type = "REC"
               Exit Paragraph
           End-If
           Move "N" To WS-Itm-Found-Flag
           Perform Varying WS-Itm-Sub From 1 By 1
                   Until WS-Itm-Sub > WS-Itm-Count
                   Or WS-Itm-Found
               If WS-Itm-Invoice (WS-Itm-Sub) = AR-Invoice-No
                   Set WS-Itm-Found To True
                   Subtract 1 From WS-Itm-Sub
               End-If
           End-Perform
           If Not WS-Itm-Found
               If WS-Itm-Count < 1000
                   Add 1 To WS-Itm-Count
                   Move WS-Itm-Count To WS-Itm-Sub
                   Move AR-Invoice-No
                       To WS-Itm-Invoice (WS-Itm-Sub)
                   Move AR-Subscriber-Id To WS-Itm-Id (WS-Itm-Sub)
                   Move AR-Tran-Date To WS-Itm-Date (WS-Itm-Sub)
                   Move Zero To WS-Itm-Billed (WS-Itm-Sub)
                   Move Zero To WS-Itm-Applied (WS-Itm-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           If AR-Tran-Type = "INV"
               Add AR-Amount To WS-Itm-Billed (WS-Itm-Sub)
           Else
               Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
           End-If
           .

      * ONE OPEN INVOICE: COLLECTED WHEN ITS ACCOUNT HOLDS AN ACTIVE
      * MANDATE THAT PREDATES IT, IT HAS FALLEN DUE, AND IT IS NOT
      * ALREADY WITH THE BANK OR PAID BY AN EARLIER COLLECTION.
       Collect-One-Item.
           If WS-Itm-Billed (WS-Itm-Sub) = Zero
               Exit Paragraph
           End-If
           Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                   - WS-Itm-Applied (WS-Itm-Sub)
           If WS-Open-Balance Not > Zero
               Exit Paragraph
           End-If
           Move "N" To WS-Mnd-Found-Flag
           Perform Varying WS-Mnd-Sub From 1 By 1
                   Until WS-Mnd-Sub > WS-Mnd-Count
                   Or WS-Mnd-Found
               If WS-Mnd-Subscriber-Id (WS-Mnd-Sub)
                       = WS-Itm-Id (WS-Itm-Sub)
                   Set WS-Mnd-Found To True
                   Subtract 1 From WS-Mnd-Sub
               End-If
           End-Perform
           If Not WS-Mnd-Found
               Exit Paragraph
           End-If
           If WS-Itm-Date (WS-Itm-Sub)
                   < WS-Mnd-Mandate-Date (WS-Mnd-Sub)
               Exit Paragraph
           End-If
           Compute WS-Due-Int = Function Integer-Of-Date
                   ( WS-Itm-Date (WS-Itm-Sub) ) + WS-Due-Days
           If WS-Due-Int > WS-Today-Int
               Exit Paragraph
           End-If
           Move "N" To WS-Snt-Found-Flag
           Perform Varying WS-Snt-Sub From 1 By 1
                   Until WS-Snt-Sub > WS-Snt-Count
                   Or WS-Snt-Found
               If WS-Snt-Invoice (WS-Snt-Sub)
                       = WS-Itm-Invoice (WS-Itm-Sub)
                   Set WS-Snt-Found To True
               End-If
           End-Perform
           If WS-Snt-Found
               Exit Paragraph
           End-If
           Move Spaces To Collection-Record
           Set DDO-Detail-Rec To True
           Move WS-Itm-Id (WS-Itm-Sub) To DDO-Subscriber-Id
           Move WS-Itm-Invoice (WS-Itm-Sub) To DDO-Invoice-No
           Move WS-Mnd-Account-Token (WS-Mnd-Sub) To DDO-Account-Token
           Move WS-Open-Balance To DDO-Amount
           Move WS-Today-Date To DDO-Collect-Date
           Write Collection-Record
           Add 1 To WS-Out-Count
           Add WS-Open-Balance To WS-Out-Amount
           Move WS-Run-Id To DCL-Run-Id
           Move WS-Itm-Id (WS-Itm-Sub) To DCL-Subscriber-Id
           Move WS-Itm-Invoice (WS-Itm-Sub) To DCL-Invoice-No
           Move WS-Mnd-Account-Token (WS-Mnd-Sub) To DCL-Account-Token
           Move WS-Open-Balance To DCL-Amount
           Move WS-Today-Date To DCL-Collect-Date
           Move "P" To DCL-Status
           Move Zero To DCL-Result-Date
           Move Spaces To DCL-Reason
           Write Collection-Log-Record
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

       End Program TELCODDC.
