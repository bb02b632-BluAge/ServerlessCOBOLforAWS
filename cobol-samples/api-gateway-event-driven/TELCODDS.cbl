       Identification Division.
       Program-ID. TELCODDS.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DIRECT-DEBIT SETTLEMENT IMPORT - READS THE BANK'S RESPONSE
      *  TO A TELCODDC COLLECTION FILE (DDRESP) UNDER THE SAME
      *  HEADER/TRAILER DISCIPLINE AS THE LOCKBOX AND RETURNS FILES -
      *  THE DETAIL COUNT AND AMOUNT TOTAL MUST BALANCE TO THE
      *  TRAILER OR NOTHING POSTS. EACH RESULT IS MATCHED TO ITS
      *  PENDING DDCLOG COLLECTION; ONE THAT MATCHES NONE GOES TO
      *  THE DDSUSP SUSPENSE FILE. A SETTLED COLLECTION POSTS A "PAY"
      *  ROW TO ARITEMS AGAINST ITS INVOICE (ANYTHING THE INVOICE NO
      *  LONGER OWES IS HELD ON ACCOUNT AS A "CRD", AS TELCOLBX DOES)
      *  AND THE ACCOUNT IS OFFERED TO TELCORIN. A REJECTED ONE TAKES
      *  THE RETURNED-PAYMENT PATH - LOGGED TO RTNLOG AND CHARGED THE
      *  TELCO_NSF_FEE ON CHGFILE - AND COUNTS AGAINST ITS MANDATE;
      *  AT TELCO_DD_MAX_FAILS (DEFAULT 2) REJECTIONS SINCE THE LAST
      *  SETTLEMENT THE MANDATE IS SUSPENDED ON DDMAND.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Response-File Assign To "DDRESP"
               Organization Is Sequential
               File Status Is WS-Response-File-Status.
           Select Mandate-File Assign To "DDMAND"
               Organization Is Sequential
               File Status Is WS-Ddmand-File-Status.
           Select Collection-Log-File Assign To "DDCLOG"
               Organization Is Sequential
               File Status Is WS-Ddclog-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Return-Log-File Assign To "RTNLOG"
               Organization Is Sequential.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential.
           Select Dd-Suspense-File Assign To "DDSUSP"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
      * THE BANK'S FILE CARRIES ONE "H" HEADER, ONE "D" DETAIL PER
      * COLLECTION WITH ITS RESULT ("S" SETTLED, "R" REJECTED), AND
      * ONE "T" TRAILER WITH THE DETAIL COUNT AND AMOUNT TOTAL.
       FD  Response-File
           Recording Mode Is F.
       01  Response-Record.
           05  DDR-Record-Type      Pic X(1).
             88  DDR-Header-Rec     Value "H".
             88  DDR-Detail-Rec     Value "D".
             88  DDR-Trailer-Rec    Value "T".
           05  DDR-Detail-Body.
               10  DDR-Subscriber-Id Pic X(10).
               10  DDR-Invoice-No    Pic X(19).
               10  DDR-Amount        Pic 9(9)V99.
               10  DDR-Collect-Date  Pic 9(8).
               10  DDR-Result        Pic X(1).
               10  DDR-Result-Date   Pic 9(8).
               10  DDR-Reason        Pic X(4).
           05  DDR-Header-Body Redefines DDR-Detail-Body.
               10  DDR-Hdr-Bank-Id   Pic X(10).
               10  DDR-Hdr-File-Date Pic 9(8).
               10                    Pic X(43).
           05  DDR-Trailer-Body Redefines DDR-Detail-Body.
               10  DDR-Trl-Count     Pic 9(9).
               10  DDR-Trl-Amount    Pic 9(11)V99.
               10                    Pic X(39).

       FD  Mandate-File
           Recording Mode Is F.
       01  Mandate-Record.
               COPY DDMAND.

       FD  Collection-Log-File
           Recording Mode Is F.
       01  Collection-Log-Record.
               COPY DDCLOG.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Return-Log-File
           Recording Mode Is F.
       01  Return-Log-Record.
               COPY RTNLOG.

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
               COPY CHGREC.

       FD  Dd-Suspense-File
           Recording Mode Is F.
       01  Dd-Suspense-Record.
           05  DDS-Subscriber-Id    Pic X(10).
           05  DDS-Invoice-No       Pic X(19).
           05  DDS-Amount           Pic 9(9)V99.
           05  DDS-Collect-Date     Pic 9(8).
           05  DDS-Result           Pic X(1).
           05  DDS-Result-Date      Pic 9(8).
           05  DDS-Bank-Reason      Pic X(4).
           05  DDS-Reason           Pic X(12).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Response-File-Status  Pic X(2)    Value Spaces.
       01  WS-Ddmand-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ddclog-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Rsp-Eof-Flag          Pic X       Value "N".
         88  WS-Rsp-Eof             Value "Y".
       01  WS-Mnd-Eof-Flag          Pic X       Value "N".
         88  WS-Mnd-Eof             Value "Y".
       01  WS-Dcl-Eof-Flag          Pic X       Value "N".
         88  WS-Dcl-Eof             Value "Y".
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".

      * HEADER/TRAILER BALANCING STATE.
       01  WS-Balance-Control.
           05  WS-Header-Seen-Flag  Pic X       Value "N".
             88  WS-Header-Seen     Value "Y".
           05  WS-Trailer-Seen-Flag Pic X       Value "N".
             88  WS-Trailer-Seen    Value "Y".
           05  WS-Detail-Count      Pic 9(9)    Binary Value Zero.
           05  WS-Amount-Total      Pic 9(11)V99 Value Zero.
           05  WS-Trl-Count         Pic 9(9)    Value Zero.
           05  WS-Trl-Amount        Pic 9(11)V99 Value Zero.
       01  WS-Imbalance-Msg         Pic X(33)
               Value "DD RESPONSE HEADER/TRAILER IMBAL ".

      * FEE AND MANDATE RULES (GETENVOP CONVENTION, WITH SHOP
      * DEFAULTS). THE FEE IS THE ONE TELCORTN CHARGES ON A RETURN.
       01  WS-Settle-Control.
           05  WS-Nsf-Fee           Pic S9(7)V99 Value 25.00.
           05  WS-Max-Fails         Pic 9(2)    Value 2.
           05  WS-Fee-Env-Name      Pic X(32)
                   Value "TELCO_NSF_FEE".
           05  WS-Fails-Env-Name    Pic X(32)
                   Value "TELCO_DD_MAX_FAILS".
           05  WS-Dds-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Dds-Ge-Result     Pic 9(2)    Binary.

      * THE BANK'S RESULTS BUFFERED FOR THE POSTING PASS - NOTHING
      * POSTS UNTIL THE FILE BALANCES.
       01  WS-Result-Table.
           05  WS-Res-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Res-Entry Occurs 1000 Times.
               10  WS-Res-Id        Pic X(10).
               10  WS-Res-Invoice   Pic X(19).
               10  WS-Res-Amount    Pic 9(9)V99.
               10  WS-Res-Collect-Date Pic 9(8).
               10  WS-Res-Result    Pic X(1).
               10  WS-Res-Date      Pic 9(8).
               10  WS-Res-Reason    Pic X(4).
               10  WS-Res-Settled   Pic X(1).
       01  WS-Res-Sub               Pic 9(4)    Binary.
       01  WS-Res-Found-Flag        Pic X       Value "N".
         88  WS-Res-Found           Value "Y".
       01  WS-Reinstate-Sub         Pic 9(4)    Binary.

       01  WS-Mandate-Table.
           05  WS-Mnd-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Mnd-Entry Occurs 5000 Times.
               COPY DDMAND REPLACING LEADING ==DM-== BY ==WS-Mnd-==.
       01  WS-Mnd-Sub               Pic 9(5)    Binary.
       01  WS-Mnd-Found-Flag        Pic X       Value "N".
         88  WS-Mnd-Found           Value "Y".

       01  WS-Collection-Table.
           05  WS-Dcl-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Dcl-Entry Occurs 5000 Times.
               COPY DDCLOG REPLACING LEADING ==DCL-== BY ==WS-Dcl-==.
       01  WS-Dcl-Sub               Pic 9(5)    Binary.
       01  WS-Dcl-Found-Flag        Pic X       Value "N".
         88  WS-Dcl-Found           Value "Y".

      * OPEN BALANCE OF EACH INVOICE ON THE RESPONSE FILE - SAME
      * FOLD AS THE TELCOPAY CONSOLE.
       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 1000 Times.
               10  WS-Itm-Invoice   Pic X(19).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".
       01  WS-Open-Balance          Pic S9(9)V99 Binary.
       01  WS-Remaining-Payment     Pic S9(9)V99 Binary.

       01  WS-Settled-Count         Pic 9(4)    Binary Value Zero.
       01  WS-Rejected-Count        Pic 9(4)    Binary Value Zero.
       01  WS-Unmatched-Count       Pic 9(4)    Binary Value Zero.
       01  WS-Suspended-Count       Pic 9(4)    Binary Value Zero.
       01  WS-Fees-Staged           Pic 9(4)    Binary Value Zero.
       01  WS-Reinstated-Count      Pic 9(4)    Binary Value Zero.

      * SHARED REINSTATEMENT CALL AREA - SEE TELCORIN.
       01  WS-Rin-Program           Pic X(8)    Value "TELCODDS".
       01  WS-Rin-Subscriber        Pic X(10).
       01  WS-Rin-Payment-Date      Pic 9(8).
       01  WS-Rin-Result            Pic 9(2)    Binary.
         88  WS-Rin-Reinstated      Value Zero.

      * RUN-ID CORRELATING THIS IMPORT'S AUDIT-LOG ENTRIES WITH THE
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
       01  WS-Plk-Program           Pic X(8)    Value "TELCODDS".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Settle-Rules
           Open Input Response-File
           If WS-Response-File-Status Not = "00"
               Display "NO DIRECT-DEBIT RESPONSE FILE TO IMPORT."
               Goback
           End-If
           Perform Read-Response-Record
           Perform Take-One-Response-Record Until WS-Rsp-Eof
           Close Response-File
           Perform Balance-Response-File
           Perform Load-Mandates
           Perform Load-Collections
           Perform Load-Ar-Ledger
           Open Extend Ar-Item-File
           Open Extend Dd-Suspense-File
           Open Extend Charge-File
           Open Extend Return-Log-File
           Perform Post-One-Result
               Varying WS-Res-Sub From 1 By 1
               Until WS-Res-Sub > WS-Res-Count
           Close Return-Log-File
           Close Charge-File
           Close Dd-Suspense-File
           Close Ar-Item-File
           Perform Rewrite-Collections
           Perform Rewrite-Mandates
           Perform Reinstate-One-Payer
               Varying WS-Reinstate-Sub From 1 By 1
               Until WS-Reinstate-Sub > WS-Res-Count
           Display "COLLECTIONS SETTLED...: " WS-Settled-Count
           Display "COLLECTIONS REJECTED..: " WS-Rejected-Count
           Display "RESULTS TO SUSPENSE...: " WS-Unmatched-Count
           Display "RETURN FEES STAGED....: " WS-Fees-Staged
           Display "MANDATES SUSPENDED....: " WS-Suspended-Count
           Display "ACCOUNTS REINSTATED...: " WS-Reinstated-Count
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Settle-Rules.
           Call "GETENVOP" Using WS-Fee-Env-Name WS-Dds-Env-Value
                WS-Dds-Ge-Result
           If WS-Dds-Ge-Result < 19 And WS-Dds-Env-Value Not = Spaces
               Compute WS-Nsf-Fee =
                       Function Numval ( WS-Dds-Env-Value )
           End-If
           Move Spaces To WS-Dds-Env-Value
           Call "GETENVOP" Using WS-Fails-Env-Name WS-Dds-Env-Value
                WS-Dds-Ge-Result
           If WS-Dds-Ge-Result < 19 And WS-Dds-Env-Value Not = Spaces
               Move WS-Dds-Env-Value To WS-Max-Fails
           End-If
           .

       Read-Response-Record.
           Read Response-File
               At End Set WS-Rsp-Eof To True
           End-Read
           .

       Take-One-Response-Record.
           Evaluate True
               When DDR-Header-Rec
                   Set WS-Header-Seen To True
                   Display "DD RESPONSE HEADER - BANK "
                           DDR-Hdr-Bank-Id " FILE DATE "
                           DDR-Hdr-File-Date
               When DDR-Trailer-Rec
                   Set WS-Trailer-Seen To True
                   Move DDR-Trl-Count To WS-Trl-Count
                   Move DDR-Trl-Amount To WS-Trl-Amount
               When DDR-Detail-Rec
                   Add 1 To WS-Detail-Count
                   Add DDR-Amount To WS-Amount-Total
                   If WS-Res-Count < 1000
                       Add 1 To WS-Res-Count
                       Move DDR-Subscriber-Id
                           To WS-Res-Id (WS-Res-Count)
                       Move DDR-Invoice-No
                           To WS-Res-Invoice (WS-Res-Count)
                       Move DDR-Amount
                           To WS-Res-Amount (WS-Res-Count)
                       Move DDR-Collect-Date
                           To WS-Res-Collect-Date (WS-Res-Count)
                       Move DDR-Result
                           To WS-Res-Result (WS-Res-Count)
                       Move DDR-Result-Date
                           To WS-Res-Date (WS-Res-Count)
                       Move DDR-Reason
                           To WS-Res-Reason (WS-Res-Count)
                       Move "N" To WS-Res-Settled (WS-Res-Count)
                   End-If
           End-Evaluate
           Perform Read-Response-Record
           .

      * REFUSES TO POST A FILE WHOSE COUNT OR AMOUNT TOTAL DOESN'T
      * BALANCE TO THE TRAILER - SAME RULE AS THE LOCKBOX IMPORT.
       Balance-Response-File.
           If Not WS-Header-Seen Or Not WS-Trailer-Seen
               Display "DD RESPONSE FILE MISSING HEADER OR TRAILER - "
                       "REFUSING TO POST."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Imbalance-Msg
           End-If
           If WS-Detail-Count Not = WS-Trl-Count
           Or WS-Amount-Total Not = WS-Trl-Amount
               Display "DD RESPONSE DETAILS DO NOT BALANCE TO "
                       "TRAILER - REFUSING TO POST."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Imbalance-Msg
           End-If
           Display "DD RESPONSE BALANCED TO TRAILER - RESULTS: "
                   WS-Trl-Count
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
                   If WS-Mnd-Count < 5000
                       Add 1 To WS-Mnd-Count
                       Move Mandate-Record
                           To WS-Mnd-Entry (WS-Mnd-Count)
                   End-If
           End-Read
           .

       Load-Collections.
           Move Zero To WS-Dcl-Count
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
                   If WS-Dcl-Count < 5000
                       Add 1 To WS-Dcl-Count
                       Move Collection-Log-Record
                           To WS-Dcl-Entry (WS-Dcl-Count)
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

      * ONLY THE INVOICES THE BANK ANSWERED FOR ARE FOLDED. A "REC"
      * RECOVERY LEAVES A WRITTEN-OFF INVOICE CLOSED.
       Fold-One-Ar-Tran.
           If AR-Tran-Type = "REC"
               Exit Paragraph
           End-If
           Move "N" To WS-Res-Found-Flag
           Perform Varying WS-Res-Sub From 1 By 1
                   Until WS-Res-Sub > WS-Res-Count
                   Or WS-Res-Found
               If WS-Res-Invoice (WS-Res-Sub) = AR-Invoice-No
                   Set WS-Res-Found To True
               End-If
           End-Perform
           If Not WS-Res-Found
               Exit Paragraph
           End-If
           Perform Find-Item
           If Not WS-Itm-Found
               If WS-Itm-Count < 1000
                   Add 1 To WS-Itm-Count
                   Move WS-Itm-Count To WS-Itm-Sub
                   Move AR-Invoice-No
                       To WS-Itm-Invoice (WS-Itm-Sub)
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

      * ONE BANK RESULT: IT MUST ANSWER A COLLECTION STILL PENDING
      * FOR THE SAME ACCOUNT, INVOICE, DATE AND AMOUNT, OR IT GOES TO
      * SUSPENSE FOR A PERSON TO LOOK AT.
       Post-One-Result.
           Move "N" To WS-Dcl-Found-Flag
           Perform Varying WS-Dcl-Sub From 1 By 1
                   Until WS-Dcl-Sub > WS-Dcl-Count
                   Or WS-Dcl-Found
               If WS-Dcl-Subscriber-Id (WS-Dcl-Sub)
                       = WS-Res-Id (WS-Res-Sub)
               And WS-Dcl-Invoice-No (WS-Dcl-Sub)
                       = WS-Res-Invoice (WS-Res-Sub)
               And WS-Dcl-Collect-Date (WS-Dcl-Sub)
                       = WS-Res-Collect-Date (WS-Res-Sub)
               And WS-Dcl-Status (WS-Dcl-Sub) = "P"
                   Set WS-Dcl-Found To True
                   Subtract 1 From WS-Dcl-Sub
               End-If
           End-Perform
           If Not WS-Dcl-Found
               Move "NO COLLECT" To DDS-Reason
               Perform Write-Dd-Suspense
               Exit Paragraph
           End-If
           If WS-Dcl-Amount (WS-Dcl-Sub)
                   Not = WS-Res-Amount (WS-Res-Sub)
               Move "AMOUNT DIFF" To DDS-Reason
               Perform Write-Dd-Suspense
               Exit Paragraph
           End-If
           Move "N" To WS-Mnd-Found-Flag
           Perform Varying WS-Mnd-Sub From 1 By 1
                   Until WS-Mnd-Sub > WS-Mnd-Count
                   Or WS-Mnd-Found
               If WS-Mnd-Subscriber-Id (WS-Mnd-Sub)
                       = WS-Res-Id (WS-Res-Sub)
                   Set WS-Mnd-Found To True
                   Subtract 1 From WS-Mnd-Sub
               End-If
           End-Perform
           Evaluate WS-Res-Result (WS-Res-Sub)
               When "S"
                   Perform Settle-One-Collection
               When "R"
                   Perform Reject-One-Collection
               When Other
                   Move "BAD RESULT" To DDS-Reason
                   Perform Write-Dd-Suspense
           End-Evaluate
           .

      * THE COLLECTED MONEY IS A PAYMENT MADE ON THE COLLECTION DATE.
       Settle-One-Collection.
           Move "S" To WS-Dcl-Status (WS-Dcl-Sub)
           Move WS-Res-Date (WS-Res-Sub)
               To WS-Dcl-Result-Date (WS-Dcl-Sub)
           Move Spaces To WS-Dcl-Reason (WS-Dcl-Sub)
           If WS-Mnd-Found
               Move Zero To WS-Mnd-Fail-Count (WS-Mnd-Sub)
           End-If
           Move WS-Res-Amount (WS-Res-Sub) To WS-Remaining-Payment
           Move WS-Res-Invoice (WS-Res-Sub) To AR-Invoice-No
           Perform Find-Item
           If WS-Itm-Found
               Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                       - WS-Itm-Applied (WS-Itm-Sub)
           Else
               Move Zero To WS-Open-Balance
           End-If
           If WS-Open-Balance > Zero
               Move WS-Res-Invoice (WS-Res-Sub) To AR-Invoice-No
               Move WS-Res-Id (WS-Res-Sub) To AR-Subscriber-Id
               Move "PAY" To AR-Tran-Type
               Move WS-Res-Collect-Date (WS-Res-Sub) To AR-Tran-Date
               If WS-Remaining-Payment < WS-Open-Balance
                   Move WS-Remaining-Payment To AR-Amount
               Else
                   Move WS-Open-Balance To AR-Amount
               End-If
               Move Function Current-Date To AR-Timestamp
               Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                    WS-Plk-Company AR-Tran-Date WS-Plk-Result
               Write Ar-Item-Record
               Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
               Subtract AR-Amount From WS-Remaining-Payment
           End-If
           If WS-Remaining-Payment > Zero
               Move Spaces To AR-Invoice-No
               String "CRD-" WS-Res-Id (WS-Res-Sub)
                   Delimited By Size Into AR-Invoice-No
               Move WS-Res-Id (WS-Res-Sub) To AR-Subscriber-Id
               Move "CRD" To AR-Tran-Type
               Move WS-Res-Collect-Date (WS-Res-Sub) To AR-Tran-Date
               Move WS-Remaining-Payment To AR-Amount
               Move Function Current-Date To AR-Timestamp
               Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                    WS-Plk-Company AR-Tran-Date WS-Plk-Result
               Write Ar-Item-Record
           End-If
           Move "Y" To WS-Res-Settled (WS-Res-Sub)
           Add 1 To WS-Settled-Count
           Move "TELCODDS" To audit-log-program
           Move "DDSETTLE" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

      * NOTHING WAS POSTED FOR A PENDING COLLECTION, SO A REJECTION
      * HAS NOTHING TO REVERSE - IT IS LOGGED AND CHARGED EXACTLY AS
      * A RETURNED PAYMENT IS, AND COUNTED AGAINST THE MANDATE.
       Reject-One-Collection.
           Move "R" To WS-Dcl-Status (WS-Dcl-Sub)
           Move WS-Res-Date (WS-Res-Sub)
               To WS-Dcl-Result-Date (WS-Dcl-Sub)
           Move WS-Res-Reason (WS-Res-Sub)
               To WS-Dcl-Reason (WS-Dcl-Sub)
           Move Function Current-Date To RTL-Timestamp
           Move WS-Run-Id To RTL-Run-Id
           Move WS-Res-Id (WS-Res-Sub) To RTL-Subscriber-Id
           Move WS-Res-Invoice (WS-Res-Sub) To RTL-Invoice-No
           Move WS-Res-Collect-Date (WS-Res-Sub) To RTL-Payment-Date
           Move WS-Res-Date (WS-Res-Sub) To RTL-Return-Date
           Move WS-Res-Amount (WS-Res-Sub) To RTL-Amount
           Move WS-Res-Reason (WS-Res-Sub) To RTL-Reason
           Write Return-Log-Record
           If WS-Nsf-Fee > Zero
               Move WS-Res-Id (WS-Res-Sub) To CHG-Subscriber-Id
               Move "RTNFEE" To CHG-Charge-Code
               Move Spaces To CHG-Description
               String "RETURNED PAYMENT "
                      WS-Res-Collect-Date (WS-Res-Sub)
                   Delimited By Size Into CHG-Description
               Move WS-Nsf-Fee To CHG-Amount
               Move WS-Res-Date (WS-Res-Sub) To CHG-Charge-Date
               Move "A" To CHG-Status
               Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                    WS-Plk-Company CHG-Charge-Date WS-Plk-Result
               Write Charge-Record
               Add 1 To WS-Fees-Staged
           End-If
           Add 1 To WS-Rejected-Count
           Move "TELCODDS" To audit-log-program
           Move "DDREJECT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "DIRECT DEBIT REJECTED - ACCOUNT "
                   WS-Res-Id (WS-Res-Sub) " REASON "
                   WS-Res-Reason (WS-Res-Sub)
           If Not WS-Mnd-Found
               Exit Paragraph
           End-If
           If WS-Mnd-Fail-Count (WS-Mnd-Sub) < 99
               Add 1 To WS-Mnd-Fail-Count (WS-Mnd-Sub)
           End-If
           Move WS-Res-Date (WS-Res-Sub)
               To WS-Mnd-Last-Fail-Date (WS-Mnd-Sub)
           If WS-Mnd-Status (WS-Mnd-Sub) = "A"
           And WS-Mnd-Fail-Count (WS-Mnd-Sub) Not < WS-Max-Fails
               Move "S" To WS-Mnd-Status (WS-Mnd-Sub)
               Add 1 To WS-Suspended-Count
               Move "TELCODDS" To audit-log-program
               Move "DDSUSPND" To audit-log-operation
               Move Zero To audit-log-result-code
               Perform Write-Audit-Record
               Display "MANDATE SUSPENDED AFTER REPEATED REJECTIONS - "
                       "ACCOUNT " WS-Res-Id (WS-Res-Sub)
           End-If
           .

       Write-Dd-Suspense.
           Add 1 To WS-Unmatched-Count
           Move WS-Res-Id (WS-Res-Sub) To DDS-Subscriber-Id
           Move WS-Res-Invoice (WS-Res-Sub) To DDS-Invoice-No
           Move WS-Res-Amount (WS-Res-Sub) To DDS-Amount
           Move WS-Res-Collect-Date (WS-Res-Sub) To DDS-Collect-Date
           Move WS-Res-Result (WS-Res-Sub) To DDS-Result
           Move WS-Res-Date (WS-Res-Sub) To DDS-Result-Date
           Move WS-Res-Reason (WS-Res-Sub) To DDS-Bank-Reason
           Write Dd-Suspense-Record
           Display "UNMATCHED DD RESULT ROUTED TO SUSPENSE: "
                   WS-Res-Id (WS-Res-Sub) " " DDS-Reason
           Move "TELCODDS" To audit-log-program
           Move "UNMATCH" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

       Rewrite-Collections.
           Open Output Collection-Log-File
           Perform Write-One-Collection
               Varying WS-Dcl-Sub From 1 By 1
               Until WS-Dcl-Sub > WS-Dcl-Count
           Close Collection-Log-File
           .

       Write-One-Collection.
           Move WS-Dcl-Entry (WS-Dcl-Sub) To Collection-Log-Record
           Write Collection-Log-Record
           .

       Rewrite-Mandates.
           Open Output Mandate-File
           Perform Write-One-Mandate
               Varying WS-Mnd-Sub From 1 By 1
               Until WS-Mnd-Sub > WS-Mnd-Count
           Close Mandate-File
           .

       Write-One-Mandate.
           Move WS-Mnd-Entry (WS-Mnd-Sub) To Mandate-Record
           Write Mandate-Record
           .

      * THE LEDGER IS CLOSED AGAIN BY NOW, SO TELCORIN SEES THE
      * SETTLEMENT WHEN IT WORKS OUT WHETHER THE ACCOUNT IS CLEAR.
       Reinstate-One-Payer.
           If WS-Res-Settled (WS-Reinstate-Sub) Not = "Y"
               Exit Paragraph
           End-If
           Move WS-Res-Id (WS-Reinstate-Sub) To WS-Rin-Subscriber
           Move WS-Res-Collect-Date (WS-Reinstate-Sub)
               To WS-Rin-Payment-Date
           Call "TELCORIN" Using WS-Rin-Program WS-Rin-Subscriber
                WS-Rin-Payment-Date WS-Rin-Result
           If WS-Rin-Reinstated
               Add 1 To WS-Reinstated-Count
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS IMPORT'S AUDIT-LOG
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

       End Program TELCODDS.
