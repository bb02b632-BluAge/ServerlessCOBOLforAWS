      *  SUBSCRIBER'S OLDEST OPEN INVOICES WHEN THE BANK CAPTURED NO
      *  INVOICE NUMBER) AND POSTED TO THE ARITEMS LEDGER; PAYMENTS
      *  THAT MATCH NOTHING GO TO THE LBXSUSP SUSPENSE FILE FOR THE
      *  TELCOLBR REPAIR CONSOLE. ONCE THE LEDGER IS CLOSED EACH
      *  ACCOUNT PAID IS OFFERED TO TELCORIN, WHICH LIFTS A DUNNING
      *  SUSPENSION THE PAYMENT HAS CLEARED. A PAYMENT AGAINST AN
      *  INVOICE WRITTEN OFF AS BAD DEBT (OR LEFT OVER FOR ONE ONCE
      *  NOTHING IS OPEN) POSTS AS A "REC" RECOVERY, NOT A "PAY".
      *  A DETAIL WHOSE INVOICE REFERENCE IS "DEPOSIT" IS SECURITY-
      *  DEPOSIT MONEY: IT IS ADDED TO THE SUBSCRIBER'S OPEN DEPOSIT
      *  ON THE DEPOSIT LEDGER AND LOGGED ON DEPTRAN, NEVER POSTED TO
      *  ARITEMS; WITH NO OPEN DEPOSIT IT GOES TO SUSPENSE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.
           Select Deposit-File Assign To "DEPOSIT"
               Organization Is Sequential
               File Status Is WS-Deposit-File-Status.
           Select Deposit-Tran-File Assign To "DEPTRAN"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Audit-Log-File.
       COPY OPAUDIT.

       FD  Deposit-File
           Recording Mode Is F.
       01  Deposit-Record.
               COPY DEPOSIT.

       FD  Deposit-Tran-File
           Recording Mode Is F.
       01  Deposit-Tran-Record.
               COPY DEPTRAN.

       Working-Storage Section.

       01  WS-Lockbox-File-Status   Pic X(2)    Value Spaces.
               10  WS-Pay-Invoice   Pic X(19).
               10  WS-Pay-Amount    Pic 9(9)V99.
               10  WS-Pay-Date      Pic 9(8).
               10  WS-Pay-Posted-Id Pic X(10).
       01  WS-Pay-Sub               Pic 9(4)    Binary.

      * THE AR LEDGER FOLDED INTO OPEN ITEMS - SAME FOLD AS THE
               10  WS-Itm-Date      Pic 9(8).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
               10  WS-Itm-Written-Off Pic S9(9)V99 Binary.
               10  WS-Itm-Recovered Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".
       01  WS-Oldest-Date           Pic 9(8).

       01  WS-Posted-Count          Pic 9(4)    Binary Value Zero.
       01  WS-Recovered-Count       Pic 9(4)    Binary Value Zero.
       01  WS-Unmatched-Count       Pic 9(4)    Binary Value Zero.
       01  WS-Reinstated-Count      Pic 9(4)    Binary Value Zero.
       01  WS-Deposit-Count         Pic 9(4)    Binary Value Zero.

      * THE SECURITY-DEPOSIT LEDGER - REWRITTEN AT THE END OF THE RUN
      * WHEN ANY DEPOSIT MONEY ARRIVED ON THE FILE.
       01  WS-Deposit-File-Status   Pic X(2)    Value Spaces.
       01  WS-Dep-Eof-Flag          Pic X       Value "N".
         88  WS-Dep-Eof             Value "Y".
       01  WS-Deposit-Table.
           05  WS-Dep-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Dep-Entry Occurs 2000 Times.
               COPY DEPOSIT REPLACING LEADING ==DP-== BY ==WS-Dep-==.
       01  WS-Dep-Sub               Pic 9(4)    Binary.
       01  WS-Dep-Found-Flag        Pic X       Value "N".
         88  WS-Dep-Found           Value "Y".

      * SHARED REINSTATEMENT CALL AREA - SEE TELCORIN.
       01  WS-Rin-Program           Pic X(8)    Value "TELCOLBX".
       01  WS-Rin-Subscriber        Pic X(10).
       01  WS-Rin-Payment-Date      Pic 9(8).
       01  WS-Rin-Result            Pic 9(2)    Binary.
         88  WS-Rin-Reinstated      Value Zero.

      * RUN-ID CORRELATING THIS IMPORT'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOLBX".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.
           Close Lockbox-File
           Perform Balance-Lockbox-File
           Perform Load-Ar-Ledger
           Perform Load-Deposits
           Open Extend Ar-Item-File
           Open Extend Lockbox-Suspense-File
           Open Extend Deposit-Tran-File
           Perform Post-One-Payment
               Varying WS-Pay-Sub From 1 By 1
               Until WS-Pay-Sub > WS-Pay-Count
           Close Deposit-Tran-File
           Close Lockbox-Suspense-File
           Close Ar-Item-File
           If WS-Deposit-Count > Zero
               Perform Rewrite-Deposits
           End-If
           Perform Reinstate-One-Payer
               Varying WS-Pay-Sub From 1 By 1
               Until WS-Pay-Sub > WS-Pay-Count
           Display "PAYMENTS POSTED.......: " WS-Posted-Count
           Display "PAYMENTS TO SUSPENSE..: " WS-Unmatched-Count
           Display "BAD-DEBT RECOVERIES...: " WS-Recovered-Count
           Display "DEPOSITS RECEIVED.....: " WS-Deposit-Count
           Display "ACCOUNTS REINSTATED...: " WS-Reinstated-Count
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
                   Move AR-Tran-Date To WS-Itm-Date (WS-Itm-Sub)
                   Move Zero To WS-Itm-Billed (WS-Itm-Sub)
                   Move Zero To WS-Itm-Applied (WS-Itm-Sub)
                   Move Zero To WS-Itm-Written-Off (WS-Itm-Sub)
                   Move Zero To WS-Itm-Recovered (WS-Itm-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           Evaluate AR-Tran-Type
               When "INV"
                   Add AR-Amount To WS-Itm-Billed (WS-Itm-Sub)
               When "WO "
                   Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
                   Add AR-Amount To WS-Itm-Written-Off (WS-Itm-Sub)
               When "REC"
                   Add AR-Amount To WS-Itm-Recovered (WS-Itm-Sub)
               When Other
                   Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
           End-Evaluate
           .

      * MATCHES ONE BALANCED PAYMENT: AN INVOICE NUMBER THE LEDGER
      * REMAINDER HELD ON ACCOUNT; A PAYMENT MATCHING NEITHER GOES
      * TO SUSPENSE FOR THE REPAIR CONSOLE.
       Post-One-Payment.
           Move Spaces To WS-Pay-Posted-Id (WS-Pay-Sub)
           Evaluate True
               When WS-Pay-Invoice (WS-Pay-Sub) = "DEPOSIT"
                   Perform Post-To-Deposit
               When WS-Pay-Invoice (WS-Pay-Sub) Not = Spaces
                   Perform Match-By-Invoice
               When Other
                   Perform Match-By-Subscriber
           End-Evaluate
           .

      * DEPOSIT MONEY - ADDED TO THE SUBSCRIBER'S OPEN DEPOSIT, HELD
      * FROM ITS FIRST RECEIPT. IT PAYS NO INVOICE, SO IT REINSTATES
      * NOTHING.
       Post-To-Deposit.
           Move "N" To WS-Dep-Found-Flag
           Perform Varying WS-Dep-Sub From 1 By 1
                   Until WS-Dep-Sub > WS-Dep-Count
                   Or WS-Dep-Found
               If WS-Dep-Subscriber-Id (WS-Dep-Sub)
                       = WS-Pay-Id (WS-Pay-Sub)
               And WS-Dep-Status (WS-Dep-Sub) = "O"
                   Set WS-Dep-Found To True
                   Subtract 1 From WS-Dep-Sub
               End-If
           End-Perform
           If Not WS-Dep-Found
               Move "NO DEPOSIT" To LBS-Reason
               Perform Write-Lockbox-Suspense
               Exit Paragraph
           End-If
           Add WS-Pay-Amount (WS-Pay-Sub)
               To WS-Dep-Received (WS-Dep-Sub)
           If WS-Dep-Held-Date (WS-Dep-Sub) = Zero
               Move WS-Pay-Date (WS-Pay-Sub)
                   To WS-Dep-Held-Date (WS-Dep-Sub)
                      WS-Dep-Interest-Date (WS-Dep-Sub)
           End-If
           Move Function Current-Date To DT-Timestamp
           Move WS-Run-Id To DT-Run-Id
           Move WS-Pay-Id (WS-Pay-Sub) To DT-Subscriber-Id
           Move "R" To DT-Tran-Type
           Move WS-Pay-Date (WS-Pay-Sub) To DT-Tran-Date
           Move WS-Pay-Amount (WS-Pay-Sub) To DT-Amount
           Move "TELCOLBX" To DT-Program
           Move "N" To DT-Journaled
           Write Deposit-Tran-Record
           Add 1 To WS-Deposit-Count
           .

      * LOADS THE DEPOSIT LEDGER (IF PRESENT) INTO ITS TABLE.
       Load-Deposits.
           Move Zero To WS-Dep-Count
           Move "N" To WS-Dep-Eof-Flag
           Open Input Deposit-File
           If WS-Deposit-File-Status = "00"
               Perform Read-One-Deposit Until WS-Dep-Eof
               Close Deposit-File
           End-If
           .

       Read-One-Deposit.
           Read Deposit-File
               At End
                   Set WS-Dep-Eof To True
               Not At End
                   If WS-Dep-Count < 2000
                       Add 1 To WS-Dep-Count
                       Move Deposit-Record
                           To WS-Dep-Entry (WS-Dep-Count)
                   End-If
           End-Read
           .

       Rewrite-Deposits.
           Open Output Deposit-File
           Perform Rewrite-One-Deposit
               Varying WS-Dep-Sub From 1 By 1
               Until WS-Dep-Sub > WS-Dep-Count
           Close Deposit-File
           .

       Rewrite-One-Deposit.
           Move WS-Dep-Entry (WS-Dep-Sub) To Deposit-Record
           Write Deposit-Record
           .

       Match-By-Invoice.
           Move "N" To WS-Itm-Found-Flag
           Perform Varying WS-Itm-Sub From 1 By 1
           If WS-Itm-Found
               Move WS-Itm-Invoice (WS-Itm-Sub) To AR-Invoice-No
               Move WS-Itm-Id (WS-Itm-Sub) To AR-Subscriber-Id
               Move WS-Pay-Date (WS-Pay-Sub) To AR-Tran-Date
               Move WS-Pay-Amount (WS-Pay-Sub) To AR-Amount
               Move Function Current-Date To AR-Timestamp
      * AN INVOICE ALREADY WRITTEN OFF TAKES THE MONEY AS A RECOVERY.
               If WS-Itm-Written-Off (WS-Itm-Sub) > Zero
                   Move "REC" To AR-Tran-Type
                   Add WS-Pay-Amount (WS-Pay-Sub)
                       To WS-Itm-Recovered (WS-Itm-Sub)
                   Add 1 To WS-Recovered-Count
               Else
                   Move "PAY" To AR-Tran-Type
                   Add WS-Pay-Amount (WS-Pay-Sub)
                       To WS-Itm-Applied (WS-Itm-Sub)
               End-If
               Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                    WS-Plk-Company AR-Tran-Date WS-Plk-Result
               Write Ar-Item-Record
               Move WS-Itm-Id (WS-Itm-Sub)
                   To WS-Pay-Posted-Id (WS-Pay-Sub)
               Add 1 To WS-Posted-Count
           Else
               Move "UNKNOWN INV" To LBS-Reason
           Perform Apply-To-Oldest-Open
               Until WS-Remaining-Payment Not > Zero
               Or WS-Oldest-Sub = Zero
           Move 1 To WS-Oldest-Sub
           Perform Recover-Oldest-Written-Off
               Until WS-Remaining-Payment Not > Zero
               Or WS-Oldest-Sub = Zero
           Evaluate True
               When WS-Remaining-Payment = Zero
                   Move WS-Pay-Id (WS-Pay-Sub)
                       To WS-Pay-Posted-Id (WS-Pay-Sub)
                   Add 1 To WS-Posted-Count
               When WS-Remaining-Payment
                       = WS-Pay-Amount (WS-Pay-Sub)
                   Perform Write-Lockbox-Suspense
               When Other
                   Perform Post-Credit-On-Account
                   Move WS-Pay-Id (WS-Pay-Sub)
                       To WS-Pay-Posted-Id (WS-Pay-Sub)
                   Add 1 To WS-Posted-Count
           End-Evaluate
           .
           Move WS-Pay-Date (WS-Pay-Sub) To AR-Tran-Date
           Move WS-Apply-Amount To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Add WS-Apply-Amount To WS-Itm-Applied (WS-Oldest-Sub)
           Subtract WS-Apply-Amount From WS-Remaining-Payment
           .

      * NOTHING LEFT OPEN - THE OLDEST WRITTEN-OFF INVOICE NOT YET
      * FULLY RECOVERED TAKES WHAT IS STILL WRITTEN OFF ON IT AS A
      * RECOVERY - SAME RULE AS THE TELCOPAY CONSOLE.
       Recover-Oldest-Written-Off.
           Move Zero To WS-Oldest-Sub
           Move 99999999 To WS-Oldest-Date
           Perform Varying WS-Itm-Sub From 1 By 1
                   Until WS-Itm-Sub > WS-Itm-Count
               If WS-Itm-Id (WS-Itm-Sub) = WS-Pay-Id (WS-Pay-Sub)
               And WS-Itm-Written-Off (WS-Itm-Sub)
                       > WS-Itm-Recovered (WS-Itm-Sub)
               And WS-Itm-Date (WS-Itm-Sub) < WS-Oldest-Date
                   Move WS-Itm-Sub To WS-Oldest-Sub
                   Move WS-Itm-Date (WS-Itm-Sub) To WS-Oldest-Date
               End-If
           End-Perform
           If WS-Oldest-Sub = Zero
               Exit Paragraph
           End-If
           Compute WS-Open-Balance
                   = WS-Itm-Written-Off (WS-Oldest-Sub)
                   - WS-Itm-Recovered (WS-Oldest-Sub)
           If WS-Remaining-Payment < WS-Open-Balance
               Move WS-Remaining-Payment To WS-Apply-Amount
           Else
               Move WS-Open-Balance To WS-Apply-Amount
           End-If
           Move WS-Itm-Invoice (WS-Oldest-Sub) To AR-Invoice-No
           Move WS-Pay-Id (WS-Pay-Sub) To AR-Subscriber-Id
           Move "REC" To AR-Tran-Type
           Move WS-Pay-Date (WS-Pay-Sub) To AR-Tran-Date
           Move WS-Apply-Amount To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Add WS-Apply-Amount To WS-Itm-Recovered (WS-Oldest-Sub)
           Subtract WS-Apply-Amount From WS-Remaining-Payment
           Add 1 To WS-Recovered-Count
           .

       Post-Credit-On-Account.
           Move Spaces To AR-Invoice-No
           String "CRD-" WS-Pay-Id (WS-Pay-Sub)
           Move WS-Pay-Date (WS-Pay-Sub) To AR-Tran-Date
           Move WS-Remaining-Payment To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Move Zero To WS-Remaining-Payment
           .

      * A SUSPENDED PAYER WHOSE POSTING CLEARED THE BALANCE IS
      * REINSTATED EFFECTIVE THE PAYMENT DATE. A PAYMENT SENT TO
      * SUSPENSE POSTED NOTHING AND REINSTATES NOTHING.
       Reinstate-One-Payer.
           If WS-Pay-Posted-Id (WS-Pay-Sub) = Spaces
               Exit Paragraph
           End-If
           Move WS-Pay-Posted-Id (WS-Pay-Sub) To WS-Rin-Subscriber
           Move WS-Pay-Date (WS-Pay-Sub) To WS-Rin-Payment-Date
           Call "TELCORIN" Using WS-Rin-Program WS-Rin-Subscriber
                WS-Rin-Payment-Date WS-Rin-Result
           If WS-Rin-Reinstated
               Add 1 To WS-Reinstated-Count
           End-If
           .

       Write-Lockbox-Suspense.
           Add 1 To WS-Unmatched-Count
           Move WS-Pay-Id (WS-Pay-Sub) To LBS-Subscriber-Id
