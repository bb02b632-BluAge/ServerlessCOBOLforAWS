      *  PARTIAL SETTLEMENTS OLDEST-FIRST, WITH AN OVERPAYMENT'S
      *  REMAINDER HELD AS A CREDIT ON ACCOUNT), AND ANSWER "WHAT
      *  DOES ACCOUNT 5551234567 OWE" FROM THE SYSTEM THAT BILLED IT.
      *  A POSTING THAT CLEARS A DUNNING SUSPENSION REINSTATES THE
      *  ACCOUNT THROUGH TELCORIN. MONEY LEFT OVER ONCE NOTHING IS
      *  OPEN GOES AGAINST THE ACCOUNT'S WRITTEN-OFF INVOICES AS A
      *  RECOVERY BEFORE ANY OF IT IS HELD ON ACCOUNT. THE CONSOLE
      *  ALSO KEEPS THE SECURITY-DEPOSIT LEDGER (DEPOSIT): ASK A NEW
      *  POSTPAID ACCOUNT WITH NO BILLING HISTORY, OR ONE REINSTATED
      *  AFTER A SUSPENSION, FOR A DEPOSIT, POST THE MONEY WHEN IT
      *  ARRIVES (LOGGED ON DEPTRAN FOR TELCODEP TO JOURNAL), AND
      *  ANSWER WHAT IS REQUIRED AND HELD.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
               File Status Is WS-Ar-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.
           Select Deposit-File Assign To "DEPOSIT"
               Organization Is Sequential
               File Status Is WS-Deposit-File-Status.
           Select Deposit-Tran-File Assign To "DEPTRAN"
               Organization Is Sequential.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Prepaid-Balance-File Assign To "PREPAY"
               Organization Is Sequential
               File Status Is WS-Prepay-File-Status.

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

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT REPLACING LEADING ==SS-== BY ==SSF-==.

       FD  Prepaid-Balance-File
           Recording Mode Is F.
       01  Prepaid-Balance-Record.
               COPY PREPAY REPLACING LEADING ==PP-== BY ==PPF-==.

       Working-Storage Section.

       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
               10  WS-Itm-Date      Pic 9(8).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
               10  WS-Itm-Written-Off Pic S9(9)V99 Binary.
               10  WS-Itm-Recovered Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".
       01  WS-Oldest-Sub            Pic 9(4)    Binary.
       01  WS-Oldest-Date           Pic 9(8).

      * SHARED REINSTATEMENT CALL AREA - SEE TELCORIN.
       01  WS-Rin-Program           Pic X(8)    Value "TELCOPAY".
       01  WS-Rin-Subscriber        Pic X(10).
       01  WS-Rin-Payment-Date      Pic 9(8).
       01  WS-Rin-Result            Pic 9(2)    Binary.
         88  WS-Rin-Reinstated      Value Zero.

       01  WS-Item-Line.
           05  Pic X(9)  Value "INVOICE: ".
           05  WS-Line-Invoice-Out  Pic X(19).
           05  Pic X(7)  Value " OPEN: ".
           05  WS-Line-Open-Out     Pic -Z,ZZZ,ZZ9.99.

      * THE SECURITY-DEPOSIT LEDGER, REWRITTEN WHOLE AFTER EVERY
      * CHANGE MADE AT THE CONSOLE.
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
       01  WS-Dep-Held-Out          Pic ZZ,ZZZ,ZZ9.99.
       01  WS-Dep-Required-Out      Pic ZZ,ZZZ,ZZ9.99.
       01  WS-Dep-Interest-Out      Pic ZZ,ZZZ,ZZ9.99.

      * DEPOSIT ELIGIBILITY - WHAT SUBSTAT AND PREPAY SAY ABOUT THE
      * ACCOUNT ASKED ABOUT.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Prepay-File-Status    Pic X(2)    Value Spaces.
       01  WS-Elig-Eof-Flag         Pic X       Value "N".
         88  WS-Elig-Eof            Value "Y".
       01  WS-Elig-Control.
           05  WS-Elig-Latest-Status Pic X(1).
           05  WS-Elig-Latest-Date  Pic 9(8).
           05  WS-Elig-Suspended-Flag Pic X.
             88  WS-Elig-Was-Suspended Value "Y".
           05  WS-Elig-Prepaid-Flag Pic X.
             88  WS-Elig-Prepaid    Value "Y".
           05  WS-Elig-Billed-Flag  Pic X.
             88  WS-Elig-Billed     Value "Y".
           05  WS-Elig-Reason       Pic X(1).

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOPAY".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.
           End-If
           Move WS-Sgn-Operator To WS-Audit-Operator
           Perform Load-Ar-Ledger
           Perform Load-Deposits
           Perform Menu-Loop Until Not Continue-Menu
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Display "1. LIST A SUBSCRIBER'S OPEN ITEMS"
           Display "2. POST A PAYMENT"
           Display "3. ACCOUNT BALANCE INQUIRY"
           Display "4. DEPOSIT INQUIRY"
           Display "5. REQUIRE A SECURITY DEPOSIT"
           Display "6. POST A DEPOSIT RECEIVED"
           Display "7. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "3"
                   Perform Balance-Inquiry
               When "4"
                   Perform Deposit-Inquiry
               When "5"
                   If WS-Operator-May-Change
                       Perform Require-Deposit
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - REQUEST REFUSED."
                   End-If
               When "6"
                   If WS-Operator-May-Change
                       Perform Post-Deposit-Received
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - POSTING REFUSED."
                   End-If
               When "7"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1 THROUGH 7."
           End-Evaluate
           .

      * FOLDS THE APPEND-ONLY LEDGER INTO PER-INVOICE OPEN ITEMS:
      * "INV" ROWS OPEN AN ITEM, EVERYTHING ELSE APPLIES AGAINST IT.
      * CREDIT-ON-ACCOUNT ROWS CARRY THE ON-ACCOUNT PSEUDO INVOICE
      * AND FOLD THE SAME WAY. A "WO" WRITE-OFF CLOSES THE ITEM AND
      * IS REMEMBERED AS RECOVERABLE; A "REC" RECOVERY COUNTS ONLY
      * AGAINST WHAT WAS WRITTEN OFF, NEVER AGAINST THE OPEN BALANCE.
       Load-Ar-Ledger.
           Move Zero To WS-Itm-Count
           Move "N" To WS-Ar-Eof-Flag
                   Move AR-Tran-Date To WS-Itm-Date (WS-Itm-Sub)
                   Move Zero To WS-Itm-Billed (WS-Itm-Sub)
                   Move Zero To WS-Itm-Applied (WS-Itm-Sub)
                   Move Zero To WS-Itm-Written-Off (WS-Itm-Sub)
                   Move Zero To WS-Itm-Recovered (WS-Itm-Sub)
               Else
                   Display "AR ITEM TABLE FULL - TRANSACTION NOT "
                           "FOLDED: " AR-Invoice-No
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

       List-Open-Items.
      * APPLIES A RECEIVED PAYMENT OLDEST-OPEN-INVOICE-FIRST. A
      * PARTIAL PAYMENT LEAVES THE INVOICE PART-OPEN; A PAYMENT
      * LARGER THAN EVERYTHING OPEN LEAVES ITS REMAINDER AS A CREDIT
      * ON ACCOUNT - UNLESS THE ACCOUNT HAS INVOICES WRITTEN OFF AS
      * BAD DEBT, WHICH TAKE IT FIRST AS A RECOVERY. EVERY
      * APPLICATION IS ONE APPENDED "PAY"/"REC"/"CRD" TRANSACTION,
      * AND THE LEDGER IS REFOLDED AFTERWARDS.
       Post-One-Payment.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Apply-To-Oldest-Open
               Until WS-Remaining-Payment Not > Zero
               Or WS-Oldest-Sub = Zero
           Move 1 To WS-Oldest-Sub
           Perform Recover-Oldest-Written-Off
               Until WS-Remaining-Payment Not > Zero
               Or WS-Oldest-Sub = Zero
           If WS-Remaining-Payment > Zero
               Perform Post-Credit-On-Account
           End-If
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "PAYMENT POSTED."
           Move WS-Input-Sub-Id To WS-Rin-Subscriber
           Move Function Current-Date (1:8) To WS-Rin-Payment-Date
           Call "TELCORIN" Using WS-Rin-Program WS-Rin-Subscriber
                WS-Rin-Payment-Date WS-Rin-Result
           If WS-Rin-Reinstated
               Display "ACCOUNT " WS-Rin-Subscriber
                       " REINSTATED - SUSPENSION LIFTED."
           End-If
           Perform Load-Ar-Ledger
           .

           Move Function Current-Date (1:8) To AR-Tran-Date
           Move WS-Apply-Amount To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Add WS-Apply-Amount To WS-Itm-Applied (WS-Oldest-Sub)
           Subtract WS-Apply-Amount From WS-Remaining-Payment
                   WS-Itm-Invoice (WS-Oldest-Sub)
           .

      * NOTHING LEFT OPEN - THE OLDEST WRITTEN-OFF INVOICE NOT YET
      * FULLY RECOVERED TAKES AS MUCH AS IS STILL WRITTEN OFF ON IT,
      * POSTED AS A "REC" RECOVERY RATHER THAN AN ORDINARY PAYMENT.
       Recover-Oldest-Written-Off.
           Move Zero To WS-Oldest-Sub
           Move 99999999 To WS-Oldest-Date
           Perform Varying WS-Itm-Sub From 1 By 1
                   Until WS-Itm-Sub > WS-Itm-Count
               If WS-Itm-Id (WS-Itm-Sub) = WS-Input-Sub-Id
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
           Move WS-Input-Sub-Id To AR-Subscriber-Id
           Move "REC" To AR-Tran-Type
           Move Function Current-Date (1:8) To AR-Tran-Date
           Move WS-Apply-Amount To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Add WS-Apply-Amount To WS-Itm-Recovered (WS-Oldest-Sub)
           Subtract WS-Apply-Amount From WS-Remaining-Payment
           Display "RECOVERED " WS-Apply-Amount " AGAINST WRITTEN-OFF "
                   WS-Itm-Invoice (WS-Oldest-Sub)
           .

      * NOTHING LEFT OPEN BUT MONEY LEFT OVER - HOLD IT AS A CREDIT
      * ON ACCOUNT (A NEGATIVE-BALANCE PSEUDO ITEM) FOR THE NEXT
      * INVOICE.
           Move Function Current-Date (1:8) To AR-Tran-Date
           Move WS-Remaining-Payment To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Display "OVERPAYMENT OF " WS-Remaining-Payment
                   " HELD AS CREDIT ON ACCOUNT."
                   WS-Account-Balance
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

       Find-Deposit.
           Move "N" To WS-Dep-Found-Flag
           Perform Varying WS-Dep-Sub From 1 By 1
                   Until WS-Dep-Sub > WS-Dep-Count
                   Or WS-Dep-Found
               If WS-Dep-Subscriber-Id (WS-Dep-Sub) = WS-Input-Sub-Id
                   Set WS-Dep-Found To True
                   Subtract 1 From WS-Dep-Sub
               End-If
           End-Perform
           .

       Deposit-Inquiry.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Deposit
           If Not WS-Dep-Found
               Display "NO DEPOSIT ON FILE FOR " WS-Input-Sub-Id
               Exit Paragraph
           End-If
           Move WS-Dep-Required (WS-Dep-Sub) To WS-Dep-Required-Out
           Move WS-Dep-Received (WS-Dep-Sub) To WS-Dep-Held-Out
           Move WS-Dep-Interest (WS-Dep-Sub) To WS-Dep-Interest-Out
           Display "DEPOSIT STATUS " WS-Dep-Status (WS-Dep-Sub)
                   " REASON " WS-Dep-Reason (WS-Dep-Sub)
                   " REQUESTED " WS-Dep-Request-Date (WS-Dep-Sub)
                   " BY " WS-Dep-Requested-By (WS-Dep-Sub)
           Display "REQUIRED: " WS-Dep-Required-Out
                   " RECEIVED: " WS-Dep-Held-Out
                   " HELD SINCE: " WS-Dep-Held-Date (WS-Dep-Sub)
           Display "INTEREST: " WS-Dep-Interest-Out
                   " ACCRUED TO: " WS-Dep-Interest-Date (WS-Dep-Sub)
                   " CLOSED: " WS-Dep-Close-Date (WS-Dep-Sub)
           .

      * A DEPOSIT MAY BE ASKED OF A POSTPAID ACCOUNT ONLY - ONE
      * NEVER YET INVOICED (NEW), OR ONE BACK IN SERVICE AFTER A
      * SUSPENSION (REINSTATED). ONE OPEN DEPOSIT PER ACCOUNT; A
      * RETURNED OR APPLIED ONE IS REPLACED BY THE NEW REQUEST.
       Require-Deposit.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Deposit
           If WS-Dep-Found
               If WS-Dep-Status (WS-Dep-Sub) = "O"
                   Display "ACCOUNT ALREADY HAS AN OPEN DEPOSIT."
                   Exit Paragraph
               End-If
           End-If
           Perform Check-Deposit-Eligibility
           If WS-Elig-Reason = Space
               Exit Paragraph
           End-If
           Display "ENTER DEPOSIT REQUIRED (9999999.99): "
               With No Advancing
           Accept WS-Input-Amount From Console
           If WS-Input-Amount = Spaces
               Display "AMOUNT IS REQUIRED."
               Exit Paragraph
           End-If
           Compute WS-Payment-Amount =
                   Function Numval ( WS-Input-Amount )
           If WS-Payment-Amount Not > Zero
               Display "DEPOSIT MUST BE A POSITIVE AMOUNT."
               Exit Paragraph
           End-If
           If Not WS-Dep-Found
               If WS-Dep-Count Not < 2000
                   Display "DEPOSIT LEDGER FULL - REQUEST REFUSED."
                   Exit Paragraph
               End-If
               Add 1 To WS-Dep-Count
               Move WS-Dep-Count To WS-Dep-Sub
           End-If
           Move WS-Input-Sub-Id To WS-Dep-Subscriber-Id (WS-Dep-Sub)
           Move "O" To WS-Dep-Status (WS-Dep-Sub)
           Move WS-Elig-Reason To WS-Dep-Reason (WS-Dep-Sub)
           Move WS-Payment-Amount To WS-Dep-Required (WS-Dep-Sub)
           Move Zero To WS-Dep-Received (WS-Dep-Sub)
           Move Zero To WS-Dep-Held-Date (WS-Dep-Sub)
           Move Zero To WS-Dep-Interest (WS-Dep-Sub)
           Move Zero To WS-Dep-Interest-Date (WS-Dep-Sub)
           Move Function Current-Date (1:8)
               To WS-Dep-Request-Date (WS-Dep-Sub)
           Move WS-Sgn-Operator To WS-Dep-Requested-By (WS-Dep-Sub)
           Move Zero To WS-Dep-Close-Date (WS-Dep-Sub)
           Perform Rewrite-Deposits
           Move "TELCOPAY" To audit-log-program
           Move "DEPREQ" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "DEPOSIT REQUIRED OF " WS-Input-Sub-Id "."
           .

      * SETS WS-ELIG-REASON "N" NEW OR "R" REINSTATED, OR LEAVES IT
      * BLANK (WITH THE REASON DISPLAYED) WHEN NO DEPOSIT MAY BE
      * ASKED.
       Check-Deposit-Eligibility.
           Move Space To WS-Elig-Reason
           Move "N" To WS-Elig-Prepaid-Flag
           Move "N" To WS-Elig-Eof-Flag
           Open Input Prepaid-Balance-File
           If WS-Prepay-File-Status = "00"
               Perform Read-One-Prepaid Until WS-Elig-Eof
               Close Prepaid-Balance-File
           End-If
           If WS-Elig-Prepaid
               Display "PREPAID ACCOUNT - NO DEPOSIT IS TAKEN."
               Exit Paragraph
           End-If
           Move "N" To WS-Elig-Billed-Flag
           Perform Varying WS-Itm-Sub From 1 By 1
                   Until WS-Itm-Sub > WS-Itm-Count
                   Or WS-Elig-Billed
               If WS-Itm-Id (WS-Itm-Sub) = WS-Input-Sub-Id
               And WS-Itm-Billed (WS-Itm-Sub) > Zero
                   Set WS-Elig-Billed To True
               End-If
           End-Perform
           If Not WS-Elig-Billed
               Move "N" To WS-Elig-Reason
               Exit Paragraph
           End-If
           Move Space To WS-Elig-Latest-Status
           Move Zero To WS-Elig-Latest-Date
           Move "N" To WS-Elig-Suspended-Flag
           Move "N" To WS-Elig-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Read-One-Elig-Status Until WS-Elig-Eof
               Close Status-History-File
           End-If
           If WS-Elig-Was-Suspended And WS-Elig-Latest-Status = "A"
               Move "R" To WS-Elig-Reason
           Else
               Display "ACCOUNT HAS BILLING HISTORY AND HAS NOT BEEN "
                       "REINSTATED - NO DEPOSIT MAY BE ASKED."
           End-If
           .

       Read-One-Prepaid.
           Read Prepaid-Balance-File
               At End
                   Set WS-Elig-Eof To True
               Not At End
                   If PPF-Subscriber-Id = WS-Input-Sub-Id
                       Set WS-Elig-Prepaid To True
                   End-If
           End-Read
           .

       Read-One-Elig-Status.
           Read Status-History-File
               At End
                   Set WS-Elig-Eof To True
               Not At End
                   If SSF-Subscriber-Id = WS-Input-Sub-Id
                       If SSF-Status = "S"
                           Set WS-Elig-Was-Suspended To True
                       End-If
                       If SSF-Effective-Date >= WS-Elig-Latest-Date
                           Move SSF-Status To WS-Elig-Latest-Status
                           Move SSF-Effective-Date
                               To WS-Elig-Latest-Date
                       End-If
                   End-If
           End-Read
           .

      * MONEY RECEIVED AGAINST AN OPEN DEPOSIT - HELD FROM THE FIRST
      * RECEIPT, AND LOGGED FOR THE DEPOSIT JOURNAL. IT NEVER TOUCHES
      * THE RECEIVABLES LEDGER.
       Post-Deposit-Received.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Deposit
           If Not WS-Dep-Found
               Display "NO DEPOSIT REQUIRED OF " WS-Input-Sub-Id
               Exit Paragraph
           End-If
           If WS-Dep-Status (WS-Dep-Sub) Not = "O"
               Display "DEPOSIT IS CLOSED - STATUS "
                       WS-Dep-Status (WS-Dep-Sub)
               Exit Paragraph
           End-If
           Display "ENTER AMOUNT RECEIVED (9999999.99): "
               With No Advancing
           Accept WS-Input-Amount From Console
           If WS-Input-Amount = Spaces
               Display "AMOUNT IS REQUIRED."
               Exit Paragraph
           End-If
           Compute WS-Payment-Amount =
                   Function Numval ( WS-Input-Amount )
           If WS-Payment-Amount Not > Zero
               Display "DEPOSIT MUST BE A POSITIVE AMOUNT."
               Exit Paragraph
           End-If
           Add WS-Payment-Amount To WS-Dep-Received (WS-Dep-Sub)
           If WS-Dep-Held-Date (WS-Dep-Sub) = Zero
               Move Function Current-Date (1:8)
                   To WS-Dep-Held-Date (WS-Dep-Sub)
                      WS-Dep-Interest-Date (WS-Dep-Sub)
           End-If
           Perform Rewrite-Deposits
           Move Function Current-Date To DT-Timestamp
           Move WS-Run-Id To DT-Run-Id
           Move WS-Input-Sub-Id To DT-Subscriber-Id
           Move "R" To DT-Tran-Type
           Move Function Current-Date (1:8) To DT-Tran-Date
           Move WS-Payment-Amount To DT-Amount
           Move "TELCOPAY" To DT-Program
           Move "N" To DT-Journaled
           Open Extend Deposit-Tran-File
           Write Deposit-Tran-Record
           Close Deposit-Tran-File
           Move "TELCOPAY" To audit-log-program
           Move "DEPOSIT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Move WS-Dep-Received (WS-Dep-Sub) To WS-Dep-Held-Out
           Display "DEPOSIT POSTED - NOW HELD: " WS-Dep-Held-Out
           If WS-Dep-Received (WS-Dep-Sub)
                   < WS-Dep-Required (WS-Dep-Sub)
               Move WS-Dep-Required (WS-Dep-Sub)
                   To WS-Dep-Required-Out
               Display "STILL SHORT OF THE " WS-Dep-Required-Out
                       " REQUIRED."
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG
      * ENTRIES WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF
      * SET, ELSE A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S
