       Identification Division.
       Program-ID. TELCODEP.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  SECURITY-DEPOSIT RUN - WORKS THE DEPOSIT LEDGER THE TELCOPAY
      *  CONSOLE AND THE TELCOLBX LOCKBOX IMPORT POST TO. EVERY OPEN
      *  DEPOSIT HOLDING MONEY ACCRUES SIMPLE INTEREST AT THE ANNUAL
      *  TELCO_DEP_INTEREST_RATE PERCENT (DEFAULT NONE) UP TO TODAY,
      *  AND ONE HELD FOR TELCO_DEP_RETURN_MONTHS (DEFAULT 12) WITH
      *  NO LATE PAYMENT SINCE IT WAS TAKEN - NO LATE FEE ON LATEFLOG
      *  AND NO RETURNED PAYMENT ON RTNLOG DATED ON OR AFTER THE HOLD
      *  - IS GIVEN BACK, WITH ITS INTEREST, AS A "CRD" CREDIT ON
      *  ACCOUNT ON ARITEMS FOR THE NEXT INVOICE TO NET OFF. LASTLY
      *  EVERY DEPTRAN MOVEMENT NOT YET JOURNALED - RECEIPTS, INTEREST,
      *  RETURNS, AND DEPOSITS TELCOINV APPLIED TO A FINAL BILL - IS
      *  BOOKED TO DEPJRNL IN THE GLJRNL FORMAT UNDER THE GLMAP
      *  MAPPING: RECEIPTS DEBIT "BANK" AND CREDIT THE "DEP" DEPOSIT
      *  LIABILITY, INTEREST DEBITS "DINT" AND CREDITS "DEP", AND A
      *  DEPOSIT GIVEN BACK OR APPLIED DEBITS "DEP" AND CREDITS "AR".
      *  DEPOSIT MONEY THEREFORE NEVER REACHES A REVENUE ACCOUNT.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Deposit-File Assign To "DEPOSIT"
               Organization Is Sequential
               File Status Is WS-Deposit-File-Status.
           Select Deposit-Tran-File Assign To "DEPTRAN"
               Organization Is Sequential
               File Status Is WS-Deptran-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Late-Fee-Log-File Assign To "LATEFLOG"
               Organization Is Sequential
               File Status Is WS-Lateflog-File-Status.
           Select Return-Log-File Assign To "RTNLOG"
               Organization Is Sequential
               File Status Is WS-Rtnlog-File-Status.
           Select Map-Table-File Assign To "GLMAP"
               Organization Is Sequential
               File Status Is WS-Glmap-File-Status.
           Select Journal-File Assign To "DEPJRNL"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Deposit-File
           Recording Mode Is F.
       01  Deposit-Record.
               COPY DEPOSIT.

       FD  Deposit-Tran-File
           Recording Mode Is F.
       01  Deposit-Tran-Record.
               COPY DEPTRAN.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Late-Fee-Log-File
           Recording Mode Is F.
       01  Late-Fee-Log-Record.
               COPY LATEFLOG.

       FD  Return-Log-File
           Recording Mode Is F.
       01  Return-Log-Record.
               COPY RTNLOG.

       FD  Map-Table-File
           Recording Mode Is F.
       01  Map-Table-File-Record.
               COPY GLMAP REPLACING LEADING ==GM-== BY ==GMF-==.

       FD  Journal-File
           Recording Mode Is F.
       01  Journal-Record.
               COPY GLJRNL.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Deposit-File-Status   Pic X(2)    Value Spaces.
       01  WS-Deptran-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Lateflog-File-Status  Pic X(2)    Value Spaces.
       01  WS-Rtnlog-File-Status    Pic X(2)    Value Spaces.
       01  WS-Glmap-File-Status     Pic X(2)    Value Spaces.
       01  WS-Dep-Eof-Flag          Pic X       Value "N".
         88  WS-Dep-Eof             Value "Y".
       01  WS-Dtr-Eof-Flag          Pic X       Value "N".
         88  WS-Dtr-Eof             Value "Y".
       01  WS-Late-Eof-Flag         Pic X       Value "N".
         88  WS-Late-Eof            Value "Y".
       01  WS-Map-Eof-Flag          Pic X       Value "N".
         88  WS-Map-Eof             Value "Y".

      * HOW LONG A CLEAN DEPOSIT IS HELD, AND THE ANNUAL INTEREST
      * PERCENT IT EARNS (GETENVOP CONVENTION, WITH SHOP DEFAULTS).
       01  WS-Deposit-Control.
           05  WS-Return-Months     Pic 9(3)    Value 12.
           05  WS-Interest-Rate     Pic S9(3)V9(4) Value Zero.
           05  WS-Months-Env-Name   Pic X(32)
                   Value "TELCO_DEP_RETURN_MONTHS".
           05  WS-Rate-Env-Name     Pic X(32)
                   Value "TELCO_DEP_INTEREST_RATE".
           05  WS-Dep-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Dep-Ge-Result     Pic 9(2)    Binary.

       01  WS-Today-Date            Pic 9(8).
       01  WS-Today-Parts Redefines WS-Today-Date.
           05  WS-Today-Ccyy        Pic 9(4).
           05  WS-Today-Mm          Pic 9(2).
           05  WS-Today-Dd          Pic 9(2).
       01  WS-Held-Date             Pic 9(8).
       01  WS-Held-Parts Redefines WS-Held-Date.
           05  WS-Held-Ccyy         Pic 9(4).
           05  WS-Held-Mm           Pic 9(2).
           05  WS-Held-Dd           Pic 9(2).
       01  WS-Months-Held           Pic S9(5)   Binary.
       01  WS-Interest-Days         Pic S9(7)   Binary.
       01  WS-Interest-Amount       Pic S9(7)V99.
       01  WS-Return-Amount         Pic S9(9)V99.

       01  WS-Deposit-Table.
           05  WS-Dep-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Dep-Entry Occurs 2000 Times.
               COPY DEPOSIT REPLACING LEADING ==DP-== BY ==WS-Dep-==.
       01  WS-Dep-Sub               Pic 9(4)    Binary.

      * LATE FEES AND RETURNED PAYMENTS - EITHER ONE DATED ON OR
      * AFTER A DEPOSIT WAS TAKEN KEEPS IT HELD.
       01  WS-Late-Table.
           05  WS-Late-Count        Pic 9(5)    Binary Value Zero.
           05  WS-Late-Entry Occurs 5000 Times.
               10  WS-Late-Id       Pic X(10).
               10  WS-Late-Date     Pic 9(8).
       01  WS-Late-Sub              Pic 9(5)    Binary.
       01  WS-Late-Found-Flag       Pic X       Value "N".
         88  WS-Late-Found          Value "Y".

      * THE DEPOSIT MOVEMENT LOG, HELD WHOLE SO THE JOURNALED MARKS
      * CAN BE WRITTEN BACK. A LOG TOO LARGE TO HOLD STOPS THE RUN
      * RATHER THAN JOURNAL PART OF IT.
       01  WS-Tran-Table.
           05  WS-Dtr-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Dtr-Entry Occurs 20000 Times.
               COPY DEPTRAN REPLACING LEADING ==DT-== BY ==WS-Dtr-==.
       01  WS-Dtr-Sub               Pic 9(5)    Binary.
       01  WS-Tran-Full-Msg         Pic X(33)
               Value "DEPTRAN TOO LARGE TO JOURNAL     ".

      * THE GLMAP ROWS A DEPOSIT POSTS THROUGH - SAME TABLE AND
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
       01  WS-Dep-Account           Pic X(10).
       01  WS-Dep-Cc                Pic X(6).
       01  WS-Ar-Account            Pic X(10).
       01  WS-Ar-Cc                 Pic X(6).
       01  WS-Bank-Account          Pic X(10).
       01  WS-Bank-Cc               Pic X(6).
       01  WS-Dint-Account          Pic X(10).
       01  WS-Dint-Cc               Pic X(6).
       01  WS-Unmapped-Msg          Pic X(33)
               Value "GL FIGURE HAS NO GLMAP ACCOUNT   ".
       01  WS-Unbalanced-Msg        Pic X(33)
               Value "GL JOURNAL BATCH DOES NOT BALANCE".

       01  WS-Run-Totals.
           05  WS-Interest-Accrued  Pic S9(9)V99 Binary Value Zero.
           05  WS-Deposits-Returned Pic 9(5)    Binary Value Zero.
           05  WS-Deposits-Kept     Pic 9(5)    Binary Value Zero.
           05  WS-Jrn-Received      Pic S9(11)V99 Binary Value Zero.
           05  WS-Jrn-Interest      Pic S9(11)V99 Binary Value Zero.
           05  WS-Jrn-Released      Pic S9(11)V99 Binary Value Zero.
           05  WS-Jrn-Rows          Pic 9(5)    Binary Value Zero.
           05  WS-Journal-Amount    Pic S9(11)V99 Binary.
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
       01  WS-Plk-Program           Pic X(8)    Value "TELCODEP".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Deposit-Config
           Move Function Current-Date (1:8) To WS-Today-Date
           Perform Load-Map-Table
           Perform Resolve-Deposit-Accounts
           Perform Load-Deposits
           Perform Load-Late-History
           Open Extend Ar-Item-File
           Open Extend Deposit-Tran-File
           Perform Review-One-Deposit
               Varying WS-Dep-Sub From 1 By 1
               Until WS-Dep-Sub > WS-Dep-Count
           Close Deposit-Tran-File
           Close Ar-Item-File
           Perform Rewrite-Deposits
           Perform Load-Deposit-Trans
           Open Output Journal-File
           Perform Journal-Deposit-Movements
           Close Journal-File
           Perform Rewrite-Deposit-Trans
           Display "===== SECURITY-DEPOSIT RUN ====="
           Display "DEPOSITS RETURNED.: " WS-Deposits-Returned
           Display "KEPT - PAID LATE..: " WS-Deposits-Kept
           Display "MOVEMENTS BOOKED..: " WS-Jrn-Rows
           Display "JOURNAL LINES.....: " WS-Lines-Written
           Move "INTEREST ACCRUED..: " To WS-Total-Label
           Move WS-Interest-Accrued To WS-Total-Amount-Out
           Display WS-Total-Line
           Display "================================"
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Deposit-Config.
           Call "GETENVOP" Using WS-Months-Env-Name WS-Dep-Env-Value
                WS-Dep-Ge-Result
           If WS-Dep-Ge-Result < 19 And WS-Dep-Env-Value Not = Spaces
               Move WS-Dep-Env-Value To WS-Return-Months
           End-If
           Move Spaces To WS-Dep-Env-Value
           Call "GETENVOP" Using WS-Rate-Env-Name WS-Dep-Env-Value
                WS-Dep-Ge-Result
           If WS-Dep-Ge-Result < 19 And WS-Dep-Env-Value Not = Spaces
               Compute WS-Interest-Rate =
                       Function Numval ( WS-Dep-Env-Value )
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

      * EVERY ACCOUNT THE RUN CAN BOOK TO MUST MAP BEFORE A SINGLE
      * DEPOSIT MOVES - THE INTEREST EXPENSE ONLY WHEN INTEREST IS
      * PAID.
       Resolve-Deposit-Accounts.
           Move Space To WS-Lookup-Class
           Move "DEP " To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Dep-Account
           Move WS-Lookup-Cc To WS-Dep-Cc
           Move "AR  " To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Ar-Account
           Move WS-Lookup-Cc To WS-Ar-Cc
           Move "BANK" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Bank-Account
           Move WS-Lookup-Cc To WS-Bank-Cc
           Move Spaces To WS-Dint-Account
           If WS-Interest-Rate > Zero
               Perform Resolve-Interest-Account
           End-If
           .

       Resolve-Interest-Account.
           Move Space To WS-Lookup-Class
           Move "DINT" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Dint-Account
           Move WS-Lookup-Cc To WS-Dint-Cc
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

      * THE LATE-PAYMENT HISTORY - LATE FEES CHARGED AND PAYMENTS
      * THE BANK RETURNED, BY SUBSCRIBER AND DATE.
       Load-Late-History.
           Move Zero To WS-Late-Count
           Move "N" To WS-Late-Eof-Flag
           Open Input Late-Fee-Log-File
           If WS-Lateflog-File-Status = "00"
               Perform Read-One-Late-Fee Until WS-Late-Eof
               Close Late-Fee-Log-File
           End-If
           Move "N" To WS-Late-Eof-Flag
           Open Input Return-Log-File
           If WS-Rtnlog-File-Status = "00"
               Perform Read-One-Return Until WS-Late-Eof
               Close Return-Log-File
           End-If
           .

       Read-One-Late-Fee.
           Read Late-Fee-Log-File
               At End
                   Set WS-Late-Eof To True
               Not At End
                   If WS-Late-Count < 5000
                       Add 1 To WS-Late-Count
                       Move LFL-Subscriber-Id
                           To WS-Late-Id (WS-Late-Count)
                       Move LFL-Charge-Date
                           To WS-Late-Date (WS-Late-Count)
                   End-If
           End-Read
           .

       Read-One-Return.
           Read Return-Log-File
               At End
                   Set WS-Late-Eof To True
               Not At End
                   If WS-Late-Count < 5000
                       Add 1 To WS-Late-Count
                       Move RTL-Subscriber-Id
                           To WS-Late-Id (WS-Late-Count)
                       Move RTL-Return-Date
                           To WS-Late-Date (WS-Late-Count)
                   End-If
           End-Read
           .

      * ONE DEPOSIT - ONLY AN OPEN ONE HOLDING MONEY EARNS INTEREST
      * OR COMES BACK.
       Review-One-Deposit.
           If WS-Dep-Status (WS-Dep-Sub) Not = "O"
           Or WS-Dep-Received (WS-Dep-Sub) Not > Zero
               Exit Paragraph
           End-If
           If WS-Interest-Rate > Zero
               Perform Accrue-Deposit-Interest
           End-If
           Move WS-Dep-Held-Date (WS-Dep-Sub) To WS-Held-Date
           Compute WS-Months-Held =
                   ( WS-Today-Ccyy * 12 + WS-Today-Mm )
                   - ( WS-Held-Ccyy * 12 + WS-Held-Mm )
           If WS-Today-Dd < WS-Held-Dd
               Subtract 1 From WS-Months-Held
           End-If
           If WS-Months-Held < WS-Return-Months
               Exit Paragraph
           End-If
           Move "N" To WS-Late-Found-Flag
           Perform Varying WS-Late-Sub From 1 By 1
                   Until WS-Late-Sub > WS-Late-Count
                   Or WS-Late-Found
               If WS-Late-Id (WS-Late-Sub)
                       = WS-Dep-Subscriber-Id (WS-Dep-Sub)
               And WS-Late-Date (WS-Late-Sub) >= WS-Held-Date
                   Set WS-Late-Found To True
               End-If
           End-Perform
           If WS-Late-Found
               Add 1 To WS-Deposits-Kept
               Exit Paragraph
           End-If
           Perform Return-Deposit
           .

      * SIMPLE INTEREST ON THE HOLDING FROM THE LAST ACCRUAL TO
      * TODAY, ON A 365-DAY YEAR.
       Accrue-Deposit-Interest.
           If WS-Dep-Interest-Date (WS-Dep-Sub) Not < WS-Today-Date
               Exit Paragraph
           End-If
           Compute WS-Interest-Days =
                   Function Integer-Of-Date ( WS-Today-Date )
                 - Function Integer-Of-Date
                   ( WS-Dep-Interest-Date (WS-Dep-Sub) )
           Compute WS-Interest-Amount Rounded =
                   WS-Dep-Received (WS-Dep-Sub) * WS-Interest-Rate
                   / 100 * WS-Interest-Days / 365
           If WS-Interest-Amount Not > Zero
               Exit Paragraph
           End-If
           Add WS-Interest-Amount To WS-Dep-Interest (WS-Dep-Sub)
           Move WS-Today-Date To WS-Dep-Interest-Date (WS-Dep-Sub)
           Add WS-Interest-Amount To WS-Interest-Accrued
           Move "I" To DT-Tran-Type
           Move WS-Interest-Amount To DT-Amount
           Perform Write-Deposit-Tran
           .

      * THE HOLDING AND ITS INTEREST COME BACK AS A CREDIT ON
      * ACCOUNT - THE NEXT INVOICE NETS IT OFF AND A CLOSED ACCOUNT
      * HAS IT REFUNDED BY TELCORFN.
       Return-Deposit.
           Compute WS-Return-Amount = WS-Dep-Received (WS-Dep-Sub)
                   + WS-Dep-Interest (WS-Dep-Sub)
           Move Spaces To AR-Invoice-No
           String "CRD-" WS-Dep-Subscriber-Id (WS-Dep-Sub)
               Delimited By Size Into AR-Invoice-No
           Move WS-Dep-Subscriber-Id (WS-Dep-Sub) To AR-Subscriber-Id
           Move "CRD" To AR-Tran-Type
           Move WS-Today-Date To AR-Tran-Date
           Move WS-Return-Amount To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Move "C" To DT-Tran-Type
           Move WS-Return-Amount To DT-Amount
           Perform Write-Deposit-Tran
           Move "D" To WS-Dep-Status (WS-Dep-Sub)
           Move WS-Today-Date To WS-Dep-Close-Date (WS-Dep-Sub)
           Add 1 To WS-Deposits-Returned
           Move "TELCODEP" To audit-log-program
           Move "DEPRTN" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

       Write-Deposit-Tran.
           Move Function Current-Date To DT-Timestamp
           Move WS-Run-Id To DT-Run-Id
           Move WS-Dep-Subscriber-Id (WS-Dep-Sub) To DT-Subscriber-Id
           Move WS-Today-Date To DT-Tran-Date
           Move "TELCODEP" To DT-Program
           Move "N" To DT-Journaled
           Write Deposit-Tran-Record
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

       Load-Deposit-Trans.
           Move Zero To WS-Dtr-Count
           Move "N" To WS-Dtr-Eof-Flag
           Open Input Deposit-Tran-File
           If WS-Deptran-File-Status = "00"
               Perform Read-One-Deposit-Tran Until WS-Dtr-Eof
               Close Deposit-Tran-File
           End-If
           .

       Read-One-Deposit-Tran.
           Read Deposit-Tran-File
               At End
                   Set WS-Dtr-Eof To True
               Not At End
                   If WS-Dtr-Count Not < 20000
                       Display "DEPTRAN HOLDS MORE THAN 20000 ROWS - "
                               "NOTHING JOURNALED."
                       Perform Flush-Audit-Buffer
                       Call "FORCEABEND" Using WS-Tran-Full-Msg
                   End-If
                   Add 1 To WS-Dtr-Count
                   Move Deposit-Tran-Record
                       To WS-Dtr-Entry (WS-Dtr-Count)
           End-Read
           .

      * EVERY MOVEMENT NOT YET BOOKED, TOTALLED BY KIND, AS BALANCED
      * PAIRS. A RUN WITH NOTHING NEW LEAVES AN EMPTY JOURNAL.
       Journal-Deposit-Movements.
           Perform Total-One-Deposit-Tran
               Varying WS-Dtr-Sub From 1 By 1
               Until WS-Dtr-Sub > WS-Dtr-Count
           If WS-Jrn-Received Not = Zero
               Move WS-Jrn-Received To WS-Journal-Amount
               Move WS-Bank-Account To GJ-Account
               Move WS-Bank-Cc To GJ-Cost-Center
               Perform Write-Debit-Line
               Move WS-Dep-Account To GJ-Account
               Move WS-Dep-Cc To GJ-Cost-Center
               Perform Write-Credit-Line
           End-If
           If WS-Jrn-Interest Not = Zero
               If WS-Dint-Account = Spaces
                   Perform Resolve-Interest-Account
               End-If
               Move WS-Jrn-Interest To WS-Journal-Amount
               Move WS-Dint-Account To GJ-Account
               Move WS-Dint-Cc To GJ-Cost-Center
               Perform Write-Debit-Line
               Move WS-Dep-Account To GJ-Account
               Move WS-Dep-Cc To GJ-Cost-Center
               Perform Write-Credit-Line
           End-If
           If WS-Jrn-Released Not = Zero
               Move WS-Jrn-Released To WS-Journal-Amount
               Move WS-Dep-Account To GJ-Account
               Move WS-Dep-Cc To GJ-Cost-Center
               Perform Write-Debit-Line
               Move WS-Ar-Account To GJ-Account
               Move WS-Ar-Cc To GJ-Cost-Center
               Perform Write-Credit-Line
           End-If
           If WS-Run-Debits Not = WS-Run-Credits
               Display "DEPOSIT DEBITS DO NOT EQUAL CREDITS - "
                       "JOURNAL REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unbalanced-Msg
           End-If
           .

       Total-One-Deposit-Tran.
           If WS-Dtr-Journaled (WS-Dtr-Sub) = "Y"
               Exit Paragraph
           End-If
           Evaluate WS-Dtr-Tran-Type (WS-Dtr-Sub)
               When "R"
                   Add WS-Dtr-Amount (WS-Dtr-Sub) To WS-Jrn-Received
               When "I"
                   Add WS-Dtr-Amount (WS-Dtr-Sub) To WS-Jrn-Interest
               When "C"
               When "F"
                   Add WS-Dtr-Amount (WS-Dtr-Sub) To WS-Jrn-Released
           End-Evaluate
           Move "Y" To WS-Dtr-Journaled (WS-Dtr-Sub)
           Add 1 To WS-Jrn-Rows
           .

       Write-Debit-Line.
           Move "DR" To GJ-DR-CR
           Perform Write-Journal-Record
           Add WS-Journal-Amount To WS-Run-Debits
           .

       Write-Credit-Line.
           Move "CR" To GJ-DR-CR
           Perform Write-Journal-Record
           Add WS-Journal-Amount To WS-Run-Credits
           .

       Write-Journal-Record.
           Move WS-Run-Id To GJ-Run-Id
           Move WS-Today-Date To GJ-Business-Date
           Move WS-Journal-Amount To GJ-Amount
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company GJ-Business-Date WS-Plk-Result
           Write Journal-Record
           Add 1 To WS-Lines-Written
           .

       Rewrite-Deposit-Trans.
           If WS-Jrn-Rows = Zero
               Exit Paragraph
           End-If
           Open Output Deposit-Tran-File
           Perform Rewrite-One-Deposit-Tran
               Varying WS-Dtr-Sub From 1 By 1
               Until WS-Dtr-Sub > WS-Dtr-Count
           Close Deposit-Tran-File
           .

       Rewrite-One-Deposit-Tran.
           Move WS-Dtr-Entry (WS-Dtr-Sub) To Deposit-Tran-Record
           Write Deposit-Tran-Record
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

       End Program TELCODEP.
