       Identification Division.
       Program-ID. TELCOWOF.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  BAD-DEBT WRITE-OFF RUN - FOLDS THE ARITEMS LEDGER INTO OPEN
      *  ITEMS AND, FOR EVERY ACCOUNT WHOSE STATUS IN FORCE ON SUBSTAT
      *  IS DISCONNECTED, CLOSES EACH INVOICE STILL OPEN PAST
      *  TELCO_WO_AGE_DAYS (DEFAULT 120) WITH A "WO" WRITE-OFF ROW
      *  FOR ITS OPEN AMOUNT, SO AGING AND THE KPI PACK STOP CARRYING
      *  RECEIVABLES THAT WILL NEVER BE COLLECTED. AN ACCOUNT UNDER
      *  AN ACTIVE PAYMENT ARRANGEMENT (PAYARR) IS LEFT ALONE. THE
      *  RUN'S TOTAL IS BOOKED AS A BALANCED BAD-DEBT EXPENSE DEBIT
      *  AGAINST AN AR CREDIT ON WOJRNL, IN THE GLJRNL FORMAT UNDER
      *  THE GLMAP CHART-OF-ACCOUNTS MAPPING ("BDX" AND "AR" ROWS -
      *  WITHOUT BOTH NOTHING IS WRITTEN OFF). EACH ACCOUNT WRITTEN
      *  OFF GOES ON THE COLLREF REFERRAL FILE FOR THE COLLECTION
      *  AGENCY WITH ITS SUBCONT CONTACT DETAILS AND THE BALANCE
      *  REFERRED, UNDER A HEADER AND A COUNT/AMOUNT TRAILER. MONEY
      *  LATER RECEIVED AGAINST A WRITTEN-OFF INVOICE IS POSTED BY
      *  THE PAYMENT PROGRAMS AS A "REC" RECOVERY ROW.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Arrangement-File Assign To "PAYARR"
               Organization Is Sequential
               File Status Is WS-Payarr-File-Status.
           Select Map-Table-File Assign To "GLMAP"
               Organization Is Sequential
               File Status Is WS-Glmap-File-Status.
           Select Journal-File Assign To "WOJRNL"
               Organization Is Sequential.
           Select Referral-File Assign To "COLLREF"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
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

       FD  Arrangement-File
           Recording Mode Is F.
       01  Arrangement-Record.
               COPY PAYARR.

       FD  Map-Table-File
           Recording Mode Is F.
       01  Map-Table-File-Record.
               COPY GLMAP REPLACING LEADING ==GM-== BY ==GMF-==.

       FD  Journal-File
           Recording Mode Is F.
       01  Journal-Record.
               COPY GLJRNL.

      * THE AGENCY FILE CARRIES ONE "H" HEADER, ONE "D" DETAIL PER
      * ACCOUNT REFERRED, AND ONE "T" TRAILER WITH THE DETAIL COUNT
      * AND BALANCE TOTAL - THE SAME DISCIPLINE THE BANK'S LOCKBOX
      * FILE FOLLOWS COMING THE OTHER WAY.
       FD  Referral-File
           Recording Mode Is F.
       01  Referral-Record.
           05  CRF-Record-Type      Pic X(1).
             88  CRF-Header-Rec     Value "H".
             88  CRF-Detail-Rec     Value "D".
             88  CRF-Trailer-Rec    Value "T".
           05  CRF-Detail-Body.
               10  CRF-Subscriber-Id Pic X(10).
               10  CRF-Bill-Name     Pic X(30).
               10  CRF-Address-1     Pic X(30).
               10  CRF-Address-2     Pic X(30).
               10  CRF-City          Pic X(20).
               10  CRF-Region        Pic X(4).
               10  CRF-Postal-Code   Pic X(10).
               10  CRF-Country       Pic X(3).
               10  CRF-Phone         Pic X(15).
               10  CRF-Email         Pic X(60).
               10  CRF-Disconnect-Date Pic 9(8).
               10  CRF-Oldest-Inv-Date Pic 9(8).
               10  CRF-Invoice-Count Pic 9(3).
               10  CRF-Balance       Pic 9(9)V99.
           05  CRF-Header-Body Redefines CRF-Detail-Body.
               10  CRF-Hdr-Run-Id    Pic X(15).
               10  CRF-Hdr-Referral-Date Pic 9(8).
               10                    Pic X(219).
           05  CRF-Trailer-Body Redefines CRF-Detail-Body.
               10  CRF-Trl-Count     Pic 9(9).
               10  CRF-Trl-Amount    Pic 9(11)V99.
               10                    Pic X(220).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Payarr-File-Status    Pic X(2)    Value Spaces.
       01  WS-Glmap-File-Status     Pic X(2)    Value Spaces.
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".
       01  WS-Stat-Eof-Flag         Pic X       Value "N".
         88  WS-Stat-Eof            Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".
       01  WS-Arr-Eof-Flag          Pic X       Value "N".
         88  WS-Arr-Eof             Value "Y".
       01  WS-Map-Eof-Flag          Pic X       Value "N".
         88  WS-Map-Eof             Value "Y".

      * WRITE-OFF AGE IN DAYS (GETENVOP CONVENTION, WITH THE SHOP
      * DEFAULT) - AN INVOICE THIS OLD ON A DISCONNECTED ACCOUNT IS
      * NO LONGER TREATED AS COLLECTABLE.
       01  WS-Write-Off-Control.
           05  WS-Wo-Age-Days       Pic 9(3)    Value 120.
           05  WS-Wo-Age-Env-Name   Pic X(32)
                   Value "TELCO_WO_AGE_DAYS".
           05  WS-Wo-Env-Value      Pic X(32)   Value Spaces.
           05  WS-Wo-Ge-Result      Pic 9(2)    Binary.
       01  WS-Today-Date            Pic 9(8).
       01  WS-Today-Int             Pic 9(8)    Binary.
       01  WS-Item-Int              Pic 9(8)    Binary.
       01  WS-Age-Days              Pic S9(7)   Binary.

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
       01  WS-Lookup-Id             Pic X(10).

      * ACCOUNTS UNDER AN ACTIVE ARRANGEMENT - NEVER WRITTEN OFF
      * WHILE COLLECTIONS HAS A PROMISE TO PAY ON THEM.
       01  WS-Held-Table.
           05  WS-Held-Count        Pic 9(4)    Binary Value Zero.
           05  WS-Held-Id Occurs 500 Times Pic X(10).
       01  WS-Held-Sub              Pic 9(4)    Binary.
       01  WS-Held-Found-Flag       Pic X       Value "N".
         88  WS-Held-Found          Value "Y".

       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".

      * THE TWO GLMAP ROWS A WRITE-OFF POSTS THROUGH - SAME TABLE
      * AND LOOKUP AS THE TELCOGLJ EXPORT.
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
       01  WS-Bdx-Account           Pic X(10).
       01  WS-Bdx-Cc                Pic X(6).
       01  WS-Ar-Account            Pic X(10).
       01  WS-Ar-Cc                 Pic X(6).
       01  WS-Unmapped-Msg          Pic X(33)
               Value "GL FIGURE HAS NO GLMAP ACCOUNT   ".
       01  WS-Unbalanced-Msg        Pic X(33)
               Value "GL JOURNAL BATCH DOES NOT BALANCE".

      * ONE ACCOUNT'S WRITE-OFF, ACCUMULATED ACROSS ITS ITEMS.
       01  WS-Acct-Written-Off      Pic S9(9)V99 Binary.
       01  WS-Acct-Item-Count       Pic 9(3)    Binary.
       01  WS-Acct-Oldest-Date      Pic 9(8).

       01  WS-Run-Totals.
           05  WS-Accounts-Written  Pic 9(5)    Binary Value Zero.
           05  WS-Items-Written     Pic 9(5)    Binary Value Zero.
           05  WS-Accounts-Held     Pic 9(5)    Binary Value Zero.
           05  WS-Run-Written-Off   Pic S9(11)V99 Binary Value Zero.
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
       01  WS-Plk-Program           Pic X(8)    Value "TELCOWOF".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Write-Off-Age
           Move Function Current-Date (1:8) To WS-Today-Date
           Compute WS-Today-Int =
                   Function Integer-Of-Date ( WS-Today-Date )
           Perform Load-Map-Table
           Perform Resolve-Write-Off-Accounts
           Perform Load-Account-Status
           Perform Load-Arrangements
           Perform Load-Contact-File
           Perform Load-Ar-Ledger
           If WS-Itm-Count = Zero
               Display "NO AR ITEMS - NOTHING TO WRITE OFF."
               Goback
           End-If
           Open Extend Ar-Item-File
           Open Output Referral-File
           Perform Write-Referral-Header
           Perform Write-Off-One-Account
               Varying WS-Acct-Sub From 1 By 1
               Until WS-Acct-Sub > WS-Acct-Count
           Perform Write-Referral-Trailer
           Close Referral-File
           Close Ar-Item-File
           Open Output Journal-File
           Perform Journal-Write-Off
           Close Journal-File
           Display "===== BAD-DEBT WRITE-OFF RUN ====="
           Display "WRITE-OFF AGE DAYS: " WS-Wo-Age-Days
           Display "ACCOUNTS REFERRED.: " WS-Accounts-Written
           Display "INVOICES WRITTEN..: " WS-Items-Written
           Display "HELD BY PROMISE...: " WS-Accounts-Held
           Display "JOURNAL LINES.....: " WS-Lines-Written
           Move "AMOUNT WRITTEN OFF: " To WS-Total-Label
           Move WS-Run-Written-Off To WS-Total-Amount-Out
           Display WS-Total-Line
           Display "=================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Write-Off-Age.
           Call "GETENVOP" Using WS-Wo-Age-Env-Name WS-Wo-Env-Value
                WS-Wo-Ge-Result
           If WS-Wo-Ge-Result < 19 And WS-Wo-Env-Value Not = Spaces
               Move WS-Wo-Env-Value To WS-Wo-Age-Days
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

      * BOTH SIDES OF THE WRITE-OFF ENTRY MUST MAP BEFORE A SINGLE
      * "WO" ROW IS WRITTEN - A LEDGER CLOSED WITHOUT ITS JOURNAL
      * WOULD LEAVE AR AND THE GL DISAGREEING.
       Resolve-Write-Off-Accounts.
           Move "BDX " To WS-Lookup-Type
           Move Space To WS-Lookup-Class
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Bdx-Account
           Move WS-Lookup-Cc To WS-Bdx-Cc
           Move "AR  " To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Ar-Account
           Move WS-Lookup-Cc To WS-Ar-Cc
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
           Move SSF-Subscriber-Id To WS-Lookup-Id
           Perform Find-Account
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

       Find-Account.
           Move "N" To WS-Acct-Found-Flag
           Perform Varying WS-Acct-Sub From 1 By 1
                   Until WS-Acct-Sub > WS-Acct-Count
                   Or WS-Acct-Found
               If WS-Acct-Id (WS-Acct-Sub) = WS-Lookup-Id
                   Set WS-Acct-Found To True
                   Subtract 1 From WS-Acct-Sub
               End-If
           End-Perform
           .

       Load-Arrangements.
           Move Zero To WS-Held-Count
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
                   If PA-Status = "A"
                   And WS-Held-Count < 500
                       Add 1 To WS-Held-Count
                       Move PA-Subscriber-Id
                           To WS-Held-Id (WS-Held-Count)
                   End-If
           End-Read
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

      * ONE DISCONNECTED ACCOUNT: EVERY INVOICE OPEN PAST THE
      * WRITE-OFF AGE IS CLOSED, AND AN ACCOUNT WITH ANYTHING
      * WRITTEN OFF IS REFERRED TO THE AGENCY.
       Write-Off-One-Account.
           If WS-Acct-Status (WS-Acct-Sub) Not = "D"
               Exit Paragraph
           End-If
           Perform Find-Held-Account
           If WS-Held-Found
               Add 1 To WS-Accounts-Held
               Display "ACCOUNT " WS-Acct-Id (WS-Acct-Sub)
                       " UNDER ARRANGEMENT - NOT WRITTEN OFF."
               Exit Paragraph
           End-If
           Move Zero To WS-Acct-Written-Off
           Move Zero To WS-Acct-Item-Count
           Move 99999999 To WS-Acct-Oldest-Date
           Perform Write-Off-One-Item
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           If WS-Acct-Item-Count = Zero
               Exit Paragraph
           End-If
           Perform Write-Referral-Detail
           Add 1 To WS-Accounts-Written
           Add WS-Acct-Written-Off To WS-Run-Written-Off
           Move "TELCOWOF" To audit-log-program
           Move "WRITEOFF" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "ACCOUNT " WS-Acct-Id (WS-Acct-Sub)
                   " WRITTEN OFF AND REFERRED: " WS-Acct-Written-Off
           .

       Find-Held-Account.
           Move "N" To WS-Held-Found-Flag
           Perform Varying WS-Held-Sub From 1 By 1
                   Until WS-Held-Sub > WS-Held-Count
                   Or WS-Held-Found
               If WS-Held-Id (WS-Held-Sub) = WS-Acct-Id (WS-Acct-Sub)
                   Set WS-Held-Found To True
               End-If
           End-Perform
           .

       Write-Off-One-Item.
           If WS-Itm-Id (WS-Itm-Sub) Not = WS-Acct-Id (WS-Acct-Sub)
               Exit Paragraph
           End-If
           Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                   - WS-Itm-Applied (WS-Itm-Sub)
           If WS-Open-Balance Not > Zero
               Exit Paragraph
           End-If
           Compute WS-Item-Int = Function Integer-Of-Date
                   ( WS-Itm-Date (WS-Itm-Sub) )
           Compute WS-Age-Days = WS-Today-Int - WS-Item-Int
           If WS-Age-Days < WS-Wo-Age-Days
               Exit Paragraph
           End-If
           Move WS-Itm-Invoice (WS-Itm-Sub) To AR-Invoice-No
           Move WS-Itm-Id (WS-Itm-Sub) To AR-Subscriber-Id
           Move "WO" To AR-Tran-Type
           Move WS-Today-Date To AR-Tran-Date
           Move WS-Open-Balance To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Add WS-Open-Balance To WS-Itm-Applied (WS-Itm-Sub)
           Add WS-Open-Balance To WS-Acct-Written-Off
           Add 1 To WS-Acct-Item-Count
           Add 1 To WS-Items-Written
           If WS-Itm-Date (WS-Itm-Sub) < WS-Acct-Oldest-Date
               Move WS-Itm-Date (WS-Itm-Sub) To WS-Acct-Oldest-Date
           End-If
           .

       Write-Referral-Header.
           Move Spaces To Referral-Record
           Set CRF-Header-Rec To True
           Move WS-Run-Id To CRF-Hdr-Run-Id
           Move WS-Today-Date To CRF-Hdr-Referral-Date
           Write Referral-Record
           .

      * THE AGENCY GETS WHATEVER CONTACT DETAILS WE HOLD - AN
      * ACCOUNT WITHOUT A SUBCONT ROW IS STILL REFERRED, WITH BLANK
      * ADDRESS FIELDS FOR THE AGENCY TO TRACE.
       Write-Referral-Detail.
           Move Spaces To Referral-Record
           Set CRF-Detail-Rec To True
           Move WS-Acct-Id (WS-Acct-Sub) To CRF-Subscriber-Id
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub)
                       = WS-Acct-Id (WS-Acct-Sub)
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           If WS-Cnt-Found
               Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To CRF-Bill-Name
               Move WS-Cnt-Address-1 (WS-Cnt-Sub) To CRF-Address-1
               Move WS-Cnt-Address-2 (WS-Cnt-Sub) To CRF-Address-2
               Move WS-Cnt-City (WS-Cnt-Sub) To CRF-City
               Move WS-Cnt-Region (WS-Cnt-Sub) To CRF-Region
               Move WS-Cnt-Postal-Code (WS-Cnt-Sub)
                   To CRF-Postal-Code
               Move WS-Cnt-Country (WS-Cnt-Sub) To CRF-Country
               Move WS-Cnt-Phone (WS-Cnt-Sub) To CRF-Phone
               Move WS-Cnt-Email (WS-Cnt-Sub) To CRF-Email
           End-If
           Move WS-Acct-Date (WS-Acct-Sub) To CRF-Disconnect-Date
           Move WS-Acct-Oldest-Date To CRF-Oldest-Inv-Date
           Move WS-Acct-Item-Count To CRF-Invoice-Count
           Move WS-Acct-Written-Off To CRF-Balance
           Write Referral-Record
           .

       Write-Referral-Trailer.
           Move Spaces To Referral-Record
           Set CRF-Trailer-Rec To True
           Move WS-Accounts-Written To CRF-Trl-Count
           Move WS-Run-Written-Off To CRF-Trl-Amount
           Write Referral-Record
           .

      * THE RUN'S WRITE-OFF AS ONE BALANCED ENTRY: BAD-DEBT EXPENSE
      * DEBITED, THE RECEIVABLE CREDITED. A RUN THAT WROTE NOTHING
      * OFF LEAVES AN EMPTY JOURNAL.
       Journal-Write-Off.
           If WS-Run-Written-Off = Zero
               Exit Paragraph
           End-If
           Move WS-Bdx-Account To GJ-Account
           Move WS-Bdx-Cc To GJ-Cost-Center
           Move "DR" To GJ-DR-CR
           Perform Write-Journal-Record
           Add WS-Run-Written-Off To WS-Run-Debits
           Move WS-Ar-Account To GJ-Account
           Move WS-Ar-Cc To GJ-Cost-Center
           Move "CR" To GJ-DR-CR
           Perform Write-Journal-Record
           Add WS-Run-Written-Off To WS-Run-Credits
           If WS-Run-Debits Not = WS-Run-Credits
               Display "WRITE-OFF DEBITS DO NOT EQUAL CREDITS - "
                       "JOURNAL REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unbalanced-Msg
           End-If
           .

       Write-Journal-Record.
           Move WS-Run-Id To GJ-Run-Id
           Move WS-Today-Date To GJ-Business-Date
           Move WS-Run-Written-Off To GJ-Amount
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company GJ-Business-Date WS-Plk-Result
           Write Journal-Record
           Add 1 To WS-Lines-Written
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

       End Program TELCOWOF.
