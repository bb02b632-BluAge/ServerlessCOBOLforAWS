       Identification Division.
       Program-ID. TELCOPPX.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  PREPAID CREDIT EXPIRY RUN - WORKS THE TOP-UP LOTS TELCOTOP
      *  RECORDS ON TOPLOT AGAINST THE PREPAY BALANCES TELCOBAT DRAWS
      *  DOWN. WHAT EACH SUBSCRIBER HAS SPENT SINCE THE LAST RUN (THE
      *  OPEN LOTS' REMAINING LESS THE BALANCE) IS TAKEN OFF THE
      *  OLDEST LOTS FIRST; THEN WHATEVER IS LEFT OF A LOT PAST ITS
      *  EXPIRY DATE IS FORFEITED FROM PP-BALANCE, OLDEST LOT FIRST,
      *  AND BOOKED TO PPXJRNL IN THE GLJRNL FORMAT AS BREAKAGE -
      *  DEBIT THE "PPD" PREPAID LIABILITY, CREDIT "BRK" BREAKAGE
      *  REVENUE UNDER THE GLMAP MAPPING. SUBSCRIBERS WITH CREDIT DUE
      *  TO EXPIRE WITHIN TELCO_EXPIRY_NOTICE_DAYS (DEFAULT 7) GO ON
      *  THE EXPNOTE LIST FOR A REMINDER. A BALANCE OLDER THAN ITS
      *  LOTS (CREDITED BEFORE LOTS WERE KEPT) NEVER EXPIRES.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Prepaid-Balance-File Assign To "PREPAY"
               Organization Is Sequential
               File Status Is WS-Prepay-File-Status.
           Select Topup-Lot-File Assign To "TOPLOT"
               Organization Is Sequential
               File Status Is WS-Toplot-File-Status.
           Select Map-Table-File Assign To "GLMAP"
               Organization Is Sequential
               File Status Is WS-Glmap-File-Status.
           Select Journal-File Assign To "PPXJRNL"
               Organization Is Sequential.
           Select Expiry-Notice-File Assign To "EXPNOTE"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Prepaid-Balance-File
           Recording Mode Is F.
       01  Prepaid-Balance-Record.
               COPY PREPAY REPLACING LEADING ==PP-== BY ==PPF-==.

       FD  Topup-Lot-File
           Recording Mode Is F.
       01  Topup-Lot-Record.
               COPY TOPLOT.

       FD  Map-Table-File
           Recording Mode Is F.
       01  Map-Table-File-Record.
               COPY GLMAP REPLACING LEADING ==GM-== BY ==GMF-==.

       FD  Journal-File
           Recording Mode Is F.
       01  Journal-Record.
               COPY GLJRNL.

      * ONE ROW PER SUBSCRIBER TO REMIND - HOW MUCH CREDIT EXPIRES,
      * THE FIRST DAY IT GOES, AND THE BALANCE TODAY.
       FD  Expiry-Notice-File
           Recording Mode Is F.
       01  Expiry-Notice-Record.
           05  EN-Subscriber-Id     Pic X(10).
           05  EN-Expiry-Date       Pic 9(8).
           05  EN-Expiring-Amount   Pic S9(7)V99.
           05  EN-Balance           Pic S9(7)V99.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Prepay-File-Status    Pic X(2)    Value Spaces.
       01  WS-Toplot-File-Status    Pic X(2)    Value Spaces.
       01  WS-Glmap-File-Status     Pic X(2)    Value Spaces.
       01  WS-Prepay-Eof-Flag       Pic X       Value "N".
         88  WS-Prepay-Eof          Value "Y".
       01  WS-Lot-Eof-Flag          Pic X       Value "N".
         88  WS-Lot-Eof             Value "Y".
       01  WS-Map-Eof-Flag          Pic X       Value "N".
         88  WS-Map-Eof             Value "Y".

      * HOW FAR AHEAD A SUBSCRIBER IS REMINDED (GETENVOP CONVENTION,
      * WITH THE SHOP DEFAULT).
       01  WS-Notice-Control.
           05  WS-Notice-Days       Pic 9(3)    Value 7.
           05  WS-Notice-Env-Name   Pic X(32)
                   Value "TELCO_EXPIRY_NOTICE_DAYS".
           05  WS-Notice-Env-Value  Pic X(32)   Value Spaces.
           05  WS-Notice-Ge-Result  Pic 9(2)    Binary.

       01  WS-Today-Date            Pic 9(8).
       01  WS-Notice-Limit          Pic 9(8).

      * THE BALANCE FILE IN MEMORY, WITH WHAT THE OPEN LOTS SAY IT
      * SHOULD BE, WHAT WAS SPENT OFF THEM, AND ANY REMINDER DUE.
       01  WS-Balance-Table.
           05  WS-Bal-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Bal-Entry Occurs 5000 Times.
               10  WS-Bal-Id        Pic X(10).
               10  WS-Bal-Amount    Pic S9(7)V99 Binary.
               10  WS-Bal-Lot-Total Pic S9(9)V99 Binary.
               10  WS-Bal-Spent     Pic S9(9)V99 Binary.
               10  WS-Bal-Notice-Amount Pic S9(9)V99 Binary.
               10  WS-Bal-Notice-Date Pic 9(8).
       01  WS-Bal-Sub               Pic 9(5)    Binary.
       01  WS-Bal-Found-Flag        Pic X       Value "N".
         88  WS-Bal-Found           Value "Y".

      * THE LOT FILE, HELD WHOLE SO IT CAN BE WRITTEN BACK. A FILE
      * TOO LARGE TO HOLD STOPS THE RUN RATHER THAN LOSE LOTS.
       01  WS-Lot-Table.
           05  WS-Lot-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Lot-Entry Occurs 20000 Times.
               COPY TOPLOT REPLACING LEADING ==TL-== BY ==WS-Lot-==.
               10  WS-Lot-Bal-Sub   Pic 9(5)    Binary.
       01  WS-Lot-Sub               Pic 9(5)    Binary.
       01  WS-Lot-Full-Msg          Pic X(33)
               Value "TOPLOT TOO LARGE FOR EXPIRY RUN  ".
       01  WS-Draw-Amount           Pic S9(9)V99 Binary.

      * THE GLMAP ROWS BREAKAGE POSTS THROUGH - SAME TABLE AND
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
       01  WS-Ppd-Account           Pic X(10).
       01  WS-Ppd-Cc                Pic X(6).
       01  WS-Brk-Account           Pic X(10).
       01  WS-Brk-Cc                Pic X(6).
       01  WS-Unmapped-Msg          Pic X(33)
               Value "GL FIGURE HAS NO GLMAP ACCOUNT   ".
       01  WS-Unbalanced-Msg        Pic X(33)
               Value "GL JOURNAL BATCH DOES NOT BALANCE".

       01  WS-Run-Totals.
           05  WS-Lots-Used-Up      Pic 9(7)    Binary Value Zero.
           05  WS-Lots-Expired      Pic 9(7)    Binary Value Zero.
           05  WS-Notices-Written   Pic 9(7)    Binary Value Zero.
           05  WS-Breakage-Total    Pic S9(11)V99 Binary Value Zero.
           05  WS-Journal-Amount    Pic S9(11)V99 Binary.
           05  WS-Run-Debits        Pic S9(11)V99 Binary Value Zero.
           05  WS-Run-Credits       Pic S9(11)V99 Binary Value Zero.
           05  WS-Lines-Written     Pic 9(5)    Binary Value Zero.

       01  WS-Forfeit-Line.
           05  Pic X(5)  Value "SUB: ".
           05  WS-Line-Id-Out       Pic X(10).
           05  Pic X(14) Value " TOPPED UP ON ".
           05  WS-Line-Topup-Out    Pic 9(8).
           05  Pic X(10) Value " FORFEIT: ".
           05  WS-Line-Amount-Out   Pic Z,ZZZ,ZZ9.99.

       01  WS-Total-Line.
           05  WS-Total-Label       Pic X(25).
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
       01  WS-Plk-Program           Pic X(8)    Value "TELCOPPX".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Notice-Config
           Move Function Current-Date (1:8) To WS-Today-Date
           Compute WS-Notice-Limit = Function Date-Of-Integer
                   ( Function Integer-Of-Date ( WS-Today-Date )
                     + WS-Notice-Days )
           Perform Load-Map-Table
           Perform Resolve-Breakage-Accounts
           Perform Load-Prepaid-Balances
           Perform Load-Topup-Lots
           Perform Total-One-Lot
               Varying WS-Lot-Sub From 1 By 1
               Until WS-Lot-Sub > WS-Lot-Count
           Perform Derive-One-Spend
               Varying WS-Bal-Sub From 1 By 1
               Until WS-Bal-Sub > WS-Bal-Count
           Perform Work-One-Lot
               Varying WS-Lot-Sub From 1 By 1
               Until WS-Lot-Sub > WS-Lot-Count
           Open Output Expiry-Notice-File
           Perform Write-One-Notice
               Varying WS-Bal-Sub From 1 By 1
               Until WS-Bal-Sub > WS-Bal-Count
           Close Expiry-Notice-File
           Open Output Journal-File
           Perform Journal-Breakage
           Close Journal-File
           Perform Rewrite-Topup-Lots
           Perform Rewrite-Prepaid-Balances
           Move "TELCOPPX" To audit-log-program
           Move "PPEXPIRE" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== PREPAID CREDIT EXPIRY ====="
           Display "LOTS USED UP...........: " WS-Lots-Used-Up
           Display "LOTS EXPIRED...........: " WS-Lots-Expired
           Display "EXPIRY REMINDERS.......: " WS-Notices-Written
           Display "JOURNAL LINES..........: " WS-Lines-Written
           Move "BREAKAGE FORFEITED.....: " To WS-Total-Label
           Move WS-Breakage-Total To WS-Total-Amount-Out
           Display WS-Total-Line
           Display "================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Notice-Config.
           Call "GETENVOP" Using WS-Notice-Env-Name WS-Notice-Env-Value
                WS-Notice-Ge-Result
           If WS-Notice-Ge-Result < 19
                   And WS-Notice-Env-Value Not = Spaces
               Move WS-Notice-Env-Value To WS-Notice-Days
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

      * BOTH SIDES OF THE BREAKAGE ENTRY MUST MAP BEFORE ANY CREDIT
      * IS FORFEITED.
       Resolve-Breakage-Accounts.
           Move Space To WS-Lookup-Class
           Move "PPD " To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Ppd-Account
           Move WS-Lookup-Cc To WS-Ppd-Cc
           Move "BRK " To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Brk-Account
           Move WS-Lookup-Cc To WS-Brk-Cc
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

       Load-Prepaid-Balances.
           Move Zero To WS-Bal-Count
           Move "N" To WS-Prepay-Eof-Flag
           Open Input Prepaid-Balance-File
           If WS-Prepay-File-Status = "00"
               Perform Read-One-Balance Until WS-Prepay-Eof
               Close Prepaid-Balance-File
           End-If
           .

       Read-One-Balance.
           Read Prepaid-Balance-File
               At End
                   Set WS-Prepay-Eof To True
               Not At End
                   If WS-Bal-Count < 5000
                       Add 1 To WS-Bal-Count
                       Move PPF-Subscriber-Id
                           To WS-Bal-Id (WS-Bal-Count)
                       Move PPF-Balance
                           To WS-Bal-Amount (WS-Bal-Count)
                       Move Zero To WS-Bal-Lot-Total (WS-Bal-Count)
                                    WS-Bal-Spent (WS-Bal-Count)
                                    WS-Bal-Notice-Amount (WS-Bal-Count)
                                    WS-Bal-Notice-Date (WS-Bal-Count)
                   End-If
           End-Read
           .

       Load-Topup-Lots.
           Move Zero To WS-Lot-Count
           Move "N" To WS-Lot-Eof-Flag
           Open Input Topup-Lot-File
           If WS-Toplot-File-Status = "00"
               Perform Read-One-Lot Until WS-Lot-Eof
               Close Topup-Lot-File
           End-If
           .

       Read-One-Lot.
           Read Topup-Lot-File
               At End
                   Set WS-Lot-Eof To True
               Not At End
                   If WS-Lot-Count Not < 20000
                       Display "TOPLOT HOLDS MORE THAN 20000 LOTS - "
                               "NOTHING EXPIRED."
                       Perform Flush-Audit-Buffer
                       Call "FORCEABEND" Using WS-Lot-Full-Msg
                   End-If
                   Add 1 To WS-Lot-Count
                   Move Topup-Lot-Record
                       To WS-Lot-Entry (WS-Lot-Count)
           End-Read
           .

      * TIES EACH OPEN LOT TO ITS BALANCE ROW AND ADDS UP WHAT THE
      * OPEN LOTS STILL HOLD PER SUBSCRIBER. A LOT WITH NO BALANCE
      * ROW IS LEFT ALONE.
       Total-One-Lot.
           Move Zero To WS-Lot-Bal-Sub (WS-Lot-Sub)
           If WS-Lot-Status (WS-Lot-Sub) Not = "O"
               Exit Paragraph
           End-If
           Move "N" To WS-Bal-Found-Flag
           Perform Varying WS-Bal-Sub From 1 By 1
                   Until WS-Bal-Sub > WS-Bal-Count
                   Or WS-Bal-Found
               If WS-Bal-Id (WS-Bal-Sub)
                       = WS-Lot-Subscriber-Id (WS-Lot-Sub)
                   Set WS-Bal-Found To True
                   Subtract 1 From WS-Bal-Sub
               End-If
           End-Perform
           If WS-Bal-Found
               Move WS-Bal-Sub To WS-Lot-Bal-Sub (WS-Lot-Sub)
               Add WS-Lot-Remaining (WS-Lot-Sub)
                   To WS-Bal-Lot-Total (WS-Bal-Sub)
           End-If
           .

      * WHAT WAS SPENT SINCE THE LAST RUN - THE LOTS HOLD MORE THAN
      * THE BALANCE BY EXACTLY WHAT TELCOBAT DREW DOWN.
       Derive-One-Spend.
           If WS-Bal-Lot-Total (WS-Bal-Sub) > WS-Bal-Amount (WS-Bal-Sub)
               Compute WS-Bal-Spent (WS-Bal-Sub) =
                       WS-Bal-Lot-Total (WS-Bal-Sub)
                     - WS-Bal-Amount (WS-Bal-Sub)
           End-If
           .

      * ONE LOT, IN FILE ORDER (OLDEST FIRST): TAKE THE SPEND OFF IT,
      * FORFEIT WHAT IS LEFT IF IT IS PAST EXPIRY, OR NOTE IT FOR A
      * REMINDER IF IT EXPIRES SOON.
       Work-One-Lot.
           If WS-Lot-Bal-Sub (WS-Lot-Sub) = Zero
               Exit Paragraph
           End-If
           Move WS-Lot-Bal-Sub (WS-Lot-Sub) To WS-Bal-Sub
           If WS-Bal-Spent (WS-Bal-Sub) > Zero
               If WS-Bal-Spent (WS-Bal-Sub)
                       > WS-Lot-Remaining (WS-Lot-Sub)
                   Move WS-Lot-Remaining (WS-Lot-Sub) To WS-Draw-Amount
               Else
                   Move WS-Bal-Spent (WS-Bal-Sub) To WS-Draw-Amount
               End-If
               Subtract WS-Draw-Amount
                   From WS-Lot-Remaining (WS-Lot-Sub)
               Subtract WS-Draw-Amount From WS-Bal-Spent (WS-Bal-Sub)
           End-If
           If WS-Lot-Remaining (WS-Lot-Sub) Not > Zero
               Move "U" To WS-Lot-Status (WS-Lot-Sub)
               Move WS-Today-Date To WS-Lot-Close-Date (WS-Lot-Sub)
               Add 1 To WS-Lots-Used-Up
               Exit Paragraph
           End-If
           If WS-Lot-Expiry-Date (WS-Lot-Sub) < WS-Today-Date
               Perform Forfeit-Lot
               Exit Paragraph
           End-If
           If WS-Lot-Expiry-Date (WS-Lot-Sub) Not > WS-Notice-Limit
               Add WS-Lot-Remaining (WS-Lot-Sub)
                   To WS-Bal-Notice-Amount (WS-Bal-Sub)
               If WS-Bal-Notice-Date (WS-Bal-Sub) = Zero
               Or WS-Lot-Expiry-Date (WS-Lot-Sub)
                       < WS-Bal-Notice-Date (WS-Bal-Sub)
                   Move WS-Lot-Expiry-Date (WS-Lot-Sub)
                       To WS-Bal-Notice-Date (WS-Bal-Sub)
               End-If
           End-If
           .

      * THE UNSPENT REST OF AN EXPIRED LOT LEAVES THE BALANCE - NEVER
      * TAKING IT BELOW ZERO - AND BECOMES BREAKAGE.
       Forfeit-Lot.
           If WS-Lot-Remaining (WS-Lot-Sub) > WS-Bal-Amount (WS-Bal-Sub)
               Move WS-Bal-Amount (WS-Bal-Sub) To WS-Draw-Amount
           Else
               Move WS-Lot-Remaining (WS-Lot-Sub) To WS-Draw-Amount
           End-If
           If WS-Draw-Amount < Zero
               Move Zero To WS-Draw-Amount
           End-If
           Subtract WS-Draw-Amount From WS-Bal-Amount (WS-Bal-Sub)
           Move WS-Draw-Amount To WS-Lot-Forfeited (WS-Lot-Sub)
           Move Zero To WS-Lot-Remaining (WS-Lot-Sub)
           Move "E" To WS-Lot-Status (WS-Lot-Sub)
           Move WS-Today-Date To WS-Lot-Close-Date (WS-Lot-Sub)
           Add WS-Draw-Amount To WS-Breakage-Total
           Add 1 To WS-Lots-Expired
           Move WS-Lot-Subscriber-Id (WS-Lot-Sub) To WS-Line-Id-Out
           Move WS-Lot-Topup-Date (WS-Lot-Sub) To WS-Line-Topup-Out
           Move WS-Draw-Amount To WS-Line-Amount-Out
           Display WS-Forfeit-Line
           .

       Write-One-Notice.
           If WS-Bal-Notice-Amount (WS-Bal-Sub) Not > Zero
               Exit Paragraph
           End-If
           Move WS-Bal-Id (WS-Bal-Sub) To EN-Subscriber-Id
           Move WS-Bal-Notice-Date (WS-Bal-Sub) To EN-Expiry-Date
           Move WS-Bal-Notice-Amount (WS-Bal-Sub) To EN-Expiring-Amount
           Move WS-Bal-Amount (WS-Bal-Sub) To EN-Balance
           Write Expiry-Notice-Record
           Add 1 To WS-Notices-Written
           .

      * THE RUN'S BREAKAGE AS ONE BALANCED PAIR. A RUN THAT FORFEITS
      * NOTHING LEAVES AN EMPTY JOURNAL.
       Journal-Breakage.
           If WS-Breakage-Total = Zero
               Exit Paragraph
           End-If
           Move WS-Breakage-Total To WS-Journal-Amount
           Move WS-Ppd-Account To GJ-Account
           Move WS-Ppd-Cc To GJ-Cost-Center
           Move "DR" To GJ-DR-CR
           Perform Write-Journal-Record
           Add WS-Journal-Amount To WS-Run-Debits
           Move WS-Brk-Account To GJ-Account
           Move WS-Brk-Cc To GJ-Cost-Center
           Move "CR" To GJ-DR-CR
           Perform Write-Journal-Record
           Add WS-Journal-Amount To WS-Run-Credits
           If WS-Run-Debits Not = WS-Run-Credits
               Display "BREAKAGE DEBITS DO NOT EQUAL CREDITS - "
                       "JOURNAL REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unbalanced-Msg
           End-If
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

       Rewrite-Topup-Lots.
           Open Output Topup-Lot-File
           Perform Rewrite-One-Lot
               Varying WS-Lot-Sub From 1 By 1
               Until WS-Lot-Sub > WS-Lot-Count
           Close Topup-Lot-File
           .

       Rewrite-One-Lot.
           Move WS-Lot-Subscriber-Id (WS-Lot-Sub) To TL-Subscriber-Id
           Move WS-Lot-Topup-Date (WS-Lot-Sub) To TL-Topup-Date
           Move WS-Lot-Valid-Days (WS-Lot-Sub) To TL-Valid-Days
           Move WS-Lot-Expiry-Date (WS-Lot-Sub) To TL-Expiry-Date
           Move WS-Lot-Amount (WS-Lot-Sub) To TL-Amount
           Move WS-Lot-Remaining (WS-Lot-Sub) To TL-Remaining
           Move WS-Lot-Status (WS-Lot-Sub) To TL-Status
           Move WS-Lot-Forfeited (WS-Lot-Sub) To TL-Forfeited
           Move WS-Lot-Close-Date (WS-Lot-Sub) To TL-Close-Date
           Write Topup-Lot-Record
           .

       Rewrite-Prepaid-Balances.
           Open Output Prepaid-Balance-File
           Perform Rewrite-One-Balance
               Varying WS-Bal-Sub From 1 By 1
               Until WS-Bal-Sub > WS-Bal-Count
           Close Prepaid-Balance-File
           .

       Rewrite-One-Balance.
           Move WS-Bal-Id (WS-Bal-Sub) To PPF-Subscriber-Id
           Move WS-Bal-Amount (WS-Bal-Sub) To PPF-Balance
           Write Prepaid-Balance-Record
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

       End Program TELCOPPX.
