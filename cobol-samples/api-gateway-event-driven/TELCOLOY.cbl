       Identification Division.
       Program-ID. TELCOLOY.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  LOYALTY POINTS RUN - EARNS POINTS ON WHAT CUSTOMERS HAVE
      *  ACTUALLY PAID. EACH INVOICE'S EARNING BASIS (LOYBASE, WRITTEN
      *  BY TELCOINV) IS PRICED IN POINTS AT THE LOYRATE EARN RATES
      *  FOR THE SUBSCRIBER'S PLAN (PLANENRL AS OF THE INVOICE DATE)
      *  AND EACH RATE CLASS, AND THE SHARE OF IT PAID SO FAR - "PAY"
      *  ROWS ON ARITEMS LESS ANY "RTN" THE BANK SENT BACK - IS
      *  POSTED TO THE LOYLEDG POINTS LEDGER AS AN "ERN" ROW, ONLY THE
      *  DIFFERENCE FROM WHAT EARLIER RUNS ALREADY POSTED, SO A RERUN
      *  EARNS NOTHING TWICE. EARNINGS ARE SPENDABLE FOR
      *  TELCO_LOYALTY_VALID_DAYS (DEFAULT 730); WHAT IS LEFT OF THEM
      *  AFTER THAT - REDEMPTIONS USING UP THE OLDEST FIRST - IS
      *  TAKEN OFF AS AN "EXP" ROW. LASTLY THE POINTS OUTSTANDING ARE
      *  VALUED AT TELCO_LOYALTY_POINT_VALUE (DEFAULT 0.01) AND THE
      *  MOVEMENT SINCE THE LAST RUN'S ACCRUAL (LOYACCR) IS BOOKED TO
      *  LOYJRNL IN THE GLJRNL FORMAT UNDER THE GLMAP MAPPING - A
      *  GROWING LIABILITY DEBITS THE "LOYX" LOYALTY EXPENSE AND
      *  CREDITS THE "LOYL" POINTS LIABILITY, A SHRINKING ONE THE
      *  REVERSE. RUN AT PERIOD END IT IS THE PERIOD'S ACCRUAL.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Basis-File Assign To "LOYBASE"
               Organization Is Sequential
               File Status Is WS-Loybase-File-Status.
           Select Earn-Rate-File Assign To "LOYRATE"
               Organization Is Sequential
               File Status Is WS-Loyrate-File-Status.
           Select Plan-Enrollment-File Assign To "PLANENRL"
               Organization Is Sequential
               File Status Is WS-Planenrl-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Points-Ledger-File Assign To "LOYLEDG"
               Organization Is Sequential
               File Status Is WS-Loyledg-File-Status.
           Select Accrual-File Assign To "LOYACCR"
               Organization Is Sequential
               File Status Is WS-Loyaccr-File-Status.
           Select Map-Table-File Assign To "GLMAP"
               Organization Is Sequential
               File Status Is WS-Glmap-File-Status.
           Select Journal-File Assign To "LOYJRNL"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Basis-File
           Recording Mode Is F.
       01  Basis-Record.
               COPY LOYBASE.

       FD  Earn-Rate-File
           Recording Mode Is F.
       01  Earn-Rate-Record.
               COPY LOYRATE.

       FD  Plan-Enrollment-File
           Recording Mode Is F.
       01  Plan-Enrollment-Record.
               COPY PLANENRL.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Points-Ledger-File
           Recording Mode Is F.
       01  Points-Ledger-Record.
               COPY LOYLEDG.

       FD  Accrual-File
           Recording Mode Is F.
       01  Accrual-Record.
               COPY LOYACCR.

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

       01  WS-Loybase-File-Status   Pic X(2)    Value Spaces.
       01  WS-Loyrate-File-Status   Pic X(2)    Value Spaces.
       01  WS-Planenrl-File-Status  Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Loyledg-File-Status   Pic X(2)    Value Spaces.
       01  WS-Loyaccr-File-Status   Pic X(2)    Value Spaces.
       01  WS-Glmap-File-Status     Pic X(2)    Value Spaces.
       01  WS-Load-Eof-Flag         Pic X       Value "N".
         88  WS-Load-Eof            Value "Y".

      * HOW LONG EARNED POINTS STAY SPENDABLE AND WHAT ONE POINT IS
      * WORTH (GETENVOP CONVENTION, WITH SHOP DEFAULTS).
       01  WS-Loyalty-Control.
           05  WS-Valid-Days        Pic 9(5)    Value 730.
           05  WS-Point-Value       Pic 9V9(4)  Value 0.01.
           05  WS-Days-Env-Name     Pic X(32)
                   Value "TELCO_LOYALTY_VALID_DAYS".
           05  WS-Value-Env-Name    Pic X(32)
                   Value "TELCO_LOYALTY_POINT_VALUE".
           05  WS-Loy-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Loy-Ge-Result     Pic 9(2)    Binary.

       01  WS-Today-Date            Pic 9(8).
       01  WS-Expiry-Date           Pic 9(8).

      * THE EARN RATES BY PLAN AND CLASS.
       01  WS-Rate-Table.
           05  WS-Rte-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Rte-Entry Occurs 200 Times.
               COPY LOYRATE REPLACING LEADING ==LR-== BY ==WS-Rte-==.
       01  WS-Rte-Sub               Pic 9(3)    Binary.
       01  WS-Rte-Found-Flag        Pic X       Value "N".
         88  WS-Rte-Found           Value "Y".
       01  WS-Want-Plan             Pic X(4).
       01  WS-Want-Class            Pic X(1).
       01  WS-Want-Rate             Pic 9(3)V99.

      * THE RATE CLASSES IN THE ORDER LOYBASE CARRIES THEM.
       01  WS-Class-Codes           Pic X(5)    Value "DLISM".
       01  WS-Class-Table Redefines WS-Class-Codes.
           05  WS-Class-Code        Pic X(1)    Occurs 5 Times.
       01  WS-Class-Sub             Pic 9(1)    Binary.

       01  WS-Enrollment-Table.
           05  WS-Enr-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Enr-Entry Occurs 5000 Times.
               COPY PLANENRL REPLACING LEADING ==PE-== BY ==WS-Enr-==.
       01  WS-Enr-Sub               Pic 9(5)    Binary.
       01  WS-Best-Date             Pic 9(8).

      * ONE ENTRY PER INVOICE WITH A BASIS - WHAT IT IS WORTH IN
      * POINTS WHEN FULLY PAID, WHAT HAS BEEN PAID, AND WHAT EARLIER
      * RUNS ALREADY POSTED FOR IT.
       01  WS-Basis-Table.
           05  WS-Bas-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Bas-Entry Occurs 5000 Times.
               10  WS-Bas-Invoice   Pic X(19).
               10  WS-Bas-Id        Pic X(10).
               10  WS-Bas-Amount    Pic S9(11)V99 Binary.
               10  WS-Bas-Potential Pic S9(11)V99 Binary.
               10  WS-Bas-Paid      Pic S9(11)V99 Binary.
               10  WS-Bas-Earned    Pic S9(9)   Binary.
       01  WS-Bas-Sub               Pic 9(5)    Binary.
       01  WS-Bas-Found-Flag        Pic X       Value "N".
         88  WS-Bas-Found           Value "Y".
       01  WS-Basis-Full-Warned     Pic X       Value "N".
       01  WS-Charges-Basis         Pic S9(11)V99 Binary.
       01  WS-Paid-Share            Pic S9(11)V99 Binary.
       01  WS-Points-Due            Pic S9(9)   Binary.
       01  WS-Points-Delta          Pic S9(9)   Binary.

      * THE POINTS LEDGER, HELD WHOLE FOR THE OLDEST-FIRST EXPIRY
      * WALK. A LEDGER TOO LARGE TO HOLD STOPS THE RUN RATHER THAN
      * EXPIRE OR VALUE PART OF IT.
       01  WS-Ledger-Table.
           05  WS-Led-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Led-Entry Occurs 20000 Times.
               10  WS-Led-Id        Pic X(10).
               10  WS-Led-Type      Pic X(3).
               10  WS-Led-Points    Pic S9(9)   Binary.
               10  WS-Led-Expiry    Pic 9(8).
               10  WS-Led-Reference Pic X(19).
       01  WS-Led-Sub               Pic 9(5)    Binary.
       01  WS-Ledger-Full-Msg       Pic X(33)
               Value "LOYLEDG TOO LARGE TO PROCESS     ".

      * PER SUBSCRIBER: THE POINTS USED UP SO FAR (REDEEMED, EXPIRED,
      * TAKEN BACK) STILL TO BE DRAWN OFF THE OLDEST EARNINGS, AND
      * WHAT THE WALK FINDS EXPIRED.
       01  WS-Holder-Table.
           05  WS-Hld-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Hld-Entry Occurs 5000 Times.
               10  WS-Hld-Id        Pic X(10).
               10  WS-Hld-Used      Pic S9(9)   Binary.
               10  WS-Hld-Expired   Pic S9(9)   Binary.
       01  WS-Hld-Sub               Pic 9(5)    Binary.
       01  WS-Hld-Found-Flag        Pic X       Value "N".
         88  WS-Hld-Found           Value "Y".
       01  WS-Holder-Full-Msg       Pic X(33)
               Value "TOO MANY LOYALTY HOLDERS TO WORK ".
       01  WS-Lot-Used              Pic S9(9)   Binary.

      * THE LAST ACCRUAL ON FILE AND THIS RUN'S.
       01  WS-Accrual-Work.
           05  WS-Last-Liability    Pic S9(11)V99 Binary Value Zero.
           05  WS-Points-Outstanding Pic S9(11) Binary Value Zero.
           05  WS-Liability         Pic S9(11)V99 Binary Value Zero.
           05  WS-Liability-Move    Pic S9(11)V99 Binary Value Zero.

      * THE GLMAP ROWS THE ACCRUAL POSTS THROUGH - SAME TABLE AND
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
       01  WS-Loyl-Account          Pic X(10).
       01  WS-Loyl-Cc               Pic X(6).
       01  WS-Loyx-Account          Pic X(10).
       01  WS-Loyx-Cc               Pic X(6).
       01  WS-Unmapped-Msg          Pic X(33)
               Value "GL FIGURE HAS NO GLMAP ACCOUNT   ".
       01  WS-Unbalanced-Msg        Pic X(33)
               Value "GL JOURNAL BATCH DOES NOT BALANCE".

       01  WS-Run-Totals.
           05  WS-Points-Earned     Pic S9(11)  Binary Value Zero.
           05  WS-Points-Taken-Back Pic S9(11)  Binary Value Zero.
           05  WS-Points-Expired    Pic S9(11)  Binary Value Zero.
           05  WS-Earn-Rows         Pic 9(7)    Binary Value Zero.
           05  WS-Expiry-Rows       Pic 9(7)    Binary Value Zero.
           05  WS-Journal-Amount    Pic S9(11)V99 Binary.
           05  WS-Run-Debits        Pic S9(11)V99 Binary Value Zero.
           05  WS-Run-Credits       Pic S9(11)V99 Binary Value Zero.
           05  WS-Lines-Written     Pic 9(5)    Binary Value Zero.

       01  WS-Total-Line.
           05  WS-Total-Label       Pic X(21).
           05  WS-Total-Amount-Out  Pic -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-Points-Line.
           05  WS-Points-Label      Pic X(21).
           05  WS-Points-Out        Pic -ZZ,ZZZ,ZZZ,ZZ9.

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
       01  WS-Plk-Program           Pic X(8)    Value "TELCOLOY".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Loyalty-Config
           Move Function Current-Date (1:8) To WS-Today-Date
           Compute WS-Expiry-Date = Function Date-Of-Integer
                   ( Function Integer-Of-Date ( WS-Today-Date )
                     + WS-Valid-Days )
           Perform Load-Map-Table
           Perform Resolve-Loyalty-Accounts
           Perform Load-Earn-Rates
           Perform Load-Plan-Enrollment
           Perform Load-Basis
           Perform Load-Payments
           Perform Load-Points-Ledger
           Open Extend Points-Ledger-File
           Perform Earn-One-Invoice
               Varying WS-Bas-Sub From 1 By 1
               Until WS-Bas-Sub > WS-Bas-Count
           Perform Expire-Old-Points
           Close Points-Ledger-File
           Perform Load-Last-Accrual
           Open Output Journal-File
           Perform Journal-Liability
           Close Journal-File
           Perform Write-Accrual
           Move "TELCOLOY" To audit-log-program
           Move "LOYALTY" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== LOYALTY POINTS RUN ====="
           Display "EARNING ROWS POSTED: " WS-Earn-Rows
           Display "EXPIRY ROWS POSTED.: " WS-Expiry-Rows
           Display "JOURNAL LINES......: " WS-Lines-Written
           Move "POINTS EARNED......: " To WS-Points-Label
           Move WS-Points-Earned To WS-Points-Out
           Display WS-Points-Line
           Move "POINTS TAKEN BACK..: " To WS-Points-Label
           Move WS-Points-Taken-Back To WS-Points-Out
           Display WS-Points-Line
           Move "POINTS EXPIRED.....: " To WS-Points-Label
           Move WS-Points-Expired To WS-Points-Out
           Display WS-Points-Line
           Move "POINTS OUTSTANDING.: " To WS-Points-Label
           Move WS-Points-Outstanding To WS-Points-Out
           Display WS-Points-Line
           Move "POINTS LIABILITY...: " To WS-Total-Label
           Move WS-Liability To WS-Total-Amount-Out
           Display WS-Total-Line
           Move "LIABILITY MOVEMENT.: " To WS-Total-Label
           Move WS-Liability-Move To WS-Total-Amount-Out
           Display WS-Total-Line
           Display "=============================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Loyalty-Config.
           Call "GETENVOP" Using WS-Days-Env-Name WS-Loy-Env-Value
                WS-Loy-Ge-Result
           If WS-Loy-Ge-Result < 19 And WS-Loy-Env-Value Not = Spaces
               Move WS-Loy-Env-Value To WS-Valid-Days
           End-If
           Move Spaces To WS-Loy-Env-Value
           Call "GETENVOP" Using WS-Value-Env-Name WS-Loy-Env-Value
                WS-Loy-Ge-Result
           If WS-Loy-Ge-Result < 19 And WS-Loy-Env-Value Not = Spaces
               Compute WS-Point-Value =
                       Function Numval ( WS-Loy-Env-Value )
           End-If
           .

       Load-Map-Table.
           Move Zero To WS-Map-Count
           Move "N" To WS-Load-Eof-Flag
           Open Input Map-Table-File
           If WS-Glmap-File-Status = "00"
               Perform Read-One-Map-Row Until WS-Load-Eof
               Close Map-Table-File
           End-If
           .

       Read-One-Map-Row.
           Read Map-Table-File
               At End
                   Set WS-Load-Eof To True
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

      * BOTH SIDES OF THE ACCRUAL MUST MAP BEFORE A POINT MOVES.
       Resolve-Loyalty-Accounts.
           Move Space To WS-Lookup-Class
           Move "LOYL" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Loyl-Account
           Move WS-Lookup-Cc To WS-Loyl-Cc
           Move "LOYX" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Loyx-Account
           Move WS-Lookup-Cc To WS-Loyx-Cc
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

       Load-Earn-Rates.
           Move Zero To WS-Rte-Count
           Move "N" To WS-Load-Eof-Flag
           Open Input Earn-Rate-File
           If WS-Loyrate-File-Status = "00"
               Perform Read-One-Earn-Rate Until WS-Load-Eof
               Close Earn-Rate-File
           End-If
           If WS-Rte-Count = Zero
               Display "NO LOYALTY EARN RATES ON FILE - NO POINTS "
                       "WILL BE EARNED."
           End-If
           .

       Read-One-Earn-Rate.
           Read Earn-Rate-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If WS-Rte-Count < 200
                       Add 1 To WS-Rte-Count
                       Move Earn-Rate-Record
                           To WS-Rte-Entry (WS-Rte-Count)
                   End-If
           End-Read
           .

       Load-Plan-Enrollment.
           Move Zero To WS-Enr-Count
           Move "N" To WS-Load-Eof-Flag
           Open Input Plan-Enrollment-File
           If WS-Planenrl-File-Status = "00"
               Perform Read-One-Enrollment Until WS-Load-Eof
               Close Plan-Enrollment-File
           End-If
           .

       Read-One-Enrollment.
           Read Plan-Enrollment-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If WS-Enr-Count < 5000
                       Add 1 To WS-Enr-Count
                       Move Plan-Enrollment-Record
                           To WS-Enr-Entry (WS-Enr-Count)
                   End-If
           End-Read
           .

      * EACH INVOICE'S BASIS IS PRICED IN POINTS AS IT LOADS - THE
      * PLAN AS OF THE INVOICE DATE, EACH CLASS AT ITS OWN RATE AND
      * THE CHARGES AT THE PLAN'S CHARGE RATE.
       Load-Basis.
           Move Zero To WS-Bas-Count
           Move "N" To WS-Load-Eof-Flag
           Open Input Basis-File
           If WS-Loybase-File-Status = "00"
               Perform Read-One-Basis Until WS-Load-Eof
               Close Basis-File
           End-If
           .

       Read-One-Basis.
           Read Basis-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If WS-Bas-Count < 5000
                       Add 1 To WS-Bas-Count
                       Move WS-Bas-Count To WS-Bas-Sub
                       Perform Price-One-Basis
                   Else
                       If WS-Basis-Full-Warned Not = "Y"
                           Move "Y" To WS-Basis-Full-Warned
                           Display "BASIS TABLE FULL - LATER "
                                   "INVOICES EARN NEXT RUN."
                       End-If
                   End-If
           End-Read
           .

       Price-One-Basis.
           Move LB-Invoice-No To WS-Bas-Invoice (WS-Bas-Sub)
           Move LB-Subscriber-Id To WS-Bas-Id (WS-Bas-Sub)
           Move LB-Invoice-Amount To WS-Bas-Amount (WS-Bas-Sub)
           Move Zero To WS-Bas-Potential (WS-Bas-Sub)
                        WS-Bas-Paid (WS-Bas-Sub)
                        WS-Bas-Earned (WS-Bas-Sub)
           Perform Find-Invoice-Plan
           Compute WS-Charges-Basis = LB-Invoice-Amount
                   - LB-Tax-Amount
           Perform Price-One-Class
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 5
           If WS-Charges-Basis > Zero
               Move Space To WS-Want-Class
               Perform Find-Earn-Rate
               Compute WS-Bas-Potential (WS-Bas-Sub) =
                       WS-Bas-Potential (WS-Bas-Sub)
                       + WS-Charges-Basis * WS-Want-Rate
           End-If
           .

       Price-One-Class.
           Subtract LB-Class-Amount (WS-Class-Sub)
               From WS-Charges-Basis
           If LB-Class-Amount (WS-Class-Sub) > Zero
               Move WS-Class-Code (WS-Class-Sub) To WS-Want-Class
               Perform Find-Earn-Rate
               Compute WS-Bas-Potential (WS-Bas-Sub) =
                       WS-Bas-Potential (WS-Bas-Sub)
                       + LB-Class-Amount (WS-Class-Sub) * WS-Want-Rate
           End-If
           .

      * THE PLAN THE SUBSCRIBER WAS ON AT THE INVOICE DATE - THE
      * LATEST ENROLLMENT NOT AFTER IT. NO ENROLLMENT LEAVES SPACES,
      * WHICH EARNS AT THE ANY-PLAN RATES.
       Find-Invoice-Plan.
           Move Spaces To WS-Want-Plan
           Move Zero To WS-Best-Date
           Perform Varying WS-Enr-Sub From 1 By 1
                   Until WS-Enr-Sub > WS-Enr-Count
               If WS-Enr-Subscriber-Id (WS-Enr-Sub) = LB-Subscriber-Id
               And WS-Enr-Effective-Date (WS-Enr-Sub)
                       Not > LB-Invoice-Date
               And WS-Enr-Effective-Date (WS-Enr-Sub)
                       Not < WS-Best-Date
                   Move WS-Enr-Plan-Code (WS-Enr-Sub) To WS-Want-Plan
                   Move WS-Enr-Effective-Date (WS-Enr-Sub)
                       To WS-Best-Date
               End-If
           End-Perform
           .

      * THE PLAN'S OWN ROW FOR THE CLASS, ELSE THE ANY-PLAN ROW,
      * ELSE THE CLASS EARNS NOTHING.
       Find-Earn-Rate.
           Move Zero To WS-Want-Rate
           Move "N" To WS-Rte-Found-Flag
           Perform Varying WS-Rte-Sub From 1 By 1
                   Until WS-Rte-Sub > WS-Rte-Count
                   Or WS-Rte-Found
               If WS-Rte-Plan-Code (WS-Rte-Sub) = WS-Want-Plan
               And WS-Rte-Rate-Class (WS-Rte-Sub) = WS-Want-Class
                   Set WS-Rte-Found To True
                   Move WS-Rte-Points-Per-Unit (WS-Rte-Sub)
                       To WS-Want-Rate
               End-If
           End-Perform
           If WS-Rte-Found
               Exit Paragraph
           End-If
           Perform Varying WS-Rte-Sub From 1 By 1
                   Until WS-Rte-Sub > WS-Rte-Count
                   Or WS-Rte-Found
               If WS-Rte-Plan-Code (WS-Rte-Sub) = Spaces
               And WS-Rte-Rate-Class (WS-Rte-Sub) = WS-Want-Class
                   Set WS-Rte-Found To True
                   Move WS-Rte-Points-Per-Unit (WS-Rte-Sub)
                       To WS-Want-Rate
               End-If
           End-Perform
           .

      * WHAT HAS BEEN PAID ON EACH INVOICE WITH A BASIS - PAYMENTS
      * LESS THE ONES THE BANK RETURNED.
       Load-Payments.
           Move "N" To WS-Load-Eof-Flag
           Open Input Ar-Item-File
           If WS-Ar-File-Status = "00"
               Perform Read-One-Ar-Item Until WS-Load-Eof
               Close Ar-Item-File
           End-If
           .

       Read-One-Ar-Item.
           Read Ar-Item-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If AR-Tran-Type = "PAY" Or AR-Tran-Type = "RTN"
                       Perform Find-Basis-Invoice
                       If WS-Bas-Found
                           Add AR-Amount To WS-Bas-Paid (WS-Bas-Sub)
                       End-If
                   End-If
           End-Read
           .

       Find-Basis-Invoice.
           Move "N" To WS-Bas-Found-Flag
           Perform Varying WS-Bas-Sub From 1 By 1
                   Until WS-Bas-Sub > WS-Bas-Count
                   Or WS-Bas-Found
               If WS-Bas-Invoice (WS-Bas-Sub) = AR-Invoice-No
                   Set WS-Bas-Found To True
                   Subtract 1 From WS-Bas-Sub
               End-If
           End-Perform
           .

       Load-Points-Ledger.
           Move Zero To WS-Led-Count
           Move "N" To WS-Load-Eof-Flag
           Open Input Points-Ledger-File
           If WS-Loyledg-File-Status = "00"
               Perform Read-One-Ledger-Row Until WS-Load-Eof
               Close Points-Ledger-File
           End-If
           .

       Read-One-Ledger-Row.
           Read Points-Ledger-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   Perform Hold-Ledger-Row
                   If LY-Tran-Type = "ERN"
                       Move LY-Reference To AR-Invoice-No
                       Perform Find-Basis-Invoice
                       If WS-Bas-Found
                           Add LY-Points To WS-Bas-Earned (WS-Bas-Sub)
                       End-If
                   End-If
           End-Read
           .

      * KEEPS ONE LEDGER ROW (READ OR JUST WRITTEN) FOR THE EXPIRY
      * WALK AND THE LIABILITY.
       Hold-Ledger-Row.
           If WS-Led-Count Not < 20000
               Display "LOYLEDG HOLDS MORE THAN 20000 ROWS - RUN "
                       "REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Ledger-Full-Msg
           End-If
           Add 1 To WS-Led-Count
           Move LY-Subscriber-Id To WS-Led-Id (WS-Led-Count)
           Move LY-Tran-Type To WS-Led-Type (WS-Led-Count)
           Move LY-Points To WS-Led-Points (WS-Led-Count)
           Move LY-Expiry-Date To WS-Led-Expiry (WS-Led-Count)
           Move LY-Reference To WS-Led-Reference (WS-Led-Count)
           .

      * THE INVOICE'S POINTS FOR THE SHARE PAID SO FAR (NEVER MORE
      * THAN THE WHOLE INVOICE), LESS WHAT EARLIER RUNS POSTED. A
      * RETURNED PAYMENT GIVES A NEGATIVE DIFFERENCE - THE POINTS
      * COME BACK OFF.
       Earn-One-Invoice.
           Move Zero To WS-Points-Due
           If WS-Bas-Amount (WS-Bas-Sub) > Zero
           And WS-Bas-Paid (WS-Bas-Sub) > Zero
               Move WS-Bas-Paid (WS-Bas-Sub) To WS-Paid-Share
               If WS-Paid-Share > WS-Bas-Amount (WS-Bas-Sub)
                   Move WS-Bas-Amount (WS-Bas-Sub) To WS-Paid-Share
               End-If
               Compute WS-Points-Due =
                       WS-Bas-Potential (WS-Bas-Sub) * WS-Paid-Share
                       / WS-Bas-Amount (WS-Bas-Sub)
           End-If
           Compute WS-Points-Delta =
                   WS-Points-Due - WS-Bas-Earned (WS-Bas-Sub)
           If WS-Points-Delta = Zero
               Exit Paragraph
           End-If
           Move WS-Bas-Id (WS-Bas-Sub) To LY-Subscriber-Id
           Move "ERN" To LY-Tran-Type
           Move WS-Points-Delta To LY-Points
           Move WS-Expiry-Date To LY-Expiry-Date
           Move WS-Bas-Invoice (WS-Bas-Sub) To LY-Reference
           Move Zero To LY-Value
           Perform Write-Ledger-Row
           Add WS-Points-Delta To WS-Bas-Earned (WS-Bas-Sub)
           Add 1 To WS-Earn-Rows
           If WS-Points-Delta > Zero
               Add WS-Points-Delta To WS-Points-Earned
           Else
               Subtract WS-Points-Delta From WS-Points-Taken-Back
           End-If
           .

       Write-Ledger-Row.
           Move WS-Today-Date To LY-Tran-Date
           Move "TELCOLOY" To LY-Program
           Move Spaces To LY-Operator
           Move Function Current-Date To LY-Timestamp
           Write Points-Ledger-Record
           Perform Hold-Ledger-Row
           .

      * OLDEST EARNINGS ARE USED UP FIRST: EACH SUBSCRIBER'S POINTS
      * ALREADY GONE (REDEEMED, EXPIRED OR TAKEN BACK) ARE DRAWN OFF
      * THEIR EARNINGS IN LEDGER ORDER, AND WHAT IS LEFT OF AN
      * EARNING PAST ITS EXPIRY DATE EXPIRES NOW.
       Expire-Old-Points.
           Move Zero To WS-Hld-Count
           Perform Total-One-Used-Row
               Varying WS-Led-Sub From 1 By 1
               Until WS-Led-Sub > WS-Led-Count
           Perform Walk-One-Earning
               Varying WS-Led-Sub From 1 By 1
               Until WS-Led-Sub > WS-Led-Count
           Perform Post-One-Expiry
               Varying WS-Hld-Sub From 1 By 1
               Until WS-Hld-Sub > WS-Hld-Count
           .

       Total-One-Used-Row.
           Perform Find-Holder
           If WS-Led-Points (WS-Led-Sub) < Zero
               Subtract WS-Led-Points (WS-Led-Sub)
                   From WS-Hld-Used (WS-Hld-Sub)
           End-If
           .

       Walk-One-Earning.
           If WS-Led-Points (WS-Led-Sub) Not > Zero
               Exit Paragraph
           End-If
           Perform Find-Holder
           Move WS-Led-Points (WS-Led-Sub) To WS-Lot-Used
           If WS-Lot-Used > WS-Hld-Used (WS-Hld-Sub)
               Move WS-Hld-Used (WS-Hld-Sub) To WS-Lot-Used
           End-If
           Subtract WS-Lot-Used From WS-Hld-Used (WS-Hld-Sub)
           If WS-Led-Expiry (WS-Led-Sub) < WS-Today-Date
               Compute WS-Hld-Expired (WS-Hld-Sub) =
                       WS-Hld-Expired (WS-Hld-Sub)
                       + WS-Led-Points (WS-Led-Sub) - WS-Lot-Used
           End-If
           .

       Find-Holder.
           Move "N" To WS-Hld-Found-Flag
           Perform Varying WS-Hld-Sub From 1 By 1
                   Until WS-Hld-Sub > WS-Hld-Count
                   Or WS-Hld-Found
               If WS-Hld-Id (WS-Hld-Sub) = WS-Led-Id (WS-Led-Sub)
                   Set WS-Hld-Found To True
                   Subtract 1 From WS-Hld-Sub
               End-If
           End-Perform
           If Not WS-Hld-Found
               If WS-Hld-Count Not < 5000
                   Display "MORE THAN 5000 LOYALTY HOLDERS - RUN "
                           "REFUSED."
                   Perform Flush-Audit-Buffer
                   Call "FORCEABEND" Using WS-Holder-Full-Msg
               End-If
               Add 1 To WS-Hld-Count
               Move WS-Hld-Count To WS-Hld-Sub
               Move WS-Led-Id (WS-Led-Sub) To WS-Hld-Id (WS-Hld-Sub)
               Move Zero To WS-Hld-Used (WS-Hld-Sub)
                            WS-Hld-Expired (WS-Hld-Sub)
           End-If
           .

       Post-One-Expiry.
           If WS-Hld-Expired (WS-Hld-Sub) Not > Zero
               Exit Paragraph
           End-If
           Move WS-Hld-Id (WS-Hld-Sub) To LY-Subscriber-Id
           Move "EXP" To LY-Tran-Type
           Compute LY-Points = Zero - WS-Hld-Expired (WS-Hld-Sub)
           Move Zero To LY-Expiry-Date
           Move "EXPIRED" To LY-Reference
           Move Zero To LY-Value
           Perform Write-Ledger-Row
           Add WS-Hld-Expired (WS-Hld-Sub) To WS-Points-Expired
           Add 1 To WS-Expiry-Rows
           .

       Load-Last-Accrual.
           Move Zero To WS-Last-Liability
           Move "N" To WS-Load-Eof-Flag
           Open Input Accrual-File
           If WS-Loyaccr-File-Status = "00"
               Perform Read-One-Accrual Until WS-Load-Eof
               Close Accrual-File
           End-If
           .

       Read-One-Accrual.
           Read Accrual-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   Move LA-Liability To WS-Last-Liability
           End-Read
           .

      * THE POINTS STILL OUT THERE, VALUED, AGAINST WHAT THE GL
      * ALREADY CARRIES - ONLY THE MOVEMENT IS BOOKED.
       Journal-Liability.
           Move Zero To WS-Points-Outstanding
           Perform Add-One-Outstanding
               Varying WS-Led-Sub From 1 By 1
               Until WS-Led-Sub > WS-Led-Count
           Compute WS-Liability Rounded =
                   WS-Points-Outstanding * WS-Point-Value
           Compute WS-Liability-Move =
                   WS-Liability - WS-Last-Liability
           If WS-Liability-Move > Zero
               Move WS-Liability-Move To WS-Journal-Amount
               Move WS-Loyx-Account To GJ-Account
               Move WS-Loyx-Cc To GJ-Cost-Center
               Perform Write-Debit-Line
               Move WS-Loyl-Account To GJ-Account
               Move WS-Loyl-Cc To GJ-Cost-Center
               Perform Write-Credit-Line
           End-If
           If WS-Liability-Move < Zero
               Compute WS-Journal-Amount = Zero - WS-Liability-Move
               Move WS-Loyl-Account To GJ-Account
               Move WS-Loyl-Cc To GJ-Cost-Center
               Perform Write-Debit-Line
               Move WS-Loyx-Account To GJ-Account
               Move WS-Loyx-Cc To GJ-Cost-Center
               Perform Write-Credit-Line
           End-If
           If WS-Run-Debits Not = WS-Run-Credits
               Display "LOYALTY DEBITS DO NOT EQUAL CREDITS - "
                       "JOURNAL REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unbalanced-Msg
           End-If
           .

       Add-One-Outstanding.
           Add WS-Led-Points (WS-Led-Sub) To WS-Points-Outstanding
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

       Write-Accrual.
           Move WS-Run-Id To LA-Run-Id
           Move WS-Today-Date To LA-Business-Date
           Move WS-Points-Outstanding To LA-Points
           Move WS-Point-Value To LA-Point-Value
           Move WS-Liability To LA-Liability
           Move Function Current-Date To LA-Timestamp
           Open Extend Accrual-File
           If WS-Loyaccr-File-Status Not = "00"
               Open Output Accrual-File
           End-If
           Write Accrual-Record
           Close Accrual-File
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

       End Program TELCOLOY.
