       Identification Division.
       Program-ID. TELCOREV.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  REVENUE-RECOGNITION RUN - MONEY TAKEN BEFORE THE SERVICE IS
      *  GIVEN IS DEFERRED REVENUE UNTIL THE SERVICE IS GIVEN. TWO
      *  STREAMS, FOR THE OPERATING COMPANY TELCO_COMPANY_CODE
      *  (DEFAULT 001), AS OF TELCO_REVREC_DATE (DEFAULT TODAY):
      *  RECURRING - EACH PLAN FEE TELCOBCY BILLS IN ADVANCE IS ON
      *  THE REVSCHED SCHEDULE WITH ITS SERVICE DAYS. A NEW ROW IS
      *  DEFERRED WHOLE (DEBIT "FEE" PLAN-FEE REVENUE, CREDIT "DFR"
      *  DEFERRED REVENUE) AND RELEASED DAY BY DAY AS ITS SERVICE
      *  DAYS PASS (DEBIT "DFR", CREDIT "FEE"), THE LAST DAY
      *  RELEASING WHATEVER IS LEFT.
      *  PREPAID - TOP-UPS TELCOTOP CREDITED SINCE THE LAST RUN
      *  (TOPLOT) ARE DEFERRED (DEBIT "TOPR" TOP-UP REVENUE, CREDIT
      *  "PPD" PREPAID LIABILITY), AND WHAT THE RATED CALLS HAVE DRAWN
      *  OFF THE PREPAY BALANCES SINCE IS RELEASED (DEBIT "PPD",
      *  CREDIT "TOPR"). CREDIT TELCOPPX FORFEITED IN THE MEANTIME IS
      *  ALREADY BOOKED AS BREAKAGE AND IS ONLY SHOWN HERE.
      *  THE LINES GO TO REVJRNL IN THE GLJRNL FORMAT UNDER THE GLMAP
      *  MAPPING - A BATCH THAT DOES NOT BALANCE IS REFUSED - AND THE
      *  ROLLFORWARD (OPENING, DEFERRED, RELEASED, FORFEITED,
      *  CLOSING) PER STREAM IS PRINTED TO REVROLL AND KEPT ON
      *  DEFERBAL AS THE NEXT RUN'S OPENING. A RERUN THE SAME DAY
      *  POSTS NOTHING NEW.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Revenue-Schedule-File Assign To "REVSCHED"
               Organization Is Sequential
               File Status Is WS-Revsched-File-Status.
           Select Prepaid-Balance-File Assign To "PREPAY"
               Organization Is Sequential
               File Status Is WS-Prepay-File-Status.
           Select Topup-Lot-File Assign To "TOPLOT"
               Organization Is Sequential
               File Status Is WS-Toplot-File-Status.
           Select Rollforward-File Assign To "DEFERBAL"
               Organization Is Sequential
               File Status Is WS-Deferbal-File-Status.
           Select Map-Table-File Assign To "GLMAP"
               Organization Is Sequential
               File Status Is WS-Glmap-File-Status.
           Select Journal-File Assign To "REVJRNL"
               Organization Is Sequential.
           Select Report-File Assign To "REVROLL"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Revenue-Schedule-File
           Recording Mode Is F.
       01  Revenue-Schedule-Record.
               COPY REVSCHED.

       FD  Prepaid-Balance-File
           Recording Mode Is F.
       01  Prepaid-Balance-Record.
               COPY PREPAY.

       FD  Topup-Lot-File
           Recording Mode Is F.
       01  Topup-Lot-Record.
               COPY TOPLOT.

       FD  Rollforward-File
           Recording Mode Is F.
       01  Rollforward-Record.
               COPY DEFERBAL.

       FD  Map-Table-File
           Recording Mode Is F.
       01  Map-Table-File-Record.
               COPY GLMAP REPLACING LEADING ==GM-== BY ==GMF-==.

       FD  Journal-File
           Recording Mode Is F.
       01  Journal-Record.
               COPY GLJRNL.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(80).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Revsched-File-Status  Pic X(2)    Value Spaces.
       01  WS-Prepay-File-Status    Pic X(2)    Value Spaces.
       01  WS-Toplot-File-Status    Pic X(2)    Value Spaces.
       01  WS-Deferbal-File-Status  Pic X(2)    Value Spaces.
       01  WS-Glmap-File-Status     Pic X(2)    Value Spaces.
       01  WS-Load-Eof-Flag         Pic X       Value "N".
         88  WS-Load-Eof            Value "Y".

      * THE COMPANY AND THE DAY THE RUN RECOGNIZES FOR.
       01  WS-Revrec-Control.
           05  WS-Company-Code      Pic X(3)    Value "001".
           05  WS-Company-Env-Name  Pic X(32)
                   Value "TELCO_COMPANY_CODE".
           05  WS-As-Of-Date        Pic 9(8).
           05  WS-As-Of-Env-Name    Pic X(32)
                   Value "TELCO_REVREC_DATE".
           05  WS-Revrec-Env-Value  Pic X(32)   Value Spaces.
           05  WS-Revrec-Ge-Result  Pic 9(2)    Binary.
       01  WS-As-Of-Int             Pic 9(7)    Binary.

      * THE SCHEDULE, HELD WHOLE - IT IS REWRITTEN WITH WHAT THIS RUN
      * RECOGNIZED, SO A SCHEDULE TOO LARGE TO HOLD STOPS THE RUN
      * RATHER THAN LOSE ROWS.
       01  WS-Schedule-Table.
           05  WS-Sch-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Sch-Entry Occurs 20000 Times.
               COPY REVSCHED REPLACING LEADING ==RV-== BY ==WS-Sch-==.
       01  WS-Sch-Sub               Pic 9(5)    Binary.
       01  WS-Schedule-Full-Msg     Pic X(33)
               Value "REVSCHED TOO LARGE TO PROCESS    ".

       01  WS-Schedule-Work.
           05  WS-From-Int          Pic 9(7)    Binary.
           05  WS-To-Int            Pic 9(7)    Binary.
           05  WS-Service-Days      Pic 9(5)    Binary.
           05  WS-Days-Served       Pic S9(5)   Binary.
           05  WS-Earned            Pic S9(7)V99 Binary.

      * ONE ROLLFORWARD PER STREAM - 1 RECURRING, 2 PREPAID.
       01  WS-Stream-Codes          Pic X(2)    Value "RP".
       01  WS-Stream-Code-Table Redefines WS-Stream-Codes.
           05  WS-Stream-Code       Pic X(1)    Occurs 2 Times.
       01  WS-Rollforward-Table.
           05  WS-Rfw-Entry Occurs 2 Times.
               10  WS-Rfw-Last-Date Pic 9(8).
               10  WS-Rfw-Opening   Pic S9(11)V99 Binary.
               10  WS-Rfw-Deferred  Pic S9(11)V99 Binary.
               10  WS-Rfw-Released  Pic S9(11)V99 Binary.
               10  WS-Rfw-Forfeited Pic S9(11)V99 Binary.
               10  WS-Rfw-Closing   Pic S9(11)V99 Binary.
       01  WS-Rfw-Sub               Pic 9(1)    Binary.
       01  WS-Rollforward-Check     Pic S9(11)V99 Binary.

      * THE GLMAP ROWS THE RUN POSTS THROUGH - SAME TABLE AND LOOKUP
      * AS THE TELCOGLJ EXPORT.
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
       01  WS-Fee-Account           Pic X(10).
       01  WS-Fee-Cc                Pic X(6).
       01  WS-Dfr-Account           Pic X(10).
       01  WS-Dfr-Cc                Pic X(6).
       01  WS-Topr-Account          Pic X(10).
       01  WS-Topr-Cc               Pic X(6).
       01  WS-Ppd-Account           Pic X(10).
       01  WS-Ppd-Cc                Pic X(6).
       01  WS-Unmapped-Msg          Pic X(33)
               Value "GL FIGURE HAS NO GLMAP ACCOUNT   ".
       01  WS-Unbalanced-Msg        Pic X(33)
               Value "GL JOURNAL BATCH DOES NOT BALANCE".

      * ONE DEBIT/CREDIT PAIR - A NEGATIVE AMOUNT POSTS THE PAIR THE
      * OTHER WAY ROUND.
       01  WS-Pair-Work.
           05  WS-Pair-Amount       Pic S9(11)V99 Binary.
           05  WS-Pair-Dr-Account   Pic X(10).
           05  WS-Pair-Dr-Cc        Pic X(6).
           05  WS-Pair-Cr-Account   Pic X(10).
           05  WS-Pair-Cr-Cc        Pic X(6).

       01  WS-Run-Totals.
           05  WS-Rows-Deferred     Pic 9(7)    Binary Value Zero.
           05  WS-Rows-Released     Pic 9(7)    Binary Value Zero.
           05  WS-Journal-Amount    Pic S9(11)V99 Binary.
           05  WS-Run-Debits        Pic S9(11)V99 Binary Value Zero.
           05  WS-Run-Credits       Pic S9(11)V99 Binary Value Zero.
           05  WS-Lines-Written     Pic 9(5)    Binary Value Zero.

       01  WS-Report-Head-1.
           05  Pic X(39)
                   Value "DEFERRED REVENUE ROLLFORWARD - COMPANY ".
           05  WS-Head-Company-Out  Pic X(3).
           05  Pic X(7)  Value " AS OF ".
           05  WS-Head-Date-Out     Pic 9(8).
       01  WS-Report-Head-2.
           05  Pic X(10) Value "STREAM".
           05  Pic X(14) Value "       OPENING".
           05  Pic X(14) Value "      DEFERRED".
           05  Pic X(14) Value "      RELEASED".
           05  Pic X(14) Value "     FORFEITED".
           05  Pic X(14) Value "       CLOSING".
       01  WS-Report-Detail.
           05  WS-Det-Stream-Out    Pic X(10).
           05  WS-Det-Opening-Out   Pic -ZZ,ZZZ,ZZ9.99.
           05  WS-Det-Deferred-Out  Pic -ZZ,ZZZ,ZZ9.99.
           05  WS-Det-Released-Out  Pic -ZZ,ZZZ,ZZ9.99.
           05  WS-Det-Forfeited-Out Pic -ZZ,ZZZ,ZZ9.99.
           05  WS-Det-Closing-Out   Pic -ZZ,ZZZ,ZZ9.99.
       01  WS-Total-Work.
           05  WS-Tot-Opening       Pic S9(11)V99 Binary.
           05  WS-Tot-Deferred      Pic S9(11)V99 Binary.
           05  WS-Tot-Released      Pic S9(11)V99 Binary.
           05  WS-Tot-Forfeited     Pic S9(11)V99 Binary.
           05  WS-Tot-Closing       Pic S9(11)V99 Binary.

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
       01  WS-Plk-Program           Pic X(8)    Value "TELCOREV".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Revrec-Config
           Perform Load-Map-Table
           Perform Resolve-Revrec-Accounts
           Initialize WS-Rollforward-Table
           Perform Load-Rollforward
           Perform Load-Schedule
           Open Output Journal-File
           Perform Recognize-Recurring
           Perform Recognize-Prepaid
           If WS-Run-Debits Not = WS-Run-Credits
               Display "REVENUE-RECOGNITION DEBITS DO NOT EQUAL "
                       "CREDITS - JOURNAL REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unbalanced-Msg
           End-If
           Close Journal-File
           Perform Rewrite-Schedule
           Perform Write-Rollforward
           Perform Print-Rollforward
           Move "TELCOREV" To audit-log-program
           Move "REVREC" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== REVENUE RECOGNITION ====="
           Display "COMPANY............: " WS-Company-Code
           Display "AS OF..............: " WS-As-Of-Date
           Display "FEES DEFERRED......: " WS-Rows-Deferred
           Display "FEES RELEASING.....: " WS-Rows-Released
           Display "JOURNAL LINES......: " WS-Lines-Written
           Display "==============================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Revrec-Config.
           Call "GETENVOP" Using WS-Company-Env-Name
                WS-Revrec-Env-Value WS-Revrec-Ge-Result
           If WS-Revrec-Ge-Result < 19
                   And WS-Revrec-Env-Value Not = Spaces
               Move WS-Revrec-Env-Value To WS-Company-Code
           End-If
           Move Function Current-Date (1:8) To WS-As-Of-Date
           Move Spaces To WS-Revrec-Env-Value
           Call "GETENVOP" Using WS-As-Of-Env-Name
                WS-Revrec-Env-Value WS-Revrec-Ge-Result
           If WS-Revrec-Ge-Result < 19
                   And WS-Revrec-Env-Value Not = Spaces
               Move WS-Revrec-Env-Value To WS-As-Of-Date
           End-If
           Compute WS-As-Of-Int =
                   Function Integer-Of-Date ( WS-As-Of-Date )
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

      * EVERY ACCOUNT THE RUN CAN POST TO MUST MAP BEFORE ANYTHING
      * MOVES.
       Resolve-Revrec-Accounts.
           Move Space To WS-Lookup-Class
           Move "FEE" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Fee-Account
           Move WS-Lookup-Cc To WS-Fee-Cc
           Move "DFR" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Dfr-Account
           Move WS-Lookup-Cc To WS-Dfr-Cc
           Move "TOPR" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Topr-Account
           Move WS-Lookup-Cc To WS-Topr-Cc
           Move "PPD" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Ppd-Account
           Move WS-Lookup-Cc To WS-Ppd-Cc
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

      * THE COMPANY'S LAST ROLLFORWARD ROW PER STREAM - ITS CLOSING
      * IS THIS RUN'S OPENING.
       Load-Rollforward.
           Move "N" To WS-Load-Eof-Flag
           Open Input Rollforward-File
           If WS-Deferbal-File-Status = "00"
               Perform Read-One-Rollforward Until WS-Load-Eof
               Close Rollforward-File
           End-If
           .

       Read-One-Rollforward.
           Read Rollforward-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If DB-Company = WS-Company-Code
                       Perform Find-Stream
                       If WS-Rfw-Sub Not > 2
                           Move DB-As-Of-Date
                               To WS-Rfw-Last-Date (WS-Rfw-Sub)
                           Move DB-Closing
                               To WS-Rfw-Opening (WS-Rfw-Sub)
                       End-If
                   End-If
           End-Read
           .

       Find-Stream.
           Perform Varying WS-Rfw-Sub From 1 By 1
                   Until WS-Rfw-Sub > 2
                   Or WS-Stream-Code (WS-Rfw-Sub) = DB-Stream
               Continue
           End-Perform
           .

       Load-Schedule.
           Move Zero To WS-Sch-Count
           Move "N" To WS-Load-Eof-Flag
           Open Input Revenue-Schedule-File
           If WS-Revsched-File-Status = "00"
               Perform Read-One-Schedule-Row Until WS-Load-Eof
               Close Revenue-Schedule-File
           End-If
           .

       Read-One-Schedule-Row.
           Read Revenue-Schedule-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If WS-Sch-Count Not < 20000
                       Display "REVSCHED HOLDS MORE THAN 20000 ROWS "
                               "- RUN REFUSED."
                       Perform Flush-Audit-Buffer
                       Call "FORCEABEND" Using WS-Schedule-Full-Msg
                   End-If
                   Add 1 To WS-Sch-Count
                   Move Revenue-Schedule-Record
                       To WS-Sch-Entry (WS-Sch-Count)
           End-Read
           .

      * THE COMPANY'S SCHEDULE ROWS: NEW ONES ARE DEFERRED WHOLE,
      * THEN EACH RELEASES WHAT ITS SERVICE DAYS SO FAR HAVE EARNED
      * AND EARLIER RUNS HAVE NOT YET RELEASED.
       Recognize-Recurring.
           Move 1 To WS-Rfw-Sub
           Perform Recognize-One-Fee
               Varying WS-Sch-Sub From 1 By 1
               Until WS-Sch-Sub > WS-Sch-Count
           Move 1 To WS-Rfw-Sub
           Move WS-Rfw-Deferred (1) To WS-Pair-Amount
           Move WS-Fee-Account To WS-Pair-Dr-Account
           Move WS-Fee-Cc To WS-Pair-Dr-Cc
           Move WS-Dfr-Account To WS-Pair-Cr-Account
           Move WS-Dfr-Cc To WS-Pair-Cr-Cc
           Perform Post-Journal-Pair
           Move WS-Rfw-Released (1) To WS-Pair-Amount
           Move WS-Dfr-Account To WS-Pair-Dr-Account
           Move WS-Dfr-Cc To WS-Pair-Dr-Cc
           Move WS-Fee-Account To WS-Pair-Cr-Account
           Move WS-Fee-Cc To WS-Pair-Cr-Cc
           Perform Post-Journal-Pair
           .

       Recognize-One-Fee.
           If WS-Sch-Company (WS-Sch-Sub) Not = WS-Company-Code
               Exit Paragraph
           End-If
           If WS-Sch-Deferred (WS-Sch-Sub) Not = "Y"
               Add WS-Sch-Amount (WS-Sch-Sub) To WS-Rfw-Deferred (1)
               Move "Y" To WS-Sch-Deferred (WS-Sch-Sub)
               Add 1 To WS-Rows-Deferred
           End-If
           Compute WS-From-Int = Function Integer-Of-Date
                   ( WS-Sch-Service-From (WS-Sch-Sub) )
           Compute WS-To-Int = Function Integer-Of-Date
                   ( WS-Sch-Service-To (WS-Sch-Sub) )
           Compute WS-Service-Days = WS-To-Int - WS-From-Int + 1
           If WS-As-Of-Int Not < WS-To-Int
               Move WS-Sch-Amount (WS-Sch-Sub) To WS-Earned
           Else
               Compute WS-Days-Served = WS-As-Of-Int - WS-From-Int + 1
               If WS-Days-Served > Zero
                   Compute WS-Earned Rounded =
                           WS-Sch-Amount (WS-Sch-Sub) * WS-Days-Served
                           / WS-Service-Days
               Else
                   Move Zero To WS-Earned
               End-If
           End-If
           If WS-Earned Not = WS-Sch-Recognized (WS-Sch-Sub)
               Compute WS-Rfw-Released (1) = WS-Rfw-Released (1)
                       + WS-Earned - WS-Sch-Recognized (WS-Sch-Sub)
               Move WS-Earned To WS-Sch-Recognized (WS-Sch-Sub)
               Add 1 To WS-Rows-Released
           End-If
           Compute WS-Rfw-Closing (1) = WS-Rfw-Closing (1)
                   + WS-Sch-Amount (WS-Sch-Sub)
                   - WS-Sch-Recognized (WS-Sch-Sub)
           .

      * THE PREPAID STREAM: TOP-UPS SINCE THE LAST RUN ARE DEFERRED;
      * CREDIT FORFEITED SINCE IS ALREADY BREAKAGE; THE UNUSED
      * BALANCES NOW ARE THE CLOSING, AND THE REST OF THE MOVEMENT
      * IS WHAT THE CALLS USED - RELEASED.
       Recognize-Prepaid.
           Move "N" To WS-Load-Eof-Flag
           Open Input Topup-Lot-File
           If WS-Toplot-File-Status = "00"
               Perform Read-One-Topup-Lot Until WS-Load-Eof
               Close Topup-Lot-File
           End-If
           Move "N" To WS-Load-Eof-Flag
           Open Input Prepaid-Balance-File
           If WS-Prepay-File-Status = "00"
               Perform Read-One-Prepaid Until WS-Load-Eof
               Close Prepaid-Balance-File
           End-If
           Compute WS-Rfw-Released (2) = WS-Rfw-Opening (2)
                   + WS-Rfw-Deferred (2) - WS-Rfw-Forfeited (2)
                   - WS-Rfw-Closing (2)
           Move WS-Rfw-Deferred (2) To WS-Pair-Amount
           Move WS-Topr-Account To WS-Pair-Dr-Account
           Move WS-Topr-Cc To WS-Pair-Dr-Cc
           Move WS-Ppd-Account To WS-Pair-Cr-Account
           Move WS-Ppd-Cc To WS-Pair-Cr-Cc
           Perform Post-Journal-Pair
           Move WS-Rfw-Released (2) To WS-Pair-Amount
           Move WS-Ppd-Account To WS-Pair-Dr-Account
           Move WS-Ppd-Cc To WS-Pair-Dr-Cc
           Move WS-Topr-Account To WS-Pair-Cr-Account
           Move WS-Topr-Cc To WS-Pair-Cr-Cc
           Perform Post-Journal-Pair
           .

       Read-One-Topup-Lot.
           Read Topup-Lot-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If TL-Topup-Date > WS-Rfw-Last-Date (2)
                   And TL-Topup-Date Not > WS-As-Of-Date
                       Add TL-Amount To WS-Rfw-Deferred (2)
                   End-If
                   If TL-Status = "E"
                   And TL-Close-Date > WS-Rfw-Last-Date (2)
                   And TL-Close-Date Not > WS-As-Of-Date
                       Add TL-Forfeited To WS-Rfw-Forfeited (2)
                   End-If
           End-Read
           .

       Read-One-Prepaid.
           Read Prepaid-Balance-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If PP-Balance > Zero
                       Add PP-Balance To WS-Rfw-Closing (2)
                   End-If
           End-Read
           .

       Post-Journal-Pair.
           If WS-Pair-Amount = Zero
               Exit Paragraph
           End-If
           If WS-Pair-Amount > Zero
               Move WS-Pair-Amount To WS-Journal-Amount
               Move WS-Pair-Dr-Account To GJ-Account
               Move WS-Pair-Dr-Cc To GJ-Cost-Center
               Perform Write-Debit-Line
               Move WS-Pair-Cr-Account To GJ-Account
               Move WS-Pair-Cr-Cc To GJ-Cost-Center
               Perform Write-Credit-Line
           Else
               Compute WS-Journal-Amount = Zero - WS-Pair-Amount
               Move WS-Pair-Cr-Account To GJ-Account
               Move WS-Pair-Cr-Cc To GJ-Cost-Center
               Perform Write-Debit-Line
               Move WS-Pair-Dr-Account To GJ-Account
               Move WS-Pair-Dr-Cc To GJ-Cost-Center
               Perform Write-Credit-Line
           End-If
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
           Move WS-As-Of-Date To GJ-Business-Date
           Move WS-Journal-Amount To GJ-Amount
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company GJ-Business-Date WS-Plk-Result
           Write Journal-Record
           Add 1 To WS-Lines-Written
           .

       Rewrite-Schedule.
           Open Output Revenue-Schedule-File
           Perform Rewrite-One-Schedule-Row
               Varying WS-Sch-Sub From 1 By 1
               Until WS-Sch-Sub > WS-Sch-Count
           Close Revenue-Schedule-File
           .

       Rewrite-One-Schedule-Row.
           Move WS-Sch-Entry (WS-Sch-Sub) To Revenue-Schedule-Record
           Write Revenue-Schedule-Record
           .

       Write-Rollforward.
           Open Extend Rollforward-File
           If WS-Deferbal-File-Status Not = "00"
               Open Output Rollforward-File
           End-If
           Perform Write-One-Rollforward
               Varying WS-Rfw-Sub From 1 By 1
               Until WS-Rfw-Sub > 2
           Close Rollforward-File
           .

       Write-One-Rollforward.
           Move WS-Run-Id To DB-Run-Id
           Move WS-Company-Code To DB-Company
           Move WS-Stream-Code (WS-Rfw-Sub) To DB-Stream
           Move WS-As-Of-Date To DB-As-Of-Date
           Move WS-Rfw-Opening (WS-Rfw-Sub) To DB-Opening
           Move WS-Rfw-Deferred (WS-Rfw-Sub) To DB-Deferred
           Move WS-Rfw-Released (WS-Rfw-Sub) To DB-Released
           Move WS-Rfw-Forfeited (WS-Rfw-Sub) To DB-Forfeited
           Move WS-Rfw-Closing (WS-Rfw-Sub) To DB-Closing
           Move Function Current-Date To DB-Timestamp
           Write Rollforward-Record
           .

      * THE ROLLFORWARD REPORT - ONE LINE PER STREAM AND THE
      * COMPANY TOTAL. A RECURRING STREAM THAT DOES NOT ROLL (THE
      * SCHEDULE WAS ALTERED OUTSIDE THE RUN) IS FLAGGED.
       Print-Rollforward.
           Initialize WS-Total-Work
           Open Output Report-File
           Move WS-Company-Code To WS-Head-Company-Out
           Move WS-As-Of-Date To WS-Head-Date-Out
           Write Report-Line From WS-Report-Head-1
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Report-Head-2
           Perform Print-One-Stream
               Varying WS-Rfw-Sub From 1 By 1
               Until WS-Rfw-Sub > 2
           Move "TOTAL" To WS-Det-Stream-Out
           Move WS-Tot-Opening To WS-Det-Opening-Out
           Move WS-Tot-Deferred To WS-Det-Deferred-Out
           Move WS-Tot-Released To WS-Det-Released-Out
           Move WS-Tot-Forfeited To WS-Det-Forfeited-Out
           Move WS-Tot-Closing To WS-Det-Closing-Out
           Write Report-Line From WS-Report-Detail
           Compute WS-Rollforward-Check = WS-Rfw-Opening (1)
                   + WS-Rfw-Deferred (1) - WS-Rfw-Released (1)
                   - WS-Rfw-Closing (1)
           If WS-Rollforward-Check Not = Zero
               Move Spaces To Report-Line
               String "*** RECURRING STREAM DOES NOT ROLL - "
                      "SCHEDULE CHANGED OUTSIDE THE RUN ***"
                      Delimited By Size Into Report-Line
               Write Report-Line
               Display "RECURRING ROLLFORWARD DOES NOT ROLL - "
                       "CHECK REVSCHED."
           End-If
           Close Report-File
           .

       Print-One-Stream.
           If WS-Rfw-Sub = 1
               Move "RECURRING" To WS-Det-Stream-Out
           Else
               Move "PREPAID" To WS-Det-Stream-Out
           End-If
           Move WS-Rfw-Opening (WS-Rfw-Sub) To WS-Det-Opening-Out
           Move WS-Rfw-Deferred (WS-Rfw-Sub) To WS-Det-Deferred-Out
           Move WS-Rfw-Released (WS-Rfw-Sub) To WS-Det-Released-Out
           Move WS-Rfw-Forfeited (WS-Rfw-Sub) To WS-Det-Forfeited-Out
           Move WS-Rfw-Closing (WS-Rfw-Sub) To WS-Det-Closing-Out
           Write Report-Line From WS-Report-Detail
           Add WS-Rfw-Opening (WS-Rfw-Sub) To WS-Tot-Opening
           Add WS-Rfw-Deferred (WS-Rfw-Sub) To WS-Tot-Deferred
           Add WS-Rfw-Released (WS-Rfw-Sub) To WS-Tot-Released
           Add WS-Rfw-Forfeited (WS-Rfw-Sub) To WS-Tot-Forfeited
           Add WS-Rfw-Closing (WS-Rfw-Sub) To WS-Tot-Closing
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

       End Program TELCOREV.
