       Identification Division.
       Program-ID. TELCOWHL.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  MONTHLY WHOLESALE (MVNO RESELLER) SETTLEMENT - READS THE
      *  PERIOD'S RATED OUTPUT (CDRRATED), TAKES EVERY CALL TELCOBAT
      *  STAMPED WITH A RESELLER ID, AND PRICES ITS USAGE UNITS -
      *  MINUTES FOR VOICE, MESSAGES FOR SMS, MEGABYTES FOR DATA - AT
      *  THE WHSLRATE WHOLESALE RATE FOR ITS CLASS IN FORCE ON THE
      *  CALL'S OWN DATE (THE RESELLER'S OWN ROW BEATS THE STANDARD
      *  ROW). EACH ACTIVE RESELLER ON THE RESELLER MASTER GETS ONE
      *  WHOLESALE INVOICE TO WHLPRINT WITH ITS UNITS AND AMOUNT BY
      *  CLASS, REGISTERED ON INVREG WITH STATUS "WHOLESALE" UNDER
      *  THE SAME INV- NUMBER SEQUENCE TELCOINV ISSUES FROM, AND
      *  OPENED AS AN "INV" ITEM ON ARITEMS AGAINST THE RESELLER'S
      *  BILLING ACCOUNT SO PAYMENT POSTING AND DUNNING TREAT IT LIKE
      *  ANY OTHER INVOICE. WHOLESALE IS SOLD FOR RESALE AND CARRIES
      *  NO TAX - THE RESELLER TAXES ITS OWN CUSTOMERS. THE END USERS
      *  ARE NEVER BILLED BY US (TELCOINV SKIPS RESELLER TRAFFIC).
      *  A RESELLER ALREADY REGISTERED FOR THE PERIOD IS NOT SETTLED
      *  AGAIN; TRAFFIC FOR A RESELLER MISSING FROM THE MASTER, OR
      *  SUSPENDED OR CLOSED, IS REPORTED AND LEFT UNSETTLED.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Reseller-Master-File Assign To "RESELLER"
               Organization Is Sequential
               File Status Is WS-Reseller-File-Status.
           Select Wholesale-Rate-File Assign To "WHSLRATE"
               Organization Is Sequential
               File Status Is WS-Whslrate-File-Status.
      * THE SHARED INVOICE REGISTER - LOADED FOR THE NUMBER SEQUENCE
      * AND THE ALREADY-SETTLED GUARD, THEN APPENDED.
           Select Invoice-Register-File Assign To "INVREG"
               Organization Is Sequential
               File Status Is WS-Invreg-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Wholesale-Print-File Assign To "WHLPRINT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Rated-Input-File
           Recording Mode Is F.
       01  Rated-Output-Record.
           05  RO-InRec             Pic S9(15)      Packed-Decimal.
           05  RO-Currency          Pic X(3).
           05  RO-Subscriber-Id     Pic X(10).
           05  RO-Call-Date         Pic 9(8).
               COPY RATEDTL REPLACING LEADING ==RD-== BY ==RO-==.

       FD  Reseller-Master-File
           Recording Mode Is F.
       01  Reseller-Master-Record.
               COPY RESELLER REPLACING LEADING ==RM-== BY ==RMF-==.

       FD  Wholesale-Rate-File
           Recording Mode Is F.
       01  Wholesale-Rate-File-Record.
               COPY WHSLRATE REPLACING LEADING ==WR-== BY ==WRF-==.

       FD  Invoice-Register-File
           Recording Mode Is F.
       01  Invoice-Register-Record.
               COPY INVREG.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Wholesale-Print-File
           Recording Mode Is F.
       01  Wholesale-Print-Line     Pic X(80).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Reseller-File-Status  Pic X(2)    Value Spaces.
       01  WS-Whslrate-File-Status  Pic X(2)    Value Spaces.
       01  WS-Invreg-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Rated-Eof-Flag        Pic X       Value "N".
         88  WS-Rated-Eof           Value "Y".

       01  WS-Period-Control.
           05  WS-Period-Start      Pic 9(8)    Value Zero.
           05  WS-Period-End        Pic 9(8)    Value 99999999.
           05  WS-Start-Env-Name    Pic X(32)
                   Value "TELCO_PERIOD_START".
           05  WS-End-Env-Name      Pic X(32)
                   Value "TELCO_PERIOD_END".
           05  WS-Period-Env-Value  Pic X(32)   Value Spaces.
           05  WS-Period-Ge-Result  Pic 9(2)    Binary.

      * RUN-ID FOR THE AUDIT ENTRY - SAME GETENVOP CONVENTION AS
      * TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * RESELLERS AND THEIR SETTLEMENT ACCUMULATORS - ONE ENTRY PER
      * MASTER ROW, PLUS ENTRIES ADDED FOR TRAFFIC CARRYING A
      * RESELLER ID THE MASTER DOESN'T KNOW (STATUS SPACE), SO THAT
      * TRAFFIC IS REPORTED RATHER THAN LOST. CLASS ENTRIES RUN D,
      * L, I, S, M - THE SAME ORDER TELCOINV ITEMIZES IN.
       01  WS-Reseller-Table.
           05  WS-Rsl-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Rsl-Entry Occurs 100 Times.
               10  WS-Rsl-Id        Pic X(6).
               10  WS-Rsl-Name      Pic X(30).
               10  WS-Rsl-Account   Pic X(10).
               10  WS-Rsl-Status    Pic X(1).
               10  WS-Rsl-Calls     Pic 9(9)    Binary.
               10  WS-Rsl-Amount    Pic S9(11)V99 Binary.
               10  WS-Rsl-Class Occurs 5 Times.
                   15  WS-Rsl-Class-Calls  Pic 9(9)      Binary.
                   15  WS-Rsl-Class-Units  Pic 9(11)     Binary.
                   15  WS-Rsl-Class-Amount Pic S9(11)V99 Binary.
       01  WS-Rsl-Sub               Pic 9(3)    Binary.
       01  WS-Rsl-Found-Flag        Pic X       Value "N".
         88  WS-Rsl-Found           Value "Y".
       01  WS-Rsl-Eof-Flag          Pic X       Value "N".
         88  WS-Rsl-Eof             Value "Y".
       01  WS-Class-Sub             Pic 9(1)    Binary.

      * WHOLESALE RATE TABLE AND THE LOOKUP STATE - A RESELLER'S OWN
      * ROW OUTRANKS THE STANDARD (SPACES) ROW; TIES GO TO THE MOST
      * RECENT EFFECTIVE DATE NOT AFTER THE CALL.
       01  WS-Wholesale-Rate-Area.
           05  Wholesale-Rate-Count Pic 9(3)    Binary Value Zero.
           05  Wholesale-Rate-Entry Occurs 500 Times
                                Indexed By WR-Idx.
               COPY WHSLRATE.
       01  WS-Whl-Lookup.
           05  WS-Whl-Best-Date     Pic 9(8).
           05  WS-Whl-Specific-Flag Pic X.
             88  WS-Whl-Specific    Value "Y".
           05  WS-Whl-Rate-Found-Flag Pic X.
             88  WS-Whl-Rate-Found  Value "Y".
           05  WS-Whl-Unit-Rate     Pic S9V9(6).
           05  WS-Whl-Call-Amount   Pic S9(9)V99 Binary.

      * REGISTER STATE - ACCOUNT/PERIOD PAIRS ALREADY INVOICED AND
      * THE HIGHEST SEQUENCE ISSUED UNDER TODAY'S DATE STAMP.
       01  WS-Register-Table.
           05  WS-Reg-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Reg-Entry Occurs 2000 Times.
               10  WS-Reg-Id        Pic X(10).
               10  WS-Reg-Pstart    Pic 9(8).
               10  WS-Reg-Pend      Pic 9(8).
       01  WS-Reg-Sub               Pic 9(4)    Binary.
       01  WS-Reg-Eof-Flag          Pic X       Value "N".
         88  WS-Reg-Eof             Value "Y".
       01  WS-Already-Invoiced-Flag Pic X       Value "N".
         88  WS-Already-Invoiced    Value "Y".
       01  WS-Reg-Seq-Work          Pic 9(6).

      * INVOICE NUMBERING - THE SAME INV-YYYYMMDD-NNNNNN SCHEME AND
      * SEQUENCE TELCOINV ISSUES FROM.
       01  WS-Invoice-Seq           Pic 9(6)    Value Zero.
       01  WS-Invoice-Date          Pic 9(8).
       01  WS-Invoice-Number.
           05  Pic X(4)             Value "INV-".
           05  WS-Inv-No-Date       Pic 9(8).
           05  Pic X(1)             Value "-".
           05  WS-Inv-No-Seq        Pic 9(6).

      * RUN COUNTERS.
       01  WS-Records-Read          Pic 9(9)    Binary Value Zero.
       01  WS-Records-Wholesale     Pic 9(9)    Binary Value Zero.
       01  WS-Records-No-Rate       Pic 9(9)    Binary Value Zero.
       01  WS-Invoices-Produced     Pic 9(5)    Binary Value Zero.
       01  WS-Skipped-Registered    Pic 9(5)    Binary Value Zero.
       01  WS-Resellers-Unsettled   Pic 9(5)    Binary Value Zero.

      * PRINT-IMAGE BUILD AREAS.
       01  WS-Print-Line            Pic X(80).
       01  WS-Head-Line.
           05  Pic X(19) Value "WHOLESALE INVOICE: ".
           05  WS-Head-Invoice-No   Pic X(19).
           05  Pic X(7)  Value " DATE: ".
           05  WS-Head-Date         Pic 9(8).
       01  WS-Reseller-Line.
           05  Pic X(10) Value "RESELLER: ".
           05  WS-Rline-Id-Out      Pic X(6).
           05  Pic X(1)  Value Space.
           05  WS-Rline-Name-Out    Pic X(30).
           05  Pic X(10) Value " ACCOUNT: ".
           05  WS-Rline-Account-Out Pic X(10).
       01  WS-Period-Line.
           05  Pic X(8)  Value "PERIOD: ".
           05  WS-Pline-Start-Out   Pic 9(8).
           05  Pic X(3)  Value " - ".
           05  WS-Pline-End-Out     Pic 9(8).
       01  WS-Item-Line.
           05  Pic X(2)  Value "  ".
           05  WS-Item-Class-Out    Pic X(14).
           05  Pic X(8)  Value " CALLS: ".
           05  WS-Item-Calls-Out    Pic Z,ZZZ,ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Item-Units-Out    Pic ZZ,ZZZ,ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Item-Unit-Name    Pic X(4).
           05  Pic X(8)  Value " AMOUNT:".
           05  WS-Item-Amount-Out   Pic ZZ,ZZZ,ZZ9.99.
       01  WS-Total-Line.
           05  Pic X(2)  Value "  ".
           05  Pic X(20) Value "TOTAL DUE (NO TAX).:".
           05  WS-Total-Amount-Out  Pic ZZ,ZZZ,ZZ9.99.
       01  WS-Unsettled-Line.
           05  Pic X(22) Value "UNSETTLED - RESELLER: ".
           05  WS-Uline-Id-Out      Pic X(6).
           05  Pic X(8)  Value " CALLS: ".
           05  WS-Uline-Calls-Out   Pic Z,ZZZ,ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Uline-Reason-Out  Pic X(20).

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOWHL".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Billing-Period
           Move Function Current-Date (1:8) To WS-Invoice-Date
           Perform Load-Reseller-Master
           Perform Load-Wholesale-Rates
           Perform Load-Invoice-Register
           Open Input Rated-Input-File
           If WS-Rated-File-Status Not = "00"
               Display "NO RATED OUTPUT FILE TO SETTLE."
               Goback
           End-If
           Perform Read-Rated-Record
           Perform Settle-One-Record Until WS-Rated-Eof
           Close Rated-Input-File
           If Wholesale-Rate-Count = Zero
               Display "NO WHOLESALE RATE TABLE ON FILE - RESELLER "
                       "TRAFFIC PRICES AT ZERO."
           End-If
           Open Output Wholesale-Print-File
           Open Extend Invoice-Register-File
           If WS-Invreg-File-Status Not = "00"
               Open Output Invoice-Register-File
           End-If
           Open Extend Ar-Item-File
           If WS-Ar-File-Status Not = "00"
               Open Output Ar-Item-File
           End-If
           Perform Settle-One-Reseller
               Varying WS-Rsl-Sub From 1 By 1
               Until WS-Rsl-Sub > WS-Rsl-Count
           Close Ar-Item-File
           Close Invoice-Register-File
           Close Wholesale-Print-File
           Move "TELCOWHL" To audit-log-program
           Move "WHLSETL" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== WHOLESALE RESELLER SETTLEMENT ====="
           Display "PERIOD " WS-Period-Start " - " WS-Period-End
           Display "RATED RECORDS READ....: " WS-Records-Read
           Display "RESELLER RECORDS......: " WS-Records-Wholesale
           Display "NO WHOLESALE RATE.....: " WS-Records-No-Rate
           Display "INVOICES PRODUCED.....: " WS-Invoices-Produced
           Display "ALREADY REGISTERED....: " WS-Skipped-Registered
           Display "RESELLERS UNSETTLED...: " WS-Resellers-Unsettled
           Display "========================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * READS THE SETTLEMENT PERIOD BOUNDS (GETENVOP CONVENTION). AN
      * UNSET BOUND IS LEFT OPEN.
       Get-Billing-Period.
           Call "GETENVOP" Using WS-Start-Env-Name WS-Period-Env-Value
                WS-Period-Ge-Result
           If WS-Period-Ge-Result < 19
                   And WS-Period-Env-Value Not = Spaces
               Move WS-Period-Env-Value To WS-Period-Start
           End-If
           Move Spaces To WS-Period-Env-Value
           Call "GETENVOP" Using WS-End-Env-Name WS-Period-Env-Value
                WS-Period-Ge-Result
           If WS-Period-Ge-Result < 19
                   And WS-Period-Env-Value Not = Spaces
               Move WS-Period-Env-Value To WS-Period-End
           End-If
           .

      * LOAD THE RESELLER MASTER INTO THE SETTLEMENT TABLE.
       Load-Reseller-Master.
           Move Zero To WS-Rsl-Count
           Move "N" To WS-Rsl-Eof-Flag
           Open Input Reseller-Master-File
           If WS-Reseller-File-Status = "00"
               Perform Read-One-Reseller Until WS-Rsl-Eof
               Close Reseller-Master-File
           Else
               Display "NO RESELLER MASTER ON FILE - ALL RESELLER "
                       "TRAFFIC REPORTS UNSETTLED."
           End-If
           .

       Read-One-Reseller.
           Read Reseller-Master-File
               At End
                   Set WS-Rsl-Eof To True
               Not At End
                   If WS-Rsl-Count < 100
                       Add 1 To WS-Rsl-Count
                       Initialize WS-Rsl-Entry (WS-Rsl-Count)
                       Move RMF-Reseller-Id
                           To WS-Rsl-Id (WS-Rsl-Count)
                       Move RMF-Name
                           To WS-Rsl-Name (WS-Rsl-Count)
                       Move RMF-Account-Id
                           To WS-Rsl-Account (WS-Rsl-Count)
                       Move RMF-Status
                           To WS-Rsl-Status (WS-Rsl-Count)
                   Else
                       Display "RESELLER TABLE FULL - RESELLER NOT "
                               "SETTLED: " RMF-Reseller-Id
                   End-If
           End-Read
           .

       Load-Wholesale-Rates.
           Move Zero To Wholesale-Rate-Count
           Open Input Wholesale-Rate-File
           If WS-Whslrate-File-Status = "00"
               Perform Until WS-Whslrate-File-Status Not = "00"
                   Read Wholesale-Rate-File
                   If WS-Whslrate-File-Status = "00"
                   And Wholesale-Rate-Count < 500
                       Add 1 To Wholesale-Rate-Count
                       Set WR-Idx To Wholesale-Rate-Count
                       Move Wholesale-Rate-File-Record
                            To Wholesale-Rate-Entry (WR-Idx)
                   End-If
               End-Perform
               Close Wholesale-Rate-File
           End-If
           .

      * LOADS THE REGISTER: THE ACCOUNT/PERIOD PAIRS ALREADY
      * INVOICED AND THE HIGHEST SEQUENCE ISSUED UNDER TODAY'S DATE
      * STAMP, SO NUMBERING NEVER RESTARTS OR COLLIDES WITH
      * TELCOINV'S.
       Load-Invoice-Register.
           Move Zero To WS-Reg-Count
           Move "N" To WS-Reg-Eof-Flag
           Open Input Invoice-Register-File
           If WS-Invreg-File-Status = "00"
               Perform Read-One-Register-Row Until WS-Reg-Eof
               Close Invoice-Register-File
           End-If
           .

       Read-One-Register-Row.
           Read Invoice-Register-File
               At End
                   Set WS-Reg-Eof To True
               Not At End
                   If WS-Reg-Count < 2000
                       Add 1 To WS-Reg-Count
                       Move IR-Subscriber-Id
                           To WS-Reg-Id (WS-Reg-Count)
                       Move IR-Period-Start
                           To WS-Reg-Pstart (WS-Reg-Count)
                       Move IR-Period-End
                           To WS-Reg-Pend (WS-Reg-Count)
                   End-If
                   If IR-Invoice-No (5:8) = WS-Invoice-Date
                   And IR-Invoice-No (14:6) Is Numeric
                       Move IR-Invoice-No (14:6) To WS-Reg-Seq-Work
                       If WS-Reg-Seq-Work > WS-Invoice-Seq
                           Move WS-Reg-Seq-Work To WS-Invoice-Seq
                       End-If
                   End-If
           End-Read
           .

       Read-Rated-Record.
           Read Rated-Input-File
               At End Set WS-Rated-Eof To True
           End-Read
           .

      * TAKES ONE RATED CALL INTO ITS RESELLER'S SETTLEMENT WHEN IT
      * CARRIES A RESELLER ID AND FALLS IN THE PERIOD. A FREE
      * SPECIAL-NUMBER CALL (EMERGENCY) COSTS THE RESELLER NOTHING.
       Settle-One-Record.
           Add 1 To WS-Records-Read
           If RO-Reseller-Id Not = Spaces
           And RO-Call-Date >= WS-Period-Start
           And RO-Call-Date <= WS-Period-End
           And RO-Special-Treatment Not = "F"
               Add 1 To WS-Records-Wholesale
               Perform Find-Or-Add-Reseller
               If WS-Rsl-Sub <= WS-Rsl-Count
                   Perform Price-Wholesale-Units
                   Evaluate RO-Rate-Class
                       When "D"
                           Move 1 To WS-Class-Sub
                       When "I"
                           Move 3 To WS-Class-Sub
                       When "S"
                           Move 4 To WS-Class-Sub
                       When "M"
                           Move 5 To WS-Class-Sub
                       When Other
                           Move 2 To WS-Class-Sub
                   End-Evaluate
                   Add 1 To WS-Rsl-Calls (WS-Rsl-Sub)
                   Add WS-Whl-Call-Amount To WS-Rsl-Amount (WS-Rsl-Sub)
                   Add 1 To WS-Rsl-Class-Calls (WS-Rsl-Sub WS-Class-Sub)
                   Add RO-Usage-Units
                       To WS-Rsl-Class-Units (WS-Rsl-Sub WS-Class-Sub)
                   Add WS-Whl-Call-Amount
                       To WS-Rsl-Class-Amount (WS-Rsl-Sub WS-Class-Sub)
               End-If
           End-If
           Perform Read-Rated-Record
           .

       Find-Or-Add-Reseller.
           Move "N" To WS-Rsl-Found-Flag
           Perform Varying WS-Rsl-Sub From 1 By 1
                   Until WS-Rsl-Sub > WS-Rsl-Count
                   Or WS-Rsl-Found
               If WS-Rsl-Id (WS-Rsl-Sub) = RO-Reseller-Id
                   Set WS-Rsl-Found To True
                   Subtract 1 From WS-Rsl-Sub
               End-If
           End-Perform
           If Not WS-Rsl-Found
               If WS-Rsl-Count < 100
                   Add 1 To WS-Rsl-Count
                   Move WS-Rsl-Count To WS-Rsl-Sub
                   Initialize WS-Rsl-Entry (WS-Rsl-Sub)
                   Move RO-Reseller-Id To WS-Rsl-Id (WS-Rsl-Sub)
                   Move Space To WS-Rsl-Status (WS-Rsl-Sub)
               Else
                   Display "RESELLER TABLE FULL - TRAFFIC NOT "
                           "SETTLED: " RO-Reseller-Id
               End-If
           End-If
           .

      * THE CALL'S UNITS AT THE WHOLESALE RATE FOR ITS CLASS IN
      * FORCE ON ITS DATE. NO ROW IN FORCE PRICES AT ZERO AND IS
      * COUNTED SO THE GAP IN THE RATE TABLE IS SEEN.
       Price-Wholesale-Units.
           Move Zero To WS-Whl-Best-Date
           Move Zero To WS-Whl-Unit-Rate
           Move "N" To WS-Whl-Specific-Flag
           Move "N" To WS-Whl-Rate-Found-Flag
           Perform Varying WR-Idx From 1 By 1
                   Until WR-Idx > Wholesale-Rate-Count
               If WR-Rate-Class (WR-Idx) = RO-Rate-Class
               And WR-Effective-Date (WR-Idx) Not > RO-Call-Date
                   Perform Consider-Wholesale-Row
               End-If
           End-Perform
           If Not WS-Whl-Rate-Found
               Add 1 To WS-Records-No-Rate
           End-If
           Compute WS-Whl-Call-Amount Rounded
                   = RO-Usage-Units * WS-Whl-Unit-Rate
           .

      * A RESELLER'S OWN ROW DISPLACES A STANDARD-ROW BEST OUTRIGHT;
      * A STANDARD ROW NEVER DISPLACES A RESELLER'S OWN - THE SAME
      * SPECIFICITY RACE AS THE COSTTAB JURISDICTION LOOKUP.
       Consider-Wholesale-Row.
           Evaluate True
               When WR-Reseller-Id (WR-Idx) = RO-Reseller-Id
                   If Not WS-Whl-Specific
                       Move Zero To WS-Whl-Best-Date
                   End-If
                   If WR-Effective-Date (WR-Idx) >= WS-Whl-Best-Date
                       Move WR-Effective-Date (WR-Idx)
                           To WS-Whl-Best-Date
                       Move WR-Unit-Rate (WR-Idx) To WS-Whl-Unit-Rate
                       Set WS-Whl-Specific To True
                       Set WS-Whl-Rate-Found To True
                   End-If
               When WR-Reseller-Id (WR-Idx) = Spaces
                   If Not WS-Whl-Specific
                   And WR-Effective-Date (WR-Idx) >= WS-Whl-Best-Date
                       Move WR-Effective-Date (WR-Idx)
                           To WS-Whl-Best-Date
                       Move WR-Unit-Rate (WR-Idx) To WS-Whl-Unit-Rate
                       Set WS-Whl-Rate-Found To True
                   End-If
           End-Evaluate
           .

      * ONE RESELLER'S WHOLESALE INVOICE - ONLY FOR AN ACTIVE
      * RESELLER WITH TRAFFIC IN THE PERIOD THAT THE REGISTER DOESN'T
      * ALREADY SHOW SETTLED.
       Settle-One-Reseller.
           If WS-Rsl-Calls (WS-Rsl-Sub) = Zero
               Exit Paragraph
           End-If
           Move WS-Rsl-Id (WS-Rsl-Sub) To WS-Uline-Id-Out
           Move WS-Rsl-Calls (WS-Rsl-Sub) To WS-Uline-Calls-Out
           Evaluate True
               When WS-Rsl-Status (WS-Rsl-Sub) = Space
                   Move "NOT ON MASTER" To WS-Uline-Reason-Out
               When WS-Rsl-Status (WS-Rsl-Sub) Not = "A"
                   Move "NOT ACTIVE" To WS-Uline-Reason-Out
               When WS-Rsl-Account (WS-Rsl-Sub) = Spaces
                   Move "NO BILLING ACCOUNT" To WS-Uline-Reason-Out
               When Other
                   Move Spaces To WS-Uline-Reason-Out
           End-Evaluate
           If WS-Uline-Reason-Out Not = Spaces
               Add 1 To WS-Resellers-Unsettled
               Display WS-Unsettled-Line
               Exit Paragraph
           End-If
           Perform Check-Register-For-Reseller
           If WS-Already-Invoiced
               Add 1 To WS-Skipped-Registered
               Display "ALREADY SETTLED FOR THE PERIOD - SKIPPED: "
                       WS-Rsl-Id (WS-Rsl-Sub)
               Exit Paragraph
           End-If
           Add 1 To WS-Invoices-Produced
           Add 1 To WS-Invoice-Seq
           Move WS-Invoice-Date To WS-Inv-No-Date WS-Head-Date
           Move WS-Invoice-Seq To WS-Inv-No-Seq
           Move WS-Invoice-Number To WS-Head-Invoice-No
           Move WS-Rsl-Id (WS-Rsl-Sub) To WS-Rline-Id-Out
           Move WS-Rsl-Name (WS-Rsl-Sub) To WS-Rline-Name-Out
           Move WS-Rsl-Account (WS-Rsl-Sub) To WS-Rline-Account-Out
           Move WS-Period-Start To WS-Pline-Start-Out
           Move WS-Period-End To WS-Pline-End-Out
           Move All "=" To WS-Print-Line
           Write Wholesale-Print-Line From WS-Print-Line
           Write Wholesale-Print-Line From WS-Head-Line
           Write Wholesale-Print-Line From WS-Reseller-Line
           Write Wholesale-Print-Line From WS-Period-Line
           Move Spaces To WS-Print-Line
           Write Wholesale-Print-Line From WS-Print-Line
           Perform Print-One-Reseller-Class
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 5
           Move WS-Rsl-Amount (WS-Rsl-Sub) To WS-Total-Amount-Out
           Write Wholesale-Print-Line From WS-Total-Line
           Perform Register-Wholesale-Invoice
           Perform Open-Ar-Item
           Display "WHOLESALE INVOICE " WS-Invoice-Number " FOR "
                   WS-Rsl-Id (WS-Rsl-Sub) ": " WS-Total-Amount-Out
           .

       Print-One-Reseller-Class.
           If WS-Rsl-Class-Calls (WS-Rsl-Sub WS-Class-Sub) > Zero
               Evaluate WS-Class-Sub
                   When 1
                       Move "PREMIUM (D)   " To WS-Item-Class-Out
                       Move "MIN " To WS-Item-Unit-Name
                   When 2
                       Move "LOCAL (L)     " To WS-Item-Class-Out
                       Move "MIN " To WS-Item-Unit-Name
                   When 3
                       Move "INTL (I)      " To WS-Item-Class-Out
                       Move "MIN " To WS-Item-Unit-Name
                   When 4
                       Move "SMS (S)       " To WS-Item-Class-Out
                       Move "MSG " To WS-Item-Unit-Name
                   When 5
                       Move "DATA (M)      " To WS-Item-Class-Out
                       Move "MB  " To WS-Item-Unit-Name
               End-Evaluate
               Move WS-Rsl-Class-Calls (WS-Rsl-Sub WS-Class-Sub)
                   To WS-Item-Calls-Out
               Move WS-Rsl-Class-Units (WS-Rsl-Sub WS-Class-Sub)
                   To WS-Item-Units-Out
               Move WS-Rsl-Class-Amount (WS-Rsl-Sub WS-Class-Sub)
                   To WS-Item-Amount-Out
               Write Wholesale-Print-Line From WS-Item-Line
           End-If
           .

       Check-Register-For-Reseller.
           Move "N" To WS-Already-Invoiced-Flag
           Perform Varying WS-Reg-Sub From 1 By 1
                   Until WS-Reg-Sub > WS-Reg-Count
                   Or WS-Already-Invoiced
               If WS-Reg-Id (WS-Reg-Sub) = WS-Rsl-Account (WS-Rsl-Sub)
               And WS-Reg-Pstart (WS-Reg-Sub) = WS-Period-Start
               And WS-Reg-Pend (WS-Reg-Sub) = WS-Period-End
                   Set WS-Already-Invoiced To True
               End-If
           End-Perform
           .

       Register-Wholesale-Invoice.
           Move WS-Invoice-Number To IR-Invoice-No
           Move WS-Rsl-Account (WS-Rsl-Sub) To IR-Subscriber-Id
           Move WS-Period-Start To IR-Period-Start
           Move WS-Period-End To IR-Period-End
           Move WS-Rsl-Amount (WS-Rsl-Sub) To IR-Amount
           Move Function Current-Date To IR-Timestamp
           Move "WHOLESALE" To IR-Status
           Write Invoice-Register-Record
           .

      * OPENS THE WHOLESALE INVOICE AS AN AR ITEM AGAINST THE
      * RESELLER'S BILLING ACCOUNT.
       Open-Ar-Item.
           Move WS-Invoice-Number To AR-Invoice-No
           Move WS-Rsl-Account (WS-Rsl-Sub) To AR-Subscriber-Id
           Move "INV" To AR-Tran-Type
           Move WS-Invoice-Date To AR-Tran-Date
           Move WS-Rsl-Amount (WS-Rsl-Sub) To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           .

      * DERIVES THE RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRY
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

       End Program TELCOWHL.
