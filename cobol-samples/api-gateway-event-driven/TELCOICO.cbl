       Identification Division.
       Program-ID. TELCOICO.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  INTERCOMPANY SETTLEMENT RUN FOR THE OPERATING COMPANY
      *  TELCO_COMPANY_CODE (DEFAULT 001) OVER THE PERIOD
      *  TELCO_PERIOD_START/END. TRAFFIC IN THE COMPANY'S RATED
      *  OUTPUT THAT CROSSES ANOTHER OF OUR OWN COMPANIES - A CARRIER
      *  OR ROAMING CODE ICMAP NAMES AS OURS - IS PRICED AT THE ICRATE
      *  TRANSFER RATE IN FORCE ON THE CALL DATE: CDRRATED CALLS
      *  TERMINATED ON ("O") OR ROAMED ON THE OTHER COMPANY ARE OWED
      *  TO IT, CALLS IT DELIVERED TO US ("I") AND ITS SUBSCRIBERS'
      *  VISITS ON VISRATED ARE OWED BY IT. PER PARTNER COMPANY THE
      *  RECEIVABLE (DEBIT "ICR", CREDIT "ICV") AND PAYABLE (DEBIT
      *  "ICX", CREDIT "ICP") ARE JOURNALED TO ICJRNL IN THE GLJRNL
      *  FORMAT UNDER GLMAP, THE PARTNER COMPANY CARRIED AS THE COST
      *  CENTRE, AND REVERSED FOR THE CONSOLIDATED LEDGER ON ICELIM.
      *  THE COMPANY'S SIDE IS APPENDED TO ICPOS, AND ICRPT LISTS IT
      *  WITH EVERY PAIR OF COMPANIES' POSITIONS FOR THE PERIOD - A
      *  RECEIVABLE THAT DOES NOT NET AGAINST THE OTHER SIDE'S
      *  PAYABLE, OR TRAFFIC WITHOUT A TRANSFER RATE, ENDS THE RUN
      *  WITH RETURN CODE 4.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Visitor-Usage-File Assign To "VISRATED"
               Organization Is Sequential
               File Status Is WS-Visrated-File-Status.
           Select Company-Map-File Assign To "ICMAP"
               Organization Is Sequential
               File Status Is WS-Icmap-File-Status.
           Select Transfer-Rate-File Assign To "ICRATE"
               Organization Is Sequential
               File Status Is WS-Icrate-File-Status.
           Select Map-Table-File Assign To "GLMAP"
               Organization Is Sequential
               File Status Is WS-Glmap-File-Status.
           Select Position-File Assign To "ICPOS"
               Organization Is Sequential
               File Status Is WS-Icpos-File-Status.
           Select Journal-File Assign To "ICJRNL"
               Organization Is Sequential.
           Select Elimination-File Assign To "ICELIM"
               Organization Is Sequential.
           Select Report-File Assign To "ICRPT"
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

       FD  Visitor-Usage-File
           Recording Mode Is F.
       01  Visitor-Usage-Record.
               COPY VISUSAGE.

       FD  Company-Map-File
           Recording Mode Is F.
       01  Company-Map-Record.
               COPY ICMAP.

       FD  Transfer-Rate-File
           Recording Mode Is F.
       01  Transfer-Rate-Record.
               COPY ICRATE.

       FD  Map-Table-File
           Recording Mode Is F.
       01  Map-Table-File-Record.
               COPY GLMAP REPLACING LEADING ==GM-== BY ==GMF-==.

       FD  Position-File
           Recording Mode Is F.
       01  Position-Record.
               COPY ICPOS.

       FD  Journal-File
           Recording Mode Is F.
       01  Journal-Record.
               COPY GLJRNL.

       FD  Elimination-File
           Recording Mode Is F.
       01  Elimination-Record.
               COPY GLJRNL REPLACING LEADING ==GJ-== BY ==EL-==.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Visrated-File-Status  Pic X(2)    Value Spaces.
       01  WS-Icmap-File-Status     Pic X(2)    Value Spaces.
       01  WS-Icrate-File-Status    Pic X(2)    Value Spaces.
       01  WS-Glmap-File-Status     Pic X(2)    Value Spaces.
       01  WS-Icpos-File-Status     Pic X(2)    Value Spaces.
       01  WS-Load-Eof-Flag         Pic X       Value "N".
         88  WS-Load-Eof            Value "Y".

      * THE COMPANY AND THE PERIOD THE RUN SETTLES FOR.
       01  WS-Ic-Control.
           05  WS-Company-Code      Pic X(3)    Value "001".
           05  WS-Company-Env-Name  Pic X(32)
                   Value "TELCO_COMPANY_CODE".
           05  WS-Period-Start      Pic 9(8)    Value Zero.
           05  WS-Period-End        Pic 9(8)    Value 99999999.
           05  WS-Start-Env-Name    Pic X(32)
                   Value "TELCO_PERIOD_START".
           05  WS-End-Env-Name      Pic X(32)
                   Value "TELCO_PERIOD_END".
           05  WS-Ic-Env-Value      Pic X(32)   Value Spaces.
           05  WS-Ic-Ge-Result      Pic 9(2)    Binary.

       01  WS-Company-Map-Table.
           05  WS-Icm-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Icm-Entry Occurs 200 Times.
               COPY ICMAP REPLACING LEADING ==IM-== BY ==WS-Icm-==.
       01  WS-Icm-Sub               Pic 9(3)    Binary.
       01  WS-Icm-Found-Flag        Pic X       Value "N".
         88  WS-Icm-Found           Value "Y".
       01  WS-Icm-Key-Type          Pic X(1).
       01  WS-Icm-Key-Code          Pic X(4).

      * TRANSFER RATES - SAME EFFECTIVE-DATED LOOKUP AS TELCOICS'S
      * CARRTAB RATES.
       01  WS-Transfer-Rate-Table.
           05  WS-Trf-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Trf-Entry Occurs 1000 Times.
               COPY ICRATE REPLACING LEADING ==IR-== BY ==WS-Trf-==.
       01  WS-Trf-Sub               Pic 9(4)    Binary.
       01  WS-Rate-Lookup.
           05  WS-Rate-Provider     Pic X(3).
           05  WS-Rate-User         Pic X(3).
           05  WS-Rate-Type         Pic X(1).
           05  WS-Rate-Date         Pic 9(8).
           05  WS-Rate-Best-Date    Pic 9(8).
           05  WS-Rate-Found-Flag   Pic X       Value "N".
             88  WS-Rate-Found      Value "Y".
           05  WS-Transfer-Rate     Pic S9V9(6).

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
       01  WS-Icr-Account           Pic X(10).
       01  WS-Icv-Account           Pic X(10).
       01  WS-Icx-Account           Pic X(10).
       01  WS-Icp-Account           Pic X(10).
       01  WS-Unmapped-Msg          Pic X(33)
               Value "GL FIGURE HAS NO GLMAP ACCOUNT   ".
       01  WS-Unbalanced-Msg        Pic X(33)
               Value "GL JOURNAL BATCH DOES NOT BALANCE".

      * THIS COMPANY'S SETTLEMENT WITH EACH PARTNER COMPANY. A
      * PARTNER THIS COMPANY HELD A POSITION WITH EARLIER IN THE
      * PERIOD IS SEEDED AT ZERO, SO A RERUN WITH NO TRAFFIC LEFT
      * CLEARS IT.
       01  WS-Partner-Table.
           05  WS-Ptn-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Ptn-Entry Occurs 50 Times.
               10  WS-Ptn-Company   Pic X(3).
               10  WS-Ptn-Calls     Pic 9(9)    Binary.
               10  WS-Ptn-Recv-Units Pic 9(11)  Binary.
               10  WS-Ptn-Recv-Amount Pic S9(11)V99 Binary.
               10  WS-Ptn-Pay-Units Pic 9(11)   Binary.
               10  WS-Ptn-Pay-Amount Pic S9(11)V99 Binary.
       01  WS-Ptn-Sub               Pic 9(3)    Binary.
       01  WS-Ptn-Found-Flag        Pic X       Value "N".
         88  WS-Ptn-Found           Value "Y".
       01  WS-Ptn-Key               Pic X(3).

      * EVERY COMPANY'S STANDING POSITION FOR THE PERIOD - THE LAST
      * ICPOS ROW PER COMPANY AND PARTNER.
       01  WS-Position-Table.
           05  WS-Pos-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Pos-Entry Occurs 1000 Times.
               COPY ICPOS REPLACING LEADING ==IP-== BY ==WS-Pos-==.
       01  WS-Pos-Sub               Pic 9(4)    Binary.
       01  WS-Other-Sub             Pic 9(4)    Binary.
       01  WS-Pos-Found-Sub         Pic 9(4)    Binary.
       01  WS-Pos-Found-Flag        Pic X       Value "N".
         88  WS-Pos-Found           Value "Y".
       01  WS-Pos-Key-Company       Pic X(3).
       01  WS-Pos-Key-Partner       Pic X(3).

      * ONE CROSSING CALL BEING SETTLED.
       01  WS-Crossing-Work.
           05  WS-Cross-Partner     Pic X(3).
           05  WS-Cross-Side        Pic X(1).
             88  WS-Cross-Receivable Value "R".
             88  WS-Cross-Payable   Value "P".
           05  WS-Cross-Units       Pic 9(7).
           05  WS-Line-Amount       Pic S9(9)V99  Binary.

      * ONE DEBIT/CREDIT PAIR AND ITS ELIMINATING REVERSAL.
       01  WS-Pair-Work.
           05  WS-Pair-Amount       Pic S9(11)V99 Binary.
           05  WS-Pair-Dr-Account   Pic X(10).
           05  WS-Pair-Cr-Account   Pic X(10).
           05  WS-Pair-Partner      Pic X(3).

       01  WS-Run-Totals.
           05  WS-Records-Read      Pic 9(9)    Binary Value Zero.
           05  WS-Visits-Read       Pic 9(9)    Binary Value Zero.
           05  WS-Crossing-Count    Pic 9(9)    Binary Value Zero.
           05  WS-Unpriced-Count    Pic 9(9)    Binary Value Zero.
           05  WS-Mismatch-Count    Pic 9(5)    Binary Value Zero.
           05  WS-Run-Debits        Pic S9(13)V99 Binary Value Zero.
           05  WS-Run-Credits       Pic S9(13)V99 Binary Value Zero.
           05  WS-Elim-Debits       Pic S9(13)V99 Binary Value Zero.
           05  WS-Elim-Credits      Pic S9(13)V99 Binary Value Zero.
           05  WS-Lines-Written     Pic 9(5)    Binary Value Zero.
           05  WS-Elim-Lines        Pic 9(5)    Binary Value Zero.

       01  WS-Report-Head-1.
           05  Pic X(34)  Value "INTERCOMPANY SETTLEMENT - COMPANY ".
           05  WS-Head-Company-Out  Pic X(3).
           05  Pic X(9)   Value " PERIOD: ".
           05  WS-Head-Start-Out    Pic 9(8).
           05  Pic X(3)   Value " - ".
           05  WS-Head-End-Out      Pic 9(8).
       01  WS-Report-Head-2.
           05  Pic X(9)   Value "PARTNER".
           05  Pic X(10)  Value "     CALLS".
           05  Pic X(13)  Value "   RECV UNITS".
           05  Pic X(16)  Value "      RECEIVABLE".
           05  Pic X(13)  Value "    PAY UNITS".
           05  Pic X(16)  Value "         PAYABLE".
           05  Pic X(16)  Value "             NET".
       01  WS-Partner-Line.
           05  WS-Pln-Company-Out   Pic X(3).
           05  Pic X(6)   Value Spaces.
           05  WS-Pln-Calls-Out     Pic Z(9)9.
           05  WS-Pln-Recv-Units-Out Pic Z(12)9.
           05  WS-Pln-Recv-Out      Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(2)   Value Spaces.
           05  WS-Pln-Pay-Units-Out Pic Z(12)9.
           05  WS-Pln-Pay-Out       Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(2)   Value Spaces.
           05  WS-Pln-Net-Out       Pic ZZ,ZZZ,ZZ9.99-.
       01  WS-Pair-Head-1.
           05  Pic X(45)
                   Value "PAIR RECONCILIATION - ALL COMPANIES, PERIOD".
       01  WS-Pair-Head-2.
           05  Pic X(10)  Value "PROVIDER".
           05  Pic X(7)   Value "USER".
           05  Pic X(16)  Value "   PROVIDER RECV".
           05  Pic X(16)  Value "    USER PAYABLE".
           05  Pic X(16)  Value "      DIFFERENCE".
           05  Pic X(2)   Value Spaces.
           05  Pic X(20)  Value "STATUS".
       01  WS-Pair-Line.
           05  WS-Prl-Provider-Out  Pic X(3).
           05  Pic X(7)   Value Spaces.
           05  WS-Prl-User-Out      Pic X(3).
           05  Pic X(4)   Value Spaces.
           05  WS-Prl-Recv-Out      Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(2)   Value Spaces.
           05  WS-Prl-Pay-Out       Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(2)   Value Spaces.
           05  WS-Prl-Diff-Out      Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(4)   Value Spaces.
           05  WS-Prl-Status-Out    Pic X(30).
       01  WS-Pair-Recv             Pic S9(11)V99 Binary.
       01  WS-Pair-Pay              Pic S9(11)V99 Binary.
       01  WS-Pair-Diff             Pic S9(11)V99 Binary.
       01  WS-Total-Line.
           05  WS-Tot-Label         Pic X(36).
           05  WS-Tot-Count-Out     Pic ZZZ,ZZZ,ZZ9.

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
       01  WS-Plk-Program           Pic X(8)    Value "TELCOICO".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Intercompany-Config
           Perform Load-Map-Table
           Perform Resolve-Intercompany-Accounts
           Perform Load-Company-Map
           Perform Load-Transfer-Rates
           Perform Load-Positions
           Perform Seed-Prior-Partner
               Varying WS-Pos-Sub From 1 By 1
               Until WS-Pos-Sub > WS-Pos-Count
           Perform Settle-Rated-Output
           Perform Settle-Visitor-Usage
           Open Output Journal-File
           Open Output Elimination-File
           Perform Journal-One-Partner
               Varying WS-Ptn-Sub From 1 By 1
               Until WS-Ptn-Sub > WS-Ptn-Count
           If WS-Run-Debits Not = WS-Run-Credits
              Or WS-Elim-Debits Not = WS-Elim-Credits
               Display "INTERCOMPANY DEBITS DO NOT EQUAL CREDITS - "
                       "JOURNAL REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unbalanced-Msg
           End-If
           Close Journal-File
           Close Elimination-File
           Perform Write-Positions
           Perform Print-Settlement-Report
           Display "===== INTERCOMPANY SETTLEMENT ====="
           Display "COMPANY............: " WS-Company-Code
           Display "PERIOD.............: " WS-Period-Start " - "
                   WS-Period-End
           Display "RATED RECORDS READ.: " WS-Records-Read
           Display "VISITOR ROWS READ..: " WS-Visits-Read
           Display "CROSSING TRAFFIC...: " WS-Crossing-Count
           Display "WITHOUT A RATE.....: " WS-Unpriced-Count
           Display "PARTNER COMPANIES..: " WS-Ptn-Count
           Display "JOURNAL LINES......: " WS-Lines-Written
           Display "ELIMINATION LINES..: " WS-Elim-Lines
           Display "PAIRS NOT NETTING..: " WS-Mismatch-Count
           Display "==================================="
           Move "TELCOICO" To audit-log-program
           Move "ICSETTLE" To audit-log-operation
           If WS-Mismatch-Count > Zero Or WS-Unpriced-Count > Zero
               Move 4 To audit-log-result-code
               Move 4 To Return-Code
           Else
               Move Zero To audit-log-result-code
           End-If
           Perform Write-Audit-Record
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Intercompany-Config.
           Call "GETENVOP" Using WS-Company-Env-Name
                WS-Ic-Env-Value WS-Ic-Ge-Result
           If WS-Ic-Ge-Result < 19
                   And WS-Ic-Env-Value Not = Spaces
               Move WS-Ic-Env-Value To WS-Company-Code
           End-If
           Move WS-Company-Code To WS-Audit-Company
           Move Spaces To WS-Ic-Env-Value
           Call "GETENVOP" Using WS-Start-Env-Name WS-Ic-Env-Value
                WS-Ic-Ge-Result
           If WS-Ic-Ge-Result < 19
                   And WS-Ic-Env-Value Not = Spaces
               Move WS-Ic-Env-Value To WS-Period-Start
           End-If
           Move Spaces To WS-Ic-Env-Value
           Call "GETENVOP" Using WS-End-Env-Name WS-Ic-Env-Value
                WS-Ic-Ge-Result
           If WS-Ic-Ge-Result < 19
                   And WS-Ic-Env-Value Not = Spaces
               Move WS-Ic-Env-Value To WS-Period-End
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

       Resolve-Intercompany-Accounts.
           Move Space To WS-Lookup-Class
           Move "ICR" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Icr-Account
           Move "ICV" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Icv-Account
           Move "ICX" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Icx-Account
           Move "ICP" To WS-Lookup-Type
           Perform Lookup-Map-Account
           Move WS-Lookup-Account To WS-Icp-Account
           .

      * AN INTERCOMPANY FIGURE WITHOUT A MAPPING ROW STOPS THE RUN -
      * SAME RULE AS THE GL EXPORT.
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
               End-If
           End-Perform
           If Not WS-Map-Found
               Display "NO GLMAP ROW FOR TYPE " WS-Lookup-Type
                       " CLASS " WS-Lookup-Class " - RUN REFUSED."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Unmapped-Msg
           End-If
           .

       Load-Company-Map.
           Move "N" To WS-Load-Eof-Flag
           Open Input Company-Map-File
           If WS-Icmap-File-Status = "00"
               Perform Read-One-Company-Code Until WS-Load-Eof
               Close Company-Map-File
           End-If
           If WS-Icm-Count = Zero
               Display "NO OWN-COMPANY CODES ON ICMAP - NO TRAFFIC "
                       "CAN CROSS COMPANIES."
           End-If
           .

       Read-One-Company-Code.
           Read Company-Map-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If WS-Icm-Count < 200
                       Add 1 To WS-Icm-Count
                       Move Company-Map-Record
                           To WS-Icm-Entry (WS-Icm-Count)
                   End-If
           End-Read
           .

       Load-Transfer-Rates.
           Move "N" To WS-Load-Eof-Flag
           Open Input Transfer-Rate-File
           If WS-Icrate-File-Status = "00"
               Perform Read-One-Transfer-Rate Until WS-Load-Eof
               Close Transfer-Rate-File
           End-If
           .

       Read-One-Transfer-Rate.
           Read Transfer-Rate-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If WS-Trf-Count < 1000
                       Add 1 To WS-Trf-Count
                       Move Transfer-Rate-Record
                           To WS-Trf-Entry (WS-Trf-Count)
                   End-If
           End-Read
           .

      * THE PERIOD'S POSITIONS FROM EVERY COMPANY - A LATER ROW FOR
      * THE SAME COMPANY AND PARTNER REPLACES AN EARLIER ONE.
       Load-Positions.
           Move "N" To WS-Load-Eof-Flag
           Open Input Position-File
           If WS-Icpos-File-Status = "00"
               Perform Read-One-Position Until WS-Load-Eof
               Close Position-File
           End-If
           .

       Read-One-Position.
           Read Position-File
               At End
                   Set WS-Load-Eof To True
                   Exit Paragraph
           End-Read
           If IP-Period-Start Not = WS-Period-Start
              Or IP-Period-End Not = WS-Period-End
               Exit Paragraph
           End-If
           Move IP-Company To WS-Pos-Key-Company
           Move IP-Partner-Company To WS-Pos-Key-Partner
           Perform Find-Position
           If Not WS-Pos-Found
               If WS-Pos-Count >= 1000
                   Exit Paragraph
               End-If
               Add 1 To WS-Pos-Count
               Move WS-Pos-Count To WS-Pos-Sub
           End-If
           Move Position-Record To WS-Pos-Entry (WS-Pos-Sub)
           .

       Find-Position.
           Move "N" To WS-Pos-Found-Flag
           Perform Varying WS-Pos-Sub From 1 By 1
                   Until WS-Pos-Sub > WS-Pos-Count
                   Or WS-Pos-Found
               If WS-Pos-Company (WS-Pos-Sub) = WS-Pos-Key-Company
               And WS-Pos-Partner-Company (WS-Pos-Sub)
                   = WS-Pos-Key-Partner
                   Set WS-Pos-Found To True
                   Subtract 1 From WS-Pos-Sub
               End-If
           End-Perform
           .

       Seed-Prior-Partner.
           If WS-Pos-Company (WS-Pos-Sub) = WS-Company-Code
               Move WS-Pos-Partner-Company (WS-Pos-Sub) To WS-Ptn-Key
               Perform Find-Or-Add-Partner
           End-If
           .

       Settle-Rated-Output.
           Move "N" To WS-Load-Eof-Flag
           Open Input Rated-Input-File
           If WS-Rated-File-Status Not = "00"
               Display "NO RATED OUTPUT FILE TO SETTLE."
               Exit Paragraph
           End-If
           Perform Settle-One-Rated Until WS-Load-Eof
           Close Rated-Input-File
           .

      * ONE RATED CALL. ITS CARRIER LEG AND ITS ROAMING LEG ARE
      * SETTLED SEPARATELY - EITHER, BOTH OR NEITHER MAY CROSS ONE OF
      * OUR OWN COMPANIES.
       Settle-One-Rated.
           Read Rated-Input-File
               At End
                   Set WS-Load-Eof To True
                   Exit Paragraph
           End-Read
           Add 1 To WS-Records-Read
           If RO-Call-Date < WS-Period-Start
              Or RO-Call-Date > WS-Period-End
               Exit Paragraph
           End-If
           If RO-Carrier-Code Not = Spaces
               Move "C" To WS-Icm-Key-Type
               Move RO-Carrier-Code To WS-Icm-Key-Code
               Perform Find-Own-Company
               If WS-Icm-Found
                   Move RO-Billable-Minutes To WS-Cross-Units
                   Move "T" To WS-Rate-Type
                   Move RO-Call-Date To WS-Rate-Date
                   If RO-Carrier-Dir = "I"
                       Set WS-Cross-Receivable To True
                   Else
                       Set WS-Cross-Payable To True
                   End-If
                   Perform Settle-Crossing
               End-If
           End-If
           If RO-Roam-Partner Not = Spaces
               Move "R" To WS-Icm-Key-Type
               Move RO-Roam-Partner To WS-Icm-Key-Code
               Perform Find-Own-Company
               If WS-Icm-Found
                   Move RO-Usage-Units To WS-Cross-Units
                   Move "R" To WS-Rate-Type
                   Move RO-Call-Date To WS-Rate-Date
                   Set WS-Cross-Payable To True
                   Perform Settle-Crossing
               End-If
           End-If
           .

      * ANOTHER COMPANY'S SUBSCRIBERS ROAMING ON OUR NETWORK - THE
      * OTHER SIDE OF THE ROAMING LEG ITS OWN RUN SETTLES.
       Settle-Visitor-Usage.
           Move "N" To WS-Load-Eof-Flag
           Open Input Visitor-Usage-File
           If WS-Visrated-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Settle-One-Visit Until WS-Load-Eof
           Close Visitor-Usage-File
           .

       Settle-One-Visit.
           Read Visitor-Usage-File
               At End
                   Set WS-Load-Eof To True
                   Exit Paragraph
           End-Read
           Add 1 To WS-Visits-Read
           If VU-Call-Date < WS-Period-Start
              Or VU-Call-Date > WS-Period-End
               Exit Paragraph
           End-If
           Move "R" To WS-Icm-Key-Type
           Move VU-Home-Network To WS-Icm-Key-Code
           Perform Find-Own-Company
           If WS-Icm-Found
               Move VU-Usage-Units To WS-Cross-Units
               Move "R" To WS-Rate-Type
               Move VU-Call-Date To WS-Rate-Date
               Set WS-Cross-Receivable To True
               Perform Settle-Crossing
           End-If
           .

      * A CODE NAMING THIS SAME COMPANY IS NOT A CROSSING.
       Find-Own-Company.
           Move "N" To WS-Icm-Found-Flag
           Perform Varying WS-Icm-Sub From 1 By 1
                   Until WS-Icm-Sub > WS-Icm-Count
                   Or WS-Icm-Found
               If WS-Icm-Code-Type (WS-Icm-Sub) = WS-Icm-Key-Type
               And WS-Icm-Code (WS-Icm-Sub) = WS-Icm-Key-Code
               And WS-Icm-Company (WS-Icm-Sub) Not = WS-Company-Code
                   Set WS-Icm-Found To True
                   Move WS-Icm-Company (WS-Icm-Sub)
                       To WS-Cross-Partner
                   Subtract 1 From WS-Icm-Sub
               End-If
           End-Perform
           .

      * PRICES ONE CROSSING AT THE TRANSFER RATE - THE PROVIDER IS
      * WHOEVER CARRIED THE TRAFFIC - AND ROLLS IT INTO THE PARTNER'S
      * RECEIVABLE OR PAYABLE. TRAFFIC WITHOUT A RATE IS COUNTED AND
      * SETTLES AT ZERO.
       Settle-Crossing.
           Add 1 To WS-Crossing-Count
           If WS-Cross-Receivable
               Move WS-Company-Code To WS-Rate-Provider
               Move WS-Cross-Partner To WS-Rate-User
           Else
               Move WS-Cross-Partner To WS-Rate-Provider
               Move WS-Company-Code To WS-Rate-User
           End-If
           Perform Lookup-Transfer-Rate
           If Not WS-Rate-Found
               Add 1 To WS-Unpriced-Count
           End-If
           Compute WS-Line-Amount Rounded
                   = WS-Cross-Units * WS-Transfer-Rate
           Move WS-Cross-Partner To WS-Ptn-Key
           Perform Find-Or-Add-Partner
           If WS-Ptn-Sub > WS-Ptn-Count
               Exit Paragraph
           End-If
           Add 1 To WS-Ptn-Calls (WS-Ptn-Sub)
           If WS-Cross-Receivable
               Add WS-Cross-Units To WS-Ptn-Recv-Units (WS-Ptn-Sub)
               Add WS-Line-Amount To WS-Ptn-Recv-Amount (WS-Ptn-Sub)
           Else
               Add WS-Cross-Units To WS-Ptn-Pay-Units (WS-Ptn-Sub)
               Add WS-Line-Amount To WS-Ptn-Pay-Amount (WS-Ptn-Sub)
           End-If
           .

       Lookup-Transfer-Rate.
           Move Zero To WS-Rate-Best-Date
           Move Zero To WS-Transfer-Rate
           Move "N" To WS-Rate-Found-Flag
           Perform Varying WS-Trf-Sub From 1 By 1
                   Until WS-Trf-Sub > WS-Trf-Count
               If WS-Trf-Provider (WS-Trf-Sub) = WS-Rate-Provider
               And WS-Trf-User (WS-Trf-Sub) = WS-Rate-User
               And WS-Trf-Traffic-Type (WS-Trf-Sub) = WS-Rate-Type
               And WS-Trf-Effective-Date (WS-Trf-Sub)
                   Not > WS-Rate-Date
               And WS-Trf-Effective-Date (WS-Trf-Sub)
                   >= WS-Rate-Best-Date
                   Set WS-Rate-Found To True
                   Move WS-Trf-Effective-Date (WS-Trf-Sub)
                       To WS-Rate-Best-Date
                   Move WS-Trf-Rate (WS-Trf-Sub) To WS-Transfer-Rate
               End-If
           End-Perform
           .

       Find-Or-Add-Partner.
           Move "N" To WS-Ptn-Found-Flag
           Perform Varying WS-Ptn-Sub From 1 By 1
                   Until WS-Ptn-Sub > WS-Ptn-Count
                   Or WS-Ptn-Found
               If WS-Ptn-Company (WS-Ptn-Sub) = WS-Ptn-Key
                   Set WS-Ptn-Found To True
                   Subtract 1 From WS-Ptn-Sub
               End-If
           End-Perform
           If WS-Ptn-Found
               Exit Paragraph
           End-If
           If WS-Ptn-Count >= 50
               Display "PARTNER TABLE FULL - COMPANY NOT SETTLED: "
                       WS-Ptn-Key
               Exit Paragraph
           End-If
           Add 1 To WS-Ptn-Count
           Move WS-Ptn-Count To WS-Ptn-Sub
           Initialize WS-Ptn-Entry (WS-Ptn-Sub)
           Move WS-Ptn-Key To WS-Ptn-Company (WS-Ptn-Sub)
           .

      * THE RECEIVABLE AND PAYABLE WITH ONE PARTNER COMPANY, EACH
      * JOURNALED AND THEN REVERSED ON THE ELIMINATION FILE.
       Journal-One-Partner.
           Move WS-Ptn-Company (WS-Ptn-Sub) To WS-Pair-Partner
           Move WS-Ptn-Recv-Amount (WS-Ptn-Sub) To WS-Pair-Amount
           Move WS-Icr-Account To WS-Pair-Dr-Account
           Move WS-Icv-Account To WS-Pair-Cr-Account
           Perform Post-Journal-Pair
           Move WS-Ptn-Pay-Amount (WS-Ptn-Sub) To WS-Pair-Amount
           Move WS-Icx-Account To WS-Pair-Dr-Account
           Move WS-Icp-Account To WS-Pair-Cr-Account
           Perform Post-Journal-Pair
           .

      * A NEGATIVE AMOUNT POSTS THE PAIR THE OTHER WAY ROUND. THE
      * ELIMINATION IS THE SAME PAIR WITH DEBIT AND CREDIT SWAPPED.
       Post-Journal-Pair.
           If WS-Pair-Amount = Zero
               Exit Paragraph
           End-If
           Move WS-Run-Id To GJ-Run-Id EL-Run-Id
           Move WS-Period-End To GJ-Business-Date
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company GJ-Business-Date WS-Plk-Result
           Move GJ-Business-Date To EL-Business-Date
           Move WS-Pair-Partner To GJ-Cost-Center EL-Cost-Center
           If WS-Pair-Amount > Zero
               Move WS-Pair-Amount To GJ-Amount EL-Amount
           Else
               Compute GJ-Amount = Zero - WS-Pair-Amount
               Move GJ-Amount To EL-Amount
           End-If
           If WS-Pair-Amount > Zero
               Move WS-Pair-Dr-Account To GJ-Account
           Else
               Move WS-Pair-Cr-Account To GJ-Account
           End-If
           Move "DR" To GJ-DR-CR
           Write Journal-Record
           Add GJ-Amount To WS-Run-Debits
           Move GJ-Account To EL-Account
           Move "CR" To EL-DR-CR
           Write Elimination-Record
           Add EL-Amount To WS-Elim-Credits
           If WS-Pair-Amount > Zero
               Move WS-Pair-Cr-Account To GJ-Account
           Else
               Move WS-Pair-Dr-Account To GJ-Account
           End-If
           Move "CR" To GJ-DR-CR
           Write Journal-Record
           Add GJ-Amount To WS-Run-Credits
           Move GJ-Account To EL-Account
           Move "DR" To EL-DR-CR
           Write Elimination-Record
           Add EL-Amount To WS-Elim-Debits
           Add 2 To WS-Lines-Written
           Add 2 To WS-Elim-Lines
           .

      * APPENDS THIS COMPANY'S SIDE WITH EACH PARTNER AND TAKES IT
      * INTO THE POSITION TABLE FOR THE PAIR RECONCILIATION.
       Write-Positions.
           Open Extend Position-File
           If WS-Icpos-File-Status Not = "00"
               Open Output Position-File
           End-If
           Perform Write-One-Position
               Varying WS-Ptn-Sub From 1 By 1
               Until WS-Ptn-Sub > WS-Ptn-Count
           Close Position-File
           .

       Write-One-Position.
           Move WS-Run-Id To IP-Run-Id
           Move WS-Company-Code To IP-Company
           Move WS-Ptn-Company (WS-Ptn-Sub) To IP-Partner-Company
           Move WS-Period-Start To IP-Period-Start
           Move WS-Period-End To IP-Period-End
           Move WS-Ptn-Recv-Units (WS-Ptn-Sub) To IP-Receivable-Units
           Move WS-Ptn-Recv-Amount (WS-Ptn-Sub) To IP-Receivable
           Move WS-Ptn-Pay-Units (WS-Ptn-Sub) To IP-Payable-Units
           Move WS-Ptn-Pay-Amount (WS-Ptn-Sub) To IP-Payable
           Move Function Current-Date To IP-Timestamp
           Write Position-Record
           Move IP-Company To WS-Pos-Key-Company
           Move IP-Partner-Company To WS-Pos-Key-Partner
           Perform Find-Position
           If Not WS-Pos-Found
               If WS-Pos-Count >= 1000
                   Exit Paragraph
               End-If
               Add 1 To WS-Pos-Count
               Move WS-Pos-Count To WS-Pos-Sub
           End-If
           Move Position-Record To WS-Pos-Entry (WS-Pos-Sub)
           .

      * THIS COMPANY'S SETTLEMENT PER PARTNER, THEN THE PAIR
      * RECONCILIATION ACROSS EVERY COMPANY'S STANDING POSITION.
       Print-Settlement-Report.
           Open Output Report-File
           Move WS-Company-Code To WS-Head-Company-Out
           Move WS-Period-Start To WS-Head-Start-Out
           Move WS-Period-End To WS-Head-End-Out
           Write Report-Line From WS-Report-Head-1
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Report-Head-2
           Perform Print-One-Partner
               Varying WS-Ptn-Sub From 1 By 1
               Until WS-Ptn-Sub > WS-Ptn-Count
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Pair-Head-1
           Write Report-Line From WS-Pair-Head-2
           Perform Reconcile-One-Position
               Varying WS-Pos-Sub From 1 By 1
               Until WS-Pos-Sub > WS-Pos-Count
           Move Spaces To Report-Line
           Write Report-Line
           Move "CROSSING TRAFFIC RECORDS...........:" To WS-Tot-Label
           Move WS-Crossing-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "CROSSING TRAFFIC WITHOUT A RATE....:" To WS-Tot-Label
           Move WS-Unpriced-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "PAIRS NOT NETTING TO ZERO..........:" To WS-Tot-Label
           Move WS-Mismatch-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Close Report-File
           .

       Print-One-Partner.
           Move WS-Ptn-Company (WS-Ptn-Sub) To WS-Pln-Company-Out
           Move WS-Ptn-Calls (WS-Ptn-Sub) To WS-Pln-Calls-Out
           Move WS-Ptn-Recv-Units (WS-Ptn-Sub)
               To WS-Pln-Recv-Units-Out
           Move WS-Ptn-Recv-Amount (WS-Ptn-Sub) To WS-Pln-Recv-Out
           Move WS-Ptn-Pay-Units (WS-Ptn-Sub) To WS-Pln-Pay-Units-Out
           Move WS-Ptn-Pay-Amount (WS-Ptn-Sub) To WS-Pln-Pay-Out
           Compute WS-Pair-Diff = WS-Ptn-Recv-Amount (WS-Ptn-Sub)
                   - WS-Ptn-Pay-Amount (WS-Ptn-Sub)
           Move WS-Pair-Diff To WS-Pln-Net-Out
           Write Report-Line From WS-Partner-Line
           .

      * EACH POSITION'S RECEIVABLE AGAINST THE PARTNER'S PAYABLE
      * BACK. WHEN THE PARTNER HAS NOT RUN FOR THE PERIOD, THE
      * POSITION'S PAYABLE IS SHOWN AGAINST THE MISSING SIDE TOO, SO
      * EVERY DIRECTION OF EVERY PAIR IS LISTED ONCE.
       Reconcile-One-Position.
           Move WS-Pos-Partner-Company (WS-Pos-Sub)
               To WS-Pos-Key-Company
           Move WS-Pos-Company (WS-Pos-Sub) To WS-Pos-Key-Partner
           Move WS-Pos-Sub To WS-Other-Sub
           Perform Find-Position
           Move WS-Pos-Sub To WS-Pos-Found-Sub
           Move WS-Other-Sub To WS-Pos-Sub
           Move WS-Pos-Company (WS-Pos-Sub) To WS-Prl-Provider-Out
           Move WS-Pos-Partner-Company (WS-Pos-Sub) To WS-Prl-User-Out
           Move WS-Pos-Receivable (WS-Pos-Sub) To WS-Pair-Recv
           If WS-Pos-Found
               Move WS-Pos-Payable (WS-Pos-Found-Sub) To WS-Pair-Pay
           Else
               Move Zero To WS-Pair-Pay
           End-If
           Perform Print-Pair-Line
           If WS-Pos-Found
               Exit Paragraph
           End-If
           Move WS-Pos-Partner-Company (WS-Pos-Sub)
               To WS-Prl-Provider-Out
           Move WS-Pos-Company (WS-Pos-Sub) To WS-Prl-User-Out
           Move Zero To WS-Pair-Recv
           Move WS-Pos-Payable (WS-Pos-Sub) To WS-Pair-Pay
           Perform Print-Pair-Line
           .

       Print-Pair-Line.
           Compute WS-Pair-Diff = WS-Pair-Recv - WS-Pair-Pay
           Move WS-Pair-Recv To WS-Prl-Recv-Out
           Move WS-Pair-Pay To WS-Prl-Pay-Out
           Move WS-Pair-Diff To WS-Prl-Diff-Out
           Evaluate True
               When WS-Pair-Diff = Zero
                   Move "NETS TO ZERO" To WS-Prl-Status-Out
               When Not WS-Pos-Found
                   Move "*** NO POSITION FROM PARTNER"
                       To WS-Prl-Status-Out
                   Add 1 To WS-Mismatch-Count
               When Other
                   Move "*** DOES NOT NET" To WS-Prl-Status-Out
                   Add 1 To WS-Mismatch-Count
           End-Evaluate
           Write Report-Line From WS-Pair-Line
           .

      * DERIVES THE RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES
      * WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF SET, ELSE
      * A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S Get-Run-Id.
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

       End Program TELCOICO.
