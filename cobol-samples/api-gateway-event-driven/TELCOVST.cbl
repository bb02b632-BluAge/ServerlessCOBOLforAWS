       Identification Division.
       Program-ID. TELCOVST.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  MONTHLY INBOUND-ROAMING (VISITOR) SETTLEMENT - READS THE
      *  VISITOR USAGE TELCOBAT RATED AT THE INTER-OPERATOR TARIFF
      *  (VISRATED) FOR THE PERIOD, TOTALS IT PER HOME NETWORK, AND
      *  FOR EACH PARTNER ON THE ROAMING PARTNER MASTER WRITES ONE
      *  BATCH TO THE OUTBOUND SETTLEMENT FILE (ROAMOUT) - AN "H"
      *  HEADER WITH THE PERIOD AND INVOICE NUMBER, ONE "D" DETAIL
      *  PER VISITOR CALL, AND A "T" TRAILER WITH THE RECORD COUNT,
      *  UNIT TOTAL AND AMOUNT TOTAL THE PARTNER BALANCES AGAINST.
      *  THE RECEIVABLE IS REGISTERED ON INVREG WITH STATUS "ROAMING"
      *  UNDER THE SAME INV- NUMBER SEQUENCE TELCOINV ISSUES FROM AND
      *  OPENED AS AN "INV" ITEM ON ARITEMS AGAINST THE PARTNER'S
      *  ACCOUNT, SO PAYMENT POSTING AND AGING TREAT IT LIKE ANY
      *  OTHER INVOICE. INTER-OPERATOR CHARGES CARRY NO TAX. A
      *  PARTNER ALREADY REGISTERED FOR THE PERIOD IS NOT SETTLED
      *  AGAIN; TRAFFIC FROM A NETWORK MISSING FROM THE MASTER, OR
      *  WITH NO ACCOUNT, IS REPORTED AND LEFT UNSETTLED.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Visitor-Usage-File Assign To "VISRATED"
               Organization Is Sequential
               File Status Is WS-Visrated-File-Status.
           Select Partner-Master-File Assign To "ROAMPTNR"
               Organization Is Sequential
               File Status Is WS-Roamptnr-File-Status.
      * THE SHARED INVOICE REGISTER - LOADED FOR THE NUMBER SEQUENCE
      * AND THE ALREADY-SETTLED GUARD, THEN APPENDED.
           Select Invoice-Register-File Assign To "INVREG"
               Organization Is Sequential
               File Status Is WS-Invreg-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
      * THE PERIOD'S OUTBOUND SETTLEMENT FILE - ONE HEADER/DETAIL/
      * TRAILER BATCH PER PARTNER SETTLED BY THIS RUN.
           Select Settlement-Out-File Assign To "ROAMOUT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Visitor-Usage-File
           Recording Mode Is F.
       01  Visitor-Usage-Record.
               COPY VISUSAGE.

       FD  Partner-Master-File
           Recording Mode Is F.
       01  Partner-Master-Record.
               COPY ROAMPTNR REPLACING LEADING ==PN-== BY ==PNF-==.

       FD  Invoice-Register-File
           Recording Mode Is F.
       01  Invoice-Register-Record.
               COPY INVREG.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Settlement-Out-File
           Recording Mode Is F.
       01  Settlement-Out-Record.
               COPY IOTSTL.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Visrated-File-Status  Pic X(2)    Value Spaces.
       01  WS-Roamptnr-File-Status  Pic X(2)    Value Spaces.
       01  WS-Invreg-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Visit-Eof-Flag        Pic X       Value "N".
         88  WS-Visit-Eof           Value "Y".

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

      * PARTNERS AND THEIR SETTLEMENT ACCUMULATORS - ONE ENTRY PER
      * MASTER ROW, PLUS ENTRIES ADDED FOR TRAFFIC FROM A HOME
      * NETWORK THE MASTER DOESN'T KNOW (NAME SPACES, FLAGGED), SO
      * THAT TRAFFIC IS REPORTED RATHER THAN LOST.
       01  WS-Partner-Table.
           05  WS-Ptn-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Ptn-Entry Occurs 100 Times.
               10  WS-Ptn-Code      Pic X(4).
               10  WS-Ptn-Name      Pic X(30).
               10  WS-Ptn-Account   Pic X(10).
               10  WS-Ptn-On-Master Pic X(1).
               10  WS-Ptn-Calls     Pic 9(9)    Binary.
               10  WS-Ptn-Units     Pic 9(11)   Binary.
               10  WS-Ptn-Amount    Pic S9(11)V99 Binary.
       01  WS-Ptn-Sub               Pic 9(3)    Binary.
       01  WS-Ptn-Found-Flag        Pic X       Value "N".
         88  WS-Ptn-Found           Value "Y".
       01  WS-Ptn-Eof-Flag          Pic X       Value "N".
         88  WS-Ptn-Eof             Value "Y".

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

      * THE BATCH BEING WRITTEN - TRAILER TOTALS ARE COUNTED FROM THE
      * DETAILS ACTUALLY WRITTEN, NOT COPIED FROM THE FIRST PASS.
       01  WS-Batch-Totals.
           05  WS-Batch-Count       Pic 9(9)    Binary.
           05  WS-Batch-Units       Pic 9(11)   Binary.
           05  WS-Batch-Amount      Pic S9(11)V99 Binary.

      * RUN COUNTERS.
       01  WS-Records-Read          Pic 9(9)    Binary Value Zero.
       01  WS-Records-In-Period     Pic 9(9)    Binary Value Zero.
       01  WS-Batches-Written       Pic 9(5)    Binary Value Zero.
       01  WS-Skipped-Registered    Pic 9(5)    Binary Value Zero.
       01  WS-Partners-Unsettled    Pic 9(5)    Binary Value Zero.
       01  WS-Settled-Amount        Pic S9(11)V99 Binary Value Zero.

      * REPORT LINES.
       01  WS-Settled-Line.
           05  Pic X(19) Value "ROAMING INVOICE:   ".
           05  WS-Sline-Invoice-Out Pic X(19).
           05  Pic X(10) Value " PARTNER: ".
           05  WS-Sline-Code-Out    Pic X(4).
           05  Pic X(8)  Value " CALLS: ".
           05  WS-Sline-Calls-Out   Pic Z,ZZZ,ZZ9.
           05  Pic X(9)  Value " AMOUNT: ".
           05  WS-Sline-Amount-Out  Pic ZZ,ZZZ,ZZ9.99.
       01  WS-Unsettled-Line.
           05  Pic X(21) Value "UNSETTLED - PARTNER: ".
           05  WS-Uline-Code-Out    Pic X(4).
           05  Pic X(8)  Value " CALLS: ".
           05  WS-Uline-Calls-Out   Pic Z,ZZZ,ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Uline-Reason-Out  Pic X(20).
       01  WS-Amount-Out            Pic ZZ,ZZZ,ZZZ,ZZ9.99.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOVST".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Billing-Period
           Move Function Current-Date (1:8) To WS-Invoice-Date
           Perform Load-Partner-Master
           Perform Load-Invoice-Register
           Open Input Visitor-Usage-File
           If WS-Visrated-File-Status Not = "00"
               Display "NO VISITOR USAGE FILE TO SETTLE."
               Goback
           End-If
           Move "N" To WS-Visit-Eof-Flag
           Perform Read-Visitor-Record
           Perform Total-One-Record Until WS-Visit-Eof
           Close Visitor-Usage-File
           Open Output Settlement-Out-File
           Open Extend Invoice-Register-File
           If WS-Invreg-File-Status Not = "00"
               Open Output Invoice-Register-File
           End-If
           Open Extend Ar-Item-File
           If WS-Ar-File-Status Not = "00"
               Open Output Ar-Item-File
           End-If
           Perform Settle-One-Partner
               Varying WS-Ptn-Sub From 1 By 1
               Until WS-Ptn-Sub > WS-Ptn-Count
           Close Ar-Item-File
           Close Invoice-Register-File
           Close Settlement-Out-File
           Move "TELCOVST" To audit-log-program
           Move "IOTSETL" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Move WS-Settled-Amount To WS-Amount-Out
           Display "===== INBOUND ROAMING SETTLEMENT ====="
           Display "PERIOD " WS-Period-Start " - " WS-Period-End
           Display "VISITOR RECORDS READ..: " WS-Records-Read
           Display "IN PERIOD.............: " WS-Records-In-Period
           Display "PARTNER BATCHES.......: " WS-Batches-Written
           Display "ALREADY REGISTERED....: " WS-Skipped-Registered
           Display "PARTNERS UNSETTLED....: " WS-Partners-Unsettled
           Display "AMOUNT SETTLED........: " WS-Amount-Out
           Display "======================================"
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

      * LOAD THE ROAMING PARTNER MASTER INTO THE SETTLEMENT TABLE.
       Load-Partner-Master.
           Move Zero To WS-Ptn-Count
           Move "N" To WS-Ptn-Eof-Flag
           Open Input Partner-Master-File
           If WS-Roamptnr-File-Status = "00"
               Perform Read-One-Partner Until WS-Ptn-Eof
               Close Partner-Master-File
           Else
               Display "NO ROAMING PARTNER MASTER ON FILE - ALL "
                       "VISITOR TRAFFIC REPORTS UNSETTLED."
           End-If
           .

       Read-One-Partner.
           Read Partner-Master-File
               At End
                   Set WS-Ptn-Eof To True
               Not At End
                   If WS-Ptn-Count < 100
                       Add 1 To WS-Ptn-Count
                       Initialize WS-Ptn-Entry (WS-Ptn-Count)
                       Move PNF-Partner-Code
                           To WS-Ptn-Code (WS-Ptn-Count)
                       Move PNF-Name
                           To WS-Ptn-Name (WS-Ptn-Count)
                       Move PNF-Account-Id
                           To WS-Ptn-Account (WS-Ptn-Count)
                       Move "Y" To WS-Ptn-On-Master (WS-Ptn-Count)
                   Else
                       Display "PARTNER TABLE FULL - PARTNER NOT "
                               "SETTLED: " PNF-Partner-Code
                   End-If
           End-Read
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

       Read-Visitor-Record.
           Read Visitor-Usage-File
               At End Set WS-Visit-Eof To True
           End-Read
           .

      * FIRST PASS - TAKES ONE VISITOR CALL IN THE PERIOD INTO ITS
      * HOME NETWORK'S TOTALS.
       Total-One-Record.
           Add 1 To WS-Records-Read
           If VU-Call-Date >= WS-Period-Start
           And VU-Call-Date <= WS-Period-End
               Add 1 To WS-Records-In-Period
               Perform Find-Or-Add-Partner
               If WS-Ptn-Sub <= WS-Ptn-Count
                   Add 1 To WS-Ptn-Calls (WS-Ptn-Sub)
                   Add VU-Usage-Units To WS-Ptn-Units (WS-Ptn-Sub)
                   Add VU-Amount To WS-Ptn-Amount (WS-Ptn-Sub)
               End-If
           End-If
           Perform Read-Visitor-Record
           .

       Find-Or-Add-Partner.
           Move "N" To WS-Ptn-Found-Flag
           Perform Varying WS-Ptn-Sub From 1 By 1
                   Until WS-Ptn-Sub > WS-Ptn-Count
                   Or WS-Ptn-Found
               If WS-Ptn-Code (WS-Ptn-Sub) = VU-Home-Network
                   Set WS-Ptn-Found To True
                   Subtract 1 From WS-Ptn-Sub
               End-If
           End-Perform
           If Not WS-Ptn-Found
               If WS-Ptn-Count < 100
                   Add 1 To WS-Ptn-Count
                   Move WS-Ptn-Count To WS-Ptn-Sub
                   Initialize WS-Ptn-Entry (WS-Ptn-Sub)
                   Move VU-Home-Network To WS-Ptn-Code (WS-Ptn-Sub)
                   Move "N" To WS-Ptn-On-Master (WS-Ptn-Sub)
               Else
                   Display "PARTNER TABLE FULL - TRAFFIC NOT "
                           "SETTLED: " VU-Home-Network
               End-If
           End-If
           .

      * ONE PARTNER'S SETTLEMENT - ONLY FOR A PARTNER ON THE MASTER
      * WITH AN ACCOUNT AND TRAFFIC IN THE PERIOD THAT THE REGISTER
      * DOESN'T ALREADY SHOW SETTLED.
       Settle-One-Partner.
           If WS-Ptn-Calls (WS-Ptn-Sub) = Zero
               Exit Paragraph
           End-If
           Move WS-Ptn-Code (WS-Ptn-Sub) To WS-Uline-Code-Out
           Move WS-Ptn-Calls (WS-Ptn-Sub) To WS-Uline-Calls-Out
           Evaluate True
               When WS-Ptn-On-Master (WS-Ptn-Sub) Not = "Y"
                   Move "NOT ON MASTER" To WS-Uline-Reason-Out
               When WS-Ptn-Account (WS-Ptn-Sub) = Spaces
                   Move "NO BILLING ACCOUNT" To WS-Uline-Reason-Out
               When Other
                   Move Spaces To WS-Uline-Reason-Out
           End-Evaluate
           If WS-Uline-Reason-Out Not = Spaces
               Add 1 To WS-Partners-Unsettled
               Display WS-Unsettled-Line
               Exit Paragraph
           End-If
           Perform Check-Register-For-Partner
           If WS-Already-Invoiced
               Add 1 To WS-Skipped-Registered
               Display "ALREADY SETTLED FOR THE PERIOD - SKIPPED: "
                       WS-Ptn-Code (WS-Ptn-Sub)
               Exit Paragraph
           End-If
           Add 1 To WS-Batches-Written
           Add 1 To WS-Invoice-Seq
           Move WS-Invoice-Date To WS-Inv-No-Date
           Move WS-Invoice-Seq To WS-Inv-No-Seq
           Perform Write-Partner-Batch
           Perform Register-Roaming-Invoice
           Perform Open-Ar-Item
           Add WS-Batch-Amount To WS-Settled-Amount
           Move WS-Invoice-Number To WS-Sline-Invoice-Out
           Move WS-Ptn-Code (WS-Ptn-Sub) To WS-Sline-Code-Out
           Move WS-Batch-Count To WS-Sline-Calls-Out
           Move WS-Batch-Amount To WS-Sline-Amount-Out
           Display WS-Settled-Line
           .

      * HEADER, ONE DETAIL PER VISITOR CALL IN THE PERIOD FROM A
      * RESCAN OF VISRATED, AND THE TRAILER CONTROL TOTALS.
       Write-Partner-Batch.
           Initialize WS-Batch-Totals
           Move Spaces To Settlement-Out-Record
           Set TS-Header-Rec To True
           Move WS-Ptn-Code (WS-Ptn-Sub) To TS-Partner-Code
           Move WS-Period-Start To TS-Hdr-Period-Start
           Move WS-Period-End To TS-Hdr-Period-End
           Move WS-Invoice-Date To TS-Hdr-Created-Date
           Move WS-Invoice-Number To TS-Hdr-Invoice-No
           Write Settlement-Out-Record
           Open Input Visitor-Usage-File
           Move "N" To WS-Visit-Eof-Flag
           Perform Read-Visitor-Record
           Perform Write-One-Detail Until WS-Visit-Eof
           Close Visitor-Usage-File
           Move Spaces To Settlement-Out-Record
           Set TS-Trailer-Rec To True
           Move WS-Ptn-Code (WS-Ptn-Sub) To TS-Partner-Code
           Move WS-Batch-Count To TS-Trl-Record-Count
           Move WS-Batch-Units To TS-Trl-Total-Units
           Move WS-Batch-Amount To TS-Trl-Total-Amount
           Write Settlement-Out-Record
           .

       Write-One-Detail.
           If VU-Home-Network = WS-Ptn-Code (WS-Ptn-Sub)
           And VU-Call-Date >= WS-Period-Start
           And VU-Call-Date <= WS-Period-End
               Move Spaces To Settlement-Out-Record
               Set TS-Detail-Rec To True
               Move VU-Home-Network To TS-Partner-Code
               Move VU-InRec To TS-InRec
               Move VU-Call-Date To TS-Call-Date
               Move VU-Event-Type To TS-Event-Type
               Move VU-Rate-Class To TS-Rate-Class
               Move VU-Usage-Units To TS-Usage-Units
               Move VU-Unit-Rate To TS-Unit-Rate
               Move VU-Amount To TS-Amount
               Write Settlement-Out-Record
               Add 1 To WS-Batch-Count
               Add VU-Usage-Units To WS-Batch-Units
               Add VU-Amount To WS-Batch-Amount
           End-If
           Perform Read-Visitor-Record
           .

       Check-Register-For-Partner.
           Move "N" To WS-Already-Invoiced-Flag
           Perform Varying WS-Reg-Sub From 1 By 1
                   Until WS-Reg-Sub > WS-Reg-Count
                   Or WS-Already-Invoiced
               If WS-Reg-Id (WS-Reg-Sub) = WS-Ptn-Account (WS-Ptn-Sub)
               And WS-Reg-Pstart (WS-Reg-Sub) = WS-Period-Start
               And WS-Reg-Pend (WS-Reg-Sub) = WS-Period-End
                   Set WS-Already-Invoiced To True
               End-If
           End-Perform
           .

       Register-Roaming-Invoice.
           Move WS-Invoice-Number To IR-Invoice-No
           Move WS-Ptn-Account (WS-Ptn-Sub) To IR-Subscriber-Id
           Move WS-Period-Start To IR-Period-Start
           Move WS-Period-End To IR-Period-End
           Move WS-Batch-Amount To IR-Amount
           Move Function Current-Date To IR-Timestamp
           Move "ROAMING" To IR-Status
           Write Invoice-Register-Record
           .

      * BOOKS THE PARTNER'S RECEIVABLE AS AN AR ITEM AGAINST ITS
      * ACCOUNT.
       Open-Ar-Item.
           Move WS-Invoice-Number To AR-Invoice-No
           Move WS-Ptn-Account (WS-Ptn-Sub) To AR-Subscriber-Id
           Move "INV" To AR-Tran-Type
           Move WS-Invoice-Date To AR-Tran-Date
           Move WS-Batch-Amount To AR-Amount
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

       End Program TELCOVST.
