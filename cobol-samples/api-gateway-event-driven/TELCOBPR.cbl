       Identification Division.
       Program-ID. TELCOBPR.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  PERIOD-END BEST-PLAN RECOMMENDATION - TOTALS EACH PLAN
      *  SUBSCRIBER'S ALLOWANCE-BEARING VOICE MINUTES FOR THE PERIOD
      *  (TELCO_PERIOD_START/END) FROM CDRRATED AND RE-PRICES THEM
      *  UNDER EVERY PLAN ON PLANTAB - THE PLAN'S MONTHLY FEE PLUS
      *  THE MINUTES BEYOND ITS INCLUDED UNITS AT ITS OVERAGE RATE.
      *  A SUBSCRIBER WHOSE CHEAPEST PLAN WOULD HAVE SAVED MORE THAN
      *  TELCO_BESTPLAN_SAVING (DEFAULT 5.00) AGAINST THE PLAN THEY
      *  ARE ENROLLED IN (PLANENRL, AS OF THE PERIOD END) IS LISTED
      *  WITH BOTH COSTS ON THE BPLNPRT REPORT AND WRITTEN, WITH THE
      *  SUBCONT NAME AND CONTACT DETAILS, TO THE SEMICOLON-DELIMITED
      *  BPLNCSV FILE THE RETENTION TEAM LOADS INTO ITS OUTBOUND
      *  CAMPAIGN. SPECIAL-NUMBER CALLS AND MVNO RESELLER TRAFFIC ARE
      *  LEFT OUT - NEITHER DRAWS ON A PLAN OF OURS.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Plan-Table-File Assign To "PLANTAB"
               Organization Is Sequential
               File Status Is WS-Plantab-File-Status.
           Select Enrollment-File Assign To "PLANENRL"
               Organization Is Sequential
               File Status Is WS-Enrollment-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Report-File Assign To "BPLNPRT"
               Organization Is Sequential.
           Select Campaign-File Assign To "BPLNCSV"
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

       FD  Plan-Table-File
           Recording Mode Is F.
       01  Plan-Table-File-Record.
               COPY PLANTAB REPLACING LEADING ==PL-== BY ==PLF-==.

       FD  Enrollment-File
           Recording Mode Is F.
       01  Enrollment-Record.
               COPY PLANENRL REPLACING LEADING ==PE-== BY ==PEF-==.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(100).

       FD  Campaign-File
           Recording Mode Is F.
       01  Campaign-Line            Pic X(200).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Plantab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Enrollment-File-Status Pic X(2)   Value Spaces.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
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

      * THE SAVING BELOW WHICH A BETTER PLAN IS NOT WORTH A CALL.
       01  WS-Threshold-Control.
           05  WS-Saving-Threshold  Pic 9(5)V99 Value 5.00.
           05  WS-Saving-Env-Name   Pic X(32)
                   Value "TELCO_BESTPLAN_SAVING".
           05  WS-Saving-Env-Value  Pic X(32)   Value Spaces.
           05  WS-Saving-Ge-Result  Pic 9(2)    Binary.

      * RUN-ID FOR THE AUDIT ENTRY - SAME GETENVOP CONVENTION AS
      * TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * EVERY PLAN ON PLANTAB IS A CANDIDATE.
       01  WS-Plan-Table.
           05  Plan-Table-Count     Pic 9(3)    Binary Value Zero.
           05  Plan-Table-Entry Occurs 50 Times.
               COPY PLANTAB.
       01  WS-Plan-Sub              Pic 9(3)    Binary.

       01  WS-Enrollment-Table.
           05  WS-Enrl-Count        Pic 9(5)    Binary Value Zero.
           05  WS-Enrl-Entry Occurs 5000 Times.
               10  WS-Enrl-Id       Pic X(10).
               10  WS-Enrl-Plan     Pic X(4).
               10  WS-Enrl-Date     Pic 9(8).
       01  WS-Enrl-Sub              Pic 9(5)    Binary.
       01  WS-Enrl-Eof-Flag         Pic X       Value "N".
         88  WS-Enrl-Eof            Value "Y".
       01  WS-Enrl-Best-Date        Pic 9(8).

       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".

      * PERIOD USAGE PER SUBSCRIBER, AND THE OUTCOME OF THE
      * COMPARISON.
       01  WS-Usage-Table.
           05  WS-Use-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Use-Entry Occurs 5000 Times.
               10  WS-Use-Id        Pic X(10).
               10  WS-Use-Calls     Pic 9(7)    Binary.
               10  WS-Use-Minutes   Pic 9(9)    Binary.
       01  WS-Use-Sub               Pic 9(5)    Binary.
       01  WS-Use-Found-Flag        Pic X       Value "N".
         88  WS-Use-Found           Value "Y".

       01  WS-Compare-Work.
           05  WS-Current-Plan      Pic X(4).
           05  WS-Current-Cost      Pic S9(9)V99.
           05  WS-Best-Plan         Pic X(4).
           05  WS-Best-Cost         Pic S9(9)V99.
           05  WS-Plan-Cost         Pic S9(9)V99.
           05  WS-Over-Minutes      Pic 9(9).
           05  WS-Saving            Pic S9(9)V99.
           05  WS-Current-Found-Flag Pic X.
             88  WS-Current-Found   Value "Y".

      * RUN COUNTERS.
       01  WS-Records-Read          Pic 9(9)    Binary Value Zero.
       01  WS-Records-Used          Pic 9(9)    Binary Value Zero.
       01  WS-Subs-Compared         Pic 9(7)    Binary Value Zero.
       01  WS-Subs-No-Plan          Pic 9(7)    Binary Value Zero.
       01  WS-Subs-Recommended      Pic 9(7)    Binary Value Zero.
       01  WS-Total-Saving          Pic S9(11)V99 Binary Value Zero.

      * REPORT LINES.
       01  WS-Title-Line.
           05  Pic X(35) Value "BEST-PLAN RECOMMENDATIONS - PERIOD ".
           05  WS-Title-Start-Out   Pic 9(8).
           05  Pic X(3)  Value " - ".
           05  WS-Title-End-Out     Pic 9(8).
       01  WS-Heading-Line.
           05  Pic X(50) Value
               "SUBSCRIBER    MINUTES  PLAN  CURRENT COST  BEST  ".
           05  Pic X(30) Value
               "   BEST COST        SAVING".
       01  WS-Detail-Line.
           05  WS-Dline-Id-Out      Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Minutes-Out Pic ZZZ,ZZ9.
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-Cur-Plan-Out Pic X(4).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Cur-Cost-Out Pic ZZ,ZZZ,ZZ9.99.
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-Best-Plan-Out Pic X(4).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Best-Cost-Out Pic ZZ,ZZZ,ZZ9.99.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Saving-Out  Pic ZZ,ZZZ,ZZ9.99.
       01  WS-Total-Line.
           05  Pic X(31) Value "SUBSCRIBERS RECOMMENDED......: ".
           05  WS-Tline-Count-Out   Pic ZZZ,ZZ9.
           05  Pic X(17) Value "  TOTAL SAVING: ".
           05  WS-Tline-Saving-Out  Pic ZZ,ZZZ,ZZZ,ZZ9.99.

      * ONE DELIMITED CAMPAIGN LINE - SEMICOLON-DELIMITED LIKE THE
      * E-BILL ITEMIZATION AND STATEMENT FILES, WITH A COLUMN-NAME
      * LINE FIRST.
       01  WS-Csv-Amounts.
           05  WS-Csv-Cur-Cost      Pic -9(9).99.
           05  WS-Csv-Best-Cost     Pic -9(9).99.
           05  WS-Csv-Saving        Pic -9(9).99.
           05  WS-Csv-Minutes       Pic 9(9).
       01  WS-Csv-Line              Pic X(200).

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Billing-Period
           Perform Get-Saving-Threshold
           Perform Load-Plan-Table
           If Plan-Table-Count = Zero
               Display "NO PLANS ON FILE - NOTHING TO COMPARE."
               Goback
           End-If
           Perform Load-Plan-Enrollment
           Perform Load-Contacts
           Open Input Rated-Input-File
           If WS-Rated-File-Status Not = "00"
               Display "NO RATED OUTPUT FILE TO ANALYSE."
               Goback
           End-If
           Perform Read-Rated-Record
           Perform Accumulate-One-Record Until WS-Rated-Eof
           Close Rated-Input-File
           Open Output Report-File
           Open Output Campaign-File
           Move WS-Period-Start To WS-Title-Start-Out
           Move WS-Period-End To WS-Title-End-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Heading-Line
           Move Spaces To WS-Csv-Line
           String "SUBSCRIBER;NAME;PHONE;EMAIL;MINUTES;CURRENT PLAN;"
                  "CURRENT COST;BEST PLAN;BEST COST;SAVING"
                  Delimited By Size Into WS-Csv-Line
           Write Campaign-Line From WS-Csv-Line
           Perform Compare-One-Subscriber
               Varying WS-Use-Sub From 1 By 1
               Until WS-Use-Sub > WS-Use-Count
           Move WS-Subs-Recommended To WS-Tline-Count-Out
           Move WS-Total-Saving To WS-Tline-Saving-Out
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Total-Line
           Close Campaign-File
           Close Report-File
           Move "TELCOBPR" To audit-log-program
           Move "BESTPLAN" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== BEST-PLAN RECOMMENDATION ====="
           Display "PERIOD " WS-Period-Start " - " WS-Period-End
           Display "RATED RECORDS READ....: " WS-Records-Read
           Display "PLAN MINUTES COUNTED..: " WS-Records-Used
           Display "SUBSCRIBERS COMPARED..: " WS-Subs-Compared
           Display "NOT ON A PLAN.........: " WS-Subs-No-Plan
           Display "RECOMMENDED...........: " WS-Subs-Recommended
           Display "===================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * READS THE PERIOD BOUNDS (GETENVOP CONVENTION). AN UNSET
      * BOUND IS LEFT OPEN.
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

       Get-Saving-Threshold.
           Call "GETENVOP" Using WS-Saving-Env-Name WS-Saving-Env-Value
                WS-Saving-Ge-Result
           If WS-Saving-Ge-Result < 19
                   And WS-Saving-Env-Value Not = Spaces
               Compute WS-Saving-Threshold =
                       Function Numval ( WS-Saving-Env-Value )
           End-If
           .

       Load-Plan-Table.
           Move Zero To Plan-Table-Count
           Open Input Plan-Table-File
           If WS-Plantab-File-Status = "00"
               Perform Until WS-Plantab-File-Status Not = "00"
                   Read Plan-Table-File
                   If WS-Plantab-File-Status = "00"
                   And Plan-Table-Count < 50
                       Add 1 To Plan-Table-Count
                       Move Plan-Table-File-Record
                            To Plan-Table-Entry (Plan-Table-Count)
                   End-If
               End-Perform
               Close Plan-Table-File
           End-If
           .

       Load-Plan-Enrollment.
           Move Zero To WS-Enrl-Count
           Move "N" To WS-Enrl-Eof-Flag
           Open Input Enrollment-File
           If WS-Enrollment-File-Status = "00"
               Perform Read-One-Enrollment Until WS-Enrl-Eof
               Close Enrollment-File
           End-If
           .

       Read-One-Enrollment.
           Read Enrollment-File
               At End
                   Set WS-Enrl-Eof To True
               Not At End
                   If WS-Enrl-Count < 5000
                       Add 1 To WS-Enrl-Count
                       Move PEF-Subscriber-Id
                           To WS-Enrl-Id (WS-Enrl-Count)
                       Move PEF-Plan-Code
                           To WS-Enrl-Plan (WS-Enrl-Count)
                       Move PEF-Effective-Date
                           To WS-Enrl-Date (WS-Enrl-Count)
                   End-If
           End-Read
           .

       Load-Contacts.
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

       Read-Rated-Record.
           Read Rated-Input-File
               At End Set WS-Rated-Eof To True
           End-Read
           .

      * ONLY OUR OWN SUBSCRIBERS' ORDINARY CALLS IN THE PERIOD COUNT
      * - THE MINUTES A PLAN'S ALLOWANCE WOULD HAVE COVERED.
       Accumulate-One-Record.
           Add 1 To WS-Records-Read
           If RO-Call-Date >= WS-Period-Start
           And RO-Call-Date <= WS-Period-End
           And RO-Rate-Class Not = Space
           And RO-Reseller-Id = Spaces
           And RO-Special-Treatment = Space
           And RO-Subscriber-Id Not = Spaces
               Add 1 To WS-Records-Used
               Perform Find-Or-Add-Usage
               If WS-Use-Sub <= WS-Use-Count
                   Add 1 To WS-Use-Calls (WS-Use-Sub)
                   Add RO-Billable-Minutes
                       To WS-Use-Minutes (WS-Use-Sub)
               End-If
           End-If
           Perform Read-Rated-Record
           .

       Find-Or-Add-Usage.
           Move "N" To WS-Use-Found-Flag
           Perform Varying WS-Use-Sub From 1 By 1
                   Until WS-Use-Sub > WS-Use-Count
                   Or WS-Use-Found
               If WS-Use-Id (WS-Use-Sub) = RO-Subscriber-Id
                   Set WS-Use-Found To True
                   Subtract 1 From WS-Use-Sub
               End-If
           End-Perform
           If Not WS-Use-Found
               If WS-Use-Count < 5000
                   Add 1 To WS-Use-Count
                   Move WS-Use-Count To WS-Use-Sub
                   Move RO-Subscriber-Id To WS-Use-Id (WS-Use-Sub)
                   Move Zero To WS-Use-Calls (WS-Use-Sub)
                   Move Zero To WS-Use-Minutes (WS-Use-Sub)
               Else
                   Display "USAGE TABLE FULL - SUBSCRIBER NOT "
                           "ANALYSED: " RO-Subscriber-Id
               End-If
           End-If
           .

      * PRICES THE SUBSCRIBER'S MINUTES UNDER THEIR OWN PLAN AND
      * UNDER EVERY OTHER, AND LISTS THEM WHEN THE CHEAPEST BEATS
      * THEIR OWN BY MORE THAN THE THRESHOLD. A SUBSCRIBER NOT
      * ENROLLED IN A PLAN ON PLANTAB IS NOT COMPARED.
       Compare-One-Subscriber.
           Perform Find-Current-Plan
           Move "N" To WS-Current-Found-Flag
           Move Zero To WS-Current-Cost
           Move Spaces To WS-Best-Plan
           Move 999999999.99 To WS-Best-Cost
           Perform Price-Under-One-Plan
               Varying WS-Plan-Sub From 1 By 1
               Until WS-Plan-Sub > Plan-Table-Count
           If Not WS-Current-Found
               Add 1 To WS-Subs-No-Plan
               Exit Paragraph
           End-If
           Add 1 To WS-Subs-Compared
           Compute WS-Saving = WS-Current-Cost - WS-Best-Cost
           If WS-Best-Plan = WS-Current-Plan
           Or WS-Saving Not > WS-Saving-Threshold
               Exit Paragraph
           End-If
           Add 1 To WS-Subs-Recommended
           Add WS-Saving To WS-Total-Saving
           Move WS-Use-Id (WS-Use-Sub) To WS-Dline-Id-Out
           Move WS-Use-Minutes (WS-Use-Sub) To WS-Dline-Minutes-Out
           Move WS-Current-Plan To WS-Dline-Cur-Plan-Out
           Move WS-Current-Cost To WS-Dline-Cur-Cost-Out
           Move WS-Best-Plan To WS-Dline-Best-Plan-Out
           Move WS-Best-Cost To WS-Dline-Best-Cost-Out
           Move WS-Saving To WS-Dline-Saving-Out
           Write Report-Line From WS-Detail-Line
           Perform Write-Campaign-Line
           .

      * THE PLAN IN FORCE AT THE PERIOD END - MOST RECENT EFFECTIVE
      * DATE NOT AFTER IT WINS, THE SAME RULE TELCOBAT RATES BY.
       Find-Current-Plan.
           Move Spaces To WS-Current-Plan
           Move Zero To WS-Enrl-Best-Date
           Perform Varying WS-Enrl-Sub From 1 By 1
                   Until WS-Enrl-Sub > WS-Enrl-Count
               If WS-Enrl-Id (WS-Enrl-Sub) = WS-Use-Id (WS-Use-Sub)
               And WS-Enrl-Date (WS-Enrl-Sub) Not > WS-Period-End
               And WS-Enrl-Date (WS-Enrl-Sub) >= WS-Enrl-Best-Date
                   Move WS-Enrl-Date (WS-Enrl-Sub) To WS-Enrl-Best-Date
                   Move WS-Enrl-Plan (WS-Enrl-Sub) To WS-Current-Plan
               End-If
           End-Perform
           .

      * FEE PLUS OVERAGE UNDER ONE PLAN. TIES KEEP THE EARLIER PLAN,
      * AND THE SUBSCRIBER'S OWN PLAN ALWAYS WINS A TIE WITH ANOTHER
      * - NOBODY IS CALLED TO MOVE FOR NOTHING.
       Price-Under-One-Plan.
           If WS-Use-Minutes (WS-Use-Sub)
                   > PL-Included-Units (WS-Plan-Sub)
               Compute WS-Over-Minutes = WS-Use-Minutes (WS-Use-Sub)
                       - PL-Included-Units (WS-Plan-Sub)
           Else
               Move Zero To WS-Over-Minutes
           End-If
           Compute WS-Plan-Cost Rounded = PL-Monthly-Fee (WS-Plan-Sub)
                   + WS-Over-Minutes * PL-Overage-Rate (WS-Plan-Sub)
           If PL-Plan-Code (WS-Plan-Sub) = WS-Current-Plan
           And WS-Current-Plan Not = Spaces
               Set WS-Current-Found To True
               Move WS-Plan-Cost To WS-Current-Cost
               If WS-Plan-Cost Not > WS-Best-Cost
                   Move WS-Plan-Cost To WS-Best-Cost
                   Move PL-Plan-Code (WS-Plan-Sub) To WS-Best-Plan
               End-If
           Else
               If WS-Plan-Cost < WS-Best-Cost
                   Move WS-Plan-Cost To WS-Best-Cost
                   Move PL-Plan-Code (WS-Plan-Sub) To WS-Best-Plan
               End-If
           End-If
           .

       Write-Campaign-Line.
           Perform Find-Contact
           Move WS-Current-Cost To WS-Csv-Cur-Cost
           Move WS-Best-Cost To WS-Csv-Best-Cost
           Move WS-Saving To WS-Csv-Saving
           Move WS-Use-Minutes (WS-Use-Sub) To WS-Csv-Minutes
           Move Spaces To WS-Csv-Line
           If WS-Cnt-Found
               String WS-Use-Id (WS-Use-Sub) Delimited By Space
                      ";" WS-Cnt-Bill-Name (WS-Cnt-Sub)
                          Delimited By "  "
                      ";" WS-Cnt-Phone (WS-Cnt-Sub) Delimited By Space
                      ";" WS-Cnt-Email (WS-Cnt-Sub) Delimited By Space
                      ";" WS-Csv-Minutes ";" WS-Current-Plan
                      ";" WS-Csv-Cur-Cost ";" WS-Best-Plan
                      ";" WS-Csv-Best-Cost ";" WS-Csv-Saving
                      Delimited By Size Into WS-Csv-Line
           Else
               String WS-Use-Id (WS-Use-Sub) Delimited By Space
                      ";;;;" WS-Csv-Minutes ";" WS-Current-Plan
                      ";" WS-Csv-Cur-Cost ";" WS-Best-Plan
                      ";" WS-Csv-Best-Cost ";" WS-Csv-Saving
                      Delimited By Size Into WS-Csv-Line
           End-If
           Write Campaign-Line From WS-Csv-Line
           .

       Find-Contact.
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub)
                       = WS-Use-Id (WS-Use-Sub)
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
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

       End Program TELCOBPR.
