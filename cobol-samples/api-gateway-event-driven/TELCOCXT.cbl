       Identification Division.
       Program-ID. TELCOCXT.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DAILY CONTRACT EXPIRY TRACKER - AS OF TELCO_BUSINESS_DATE
      *  (DEFAULT TODAY) LISTS EVERY CONTRACTED RATE (CNTRATE) AND
      *  MINIMUM COMMITMENT (COMMTAB) IN FORCE WHOSE END DATE FALLS
      *  WITHIN THE NEXT 90 DAYS AND HAS NO RENEWAL ROW ON FILE
      *  BEHIND IT, BUCKETED AT 30, 60 AND 90 DAYS, WITH THE
      *  ACCOUNT'S TRAILING REVENUE - ITS RATED OUTPUT ON CDRRATED
      *  OVER THE LAST TELCO_CONTRACT_TRAIL_DAYS (DEFAULT 90) - ON
      *  THE CXPRPT REPORT FOR SALES. A CONTRACT ENDING WITHIN 30
      *  DAYS ON AN ACCOUNT WHOSE TRAILING REVENUE REACHES
      *  TELCO_CONTRACT_ALERT_REVENUE (DEFAULT 1000.00) ALSO RAISES
      *  A TELCOALR ALERT, SO A HIGH-VALUE CUSTOMER IS NOT LEFT TO
      *  FALL BACK TO THE PUBLISHED RATE UNNOTICED.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Contract-Rate-File Assign To "CNTRATE"
               Organization Is Sequential
               File Status Is WS-Cntrate-File-Status.
           Select Commitment-Table-File Assign To "COMMTAB"
               Organization Is Sequential
               File Status Is WS-Commtab-File-Status.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Report-File Assign To "CXPRPT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Contract-Rate-File
           Recording Mode Is F.
       01  Contract-Rate-Record.
               COPY CNTRATE.

       FD  Commitment-Table-File
           Recording Mode Is F.
       01  Commitment-Table-Record.
               COPY COMMTAB.

       FD  Rated-Input-File
           Recording Mode Is F.
       01  Rated-Output-Record.
           05  RO-InRec             Pic S9(15)      Packed-Decimal.
           05  RO-Currency          Pic X(3).
           05  RO-Subscriber-Id     Pic X(10).
           05  RO-Call-Date         Pic 9(8).
               COPY RATEDTL REPLACING LEADING ==RD-== BY ==RO-==.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Cntrate-File-Status   Pic X(2)    Value Spaces.
       01  WS-Commtab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ct-Eof-Flag           Pic X       Value "N".
         88  WS-Ct-Eof              Value "Y".
       01  WS-Cm-Eof-Flag           Pic X       Value "N".
         88  WS-Cm-Eof              Value "Y".
       01  WS-Rated-Eof-Flag        Pic X       Value "N".
         88  WS-Rated-Eof           Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".

      * BUSINESS DATE - SAME TELCO_BUSINESS_DATE CONVENTION AS THE
      * JOB CHAIN - AND THE TRAILING REVENUE WINDOW ENDING ON IT.
       01  WS-Date-Control.
           05  WS-Business-Date     Pic 9(8)    Value Zero.
           05  WS-Business-Int      Pic 9(7)    Binary.
           05  WS-Trail-Start       Pic 9(8).
           05  WS-Trail-Days        Pic 9(3)    Value 90.
           05  WS-Work-Int          Pic 9(7)    Binary.
           05  WS-Date-Env-Name     Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Trail-Env-Name    Pic X(32)
                   Value "TELCO_CONTRACT_TRAIL_DAYS".
           05  WS-Alert-Env-Name    Pic X(32)
                   Value "TELCO_CONTRACT_ALERT_REVENUE".
           05  WS-Cxt-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Cxt-Ge-Result     Pic 9(2)    Binary.

      * HOW FAR AHEAD A CONTRACT END IS TRACKED, THE BUCKET BOUNDS,
      * AND THE TRAILING REVENUE AT WHICH A 30-DAY EXPIRY ALERTS.
       01  WS-Bucket-Control.
           05  WS-Horizon-Days      Pic 9(3)    Value 90.
           05  WS-Bucket-Bound Occurs 3 Times
                                    Pic 9(3).
           05  WS-Bucket-No         Pic 9(1)    Binary.
           05  WS-Alert-Revenue     Pic 9(9)V99 Value 1000.00.

      * RUN-ID FOR THE AUDIT ENTRY - SAME GETENVOP CONVENTION AS
      * TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * EVERY CONTRACTED RATE AND COMMITMENT ROW ON FILE - TYPE "R"
      * FOR A CNTRATE RATE (WITH ITS CLASS), "C" FOR A COMMTAB
      * COMMITMENT (CLASS SPACE). A LATER-STARTING ROW FOR THE SAME
      * TYPE, SUBSCRIBER AND CLASS IS THE RENEWAL.
       01  WS-Contract-Table.
           05  WS-Ctr-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Ctr-Entry Occurs 2000 Times.
               10  WS-Ctr-Type      Pic X(1).
               10  WS-Ctr-Id        Pic X(10).
               10  WS-Ctr-Class     Pic X(1).
               10  WS-Ctr-Start     Pic 9(8).
               10  WS-Ctr-End       Pic 9(8).
               10  WS-Ctr-Rate      Pic S9V9(6).
               10  WS-Ctr-Amount    Pic S9(7)V99.
               10  WS-Ctr-Days-Left Pic S9(5)   Binary.
               10  WS-Ctr-Bucket    Pic 9(1).
       01  WS-Ctr-Sub               Pic 9(5)    Binary.
       01  WS-Ren-Sub               Pic 9(5)    Binary.
       01  WS-Ctr-Full-Warned       Pic X       Value "N".
       01  WS-Renewed-Flag          Pic X       Value "N".
         88  WS-Renewed             Value "Y".

      * TRAILING REVENUE PER SUBSCRIBER HOLDING A TRACKED CONTRACT.
       01  WS-Revenue-Table.
           05  WS-Rev-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Rev-Entry Occurs 2000 Times.
               10  WS-Rev-Id        Pic X(10).
               10  WS-Rev-Amount    Pic S9(11)V99 Binary.
       01  WS-Rev-Sub               Pic 9(5)    Binary.
       01  WS-Rev-Found-Flag        Pic X       Value "N".
         88  WS-Rev-Found           Value "Y".
       01  WS-Rev-Key               Pic X(10).
       01  WS-Trail-Revenue         Pic S9(11)V99 Binary.

       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".

       01  WS-Alert-Severity        Pic X(4).
       01  WS-Alert-Program         Pic X(8)    Value "TELCOCXT".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.
       01  WS-Alert-Revenue-Out     Pic Z(8)9.99.

      * RUN COUNTERS.
       01  WS-Records-Read          Pic 9(9)    Binary Value Zero.
       01  WS-Contracts-Tracked     Pic 9(5)    Binary Value Zero.
       01  WS-Bucket-Listed Occurs 3 Times
                                    Pic 9(5)    Binary.
       01  WS-Alerts-Raised         Pic 9(5)    Binary Value Zero.

      * REPORT LINES.
       01  WS-Title-Line.
           05  Pic X(27) Value "CONTRACTS EXPIRING - AS OF ".
           05  WS-Title-Date-Out    Pic 9(8).
           05  Pic X(16) Value "  REVENUE SINCE ".
           05  WS-Title-Trail-Out   Pic 9(8).
       01  WS-Bucket-Line.
           05  Pic X(20) Value "----- ENDING WITHIN ".
           05  WS-Bline-Days-Out    Pic Z9.
           05  Pic X(11) Value " DAYS -----".
       01  WS-Heading-Line.
           05  Pic X(42) Value "SUBSCRIBER NAME".
           05  Pic X(38) Value
               "TYPE   C  END DATE DAYS     CONTRACTED".
           05  Pic X(18) Value "  TRAILING REVENUE".
       01  WS-Detail-Line.
           05  WS-Dline-Id-Out      Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Name-Out    Pic X(30).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Type-Out    Pic X(6).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Class-Out   Pic X(1).
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-End-Out     Pic 9(8).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Days-Out    Pic ZZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Value-Out   Pic Z,ZZZ,ZZ9.9999.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Revenue-Out Pic ZZ,ZZZ,ZZZ,ZZ9.99.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Alert-Out   Pic X(5).
       01  WS-Total-Line.
           05  Pic X(18) Value "CONTRACTS LISTED: ".
           05  WS-Tline-Listed-Out  Pic ZZ,ZZ9.
           05  Pic X(17) Value "  ALERTS RAISED: ".
           05  WS-Tline-Alerts-Out  Pic ZZ,ZZ9.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Business-Date
           Perform Get-Tracker-Settings
           Perform Load-Contract-Rates
           Perform Load-Commitments
           If WS-Ctr-Count = Zero
               Display "NO CONTRACTS ON FILE - NOTHING TO TRACK."
               Goback
           End-If
           Perform Track-One-Contract
               Varying WS-Ctr-Sub From 1 By 1
               Until WS-Ctr-Sub > WS-Ctr-Count
           Perform Load-Contacts
           Open Input Rated-Input-File
           If WS-Rated-File-Status = "00"
               Perform Read-Rated-Record
               Perform Accumulate-One-Record Until WS-Rated-Eof
               Close Rated-Input-File
           Else
               Display "NO RATED OUTPUT FILE - TRAILING REVENUE "
                       "SHOWN AS ZERO."
           End-If
           Open Output Report-File
           Move WS-Business-Date To WS-Title-Date-Out
           Move WS-Trail-Start To WS-Title-Trail-Out
           Write Report-Line From WS-Title-Line
           Perform List-One-Bucket
               Varying WS-Bucket-No From 1 By 1
               Until WS-Bucket-No > 3
           Move WS-Contracts-Tracked To WS-Tline-Listed-Out
           Move WS-Alerts-Raised To WS-Tline-Alerts-Out
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Total-Line
           Close Report-File
           Move "TELCOCXT" To audit-log-program
           Move "CNTRXPRY" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== CONTRACT EXPIRY TRACKER ====="
           Display "AS OF.................: " WS-Business-Date
           Display "CONTRACT ROWS LOADED..: " WS-Ctr-Count
           Display "ENDING WITHIN 30 DAYS.: " WS-Bucket-Listed (1)
           Display "ENDING WITHIN 60 DAYS.: " WS-Bucket-Listed (2)
           Display "ENDING WITHIN 90 DAYS.: " WS-Bucket-Listed (3)
           Display "ALERTS RAISED.........: " WS-Alerts-Raised
           Display "RATED RECORDS READ....: " WS-Records-Read
           Display "==================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Business-Date.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Cxt-Env-Value
                WS-Cxt-Ge-Result
           If WS-Cxt-Ge-Result < 19
                   And WS-Cxt-Env-Value Not = Spaces
               Move WS-Cxt-Env-Value To WS-Business-Date
           Else
               Move Function Current-Date (1:8) To WS-Business-Date
           End-If
           Compute WS-Business-Int =
                   Function Integer-Of-Date ( WS-Business-Date )
           .

      * TRAILING WINDOW LENGTH AND ALERT REVENUE (GETENVOP
      * CONVENTION, WITH SHOP DEFAULTS).
       Get-Tracker-Settings.
           Move Spaces To WS-Cxt-Env-Value
           Call "GETENVOP" Using WS-Trail-Env-Name WS-Cxt-Env-Value
                WS-Cxt-Ge-Result
           If WS-Cxt-Ge-Result < 19 And WS-Cxt-Env-Value Not = Spaces
               Compute WS-Trail-Days =
                       Function Numval ( WS-Cxt-Env-Value )
           End-If
           If WS-Trail-Days = Zero
               Move 90 To WS-Trail-Days
           End-If
           Move Spaces To WS-Cxt-Env-Value
           Call "GETENVOP" Using WS-Alert-Env-Name WS-Cxt-Env-Value
                WS-Cxt-Ge-Result
           If WS-Cxt-Ge-Result < 19 And WS-Cxt-Env-Value Not = Spaces
               Compute WS-Alert-Revenue =
                       Function Numval ( WS-Cxt-Env-Value )
           End-If
           Compute WS-Work-Int = WS-Business-Int - WS-Trail-Days + 1
           Compute WS-Trail-Start =
                   Function Date-Of-Integer ( WS-Work-Int )
           Move 30 To WS-Bucket-Bound (1)
           Move 60 To WS-Bucket-Bound (2)
           Move WS-Horizon-Days To WS-Bucket-Bound (3)
           Move Zero To WS-Bucket-Listed (1) WS-Bucket-Listed (2)
                        WS-Bucket-Listed (3)
           .

       Load-Contract-Rates.
           Move "N" To WS-Ct-Eof-Flag
           Open Input Contract-Rate-File
           If WS-Cntrate-File-Status = "00"
               Perform Read-One-Contract-Rate Until WS-Ct-Eof
               Close Contract-Rate-File
           End-If
           .

       Read-One-Contract-Rate.
           Read Contract-Rate-File
               At End
                   Set WS-Ct-Eof To True
               Not At End
                   Perform Add-Contract-Entry
                   If WS-Ctr-Sub <= WS-Ctr-Count
                       Move "R" To WS-Ctr-Type (WS-Ctr-Sub)
                       Move CT-Subscriber-Id To WS-Ctr-Id (WS-Ctr-Sub)
                       Move CT-Rate-Class To WS-Ctr-Class (WS-Ctr-Sub)
                       Move CT-Effective-Date
                           To WS-Ctr-Start (WS-Ctr-Sub)
                       Move CT-End-Date To WS-Ctr-End (WS-Ctr-Sub)
                       Move CT-Unit-Rate To WS-Ctr-Rate (WS-Ctr-Sub)
                   End-If
           End-Read
           .

       Load-Commitments.
           Move "N" To WS-Cm-Eof-Flag
           Open Input Commitment-Table-File
           If WS-Commtab-File-Status = "00"
               Perform Read-One-Commitment Until WS-Cm-Eof
               Close Commitment-Table-File
           End-If
           .

       Read-One-Commitment.
           Read Commitment-Table-File
               At End
                   Set WS-Cm-Eof To True
               Not At End
                   Perform Add-Contract-Entry
                   If WS-Ctr-Sub <= WS-Ctr-Count
                       Move "C" To WS-Ctr-Type (WS-Ctr-Sub)
                       Move CM-Subscriber-Id To WS-Ctr-Id (WS-Ctr-Sub)
                       Move CM-Start-Date To WS-Ctr-Start (WS-Ctr-Sub)
                       Move CM-End-Date To WS-Ctr-End (WS-Ctr-Sub)
                       Move CM-Commit-Amount
                           To WS-Ctr-Amount (WS-Ctr-Sub)
                   End-If
           End-Read
           .

      * APPENDS AN EMPTY CONTRACT ENTRY. WS-Ctr-Sub IS PAST THE
      * COUNT WHEN THE TABLE IS FULL.
       Add-Contract-Entry.
           If WS-Ctr-Count < 2000
               Add 1 To WS-Ctr-Count
               Move WS-Ctr-Count To WS-Ctr-Sub
               Initialize WS-Ctr-Entry (WS-Ctr-Sub)
           Else
               Move 2001 To WS-Ctr-Sub
               If WS-Ctr-Full-Warned = "N"
                   Move "Y" To WS-Ctr-Full-Warned
                   Display "CONTRACT TABLE FULL - LATER ROWS NOT "
                           "TRACKED."
               End-If
           End-If
           .

      * A ROW IS TRACKED WHEN IT HAS STARTED, HAS AN END DATE NOT
      * YET PASSED AND WITHIN THE HORIZON, AND NO LATER-STARTING ROW
      * FOR THE SAME CONTRACT IS ON FILE TO CARRY IT ON.
       Track-One-Contract.
           Move Zero To WS-Ctr-Bucket (WS-Ctr-Sub)
           If WS-Ctr-Start (WS-Ctr-Sub) > WS-Business-Date
           Or WS-Ctr-End (WS-Ctr-Sub) = Zero
           Or WS-Ctr-End (WS-Ctr-Sub) < WS-Business-Date
               Exit Paragraph
           End-If
           Compute WS-Ctr-Days-Left (WS-Ctr-Sub) =
                   Function Integer-Of-Date ( WS-Ctr-End (WS-Ctr-Sub) )
                 - WS-Business-Int
           If WS-Ctr-Days-Left (WS-Ctr-Sub) > WS-Horizon-Days
               Exit Paragraph
           End-If
           Move "N" To WS-Renewed-Flag
           Perform Varying WS-Ren-Sub From 1 By 1
                   Until WS-Ren-Sub > WS-Ctr-Count
                   Or WS-Renewed
               If WS-Ctr-Type (WS-Ren-Sub) = WS-Ctr-Type (WS-Ctr-Sub)
               And WS-Ctr-Id (WS-Ren-Sub) = WS-Ctr-Id (WS-Ctr-Sub)
               And WS-Ctr-Class (WS-Ren-Sub)
                       = WS-Ctr-Class (WS-Ctr-Sub)
               And WS-Ctr-Start (WS-Ren-Sub)
                       > WS-Ctr-Start (WS-Ctr-Sub)
                   Set WS-Renewed To True
               End-If
           End-Perform
           If WS-Renewed
               Exit Paragraph
           End-If
           Move 3 To WS-Ctr-Bucket (WS-Ctr-Sub)
           If WS-Ctr-Days-Left (WS-Ctr-Sub) <= WS-Bucket-Bound (2)
               Move 2 To WS-Ctr-Bucket (WS-Ctr-Sub)
           End-If
           If WS-Ctr-Days-Left (WS-Ctr-Sub) <= WS-Bucket-Bound (1)
               Move 1 To WS-Ctr-Bucket (WS-Ctr-Sub)
           End-If
           Move WS-Ctr-Id (WS-Ctr-Sub) To WS-Rev-Key
           Perform Find-Or-Add-Revenue
           .

       Find-Or-Add-Revenue.
           Perform Find-Revenue
           If Not WS-Rev-Found
               If WS-Rev-Count < 2000
                   Add 1 To WS-Rev-Count
                   Move WS-Rev-Count To WS-Rev-Sub
                   Move WS-Rev-Key To WS-Rev-Id (WS-Rev-Sub)
                   Move Zero To WS-Rev-Amount (WS-Rev-Sub)
               End-If
           End-If
           .

       Find-Revenue.
           Move "N" To WS-Rev-Found-Flag
           Perform Varying WS-Rev-Sub From 1 By 1
                   Until WS-Rev-Sub > WS-Rev-Count
                   Or WS-Rev-Found
               If WS-Rev-Id (WS-Rev-Sub) = WS-Rev-Key
                   Set WS-Rev-Found To True
                   Subtract 1 From WS-Rev-Sub
               End-If
           End-Perform
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

      * A RATED CALL IN THE TRAILING WINDOW FOR A SUBSCRIBER WITH A
      * TRACKED CONTRACT ADDS ITS OUTPUT TO THAT ACCOUNT'S REVENUE.
       Accumulate-One-Record.
           Add 1 To WS-Records-Read
           If RO-Call-Date >= WS-Trail-Start
           And RO-Call-Date <= WS-Business-Date
           And RO-Rate-Class Not = Space
               Move RO-Subscriber-Id To WS-Rev-Key
               Perform Find-Revenue
               If WS-Rev-Found
                   Add RO-Output To WS-Rev-Amount (WS-Rev-Sub)
               End-If
           End-If
           Perform Read-Rated-Record
           .

       List-One-Bucket.
           Move Spaces To Report-Line
           Write Report-Line
           Move WS-Bucket-Bound (WS-Bucket-No) To WS-Bline-Days-Out
           Write Report-Line From WS-Bucket-Line
           Write Report-Line From WS-Heading-Line
           Perform List-One-Contract
               Varying WS-Ctr-Sub From 1 By 1
               Until WS-Ctr-Sub > WS-Ctr-Count
           .

      * ONE TRACKED CONTRACT IN THE BUCKET BEING LISTED - WITHIN 30
      * DAYS ON A HIGH-VALUE ACCOUNT IT ALSO ALERTS.
       List-One-Contract.
           If WS-Ctr-Bucket (WS-Ctr-Sub) Not = WS-Bucket-No
               Exit Paragraph
           End-If
           Add 1 To WS-Contracts-Tracked
           Add 1 To WS-Bucket-Listed (WS-Bucket-No)
           Move WS-Ctr-Id (WS-Ctr-Sub) To WS-Rev-Key
           Perform Find-Revenue
           Move Zero To WS-Trail-Revenue
           If WS-Rev-Found
               Move WS-Rev-Amount (WS-Rev-Sub) To WS-Trail-Revenue
           End-If
           Perform Find-Contact
           Move WS-Ctr-Id (WS-Ctr-Sub) To WS-Dline-Id-Out
           If WS-Cnt-Found
               Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To WS-Dline-Name-Out
           Else
               Move Spaces To WS-Dline-Name-Out
           End-If
           If WS-Ctr-Type (WS-Ctr-Sub) = "R"
               Move "RATE" To WS-Dline-Type-Out
               Move WS-Ctr-Rate (WS-Ctr-Sub) To WS-Dline-Value-Out
           Else
               Move "COMMIT" To WS-Dline-Type-Out
               Move WS-Ctr-Amount (WS-Ctr-Sub) To WS-Dline-Value-Out
           End-If
           Move WS-Ctr-Class (WS-Ctr-Sub) To WS-Dline-Class-Out
           Move WS-Ctr-End (WS-Ctr-Sub) To WS-Dline-End-Out
           Move WS-Ctr-Days-Left (WS-Ctr-Sub) To WS-Dline-Days-Out
           Move WS-Trail-Revenue To WS-Dline-Revenue-Out
           Move Spaces To WS-Dline-Alert-Out
           If WS-Bucket-No = 1
           And WS-Trail-Revenue >= WS-Alert-Revenue
               Move "ALERT" To WS-Dline-Alert-Out
               Perform Raise-Expiry-Alert
           End-If
           Write Report-Line From WS-Detail-Line
           .

       Raise-Expiry-Alert.
           Add 1 To WS-Alerts-Raised
           Move WS-Trail-Revenue To WS-Alert-Revenue-Out
           Move "WARN" To WS-Alert-Severity
           Move Spaces To WS-Alert-Message
           String "CONTRACT " WS-Dline-Type-Out Delimited By Space
                  " FOR " WS-Ctr-Id (WS-Ctr-Sub) Delimited By Space
                  " ENDS " WS-Ctr-End (WS-Ctr-Sub)
                  " - TRAILING REVENUE " WS-Alert-Revenue-Out
                  Delimited By Size Into WS-Alert-Message
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message
                WS-Alert-Op-Result
           .

       Find-Contact.
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub)
                       = WS-Ctr-Id (WS-Ctr-Sub)
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

       End Program TELCOCXT.
