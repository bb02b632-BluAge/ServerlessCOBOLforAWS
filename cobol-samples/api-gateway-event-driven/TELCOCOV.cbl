       Identification Division.
       Program-ID. TELCOCOV.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  NIGHTLY TABLE-COVERAGE VALIDATOR - LOOKS AHEAD OVER THE NEXT
      *  TELCO_COVERAGE_DAYS DAYS (DEFAULT 14) FROM TELCO_BUSINESS_DATE
      *  (DEFAULT TODAY) AND PROVES THE EFFECTIVE-DATED TABLES WILL
      *  ANSWER EVERY LOOKUP THE RATING ENGINE MAKES: FOR EVERY RATE
      *  CLASS THE RATETAB DAY-PART WINDOWS IN FORCE MUST COVER ALL
      *  1440 MINUTES WITH NO OVERLAP (AN ALL-DAY ROW COVERS ANY
      *  MINUTE NO WINDOW DOES), AND EVERY CURRENCY, JURISDICTION,
      *  ROAMING PARTNER AND CARRIER/DIRECTION SEEN ON THE LAST
      *  MONTH'S RATED CDRS (CDRRATED) MUST HAVE A CURRTAB, JURTAB,
      *  ROAMTAB OR CARRTAB ROW IN FORCE. EACH GAP OR OVERLAP IS
      *  REPORTED WITH THE FIRST DATE IT FAILS AND RAISED THROUGH
      *  TELCOALR - A GAP RATES AT ZERO, SO IT IS CRITICAL; AN OVERLAP
      *  IS SETTLED BY EFFECTIVE DATE, SO IT IS A WARNING - DAYS
      *  BEFORE THE 02:00 RUN WOULD HAVE FOUND IT.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rate-Table-File Assign To "RATETAB"
               Organization Is Sequential
               File Status Is WS-Rate-Table-File-Status.
           Select Currency-Table-File Assign To "CURRTAB"
               Organization Is Sequential
               File Status Is WS-Currency-Table-File-Status.
           Select Jurisdiction-Table-File Assign To "JURTAB"
               Organization Is Sequential
               File Status Is WS-Jur-Table-File-Status.
           Select Roaming-Table-File Assign To "ROAMTAB"
               Organization Is Sequential
               File Status Is WS-Roam-Table-File-Status.
           Select Carrier-Table-File Assign To "CARRTAB"
               Organization Is Sequential
               File Status Is WS-Carr-Table-File-Status.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Rate-Table-File
           Recording Mode Is F.
       01  Rate-Table-File-Record.
               COPY RATETAB REPLACING LEADING ==RT-== BY ==RTF-==.

       FD  Currency-Table-File
           Recording Mode Is F.
       01  Currency-Table-File-Record.
               COPY CURRTAB REPLACING LEADING ==CR-== BY ==CRF-==.

       FD  Jurisdiction-Table-File
           Recording Mode Is F.
       01  Jurisdiction-Table-File-Record.
               COPY JURTAB REPLACING LEADING ==JT-== BY ==JTF-==.

       FD  Roaming-Table-File
           Recording Mode Is F.
       01  Roaming-Table-File-Record.
               COPY ROAMTAB REPLACING LEADING ==RP-== BY ==RPF-==.

       FD  Carrier-Table-File
           Recording Mode Is F.
       01  Carrier-Table-File-Record.
               COPY CARRTAB REPLACING LEADING ==CA-== BY ==CAF-==.

       FD  Rated-Input-File
           Recording Mode Is F.
       01  Rated-Output-Record.
           05  RO-InRec             Pic S9(15)      Packed-Decimal.
           05  RO-Currency          Pic X(3).
           05  RO-Subscriber-Id     Pic X(10).
           05  RO-Call-Date         Pic 9(8).
               COPY RATEDTL REPLACING LEADING ==RD-== BY ==RO-==.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rate-Table-File-Status     Pic X(2)  Value Spaces.
       01  WS-Currency-Table-File-Status Pic X(2)  Value Spaces.
       01  WS-Jur-Table-File-Status      Pic X(2)  Value Spaces.
       01  WS-Roam-Table-File-Status     Pic X(2)  Value Spaces.
       01  WS-Carr-Table-File-Status     Pic X(2)  Value Spaces.
       01  WS-Rated-File-Status          Pic X(2)  Value Spaces.
       01  WS-Rated-Eof-Flag             Pic X     Value "N".
         88  WS-Rated-Eof                Value "Y".

      * THE LOOK-AHEAD WINDOW AND THE MONTH OF CDRS BEHIND IT.
       01  WS-Coverage-Control.
           05  WS-Check-Start       Pic 9(8)    Value Zero.
           05  WS-Check-End         Pic 9(8)    Value Zero.
           05  WS-Seen-From         Pic 9(8)    Value Zero.
           05  WS-Check-Start-Int   Pic 9(7)    Binary.
           05  WS-Coverage-Days     Pic 9(3)    Value 14.
           05  WS-Lookback-Days     Pic 9(3)    Value 31.
           05  WS-Bd-Env-Name       Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Days-Env-Name     Pic X(32)
                   Value "TELCO_COVERAGE_DAYS".
           05  WS-Cov-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Cov-Ge-Result     Pic 9(2)    Binary.

      * THE ENGINE'S HOME CURRENCY PASSES THROUGH UNCONVERTED AND
      * NEEDS NO CURRTAB ROW - SEE Currency-Code-Link IN TELCOATOM.
       01  WS-Home-Currency         Pic X(3)    Value "USD".

      * RUN-ID FOR THE AUDIT ENTRY - SAME GETENVOP CONVENTION AS
      * TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * THE TABLES, SAME SIZES AS THE RATING ENGINE'S.
       01  WS-Rate-Table-Area.
           05  Rate-Table-Count     Pic 9(3)    Binary Value Zero.
           05  Rate-Table-Entry Occurs 50 Times
                                Indexed By RT-Idx.
               COPY RATETAB.
       01  WS-Currency-Table-Area.
           05  Currency-Table-Count Pic 9(4)    Binary Value Zero.
           05  Currency-Table-Entry Occurs 3000 Times
                                Indexed By CR-Idx.
               COPY CURRTAB.
       01  WS-Jur-Table-Area.
           05  Jur-Table-Count      Pic 9(3)    Binary Value Zero.
           05  Jur-Table-Entry Occurs 50 Times
                                Indexed By JT-Idx.
               COPY JURTAB.
       01  WS-Roam-Table-Area.
           05  Roam-Table-Count     Pic 9(3)    Binary Value Zero.
           05  Roam-Table-Entry Occurs 50 Times
                                Indexed By RP-Idx.
               COPY ROAMTAB.
       01  WS-Carr-Table-Area.
           05  Carr-Table-Count     Pic 9(3)    Binary Value Zero.
           05  Carr-Table-Entry Occurs 50 Times
                                Indexed By CA-Idx.
               COPY CARRTAB.

      * THE CLASSES THE ENGINE LOOKS UP - D/L/I/S/M PRICE A CALL,
      * B CARRIES THE BUSINESS TAX EVERY CALL PAYS.
       01  WS-Class-List.
           05  WS-Class-Values      Pic X(6)    Value "DLISMB".
           05  WS-Class-Code Redefines WS-Class-Values
                                Occurs 6 Times Pic X(1).
       01  WS-Class-Sub             Pic 9(1)    Binary.

      * ONE DAY'S VIEW OF A CLASS: WHICH RATE ROW'S WINDOW CLAIMED
      * EACH MINUTE (ZERO = NONE), AND WHETHER AN ALL-DAY ROW IS IN
      * FORCE BEHIND THE WINDOWS.
       01  WS-Minute-Map.
           05  WS-Minute-Owner Occurs 1440 Times
                                Pic 9(3)    Binary.
       01  WS-Minute                Pic 9(4)    Binary.
       01  WS-Minute-Hh             Pic 9(2).
       01  WS-Minute-Mm             Pic 9(2).
       01  WS-Minute-Time           Pic 9(4).
       01  WS-Owner-Idx             Pic 9(3)    Binary.
       01  WS-Day-Date              Pic 9(8).
       01  WS-Date-Idx              Pic 9(3)    Binary.
       01  WS-Day-Flags.
           05  WS-Day-Any-Row-Flag  Pic X       Value "N".
             88  WS-Day-Any-Row     Value "Y".
           05  WS-Day-All-Day-Flag  Pic X       Value "N".
             88  WS-Day-All-Day     Value "Y".
           05  WS-Day-Overlap-Flag  Pic X       Value "N".
             88  WS-Day-Overlap     Value "Y".
           05  WS-Covers-Flag       Pic X       Value "N".
             88  WS-Row-Covers-Minute Value "Y".
       01  WS-Day-Overlap-Minute    Pic 9(4)    Binary.
       01  WS-Day-Overlap-Row-A     Pic 9(3)    Binary.
       01  WS-Day-Overlap-Row-B     Pic 9(3)    Binary.
       01  WS-Window-Text           Pic X(9).
       01  WS-Gap-From              Pic 9(4)    Binary.
       01  WS-Gap-To                Pic 9(4)    Binary.

      * THE EARLIEST FAILING DATE FOUND FOR THE CLASS, PER FAILURE,
      * AND WHAT FAILED ON IT.
       01  WS-Class-Findings.
           05  WS-Gap-Date          Pic 9(8).
           05  WS-Gap-No-Row-Flag   Pic X.
             88  WS-Gap-No-Row      Value "Y".
           05  WS-Gap-From-Time     Pic 9(4).
           05  WS-Gap-To-Time       Pic 9(4).
           05  WS-Ovl-Date          Pic 9(8).
           05  WS-Ovl-Time          Pic 9(4).
           05  WS-Ovl-Window-A      Pic X(9).
           05  WS-Ovl-Window-B      Pic X(9).

      * EVERY CODE SEEN ON THE LAST MONTH'S RATED CDRS, BY TABLE.
       01  WS-Seen-Codes.
           05  WS-Seen-Count        Pic 9(3)    Binary Value Zero.
           05  WS-Seen-Entry Occurs 400 Times.
               10  WS-Seen-Table    Pic X(7).
               10  WS-Seen-Code     Pic X(5).
       01  WS-Seen-Sub              Pic 9(3)    Binary.
       01  WS-Seen-Found-Flag       Pic X       Value "N".
         88  WS-Seen-Found          Value "Y".
       01  WS-Seen-Full-Flag        Pic X       Value "N".
         88  WS-Seen-Full           Value "Y".
       01  WS-Look-Table            Pic X(7).
       01  WS-Look-Code             Pic X(5).
       01  WS-Row-First-Date        Pic 9(8).
       01  WS-Row-In-Force-Flag     Pic X       Value "N".
         88  WS-Row-In-Force        Value "Y".

       01  WS-Counters.
           05  WS-Records-Read      Pic 9(9)    Binary Value Zero.
           05  WS-Crit-Count        Pic 9(5)    Binary Value Zero.
           05  WS-Warn-Count        Pic 9(5)    Binary Value Zero.

       01  WS-Alert-Severity        Pic X(4).
       01  WS-Alert-Program         Pic X(8)    Value "TELCOCOV".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.

       01  WS-Finding-Line.
           05  WS-Fl-Severity-Out   Pic X(4).
           05  Pic X(1)  Value Space.
           05  WS-Fl-Table-Out      Pic X(7).
           05  Pic X(1)  Value Space.
           05  WS-Fl-Key-Out        Pic X(5).
           05  Pic X(12) Value " FAILS FROM ".
           05  WS-Fl-Date-Out       Pic 9(8).
           05  Pic X(3)  Value " - ".
           05  WS-Fl-Text-Out       Pic X(50).

       COPY OPAUDITB.

       Procedure Division.

       Main.
           Perform Get-Run-Id
           Perform Get-Coverage-Window
           Perform Load-Rate-Table
           Perform Load-Currency-Table
           Perform Load-Jur-Table
           Perform Load-Roam-Table
           Perform Load-Carr-Table
           Display "===== EFFECTIVE-DATED TABLE COVERAGE CHECK ====="
           Display "CHECKING " WS-Check-Start " - " WS-Check-End
                   ", CODES SEEN ON CDRS SINCE " WS-Seen-From
           Perform Check-Class-Coverage
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 6
           Perform Collect-Seen-Codes
           Perform Check-Seen-Code
               Varying WS-Seen-Sub From 1 By 1
               Until WS-Seen-Sub > WS-Seen-Count
           Display "------------------------------------------------"
           Display "RATED RECORDS READ..: " WS-Records-Read
           Display "CODES CHECKED.......: " WS-Seen-Count
           Display "GAPS (CRITICAL).....: " WS-Crit-Count
           Display "OVERLAPS (WARNING)..: " WS-Warn-Count
           Move "TELCOCOV" To audit-log-program
           Move "TABCOVER" To audit-log-operation
           Evaluate True
               When WS-Crit-Count > Zero
                   Display "COVERAGE: GAPS FOUND."
                   Move 8 To audit-log-result-code
               When WS-Warn-Count > Zero
                   Display "COVERAGE: COMPLETE, WITH OVERLAPS."
                   Move 4 To audit-log-result-code
               When Other
                   Display "COVERAGE: COMPLETE."
                   Move Zero To audit-log-result-code
           End-Evaluate
           Perform Write-Audit-Record
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Move audit-log-result-code To Return-Code
           Goback
           .

       Get-Coverage-Window.
           Move Function Current-Date (1:8) To WS-Check-Start
           Call "GETENVOP" Using WS-Bd-Env-Name WS-Cov-Env-Value
                WS-Cov-Ge-Result
           If WS-Cov-Ge-Result < 19
                   And WS-Cov-Env-Value Not = Spaces
               Move WS-Cov-Env-Value (1:8) To WS-Check-Start
           End-If
           Move Spaces To WS-Cov-Env-Value
           Call "GETENVOP" Using WS-Days-Env-Name WS-Cov-Env-Value
                WS-Cov-Ge-Result
           If WS-Cov-Ge-Result < 19
                   And WS-Cov-Env-Value Not = Spaces
               Compute WS-Coverage-Days =
                       Function Numval ( WS-Cov-Env-Value )
           End-If
           If WS-Coverage-Days = Zero
               Move 1 To WS-Coverage-Days
           End-If
           Compute WS-Check-Start-Int =
                   Function Integer-Of-Date ( WS-Check-Start )
           Compute WS-Check-End = Function Date-Of-Integer
                   ( WS-Check-Start-Int + WS-Coverage-Days - 1 )
           Compute WS-Seen-From = Function Date-Of-Integer
                   ( WS-Check-Start-Int - WS-Lookback-Days )
           .

       Load-Rate-Table.
           Move Zero To Rate-Table-Count
           Open Input Rate-Table-File
           If WS-Rate-Table-File-Status = "00"
               Perform
                   Until WS-Rate-Table-File-Status Not = "00"
                   Read Rate-Table-File
                   If WS-Rate-Table-File-Status = "00"
                   And Rate-Table-Count < 50
                       Add 1 To Rate-Table-Count
                       Set RT-Idx To Rate-Table-Count
                       Move Rate-Table-File-Record
                            To Rate-Table-Entry (RT-Idx)
                   End-If
               End-Perform
               Close Rate-Table-File
           End-If
           .

       Load-Currency-Table.
           Move Zero To Currency-Table-Count
           Open Input Currency-Table-File
           If WS-Currency-Table-File-Status = "00"
               Perform
                   Until WS-Currency-Table-File-Status Not = "00"
                   Read Currency-Table-File
                   If WS-Currency-Table-File-Status = "00"
                   And Currency-Table-Count < 3000
                       Add 1 To Currency-Table-Count
                       Set CR-Idx To Currency-Table-Count
                       Move Currency-Table-File-Record
                            To Currency-Table-Entry (CR-Idx)
                   End-If
               End-Perform
               Close Currency-Table-File
           End-If
           .

       Load-Jur-Table.
           Move Zero To Jur-Table-Count
           Open Input Jurisdiction-Table-File
           If WS-Jur-Table-File-Status = "00"
               Perform
                   Until WS-Jur-Table-File-Status Not = "00"
                   Read Jurisdiction-Table-File
                   If WS-Jur-Table-File-Status = "00"
                   And Jur-Table-Count < 50
                       Add 1 To Jur-Table-Count
                       Set JT-Idx To Jur-Table-Count
                       Move Jurisdiction-Table-File-Record
                            To Jur-Table-Entry (JT-Idx)
                   End-If
               End-Perform
               Close Jurisdiction-Table-File
           End-If
           .

       Load-Roam-Table.
           Move Zero To Roam-Table-Count
           Open Input Roaming-Table-File
           If WS-Roam-Table-File-Status = "00"
               Perform
                   Until WS-Roam-Table-File-Status Not = "00"
                   Read Roaming-Table-File
                   If WS-Roam-Table-File-Status = "00"
                   And Roam-Table-Count < 50
                       Add 1 To Roam-Table-Count
                       Set RP-Idx To Roam-Table-Count
                       Move Roaming-Table-File-Record
                            To Roam-Table-Entry (RP-Idx)
                   End-If
               End-Perform
               Close Roaming-Table-File
           End-If
           .

       Load-Carr-Table.
           Move Zero To Carr-Table-Count
           Open Input Carrier-Table-File
           If WS-Carr-Table-File-Status = "00"
               Perform
                   Until WS-Carr-Table-File-Status Not = "00"
                   Read Carrier-Table-File
                   If WS-Carr-Table-File-Status = "00"
                   And Carr-Table-Count < 50
                       Add 1 To Carr-Table-Count
                       Set CA-Idx To Carr-Table-Count
                       Move Carrier-Table-File-Record
                            To Carr-Table-Entry (CA-Idx)
                   End-If
               End-Perform
               Close Carrier-Table-File
           End-If
           .

      * A CLASS'S COVERAGE ONLY CHANGES ON THE DAY A ROW TAKES
      * EFFECT, SO THE FIRST DAY OF THE WINDOW AND EACH LATER
      * EFFECTIVE DATE INSIDE IT ARE THE ONLY DAYS WORTH CHECKING.
      * THE EARLIEST DAY EACH FAILURE SHOWS UP ON IS THE ONE
      * REPORTED.
       Check-Class-Coverage.
           Move 99999999 To WS-Gap-Date WS-Ovl-Date
           Move WS-Check-Start To WS-Day-Date
           Perform Check-Class-On-Day
           Perform Check-Class-Change-Day
               Varying WS-Date-Idx From 1 By 1
               Until WS-Date-Idx > Rate-Table-Count
           If WS-Gap-Date Not = 99999999
               Move "RATETAB" To WS-Fl-Table-Out
               Move WS-Class-Code (WS-Class-Sub) To WS-Fl-Key-Out
               Move WS-Gap-Date To WS-Fl-Date-Out
               Move Spaces To WS-Fl-Text-Out
               If WS-Gap-No-Row
                   Move "NO RATE ROW IN FORCE - CLASS RATES AT ZERO"
                       To WS-Fl-Text-Out
               Else
                   String "NO WINDOW COVERS " WS-Gap-From-Time "-"
                          WS-Gap-To-Time Delimited By Size
                       Into WS-Fl-Text-Out
               End-If
               Perform Report-Gap
           End-If
           If WS-Ovl-Date Not = 99999999
               Move "RATETAB" To WS-Fl-Table-Out
               Move WS-Class-Code (WS-Class-Sub) To WS-Fl-Key-Out
               Move WS-Ovl-Date To WS-Fl-Date-Out
               Move Spaces To WS-Fl-Text-Out
               String "WINDOWS " WS-Ovl-Window-A " AND "
                      WS-Ovl-Window-B " BOTH COVER " WS-Ovl-Time
                      Delimited By Size Into WS-Fl-Text-Out
               Perform Report-Overlap
           End-If
           .

       Check-Class-Change-Day.
           If RT-Rate-Class (WS-Date-Idx)
                   = WS-Class-Code (WS-Class-Sub)
           And RT-Effective-Date (WS-Date-Idx) > WS-Check-Start
           And RT-Effective-Date (WS-Date-Idx) Not > WS-Check-End
               Move RT-Effective-Date (WS-Date-Idx) To WS-Day-Date
               Perform Check-Class-On-Day
           End-If
           .

      * LAYS EVERY WINDOW OF THE CLASS IN FORCE ON WS-Day-Date OVER
      * THE DAY'S 1440 MINUTES. A MINUTE CLAIMED BY TWO DIFFERENT
      * WINDOWS IS AN OVERLAP; A MINUTE NO WINDOW CLAIMS IS A GAP
      * UNLESS AN ALL-DAY ROW STANDS BEHIND IT. SUCCESSIVE ROWS FOR
      * THE SAME WINDOW ARE RE-PRICINGS, NOT OVERLAPS.
       Check-Class-On-Day.
           Move Low-Values To WS-Minute-Map
           Move "N" To WS-Day-Any-Row-Flag WS-Day-All-Day-Flag
                       WS-Day-Overlap-Flag
           Perform Lay-One-Rate-Row
               Varying RT-Idx From 1 By 1
               Until RT-Idx > Rate-Table-Count
           If WS-Day-Overlap And WS-Day-Date < WS-Ovl-Date
               Move WS-Day-Date To WS-Ovl-Date
               Move WS-Day-Overlap-Minute To WS-Minute
               Perform Minute-To-Time
               Move WS-Minute-Time To WS-Ovl-Time
               Set RT-Idx To WS-Day-Overlap-Row-A
               Perform Format-Window
               Move WS-Window-Text To WS-Ovl-Window-A
               Set RT-Idx To WS-Day-Overlap-Row-B
               Perform Format-Window
               Move WS-Window-Text To WS-Ovl-Window-B
           End-If
           If WS-Day-All-Day Or WS-Day-Date Not < WS-Gap-Date
               Exit Paragraph
           End-If
           If Not WS-Day-Any-Row
               Move WS-Day-Date To WS-Gap-Date
               Move "Y" To WS-Gap-No-Row-Flag
               Exit Paragraph
           End-If
           Perform Varying WS-Gap-From From 1 By 1
                   Until WS-Gap-From > 1440
                   Or WS-Minute-Owner (WS-Gap-From) = Zero
               Continue
           End-Perform
           If WS-Gap-From > 1440
               Exit Paragraph
           End-If
           Perform Varying WS-Gap-To From WS-Gap-From By 1
                   Until WS-Gap-To = 1440
                   Or WS-Minute-Owner (WS-Gap-To + 1) Not = Zero
               Continue
           End-Perform
      * A GAP RUNNING UP TO MIDNIGHT AND ON PAST IT IS ONE GAP.
           If WS-Gap-From = 1 And WS-Gap-To < 1440
           And WS-Minute-Owner (1440) = Zero
               Perform Varying WS-Gap-From From 1440 By -1
                       Until WS-Minute-Owner (WS-Gap-From - 1)
                           Not = Zero
                   Continue
               End-Perform
           End-If
           Move WS-Day-Date To WS-Gap-Date
           Move "N" To WS-Gap-No-Row-Flag
           Compute WS-Minute = WS-Gap-From - 1
           Perform Minute-To-Time
           Move WS-Minute-Time To WS-Gap-From-Time
           Compute WS-Minute = WS-Gap-To - 1
           Perform Minute-To-Time
           Move WS-Minute-Time To WS-Gap-To-Time
           .

       Lay-One-Rate-Row.
           If RT-Rate-Class (RT-Idx) Not = WS-Class-Code (WS-Class-Sub)
           Or RT-Effective-Date (RT-Idx) > WS-Day-Date
               Exit Paragraph
           End-If
           Set WS-Day-Any-Row To True
           If RT-Start-Time (RT-Idx) = Zero
           And RT-End-Time (RT-Idx) = Zero
               Set WS-Day-All-Day To True
               Exit Paragraph
           End-If
           Perform Lay-One-Minute
               Varying WS-Minute From Zero By 1
               Until WS-Minute > 1439
           .

      * SAME COVERAGE TEST AS TELCOATOM'S Check-Day-Part-Window -
      * BOTH ENDS INCLUSIVE, A START AFTER THE END WRAPS MIDNIGHT.
       Lay-One-Minute.
           Perform Minute-To-Time
           Move "N" To WS-Covers-Flag
           If RT-Start-Time (RT-Idx) Not > RT-End-Time (RT-Idx)
               If WS-Minute-Time >= RT-Start-Time (RT-Idx)
               And WS-Minute-Time <= RT-End-Time (RT-Idx)
                   Set WS-Row-Covers-Minute To True
               End-If
           Else
               If WS-Minute-Time >= RT-Start-Time (RT-Idx)
               Or WS-Minute-Time <= RT-End-Time (RT-Idx)
                   Set WS-Row-Covers-Minute To True
               End-If
           End-If
           If Not WS-Row-Covers-Minute
               Exit Paragraph
           End-If
           Move WS-Minute-Owner (WS-Minute + 1) To WS-Owner-Idx
           If WS-Owner-Idx = Zero
               Set WS-Minute-Owner (WS-Minute + 1) To RT-Idx
               Exit Paragraph
           End-If
           If RT-Start-Time (WS-Owner-Idx) = RT-Start-Time (RT-Idx)
           And RT-End-Time (WS-Owner-Idx) = RT-End-Time (RT-Idx)
               Exit Paragraph
           End-If
           If Not WS-Day-Overlap
               Set WS-Day-Overlap To True
               Move WS-Minute To WS-Day-Overlap-Minute
               Move WS-Owner-Idx To WS-Day-Overlap-Row-A
               Set WS-Day-Overlap-Row-B To RT-Idx
           End-If
           .

       Minute-To-Time.
           Divide WS-Minute By 60 Giving WS-Minute-Hh
               Remainder WS-Minute-Mm
           Compute WS-Minute-Time = ( WS-Minute-Hh * 100 )
                   + WS-Minute-Mm
           .

       Format-Window.
           Move Spaces To WS-Window-Text
           String RT-Start-Time (RT-Idx) "-" RT-End-Time (RT-Idx)
               Delimited By Size Into WS-Window-Text
           .

      * EVERY CURRENCY, JURISDICTION, ROAMING PARTNER AND CARRIER/
      * DIRECTION ON A RATED CDR OF THE LAST MONTH - THE CODES THE
      * NEXT RUNS CAN BE EXPECTED TO LOOK UP AGAIN.
       Collect-Seen-Codes.
           Open Input Rated-Input-File
           If WS-Rated-File-Status Not = "00"
               Display "NO RATED OUTPUT FILE - CODE COVERAGE NOT "
                       "CHECKED."
               Exit Paragraph
           End-If
           Perform Read-Rated-Record
           Perform Collect-One-Record Until WS-Rated-Eof
           Close Rated-Input-File
           If WS-Seen-Full
               Display "MORE THAN 400 CODES SEEN - ONLY THE FIRST "
                       "400 CHECKED."
           End-If
           .

       Read-Rated-Record.
           Read Rated-Input-File
               At End Set WS-Rated-Eof To True
           End-Read
           .

       Collect-One-Record.
           Add 1 To WS-Records-Read
           If RO-Call-Date Not < WS-Seen-From
               If RO-Currency-Code Not = Spaces
               And RO-Currency-Code Not = WS-Home-Currency
                   Move "CURRTAB" To WS-Look-Table
                   Move RO-Currency-Code To WS-Look-Code
                   Perform Note-Seen-Code
               End-If
               If RO-Jurisdiction Not = Spaces
                   Move "JURTAB" To WS-Look-Table
                   Move RO-Jurisdiction To WS-Look-Code
                   Perform Note-Seen-Code
               End-If
               If RO-Roam-Partner Not = Spaces
                   Move "ROAMTAB" To WS-Look-Table
                   Move RO-Roam-Partner To WS-Look-Code
                   Perform Note-Seen-Code
               End-If
               If RO-Carrier-Code Not = Spaces
                   Move "CARRTAB" To WS-Look-Table
                   Move RO-Carrier-Code To WS-Look-Code
                   Move RO-Carrier-Dir To WS-Look-Code (5:1)
                   Perform Note-Seen-Code
               End-If
           End-If
           Perform Read-Rated-Record
           .

       Note-Seen-Code.
           Move "N" To WS-Seen-Found-Flag
           Perform Varying WS-Seen-Sub From 1 By 1
                   Until WS-Seen-Sub > WS-Seen-Count
                   Or WS-Seen-Found
               If WS-Seen-Table (WS-Seen-Sub) = WS-Look-Table
               And WS-Seen-Code (WS-Seen-Sub) = WS-Look-Code
                   Set WS-Seen-Found To True
               End-If
           End-Perform
           If WS-Seen-Found
               Exit Paragraph
           End-If
           If WS-Seen-Count Not < 400
               Set WS-Seen-Full To True
               Exit Paragraph
           End-If
           Add 1 To WS-Seen-Count
           Move WS-Look-Table To WS-Seen-Table (WS-Seen-Count)
           Move WS-Look-Code To WS-Seen-Code (WS-Seen-Count)
           .

      * A CODE IS COVERED FOR THE WHOLE WINDOW WHEN A ROW FOR IT IS
      * IN FORCE ON ITS FIRST DAY - ROWS ARE NEVER WITHDRAWN, ONLY
      * SUPERSEDED. OTHERWISE IT FAILS FROM THE FIRST DAY, AND THE
      * EARLIEST LATER ROW (IF ANY) SAYS WHEN COVER ARRIVES.
       Check-Seen-Code.
           Move "N" To WS-Row-In-Force-Flag
           Move 99999999 To WS-Row-First-Date
           Move WS-Seen-Table (WS-Seen-Sub) To WS-Look-Table
           Move WS-Seen-Code (WS-Seen-Sub) To WS-Look-Code
           Evaluate WS-Look-Table
               When "CURRTAB"
                   Perform Varying CR-Idx From 1 By 1
                           Until CR-Idx > Currency-Table-Count
                       If CR-Currency-Code (CR-Idx) = WS-Look-Code
                           Move CR-Effective-Date (CR-Idx)
                               To WS-Day-Date
                           Perform Note-Row-Date
                       End-If
                   End-Perform
               When "JURTAB"
                   Perform Varying JT-Idx From 1 By 1
                           Until JT-Idx > Jur-Table-Count
                       If JT-Jurisdiction (JT-Idx) = WS-Look-Code
                           Move JT-Effective-Date (JT-Idx)
                               To WS-Day-Date
                           Perform Note-Row-Date
                       End-If
                   End-Perform
               When "ROAMTAB"
                   Perform Varying RP-Idx From 1 By 1
                           Until RP-Idx > Roam-Table-Count
                       If RP-Partner-Code (RP-Idx) = WS-Look-Code
                           Move RP-Effective-Date (RP-Idx)
                               To WS-Day-Date
                           Perform Note-Row-Date
                       End-If
                   End-Perform
               When "CARRTAB"
                   Perform Varying CA-Idx From 1 By 1
                           Until CA-Idx > Carr-Table-Count
                       If CA-Carrier-Code (CA-Idx)
                               = WS-Look-Code (1:4)
                       And CA-Direction (CA-Idx)
                               = WS-Look-Code (5:1)
                           Move CA-Effective-Date (CA-Idx)
                               To WS-Day-Date
                           Perform Note-Row-Date
                       End-If
                   End-Perform
           End-Evaluate
           If WS-Row-In-Force
               Exit Paragraph
           End-If
           Move WS-Look-Table To WS-Fl-Table-Out
           Move WS-Look-Code To WS-Fl-Key-Out
           Move WS-Check-Start To WS-Fl-Date-Out
           Move Spaces To WS-Fl-Text-Out
           If WS-Row-First-Date = 99999999
               Move "SEEN ON CDRS, NO ROW ON FILE" To WS-Fl-Text-Out
           Else
               String "NO ROW IN FORCE UNTIL " WS-Row-First-Date
                   Delimited By Size Into WS-Fl-Text-Out
           End-If
           Perform Report-Gap
           .

       Note-Row-Date.
           If WS-Day-Date Not > WS-Check-Start
               Set WS-Row-In-Force To True
           Else
               If WS-Day-Date < WS-Row-First-Date
                   Move WS-Day-Date To WS-Row-First-Date
               End-If
           End-If
           .

       Report-Gap.
           Add 1 To WS-Crit-Count
           Move "CRIT" To WS-Fl-Severity-Out
           Move "CRIT" To WS-Alert-Severity
           Perform Raise-Finding
           .

       Report-Overlap.
           Add 1 To WS-Warn-Count
           Move "WARN" To WS-Fl-Severity-Out
           Move "WARN" To WS-Alert-Severity
           Perform Raise-Finding
           .

       Raise-Finding.
           Display WS-Finding-Line
           Move Spaces To WS-Alert-Message
           String "COVERAGE " WS-Fl-Table-Out " " WS-Fl-Key-Out
                  " FROM " WS-Fl-Date-Out ": " WS-Fl-Text-Out
                  Delimited By Size Into WS-Alert-Message
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message
                WS-Alert-Op-Result
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

       End Program TELCOCOV.
