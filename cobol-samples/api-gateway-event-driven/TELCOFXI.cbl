       Identification Division.
       Program-ID. TELCOFXI.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DAILY EXCHANGE-RATE FEED IMPORT - READS THE TREASURY'S DAILY
      *  RATE FILE (FXFEED) AND APPENDS ONE EFFECTIVE-DATED CURRTAB
      *  ROW PER CURRENCY, SO CURRENCY CONVERSION STOPS RUNNING ON
      *  WHATEVER WAS LAST TYPED INTO TELCOTAB. A RATE THAT MOVED
      *  MORE THAN TELCO_FX_TOLERANCE_PCT (DEFAULT 5) FROM THE PRIOR
      *  RATE IS NOT LOADED BUT HELD ON FXHOLD FOR AN OPERATOR TO
      *  CONFIRM OR REJECT IN TELCOTAB. A CURRENCY ON CURRTAB THAT
      *  GOT NO NEW RATE - MISSING FROM THE FEED OR HELD - HAS ITS
      *  PRIOR RATE CARRIED FORWARD TO THE BUSINESS DATE
      *  (TELCO_BUSINESS_DATE, DEFAULT TODAY) AS A MARKED "C" ROW,
      *  WITH A WARNING. EVERY ROW ADDED IS LOGGED ON TABMLOG LIKE A
      *  CONSOLE CHANGE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Fx-Feed-File Assign To "FXFEED"
               Organization Is Sequential
               File Status Is WS-Feed-File-Status.
           Select Currency-Table-File Assign To "CURRTAB"
               Organization Is Sequential
               File Status Is WS-Currency-Table-File-Status.
           Select Fx-Hold-File Assign To "FXHOLD"
               Organization Is Sequential
               File Status Is WS-Hold-File-Status.
           Select Table-Maint-Log-File Assign To "TABMLOG"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Fx-Feed-File
           Recording Mode Is F.
       01  Fx-Feed-Record.
               COPY FXFEED.

       FD  Currency-Table-File
           Recording Mode Is F.
       01  Currency-Table-File-Record.
               COPY CURRTAB REPLACING LEADING ==CR-== BY ==CRF-==.

       FD  Fx-Hold-File
           Recording Mode Is F.
       01  Fx-Hold-Record.
               COPY FXHOLD.

       FD  Table-Maint-Log-File
           Recording Mode Is F.
       01  Table-Maint-Log-Record.
               COPY TABMLOG.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Feed-File-Status      Pic X(2)    Value Spaces.
       01  WS-Currency-Table-File-Status Pic X(2) Value Spaces.
       01  WS-Hold-File-Status      Pic X(2)    Value Spaces.
       01  WS-Feed-Eof-Flag         Pic X       Value "N".
         88  WS-Feed-Eof            Value "Y".
       01  WS-Hold-Eof-Flag         Pic X       Value "N".
         88  WS-Hold-Eof            Value "Y".

      * BUSINESS DATE THE CARRIED-FORWARD ROWS TAKE - SAME
      * TELCO_BUSINESS_DATE CONVENTION AS THE JOB CHAIN - AND THE
      * TOLERANCE A FEED RATE MAY MOVE WITHOUT BEING HELD.
       01  WS-Fxi-Control.
           05  WS-Business-Date     Pic 9(8)    Value Zero.
           05  WS-Date-Env-Name     Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Tolerance-Pct     Pic 9(3)V99 Value 5.
           05  WS-Tolerance-Env-Name Pic X(32)
                   Value "TELCO_FX_TOLERANCE_PCT".
           05  WS-Fxi-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Fxi-Ge-Result     Pic 9(2)    Binary.

      * RUN-ID FOR THE LOG AND AUDIT ENTRIES - SAME GETENVOP
      * CONVENTION AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * CURRTAB AS IT STANDS, PLUS EVERY ROW THIS RUN ADDS - SAME
      * SIZE AS TELCOATOM'S TABLE.
       01  WS-Currency-Table-Area.
           05  Currency-Table-Count Pic 9(4)    Binary Value Zero.
           05  Currency-Table-Entry Occurs 3000 Times
                                Indexed By CR-Idx.
               COPY CURRTAB.

      * ONE ENTRY PER CURRENCY CODE KNOWN TO CURRTAB OR THE FEED -
      * WHETHER TODAY'S FEED GAVE IT A RATE OR HELD ONE.
       01  WS-Code-Table.
           05  WS-Code-Count        Pic 9(3)    Binary Value Zero.
           05  WS-Code-Entry Occurs 200 Times.
               10  WS-Code-Id       Pic X(3).
               10  WS-Code-Loaded   Pic X(1).
               10  WS-Code-Held     Pic X(1).
       01  WS-Code-Sub              Pic 9(3)    Binary.
       01  WS-Code-Found-Flag       Pic X       Value "N".
         88  WS-Code-Found          Value "Y".
       01  WS-Code-Key              Pic X(3).

      * HELD RATES ALREADY ON FXHOLD - A RERUN OF THE SAME FEED DOES
      * NOT HOLD THE SAME RATE TWICE.
       01  WS-Held-Table.
           05  WS-Hld-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Hld-Entry Occurs 1000 Times.
               10  WS-Hld-Code      Pic X(3).
               10  WS-Hld-Date      Pic 9(8).
       01  WS-Hld-Sub               Pic 9(4)    Binary.
       01  WS-Hld-Found-Flag        Pic X       Value "N".
         88  WS-Hld-Found           Value "Y".

      * ONE FEED ROW, VALIDATED.
       01  WS-Feed-Work.
           05  WS-New-Date          Pic 9(8).
           05  WS-Rate-As-Num       Pic 9V9(6).
           05  WS-New-Rate          Pic S9V9(6).
           05  WS-Prior-Rate        Pic S9V9(6).
           05  WS-Prior-Date        Pic 9(8).
           05  WS-Prior-Found-Flag  Pic X.
             88  WS-Prior-Found     Value "Y".
           05  WS-Change-Pct        Pic 9(5)V99.
           05  WS-Dup-Found-Flag    Pic X.
             88  WS-Duplicate-Row   Value "Y".
           05  WS-Reason-Code       Pic X(40).

      * RUN COUNTERS.
       01  WS-Feed-Read             Pic 9(5)    Binary Value Zero.
       01  WS-Rates-Loaded          Pic 9(5)    Binary Value Zero.
       01  WS-Rates-Held            Pic 9(5)    Binary Value Zero.
       01  WS-Rates-Invalid         Pic 9(5)    Binary Value Zero.
       01  WS-Rates-Already         Pic 9(5)    Binary Value Zero.
       01  WS-Rates-Carried         Pic 9(5)    Binary Value Zero.
       01  WS-Rate-Out              Pic 9.9(6).
       01  WS-Pct-Out               Pic ZZZZ9.99.

       01  WS-Alert-Severity        Pic X(4).
       01  WS-Alert-Program         Pic X(8)    Value "TELCOFXI".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Import-Settings
           Open Input Fx-Feed-File
           If WS-Feed-File-Status Not = "00"
               Display "NO FXFEED FILE - EVERY CURRENCY CARRIED "
                       "FORWARD."
           End-If
           Perform Load-Currency-Table
           Perform Load-Held-Rates
           Open Extend Currency-Table-File
           If WS-Currency-Table-File-Status Not = "00"
               Open Output Currency-Table-File
           End-If
           Open Extend Fx-Hold-File
           If WS-Hold-File-Status Not = "00"
               Open Output Fx-Hold-File
           End-If
           Open Extend Table-Maint-Log-File
           If WS-Feed-File-Status = "00"
               Perform Read-Feed-Record
               Perform Import-One-Rate Until WS-Feed-Eof
               Close Fx-Feed-File
           End-If
           Perform Carry-One-Currency
               Varying WS-Code-Sub From 1 By 1
               Until WS-Code-Sub > WS-Code-Count
           Close Table-Maint-Log-File
           Close Fx-Hold-File
           Close Currency-Table-File
           Move "TELCOFXI" To audit-log-program
           Move "FXIMPORT" To audit-log-operation
           If WS-Rates-Held > Zero Or WS-Rates-Carried > Zero
               Move 4 To audit-log-result-code
           Else
               Move Zero To audit-log-result-code
           End-If
           Perform Write-Audit-Record
           Display "===== DAILY EXCHANGE-RATE IMPORT ====="
           Display "BUSINESS DATE.........: " WS-Business-Date
           Display "FEED ROWS READ........: " WS-Feed-Read
           Display "RATES LOADED..........: " WS-Rates-Loaded
           Display "ALREADY ON CURRTAB....: " WS-Rates-Already
           Display "HELD FOR CONFIRMATION.: " WS-Rates-Held
           Display "INVALID FEED ROWS.....: " WS-Rates-Invalid
           Display "CARRIED FORWARD.......: " WS-Rates-Carried
           Display "======================================"
           If WS-Rates-Held > Zero Or WS-Rates-Carried > Zero
               Move 4 To Return-Code
           End-If
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Import-Settings.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Fxi-Env-Value
                WS-Fxi-Ge-Result
           If WS-Fxi-Ge-Result < 19
                   And WS-Fxi-Env-Value Not = Spaces
               Move WS-Fxi-Env-Value To WS-Business-Date
           Else
               Move Function Current-Date (1:8) To WS-Business-Date
           End-If
           Move Spaces To WS-Fxi-Env-Value
           Call "GETENVOP" Using WS-Tolerance-Env-Name WS-Fxi-Env-Value
                WS-Fxi-Ge-Result
           If WS-Fxi-Ge-Result < 19
                   And WS-Fxi-Env-Value Not = Spaces
               Compute WS-Tolerance-Pct =
                       Function Numval ( WS-Fxi-Env-Value )
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
                       Move CRF-Currency-Code To WS-Code-Key
                       Perform Find-Or-Add-Code
                   End-If
               End-Perform
               Close Currency-Table-File
           End-If
           .

       Load-Held-Rates.
           Move Zero To WS-Hld-Count
           Move "N" To WS-Hold-Eof-Flag
           Open Input Fx-Hold-File
           If WS-Hold-File-Status = "00"
               Perform Read-One-Held Until WS-Hold-Eof
               Close Fx-Hold-File
           End-If
           .

       Read-One-Held.
           Read Fx-Hold-File
               At End
                   Set WS-Hold-Eof To True
               Not At End
                   If WS-Hld-Count < 1000
                       Add 1 To WS-Hld-Count
                       Move FH-Currency-Code
                           To WS-Hld-Code (WS-Hld-Count)
                       Move FH-Rate-Date To WS-Hld-Date (WS-Hld-Count)
                   End-If
           End-Read
           .

       Find-Or-Add-Code.
           Move "N" To WS-Code-Found-Flag
           Perform Varying WS-Code-Sub From 1 By 1
                   Until WS-Code-Sub > WS-Code-Count
                   Or WS-Code-Found
               If WS-Code-Id (WS-Code-Sub) = WS-Code-Key
                   Set WS-Code-Found To True
                   Subtract 1 From WS-Code-Sub
               End-If
           End-Perform
           If Not WS-Code-Found
               If WS-Code-Count < 200
                   Add 1 To WS-Code-Count
                   Move WS-Code-Count To WS-Code-Sub
                   Move WS-Code-Key To WS-Code-Id (WS-Code-Sub)
                   Move "N" To WS-Code-Loaded (WS-Code-Sub)
                   Move "N" To WS-Code-Held (WS-Code-Sub)
               End-If
           End-If
           .

       Read-Feed-Record.
           Read Fx-Feed-File
               At End Set WS-Feed-Eof To True
           End-Read
           .

      * ONE FEED ROW - VALIDATED LIKE A CONSOLE ENTRY, SKIPPED WHEN
      * CURRTAB ALREADY HAS A REAL RATE FOR THE CURRENCY AND DATE,
      * HELD WHEN IT MOVED TOO FAR FROM THE PRIOR RATE, OTHERWISE
      * APPENDED.
       Import-One-Rate.
           Add 1 To WS-Feed-Read
           Perform Validate-Feed-Row
           If WS-Rate-As-Num = Zero
               Add 1 To WS-Rates-Invalid
               Perform Read-Feed-Record
               Exit Paragraph
           End-If
           Move FX-Currency-Code To WS-Code-Key
           Perform Find-Or-Add-Code
           Perform Check-Duplicate-Rate
           If WS-Duplicate-Row
               Add 1 To WS-Rates-Already
               If WS-Code-Sub <= WS-Code-Count
                   Move "Y" To WS-Code-Loaded (WS-Code-Sub)
               End-If
               Perform Read-Feed-Record
               Exit Paragraph
           End-If
           Perform Find-Prior-Rate
           Move Zero To WS-Change-Pct
           If WS-Prior-Found And WS-Prior-Rate Not = Zero
               Compute WS-Change-Pct = Function Abs
                       ( ( WS-New-Rate - WS-Prior-Rate )
                         / WS-Prior-Rate ) * 100
           End-If
           If WS-Change-Pct > WS-Tolerance-Pct
               Perform Hold-Feed-Rate
               If WS-Code-Sub <= WS-Code-Count
                   Move "Y" To WS-Code-Held (WS-Code-Sub)
               End-If
           Else
               Move FX-Currency-Code To CRF-Currency-Code
               Move WS-New-Date To CRF-Effective-Date
               Move WS-New-Rate To CRF-Exchange-Rate
               Move "F" To CRF-Source
               Move "DAILY TREASURY FX FEED" To WS-Reason-Code
               Perform Append-Currency-Row
               Add 1 To WS-Rates-Loaded
               If WS-Code-Sub <= WS-Code-Count
                   Move "Y" To WS-Code-Loaded (WS-Code-Sub)
               End-If
           End-If
           Perform Read-Feed-Record
           .

      * SAME SHAPE RULES AS A TELCOTAB CURRENCY ENTRY - A VALID
      * YYYYMMDD DATE AND A 9.999999 RATE ABOVE ZERO. A BAD ROW
      * LEAVES WS-Rate-As-Num AT ZERO.
       Validate-Feed-Row.
           Move Zero To WS-Rate-As-Num
           If FX-Currency-Code = Spaces
               Display "FEED ROW " WS-Feed-Read
                       " HAS NO CURRENCY CODE - SKIPPED."
               Exit Paragraph
           End-If
           If FX-Rate-Date Is Not Numeric
               Display "FEED ROW " WS-Feed-Read " " FX-Currency-Code
                       " RATE DATE NOT NUMERIC - SKIPPED."
               Exit Paragraph
           End-If
           Move FX-Rate-Date To WS-New-Date
           If Function Test-Date-YYYYMMDD ( WS-New-Date ) Not = Zero
               Display "FEED ROW " WS-Feed-Read " " FX-Currency-Code
                       " RATE DATE " FX-Rate-Date
                       " IS NOT A DATE - SKIPPED."
               Exit Paragraph
           End-If
           If FX-Exchange-Rate (2:1) Not = "."
           Or FX-Exchange-Rate (1:1) Is Not Numeric
           Or FX-Exchange-Rate (3:6) Is Not Numeric
               Display "FEED ROW " WS-Feed-Read " " FX-Currency-Code
                       " RATE " FX-Exchange-Rate
                       " DOES NOT LOOK LIKE 9.999999 - SKIPPED."
               Exit Paragraph
           End-If
           Compute WS-Rate-As-Num =
                   Function Numval ( FX-Exchange-Rate )
           If WS-Rate-As-Num = Zero
               Display "FEED ROW " WS-Feed-Read " " FX-Currency-Code
                       " RATE OF ZERO - SKIPPED."
           End-If
           Move WS-Rate-As-Num To WS-New-Rate
           .

      * A CARRIED-FORWARD ROW FOR THE SAME DATE DOES NOT COUNT - THE
      * REAL RATE IS APPENDED AFTER IT AND WINS THE TIE.
       Check-Duplicate-Rate.
           Move "N" To WS-Dup-Found-Flag
           Perform Varying CR-Idx From 1 By 1
                   Until CR-Idx > Currency-Table-Count
                   Or WS-Duplicate-Row
               If CR-Currency-Code (CR-Idx) = FX-Currency-Code
               And CR-Effective-Date (CR-Idx) = WS-New-Date
               And Not CR-Source-Carried (CR-Idx)
                   Set WS-Duplicate-Row To True
               End-If
           End-Perform
           .

      * THE RATE IN FORCE THE DAY BEFORE THE FEED DATE - MOST
      * RECENT EFFECTIVE DATE BEFORE IT, LATER ROW WINNING A TIE.
       Find-Prior-Rate.
           Move "N" To WS-Prior-Found-Flag
           Move Zero To WS-Prior-Date
           Move Zero To WS-Prior-Rate
           Perform Varying CR-Idx From 1 By 1
                   Until CR-Idx > Currency-Table-Count
               If CR-Currency-Code (CR-Idx) = WS-Code-Key
               And CR-Effective-Date (CR-Idx) < WS-New-Date
               And CR-Effective-Date (CR-Idx) >= WS-Prior-Date
                   Move CR-Effective-Date (CR-Idx) To WS-Prior-Date
                   Move CR-Exchange-Rate (CR-Idx) To WS-Prior-Rate
                   Set WS-Prior-Found To True
               End-If
           End-Perform
           .

      * THE MOVE IS TOO BIG TO TRUST UNSEEN - HOLD IT FOR TELCOTAB
      * AND TELL OPERATIONS. ALREADY HELD ON A PREVIOUS RUN MEANS
      * ALREADY ALERTED.
       Hold-Feed-Rate.
           Add 1 To WS-Rates-Held
           Move WS-Change-Pct To WS-Pct-Out
           Display "HELD: " FX-Currency-Code " " WS-New-Date
                   " RATE " FX-Exchange-Rate " MOVED " WS-Pct-Out
                   " PERCENT - CONFIRM IN TELCOTAB."
           Move "N" To WS-Hld-Found-Flag
           Perform Varying WS-Hld-Sub From 1 By 1
                   Until WS-Hld-Sub > WS-Hld-Count
                   Or WS-Hld-Found
               If WS-Hld-Code (WS-Hld-Sub) = FX-Currency-Code
               And WS-Hld-Date (WS-Hld-Sub) = WS-New-Date
                   Set WS-Hld-Found To True
               End-If
           End-Perform
           If WS-Hld-Found
               Exit Paragraph
           End-If
           Move FX-Currency-Code To FH-Currency-Code
           Move WS-New-Date To FH-Rate-Date
           Move WS-New-Rate To FH-New-Rate
           Move WS-Prior-Rate To FH-Prior-Rate
           Move WS-Prior-Date To FH-Prior-Date
           Move WS-Change-Pct To FH-Change-Pct
           Set FH-Pending To True
           Move "TELCOFXI" To FH-Operator
           Move Function Current-Date To FH-Timestamp
           Write Fx-Hold-Record
           Move "WARN" To WS-Alert-Severity
           Move Spaces To WS-Alert-Message
           String "FX RATE " FX-Currency-Code " " FX-Rate-Date
                  " MOVED " WS-Pct-Out " PERCENT - HELD FOR "
                  "CONFIRMATION IN TELCOTAB"
                  Delimited By Size Into WS-Alert-Message
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message
                WS-Alert-Op-Result
           .

      * A KNOWN CURRENCY THE FEED GAVE NO LOADABLE RATE KEEPS ITS
      * LAST RATE, RE-STATED AT THE BUSINESS DATE AS A "C" ROW SO
      * THE GAP IS ON RECORD - UNLESS A ROW FOR THAT DATE IS ALREADY
      * THERE.
       Carry-One-Currency.
           If WS-Code-Loaded (WS-Code-Sub) = "Y"
               Exit Paragraph
           End-If
           Move WS-Code-Id (WS-Code-Sub) To WS-Code-Key
           Move "N" To WS-Dup-Found-Flag
           Perform Varying CR-Idx From 1 By 1
                   Until CR-Idx > Currency-Table-Count
                   Or WS-Duplicate-Row
               If CR-Currency-Code (CR-Idx) = WS-Code-Key
               And CR-Effective-Date (CR-Idx) = WS-Business-Date
                   Set WS-Duplicate-Row To True
               End-If
           End-Perform
           If WS-Duplicate-Row
               Exit Paragraph
           End-If
           Move WS-Business-Date To WS-New-Date
           Perform Find-Prior-Rate
           If Not WS-Prior-Found
               Exit Paragraph
           End-If
           Move WS-Prior-Rate To WS-Rate-Out
           If WS-Code-Held (WS-Code-Sub) = "Y"
               Display "WARNING: " WS-Code-Key " FEED RATE HELD - "
                       WS-Rate-Out " OF " WS-Prior-Date
                       " CARRIED FORWARD."
               Move "FEED RATE HELD - PRIOR CARRIED FORWARD"
                   To WS-Reason-Code
           Else
               Display "WARNING: " WS-Code-Key " MISSING FROM FEED - "
                       WS-Rate-Out " OF " WS-Prior-Date
                       " CARRIED FORWARD."
               Move "MISSING FROM FEED - PRIOR CARRIED FWD"
                   To WS-Reason-Code
           End-If
           Move WS-Code-Key To CRF-Currency-Code
           Move WS-Business-Date To CRF-Effective-Date
           Move WS-Prior-Rate To CRF-Exchange-Rate
           Move "C" To CRF-Source
           Move WS-Prior-Rate To WS-New-Rate
           Perform Append-Currency-Row
           Add 1 To WS-Rates-Carried
           .

      * APPENDS THE ROW BUILT IN Currency-Table-File-Record, KEEPS
      * THE IN-MEMORY TABLE IN STEP AND LOGS IT ON TABMLOG.
       Append-Currency-Row.
           Write Currency-Table-File-Record
           If Currency-Table-Count < 3000
               Add 1 To Currency-Table-Count
               Set CR-Idx To Currency-Table-Count
               Move Currency-Table-File-Record
                   To Currency-Table-Entry (CR-Idx)
           End-If
           Move Function Current-Date To TML-Timestamp
           Move WS-Run-Id To TML-Run-Id
           Move "TELCOFXI" To TML-Operator
           Move Spaces To TML-Ticket
           Move "CURRTAB" To TML-Table
           Move Spaces To TML-Key
           String CRF-Currency-Code "/" CRF-Effective-Date
               Delimited By Size Into TML-Key
           Move WS-New-Rate To TML-New-Rate
           Move WS-Prior-Rate To TML-Prior-Rate
           Move WS-Reason-Code To TML-Reason
           Write Table-Maint-Log-Record
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

       End Program TELCOFXI.
