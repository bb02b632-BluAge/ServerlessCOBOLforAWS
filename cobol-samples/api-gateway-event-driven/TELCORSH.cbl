       Identification Division.
       Program-ID. TELCORSH.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  PUBLISHED TARIFF RATE-SHEET GENERATOR - RESOLVES THE ROWS IN
      *  FORCE ON THE REQUESTED DATE (TELCO_RATE_SHEET_DATE, DEFAULT
      *  TODAY) FROM RATETAB (EACH CLASS AND DAY-PART WINDOW - VOICE,
      *  SMS, DATA AND THE BUSINESS-TAX ROW), JURTAB (TAX ADD-ONS),
      *  PLANTAB (ALLOWANCE PLANS) AND HOLTAB (DAYS RATED OFF-PEAK,
      *  THE NEXT TWELVE MONTHS) AND WRITES THE TARIFF TWICE: A
      *  PRINT-IMAGE DOCUMENT (RSHPRT) FOR THE REGULATOR AND A
      *  "|"-DELIMITED VERSION (RSHDLM) FOR THE WEBSITE. THE
      *  PRINT-IMAGE ENDS WITH THE CHANGES SINCE THE LAST PUBLICATION
      *  - ADDED, CHANGED AND REMOVED ITEMS AGAINST THE PREVIOUSLY
      *  PUBLISHED DELIMITED SHEET (RSHPREV). PUBLISHING A SHEET IS
      *  COPYING ITS RSHDLM TO RSHPREV FOR THE NEXT RUN.
      *
      *  DELIMITED ROWS - TYPE|KEY|KEY|EFFECTIVE|VALUE1..VALUE5:
      *    SHEET|YYYYMMDD
      *    RATE|CLASS|HHMM-HHMM|EFF|UNIT|TAX|ROUND|MINIMUM
      *    JUR|JURISDICTION||EFF|BTAX|DTAX|ITAX
      *    PLAN|PLAN||  |INCLUDED|OVERAGE|FEE|FAV-COUNT|FAV-PCT
      *    HOL|YYYYMMDD|JURISDICTION
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rate-Table-File Assign To "RATETAB"
               Organization Is Sequential
               File Status Is WS-Rate-Table-File-Status.
           Select Jurisdiction-Table-File Assign To "JURTAB"
               Organization Is Sequential
               File Status Is WS-Jur-Table-File-Status.
           Select Plan-Table-File Assign To "PLANTAB"
               Organization Is Sequential
               File Status Is WS-Plan-Table-File-Status.
           Select Holiday-Table-File Assign To "HOLTAB"
               Organization Is Sequential
               File Status Is WS-Holiday-File-Status.
           Select Prior-Sheet-File Assign To "RSHPREV"
               Organization Is Sequential
               File Status Is WS-Prior-File-Status.
           Select Sheet-Print-File Assign To "RSHPRT"
               Organization Is Sequential.
           Select Sheet-Delim-File Assign To "RSHDLM"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Rate-Table-File
           Recording Mode Is F.
       01  Rate-Table-File-Record.
               COPY RATETAB REPLACING LEADING ==RT-== BY ==RTF-==.

       FD  Jurisdiction-Table-File
           Recording Mode Is F.
       01  Jurisdiction-Table-File-Record.
               COPY JURTAB REPLACING LEADING ==JT-== BY ==JTF-==.

       FD  Plan-Table-File
           Recording Mode Is F.
       01  Plan-Table-File-Record.
               COPY PLANTAB REPLACING LEADING ==PL-== BY ==PLF-==.

       FD  Holiday-Table-File
           Recording Mode Is F.
       01  Holiday-Table-File-Record.
               COPY HOLTAB REPLACING LEADING ==HO-== BY ==HOF-==.

       FD  Prior-Sheet-File
           Recording Mode Is F.
       01  Prior-Sheet-Record       Pic X(120).

       FD  Sheet-Print-File
           Recording Mode Is F.
       01  Sheet-Print-Line         Pic X(132).

       FD  Sheet-Delim-File
           Recording Mode Is F.
       01  Sheet-Delim-Record       Pic X(120).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rate-Table-File-Status Pic X(2)  Value Spaces.
       01  WS-Jur-Table-File-Status  Pic X(2)  Value Spaces.
       01  WS-Plan-Table-File-Status Pic X(2)  Value Spaces.
       01  WS-Holiday-File-Status    Pic X(2)  Value Spaces.
       01  WS-Prior-File-Status      Pic X(2)  Value Spaces.
       01  WS-Prior-Eof-Flag         Pic X     Value "N".
         88  WS-Prior-Eof            Value "Y".

      * THE DATE THE SHEET IS EFFECTIVE ON AND THE END OF THE
      * TWELVE-MONTH HOLIDAY WINDOW PUBLISHED WITH IT.
       01  WS-Sheet-Control.
           05  WS-Sheet-Date        Pic 9(8)    Value Zero.
           05  WS-Sheet-Date-Int    Pic 9(7)    Binary.
           05  WS-Holiday-Limit     Pic 9(8)    Value Zero.
           05  WS-Sheet-Env-Name    Pic X(32)
                   Value "TELCO_RATE_SHEET_DATE".
           05  WS-Sheet-Env-Value   Pic X(32)   Value Spaces.
           05  WS-Sheet-Ge-Result   Pic 9(2)    Binary.

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
       01  WS-Jur-Table-Area.
           05  Jur-Table-Count      Pic 9(3)    Binary Value Zero.
           05  Jur-Table-Entry Occurs 50 Times
                                Indexed By JT-Idx.
               COPY JURTAB.
       01  WS-Plan-Table-Area.
           05  Plan-Table-Count     Pic 9(3)    Binary Value Zero.
           05  Plan-Table-Entry Occurs 20 Times
                                Indexed By PL-Idx.
               COPY PLANTAB.
       01  WS-Holiday-Table-Area.
           05  Holiday-Table-Count  Pic 9(3)    Binary Value Zero.
           05  Holiday-Table-Entry Occurs 100 Times
                                Indexed By HO-Idx.
               COPY HOLTAB.
       01  WS-Other-Idx             Pic 9(3)    Binary.
       01  WS-Superseded-Flag       Pic X       Value "N".
         88  WS-Superseded          Value "Y".

      * PUBLISHED CLASS ORDER AND NAMES - SAME NAMES AS TELCOBAT'S
      * CLASS TOTALS.
       01  WS-Class-List.
           05  WS-Class-Values      Pic X(6)    Value "DLISMB".
           05  WS-Class-Code Redefines WS-Class-Values
                                Occurs 6 Times Pic X(1).
       01  WS-Class-Sub             Pic 9(1)    Binary.
       01  WS-Class-Name            Pic X(16).
       01  WS-Class-Unit            Pic X(10).

      * ONE SHEET ITEM IN DELIMITED FORM - BUILT FOR EVERY ITEM
      * PUBLISHED, AND UNSTRUNG FROM EVERY ROW OF THE PRIOR SHEET.
       01  WS-Item-Fields.
           05  WS-Item-Type         Pic X(5).
           05  WS-Item-Key1         Pic X(10).
           05  WS-Item-Key2         Pic X(10).
           05  WS-Item-Eff          Pic X(8).
           05  WS-Item-Val Occurs 5 Times Pic X(12).
       01  WS-Item-Key              Pic X(25).
       01  WS-Item-Value            Pic X(64).
       01  WS-Edit-Rate             Pic 9.9(6).
       01  WS-Edit-Money            Pic Z(4)9.99.
       01  WS-Edit-Units            Pic Z(5)9.
       01  WS-Edit-Count            Pic Z9.
       01  WS-Edit-Pct              Pic 9.9(4).

      * EVERY ITEM OF THIS SHEET AND OF THE PRIOR ONE, BY KEY, FOR
      * THE CHANGES SECTION.
       01  WS-New-Items.
           05  WS-New-Count         Pic 9(3)    Binary Value Zero.
           05  WS-New-Entry Occurs 300 Times.
               10  WS-New-Key       Pic X(25).
               10  WS-New-Value     Pic X(64).
       01  WS-Prior-Items.
           05  WS-Prior-Count       Pic 9(3)    Binary Value Zero.
           05  WS-Prior-Date        Pic X(8)    Value Spaces.
           05  WS-Prior-Entry Occurs 300 Times.
               10  WS-Prior-Key     Pic X(25).
               10  WS-Prior-Value   Pic X(64).
               10  WS-Prior-Matched Pic X(1).
       01  WS-New-Sub               Pic 9(3)    Binary.
       01  WS-Prior-Sub             Pic 9(3)    Binary.
       01  WS-Prior-Found-Flag      Pic X       Value "N".
         88  WS-Prior-Found         Value "Y".
       01  WS-Changes-Count         Pic 9(5)    Binary Value Zero.

      * PRINT-IMAGE PAGING.
       01  WS-Line-Count            Pic 9(3)    Binary Value 99.
       01  WS-Page-Size             Pic 9(3)    Binary Value 60.
       01  WS-Page-No               Pic 9(3)    Binary Value Zero.
       01  WS-Print-Work            Pic X(132).
       01  WS-Section-Title         Pic X(60)   Value Spaces.

       01  WS-Page-Heading-1.
           05  Pic X(37) Value "PUBLISHED TARIFF - RATES IN FORCE ON ".
           05  WS-Ph-Date-Out       Pic 9(8).
           05  Pic X(77) Value Spaces.
           05  Pic X(5)  Value "PAGE ".
           05  WS-Ph-Page-Out       Pic ZZ9.
       01  WS-Rate-Heading.
           05  Pic X(40) Value
               "CLASS             WINDOW     EFFECTIVE  ".
           05  Pic X(50) Value
               "PER UNIT       RATE  TAX RATE  ROUNDING    MINIMUM".
       01  WS-Rate-Line.
           05  WS-Rl-Class-Out      Pic X(16).
           05  Pic X(2)  Value Spaces.
           05  WS-Rl-Window-Out     Pic X(9).
           05  Pic X(2)  Value Spaces.
           05  WS-Rl-Eff-Out        Pic 9(8).
           05  Pic X(3)  Value Spaces.
           05  WS-Rl-Unit-Out       Pic X(10).
           05  Pic X(2)  Value Spaces.
           05  WS-Rl-Rate-Out       Pic 9.9(6).
           05  Pic X(2)  Value Spaces.
           05  WS-Rl-Tax-Out        Pic 9.9(6).
           05  Pic X(2)  Value Spaces.
           05  WS-Rl-Round-Out      Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Rl-Min-Out        Pic Z(3)9.99.
       01  WS-Jur-Heading.
           05  Pic X(40) Value
               "JURISDICTION  EFFECTIVE   BUSINESS TAX ".
           05  Pic X(30) Value
               "  PREMIUM TAX     INTL TAX".
       01  WS-Jur-Line.
           05  WS-Jl-Jur-Out        Pic X(4).
           05  Pic X(10) Value Spaces.
           05  WS-Jl-Eff-Out        Pic 9(8).
           05  Pic X(7)  Value Spaces.
           05  WS-Jl-BTax-Out       Pic 9.9(6).
           05  Pic X(5)  Value Spaces.
           05  WS-Jl-DTax-Out       Pic 9.9(6).
           05  Pic X(5)  Value Spaces.
           05  WS-Jl-ITax-Out       Pic 9.9(6).
       01  WS-Plan-Heading.
           05  Pic X(40) Value
               "PLAN   INCLUDED MIN  OVERAGE RATE  MONTH".
           05  Pic X(40) Value
               "LY FEE  FAVOURITE NUMBERS  FAV DISCOUNT".
       01  WS-Plan-Line.
           05  WS-Pln-Code-Out      Pic X(4).
           05  Pic X(5)  Value Spaces.
           05  WS-Pln-Units-Out     Pic Z(5)9.
           05  Pic X(6)  Value Spaces.
           05  WS-Pln-Over-Out      Pic 9.9(6).
           05  Pic X(5)  Value Spaces.
           05  WS-Pln-Fee-Out       Pic Z(4)9.99.
           05  Pic X(17) Value Spaces.
           05  WS-Pln-Fav-Out       Pic Z9.
           05  Pic X(7)  Value Spaces.
           05  WS-Pln-Pct-Out       Pic 9.9(4).
       01  WS-Holiday-Line.
           05  WS-Hl-Date-Out       Pic 9(8).
           05  Pic X(3)  Value Spaces.
           05  WS-Hl-Jur-Out        Pic X(20).
       01  WS-Change-Line.
           05  WS-Cl-Action-Out     Pic X(8).
           05  Pic X(1)  Value Space.
           05  WS-Cl-Key-Out        Pic X(25).
           05  Pic X(1)  Value Space.
           05  WS-Cl-Was-Tag        Pic X(4).
           05  WS-Cl-Was-Out        Pic X(40).
           05  Pic X(1)  Value Space.
           05  WS-Cl-Now-Tag        Pic X(4).
           05  WS-Cl-Now-Out        Pic X(40).

       COPY OPAUDITB.

       Procedure Division.

       Main.
           Perform Get-Run-Id
           Perform Get-Sheet-Date
           If WS-Sheet-Date = Zero
               Perform Flush-Audit-Buffer
               Move 8 To Return-Code
               Goback
           End-If
           Perform Load-Rate-Table
           Perform Load-Jur-Table
           Perform Load-Plan-Table
           Perform Load-Holiday-Table
           Perform Load-Prior-Sheet
           Open Output Sheet-Print-File
           Open Output Sheet-Delim-File
           Move Spaces To Sheet-Delim-Record
           String "SHEET|" WS-Sheet-Date Delimited By Size
               Into Sheet-Delim-Record
           Write Sheet-Delim-Record
           Perform Print-Rate-Section
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 6
           Perform Print-Jurisdiction-Section
           Perform Print-Plan-Section
           Perform Print-Holiday-Section
           Perform Print-Changes-Section
           Close Sheet-Delim-File
           Close Sheet-Print-File
           Display "RATE SHEET FOR " WS-Sheet-Date " WRITTEN - "
                   WS-New-Count " ITEMS, " WS-Changes-Count
                   " CHANGES SINCE LAST PUBLICATION."
           Move "TELCORSH" To audit-log-program
           Move "RATESHT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Sheet-Date.
           Call "GETENVOP" Using WS-Sheet-Env-Name WS-Sheet-Env-Value
                WS-Sheet-Ge-Result
           If WS-Sheet-Ge-Result < 19
                   And WS-Sheet-Env-Value Not = Spaces
               If WS-Sheet-Env-Value (1:8) Is Not Numeric
                   Display "TELCO_RATE_SHEET_DATE " WS-Sheet-Env-Value
                           " IS NOT YYYYMMDD - NO SHEET WRITTEN."
                   Exit Paragraph
               End-If
               Move WS-Sheet-Env-Value (1:8) To WS-Sheet-Date
           Else
               Move Function Current-Date (1:8) To WS-Sheet-Date
           End-If
           If Function Test-Date-YYYYMMDD ( WS-Sheet-Date ) Not = Zero
               Display "TELCO_RATE_SHEET_DATE " WS-Sheet-Date
                       " IS NOT A DATE - NO SHEET WRITTEN."
               Move Zero To WS-Sheet-Date
               Exit Paragraph
           End-If
           Compute WS-Sheet-Date-Int =
                   Function Integer-Of-Date ( WS-Sheet-Date )
           Compute WS-Holiday-Limit = Function Date-Of-Integer
                   ( WS-Sheet-Date-Int + 365 )
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

       Load-Plan-Table.
           Move Zero To Plan-Table-Count
           Open Input Plan-Table-File
           If WS-Plan-Table-File-Status = "00"
               Perform
                   Until WS-Plan-Table-File-Status Not = "00"
                   Read Plan-Table-File
                   If WS-Plan-Table-File-Status = "00"
                   And Plan-Table-Count < 20
                       Add 1 To Plan-Table-Count
                       Set PL-Idx To Plan-Table-Count
                       Move Plan-Table-File-Record
                            To Plan-Table-Entry (PL-Idx)
                   End-If
               End-Perform
               Close Plan-Table-File
           End-If
           .

       Load-Holiday-Table.
           Move Zero To Holiday-Table-Count
           Open Input Holiday-Table-File
           If WS-Holiday-File-Status = "00"
               Perform
                   Until WS-Holiday-File-Status Not = "00"
                   Read Holiday-Table-File
                   If WS-Holiday-File-Status = "00"
                   And Holiday-Table-Count < 100
                       Add 1 To Holiday-Table-Count
                       Set HO-Idx To Holiday-Table-Count
                       Move Holiday-Table-File-Record
                            To Holiday-Table-Entry (HO-Idx)
                   End-If
               End-Perform
               Close Holiday-Table-File
           End-If
           .

      * THE LAST PUBLISHED DELIMITED SHEET, ONE ENTRY PER ITEM KEY.
      * NO FILE - THE FIRST PUBLICATION - MEANS EVERY ITEM IS NEW.
       Load-Prior-Sheet.
           Move Zero To WS-Prior-Count
           Open Input Prior-Sheet-File
           If WS-Prior-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Prior-Row Until WS-Prior-Eof
           Close Prior-Sheet-File
           .

       Read-One-Prior-Row.
           Read Prior-Sheet-File
               At End
                   Set WS-Prior-Eof To True
                   Exit Paragraph
           End-Read
           Move Spaces To WS-Item-Fields
           Unstring Prior-Sheet-Record Delimited By "|"
               Into WS-Item-Type WS-Item-Key1 WS-Item-Key2
                    WS-Item-Eff WS-Item-Val (1) WS-Item-Val (2)
                    WS-Item-Val (3) WS-Item-Val (4) WS-Item-Val (5)
           End-Unstring
           If WS-Item-Type = "SHEET"
               Move WS-Item-Key1 To WS-Prior-Date
               Exit Paragraph
           End-If
           If WS-Prior-Count Not < 300
               Exit Paragraph
           End-If
           Perform Build-Item-Key-Value
           Add 1 To WS-Prior-Count
           Move WS-Item-Key To WS-Prior-Key (WS-Prior-Count)
           Move WS-Item-Value To WS-Prior-Value (WS-Prior-Count)
           Move "N" To WS-Prior-Matched (WS-Prior-Count)
           .

      * THE KEY NAMES THE ITEM; THE VALUE IS WHAT A CUSTOMER PAYS.
      * THE EFFECTIVE DATE IS LEFT OUT OF BOTH, SO A RE-FILED ROW AT
      * THE SAME PRICE IS NOT A CHANGE.
       Build-Item-Key-Value.
           Move Spaces To WS-Item-Key WS-Item-Value
           String WS-Item-Type Delimited By Space
                  " " Delimited By Size
                  WS-Item-Key1 Delimited By Space
                  " " Delimited By Size
                  WS-Item-Key2 Delimited By Space
               Into WS-Item-Key
           String WS-Item-Val (1) Delimited By Space
                  " " Delimited By Size
                  WS-Item-Val (2) Delimited By Space
                  " " Delimited By Size
                  WS-Item-Val (3) Delimited By Space
                  " " Delimited By Size
                  WS-Item-Val (4) Delimited By Space
                  " " Delimited By Size
                  WS-Item-Val (5) Delimited By Space
               Into WS-Item-Value
           .

      * WRITES THE ITEM IN WS-Item-Fields TO THE DELIMITED SHEET
      * AND KEEPS IT FOR THE CHANGES SECTION.
       Publish-Item.
           Move Spaces To Sheet-Delim-Record
           String WS-Item-Type Delimited By Space
                  "|" WS-Item-Key1 Delimited By Space
                  "|" WS-Item-Key2 Delimited By Space
                  "|" WS-Item-Eff Delimited By Space
                  "|" WS-Item-Val (1) Delimited By Space
                  "|" WS-Item-Val (2) Delimited By Space
                  "|" WS-Item-Val (3) Delimited By Space
                  "|" WS-Item-Val (4) Delimited By Space
                  "|" WS-Item-Val (5) Delimited By Space
               Into Sheet-Delim-Record
           Write Sheet-Delim-Record
           If WS-New-Count < 300
               Perform Build-Item-Key-Value
               Add 1 To WS-New-Count
               Move WS-Item-Key To WS-New-Key (WS-New-Count)
               Move WS-Item-Value To WS-New-Value (WS-New-Count)
           End-If
           .

      * ONE SECTION PER CLASS, IN PUBLISHED ORDER. A ROW IS IN FORCE
      * WHEN IT IS THE MOST RECENT ROW NOT AFTER THE SHEET DATE FOR
      * ITS CLASS AND DAY-PART WINDOW (A LATER ROW WINS A TIE) - THE
      * ROW THE RATING ENGINE WOULD PICK FOR A CALL IN THAT WINDOW.
       Print-Rate-Section.
           Evaluate WS-Class-Code (WS-Class-Sub)
               When "D"
                   Move "PREMIUM  (D)" To WS-Class-Name
                   Move "PER MINUTE" To WS-Class-Unit
                   Move "VOICE CALL RATES" To WS-Section-Title
               When "L"
                   Move "LOCAL    (L)" To WS-Class-Name
                   Move "PER MINUTE" To WS-Class-Unit
               When "I"
                   Move "INTL     (I)" To WS-Class-Name
                   Move "PER MINUTE" To WS-Class-Unit
               When "S"
                   Move "SMS      (S)" To WS-Class-Name
                   Move "PER SMS" To WS-Class-Unit
                   Move "SMS AND DATA PRICES" To WS-Section-Title
               When "M"
                   Move "DATA     (M)" To WS-Class-Name
                   Move "PER MB" To WS-Class-Unit
               When "B"
                   Move "BUSINESS TAX (B)" To WS-Class-Name
                   Move "TAX ONLY" To WS-Class-Unit
                   Move "BUSINESS TAX" To WS-Section-Title
           End-Evaluate
           If WS-Section-Title Not = Spaces
               Perform Print-Section-Title
               Move WS-Rate-Heading To WS-Print-Work
               Perform Write-Print-Line
               Move Spaces To WS-Section-Title
           End-If
           Perform Print-One-Rate-Row
               Varying RT-Idx From 1 By 1
               Until RT-Idx > Rate-Table-Count
           .

       Print-One-Rate-Row.
           If RT-Rate-Class (RT-Idx) Not = WS-Class-Code (WS-Class-Sub)
           Or RT-Effective-Date (RT-Idx) > WS-Sheet-Date
               Exit Paragraph
           End-If
           Move "N" To WS-Superseded-Flag
           Perform Varying WS-Other-Idx From 1 By 1
                   Until WS-Other-Idx > Rate-Table-Count
                   Or WS-Superseded
               If WS-Other-Idx Not = RT-Idx
               And RT-Rate-Class (WS-Other-Idx)
                       = RT-Rate-Class (RT-Idx)
               And RT-Start-Time (WS-Other-Idx)
                       = RT-Start-Time (RT-Idx)
               And RT-End-Time (WS-Other-Idx) = RT-End-Time (RT-Idx)
               And RT-Effective-Date (WS-Other-Idx)
                       Not > WS-Sheet-Date
                   If RT-Effective-Date (WS-Other-Idx)
                           > RT-Effective-Date (RT-Idx)
                   Or ( RT-Effective-Date (WS-Other-Idx)
                           = RT-Effective-Date (RT-Idx)
                        And WS-Other-Idx > RT-Idx )
                       Set WS-Superseded To True
                   End-If
               End-If
           End-Perform
           If WS-Superseded
               Exit Paragraph
           End-If
           Move WS-Class-Name To WS-Rl-Class-Out
           If RT-Start-Time (RT-Idx) = Zero
           And RT-End-Time (RT-Idx) = Zero
               Move "ALL DAY" To WS-Rl-Window-Out
           Else
               Move Spaces To WS-Rl-Window-Out
               String RT-Start-Time (RT-Idx) "-" RT-End-Time (RT-Idx)
                   Delimited By Size Into WS-Rl-Window-Out
           End-If
           Move RT-Effective-Date (RT-Idx) To WS-Rl-Eff-Out
           Move WS-Class-Unit To WS-Rl-Unit-Out
           Move RT-Unit-Rate (RT-Idx) To WS-Rl-Rate-Out
           Move RT-Tax-Rate (RT-Idx) To WS-Rl-Tax-Out
           Evaluate True
               When WS-Class-Unit Not = "PER MINUTE"
                   Move Spaces To WS-Rl-Round-Out
               When RT-Round-Rule (RT-Idx) = "E"
                   Move "EXACT SECS" To WS-Rl-Round-Out
               When Other
                   Move "WHOLE MIN" To WS-Rl-Round-Out
           End-Evaluate
           Move RT-Minimum-Charge (RT-Idx) To WS-Rl-Min-Out
           Move WS-Rate-Line To WS-Print-Work
           Perform Write-Print-Line
           Move Spaces To WS-Item-Fields
           Move "RATE" To WS-Item-Type
           Move RT-Rate-Class (RT-Idx) To WS-Item-Key1
           String RT-Start-Time (RT-Idx) "-" RT-End-Time (RT-Idx)
               Delimited By Size Into WS-Item-Key2
           Move RT-Effective-Date (RT-Idx) To WS-Item-Eff
           Move RT-Unit-Rate (RT-Idx) To WS-Edit-Rate
           Move WS-Edit-Rate To WS-Item-Val (1)
           Move RT-Tax-Rate (RT-Idx) To WS-Edit-Rate
           Move WS-Edit-Rate To WS-Item-Val (2)
           Move RT-Round-Rule (RT-Idx) To WS-Item-Val (3)
           Move RT-Minimum-Charge (RT-Idx) To WS-Edit-Money
           Move Function Trim ( WS-Edit-Money ) To WS-Item-Val (4)
           Perform Publish-Item
           .

       Print-Jurisdiction-Section.
           Move "JURISDICTION TAX ADD-ONS (ON TOP OF THE CLASS RATES)"
               To WS-Section-Title
           Perform Print-Section-Title
           Move WS-Jur-Heading To WS-Print-Work
           Perform Write-Print-Line
           Perform Print-One-Jur-Row
               Varying JT-Idx From 1 By 1
               Until JT-Idx > Jur-Table-Count
           .

       Print-One-Jur-Row.
           If JT-Effective-Date (JT-Idx) > WS-Sheet-Date
               Exit Paragraph
           End-If
           Move "N" To WS-Superseded-Flag
           Perform Varying WS-Other-Idx From 1 By 1
                   Until WS-Other-Idx > Jur-Table-Count
                   Or WS-Superseded
               If WS-Other-Idx Not = JT-Idx
               And JT-Jurisdiction (WS-Other-Idx)
                       = JT-Jurisdiction (JT-Idx)
               And JT-Effective-Date (WS-Other-Idx)
                       Not > WS-Sheet-Date
                   If JT-Effective-Date (WS-Other-Idx)
                           > JT-Effective-Date (JT-Idx)
                   Or ( JT-Effective-Date (WS-Other-Idx)
                           = JT-Effective-Date (JT-Idx)
                        And WS-Other-Idx > JT-Idx )
                       Set WS-Superseded To True
                   End-If
               End-If
           End-Perform
           If WS-Superseded
               Exit Paragraph
           End-If
           Move JT-Jurisdiction (JT-Idx) To WS-Jl-Jur-Out
           Move JT-Effective-Date (JT-Idx) To WS-Jl-Eff-Out
           Move JT-BTax-Rate (JT-Idx) To WS-Jl-BTax-Out
           Move JT-DTax-Rate (JT-Idx) To WS-Jl-DTax-Out
           Move JT-ITax-Rate (JT-Idx) To WS-Jl-ITax-Out
           Move WS-Jur-Line To WS-Print-Work
           Perform Write-Print-Line
           Move Spaces To WS-Item-Fields
           Move "JUR" To WS-Item-Type
           Move JT-Jurisdiction (JT-Idx) To WS-Item-Key1
           Move JT-Effective-Date (JT-Idx) To WS-Item-Eff
           Move JT-BTax-Rate (JT-Idx) To WS-Edit-Rate
           Move WS-Edit-Rate To WS-Item-Val (1)
           Move JT-DTax-Rate (JT-Idx) To WS-Edit-Rate
           Move WS-Edit-Rate To WS-Item-Val (2)
           Move JT-ITax-Rate (JT-Idx) To WS-Edit-Rate
           Move WS-Edit-Rate To WS-Item-Val (3)
           Perform Publish-Item
           .

      * PLANTAB IS NOT EFFECTIVE-DATED - EVERY PLAN ON FILE IS ON
      * SALE.
       Print-Plan-Section.
           Move "ALLOWANCE PLANS" To WS-Section-Title
           Perform Print-Section-Title
           Move WS-Plan-Heading To WS-Print-Work
           Perform Write-Print-Line
           Perform Print-One-Plan-Row
               Varying PL-Idx From 1 By 1
               Until PL-Idx > Plan-Table-Count
           .

       Print-One-Plan-Row.
           Move PL-Plan-Code (PL-Idx) To WS-Pln-Code-Out
           Move PL-Included-Units (PL-Idx) To WS-Pln-Units-Out
           Move PL-Overage-Rate (PL-Idx) To WS-Pln-Over-Out
           Move PL-Monthly-Fee (PL-Idx) To WS-Pln-Fee-Out
           Move PL-Favourite-Count (PL-Idx) To WS-Pln-Fav-Out
           Move PL-Favourite-Pct (PL-Idx) To WS-Pln-Pct-Out
           Move WS-Plan-Line To WS-Print-Work
           Perform Write-Print-Line
           Move Spaces To WS-Item-Fields
           Move "PLAN" To WS-Item-Type
           Move PL-Plan-Code (PL-Idx) To WS-Item-Key1
           Move PL-Included-Units (PL-Idx) To WS-Edit-Units
           Move Function Trim ( WS-Edit-Units ) To WS-Item-Val (1)
           Move PL-Overage-Rate (PL-Idx) To WS-Edit-Rate
           Move WS-Edit-Rate To WS-Item-Val (2)
           Move PL-Monthly-Fee (PL-Idx) To WS-Edit-Money
           Move Function Trim ( WS-Edit-Money ) To WS-Item-Val (3)
           Move PL-Favourite-Count (PL-Idx) To WS-Edit-Count
           Move Function Trim ( WS-Edit-Count ) To WS-Item-Val (4)
           Move PL-Favourite-Pct (PL-Idx) To WS-Edit-Pct
           Move WS-Edit-Pct To WS-Item-Val (5)
           Perform Publish-Item
           .

       Print-Holiday-Section.
           Move "OFF-PEAK ALL DAY - HOLIDAYS, NEXT 12 MONTHS"
               To WS-Section-Title
           Perform Print-Section-Title
           Perform Print-One-Holiday
               Varying HO-Idx From 1 By 1
               Until HO-Idx > Holiday-Table-Count
           .

       Print-One-Holiday.
           If HO-Holiday-Date (HO-Idx) < WS-Sheet-Date
           Or HO-Holiday-Date (HO-Idx) > WS-Holiday-Limit
               Exit Paragraph
           End-If
           Move HO-Holiday-Date (HO-Idx) To WS-Hl-Date-Out
           If HO-Jurisdiction (HO-Idx) = Spaces
               Move "ALL MARKETS" To WS-Hl-Jur-Out
           Else
               Move Spaces To WS-Hl-Jur-Out
               String "MARKET " HO-Jurisdiction (HO-Idx)
                   Delimited By Size Into WS-Hl-Jur-Out
           End-If
           Move WS-Holiday-Line To WS-Print-Work
           Perform Write-Print-Line
           Move Spaces To WS-Item-Fields
           Move "HOL" To WS-Item-Type
           Move HO-Holiday-Date (HO-Idx) To WS-Item-Key1
           Move HO-Jurisdiction (HO-Idx) To WS-Item-Key2
           Move HO-Holiday-Date (HO-Idx) To WS-Item-Eff
           Perform Publish-Item
           .

      * THIS SHEET AGAINST THE LAST ONE PUBLISHED: A KEY ONLY ON THIS
      * SHEET IS ADDED, ONLY ON THE OLD ONE REMOVED, ON BOTH WITH A
      * DIFFERENT PRICE CHANGED.
       Print-Changes-Section.
           Move Spaces To WS-Section-Title
           If WS-Prior-Date = Spaces
               Move "CHANGES SINCE LAST PUBLICATION - NONE, FIRST SHEET"
                   To WS-Section-Title
           Else
               String "CHANGES SINCE LAST PUBLICATION (SHEET OF "
                      WS-Prior-Date ")" Delimited By Size
                   Into WS-Section-Title
           End-If
           Perform Print-Section-Title
           Perform Compare-One-New-Item
               Varying WS-New-Sub From 1 By 1
               Until WS-New-Sub > WS-New-Count
           Perform Report-One-Removed-Item
               Varying WS-Prior-Sub From 1 By 1
               Until WS-Prior-Sub > WS-Prior-Count
           If WS-Changes-Count = Zero And WS-Prior-Date Not = Spaces
               Move "NO CHANGES." To WS-Print-Work
               Perform Write-Print-Line
           End-If
           .

       Compare-One-New-Item.
           Move "N" To WS-Prior-Found-Flag
           Perform Varying WS-Prior-Sub From 1 By 1
                   Until WS-Prior-Sub > WS-Prior-Count
                   Or WS-Prior-Found
               If WS-Prior-Key (WS-Prior-Sub) = WS-New-Key (WS-New-Sub)
                   Set WS-Prior-Found To True
                   Subtract 1 From WS-Prior-Sub
               End-If
           End-Perform
           If WS-Prior-Date = Spaces
               Exit Paragraph
           End-If
           Move Spaces To WS-Change-Line
           Move WS-New-Key (WS-New-Sub) To WS-Cl-Key-Out
           If Not WS-Prior-Found
               Move "ADDED" To WS-Cl-Action-Out
               Move "NOW " To WS-Cl-Now-Tag
               Move WS-New-Value (WS-New-Sub) To WS-Cl-Now-Out
           Else
               Move "Y" To WS-Prior-Matched (WS-Prior-Sub)
               If WS-Prior-Value (WS-Prior-Sub)
                       = WS-New-Value (WS-New-Sub)
                   Exit Paragraph
               End-If
               Move "CHANGED" To WS-Cl-Action-Out
               Move "WAS " To WS-Cl-Was-Tag
               Move WS-Prior-Value (WS-Prior-Sub) To WS-Cl-Was-Out
               Move "NOW " To WS-Cl-Now-Tag
               Move WS-New-Value (WS-New-Sub) To WS-Cl-Now-Out
           End-If
           Add 1 To WS-Changes-Count
           Move WS-Change-Line To WS-Print-Work
           Perform Write-Print-Line
           .

       Report-One-Removed-Item.
           If WS-Prior-Matched (WS-Prior-Sub) = "Y"
               Exit Paragraph
           End-If
           Move Spaces To WS-Change-Line
           Move "REMOVED" To WS-Cl-Action-Out
           Move WS-Prior-Key (WS-Prior-Sub) To WS-Cl-Key-Out
           Move "WAS " To WS-Cl-Was-Tag
           Move WS-Prior-Value (WS-Prior-Sub) To WS-Cl-Was-Out
           Add 1 To WS-Changes-Count
           Move WS-Change-Line To WS-Print-Work
           Perform Write-Print-Line
           .

       Print-Section-Title.
           Move Spaces To WS-Print-Work
           Perform Write-Print-Line
           Move WS-Section-Title To WS-Print-Work
           Perform Write-Print-Line
           Move All "-" To WS-Print-Work (1:60)
           Perform Write-Print-Line
           .

      * ONE PRINT-IMAGE LINE FROM WS-Print-Work, STARTING A NEW PAGE
      * WITH ITS HEADING EVERY WS-Page-Size LINES.
       Write-Print-Line.
           If WS-Line-Count Not < WS-Page-Size
               Add 1 To WS-Page-No
               Move WS-Sheet-Date To WS-Ph-Date-Out
               Move WS-Page-No To WS-Ph-Page-Out
               Write Sheet-Print-Line From WS-Page-Heading-1
               Move Spaces To Sheet-Print-Line
               Write Sheet-Print-Line
               Move 2 To WS-Line-Count
           End-If
           Write Sheet-Print-Line From WS-Print-Work
           Add 1 To WS-Line-Count
           Move Spaces To WS-Print-Work
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

       End Program TELCORSH.
