       Identification Division.
       Program-ID. TELCOFLS.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DAILY REVENUE FLASH AGAINST BUDGET - THE MONTH-TO-DATE RUN
      *  SUMMARIES (RUNSUMM) PER OPERATING COMPANY AND RATE CLASS
      *  SET AGAINST FINANCE'S MONTHLY BUDGET (REVBUDG): ACTUAL
      *  REVENUE AND CALLS, THE BUDGET PRO-RATED TO THE BUSINESS
      *  DATE, THE VARIANCE AND ITS PERCENTAGE, AND A STRAIGHT-LINE
      *  PROJECTION TO MONTH-END. A CLASS WHOSE REVENUE IS TRACKING
      *  MORE THAN TELCO_FLASH_VARIANCE_PCT (DEFAULT 10) OFF ITS
      *  PRO-RATA BUDGET, EITHER WAY, IS RAISED THROUGH TELCOALR.
      *  PRINTED TO FLSHPRT AND DELIVERED AS THE SEMICOLON-DELIMITED
      *  FLSHCSV FILE THE FINANCE DASHBOARD LOADS.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Budget-File Assign To "REVBUDG"
               Organization Is Sequential
               File Status Is WS-Budget-File-Status.
           Select Run-Summary-File Assign To "RUNSUMM"
               Organization Is Sequential
               File Status Is WS-Summary-File-Status.
           Select Report-File Assign To "FLSHPRT"
               Organization Is Sequential.
           Select Flash-File Assign To "FLSHCSV"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Budget-File
           Recording Mode Is F.
       01  Budget-Record.
               COPY REVBUDG.

       FD  Run-Summary-File
           Recording Mode Is F.
       01  Run-Summary-Record.
           05  RS-Run-Id            Pic X(15).
           05  RS-Business-Date     Pic 9(8).
           05  RS-Call-Count        Pic 9(9).
           05  RS-BTax-Amount       Pic S9(7)V99    Binary.
           05  RS-DTax-Amount       Pic S9(7)V99    Binary.
           05  RS-ITax-Amount       Pic S9(7)V99    Binary.
           05  RS-Output-Amount     Pic S9(7)V99    Binary.
           05  RS-Class-Price Occurs 5 Times
                                Pic S9(9)V99    Binary.
           05  RS-Company           Pic X(3).
           05  RS-Class-Calls Occurs 5 Times
                                Pic 9(9)        Binary.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Flash-File
           Recording Mode Is F.
       01  Flash-Line               Pic X(200).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Budget-File-Status    Pic X(2)    Value Spaces.
       01  WS-Summary-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Flash-Control.
           05  WS-Business-Date     Pic 9(8)    Value Zero.
           05  WS-Flash-Month       Pic 9(6).
           05  WS-Month-Start       Pic 9(8).
           05  WS-Next-Month        Pic 9(8).
           05  WS-Day-Of-Month      Pic 9(2).
           05  WS-Days-In-Month     Pic 9(2).
           05  WS-Date-Env-Name     Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Threshold-Pct     Pic 9(3)V99 Value 10.
           05  WS-Threshold-Env-Name Pic X(32)
                   Value "TELCO_FLASH_VARIANCE_PCT".
           05  WS-Company-Env-Name  Pic X(32)
                   Value "TELCO_COMPANY_CODE".
           05  WS-Default-Company   Pic X(3)    Value Spaces.
           05  WS-Fls-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Fls-Ge-Result     Pic 9(2)    Binary.

      * THE RATE CLASSES IN RUNSUMM ORDER.
       01  WS-Class-Codes           Pic X(5)    Value "DLISM".
       01  WS-Class-Sub             Pic 9(1)    Binary.

      * MONTH-TO-DATE ACTUALS AND THE MONTH'S BUDGET PER COMPANY AND
      * CLASS. A RUN SUMMARY WRITTEN BEFORE RUNS CARRIED A COMPANY
      * COUNTS TOWARD TELCO_COMPANY_CODE.
       01  WS-Company-Table.
           05  WS-Cmp-Count         Pic 9(2)    Binary Value Zero.
           05  WS-Cmp-Entry Occurs 10 Times.
               10  WS-Cmp-Code      Pic X(3).
               10  WS-Cmp-Class Occurs 5 Times.
                   15  WS-Cmp-Act-Rev   Pic S9(11)V99 Binary.
                   15  WS-Cmp-Act-Calls Pic 9(11)     Binary.
                   15  WS-Cmp-Bud-Rev   Pic S9(11)V99 Binary.
                   15  WS-Cmp-Bud-Calls Pic 9(11)     Binary.
                   15  WS-Cmp-Budgeted  Pic X(1).
       01  WS-Cmp-Sub               Pic 9(2)    Binary.
       01  WS-Cmp-Found-Flag        Pic X       Value "N".
         88  WS-Cmp-Found           Value "Y".
       01  WS-Cmp-Key               Pic X(3).
       01  WS-Clear-Sub             Pic 9(1)    Binary.

      * ONE CLASS'S FLASH FIGURES.
       01  WS-Flash-Figures.
           05  WS-Prorata-Rev       Pic S9(11)V99 Binary.
           05  WS-Variance-Rev      Pic S9(11)V99 Binary.
           05  WS-Variance-Pct      Pic S9(5)V9   Binary.
           05  WS-Projected-Rev     Pic S9(11)V99 Binary.
           05  WS-Prorata-Calls     Pic 9(11)     Binary.
           05  WS-Projected-Calls   Pic 9(11)     Binary.
           05  WS-Flash-Status      Pic X(8).
       01  WS-Off-Budget-Count      Pic 9(3)    Binary Value Zero.
       01  WS-Classes-Flashed       Pic 9(3)    Binary Value Zero.

       01  WS-Title-Line.
           05  Pic X(32)  Value "DAILY REVENUE FLASH - BUSINESS D".
           05  Pic X(6)   Value "ATE : ".
           05  WS-Title-Date-Out    Pic 9(8).
           05  Pic X(7)   Value "  DAY: ".
           05  WS-Title-Day-Out     Pic Z9.
           05  Pic X(4)   Value " OF ".
           05  WS-Title-Days-Out    Pic Z9.
           05  Pic X(13)  Value "  TOLERANCE: ".
           05  WS-Title-Pct-Out     Pic ZZ9.99.
           05  Pic X(1)   Value "%".
       01  WS-Heading-Line.
           05  Pic X(11)  Value "  CMP CLS  ".
           05  Pic X(15)  Value "  MTD REVENUE ".
           05  Pic X(15)  Value "  PRO-RATA BUD ".
           05  Pic X(15)  Value "      VARIANCE ".
           05  Pic X(8)   Value "   PCT  ".
           05  Pic X(15)  Value " PROJ MONTH-END".
           05  Pic X(10)  Value "  MTD CLS ".
           05  Pic X(10)  Value " PRO-RATA ".
           05  Pic X(10)  Value " PROJ CLS ".
           05  Pic X(8)   Value "STATUS".
       01  WS-Detail-Line.
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Company       Pic X(3).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Class         Pic X(1).
           05  Pic X(3)   Value Spaces.
           05  WS-Det-Actual        Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(1)   Value Space.
           05  WS-Det-Prorata       Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(1)   Value Space.
           05  WS-Det-Variance      Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(1)   Value Space.
           05  WS-Det-Pct           Pic ZZZZ9.9-.
           05  Pic X(1)   Value Space.
           05  WS-Det-Projected     Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(1)   Value Space.
           05  WS-Det-Calls         Pic Z(8)9.
           05  Pic X(1)   Value Space.
           05  WS-Det-Prorata-Calls Pic Z(8)9.
           05  Pic X(1)   Value Space.
           05  WS-Det-Proj-Calls    Pic Z(8)9.
           05  Pic X(1)   Value Space.
           05  WS-Det-Status        Pic X(8).
       01  WS-Total-Line.
           05  Pic X(26)  Value "CLASSES FLASHED.........: ".
           05  WS-Tot-Flashed-Out   Pic ZZ9.
           05  Pic X(28)  Value "   OFF BUDGET BEYOND TOLER: ".
           05  WS-Tot-Off-Out       Pic ZZ9.

      * DELIMITED FIGURES FOR THE DASHBOARD - SAME SEMICOLON STYLE
      * AS TELCOBPR'S CAMPAIGN FILE.
       01  WS-Csv-Amounts.
           05  WS-Csv-Actual        Pic -9(11).99.
           05  WS-Csv-Prorata       Pic -9(11).99.
           05  WS-Csv-Variance      Pic -9(11).99.
           05  WS-Csv-Pct           Pic -9(5).9.
           05  WS-Csv-Projected     Pic -9(11).99.
           05  WS-Csv-Budget        Pic -9(11).99.
           05  WS-Csv-Calls         Pic 9(11).
           05  WS-Csv-Prorata-Calls Pic 9(11).
           05  WS-Csv-Proj-Calls    Pic 9(11).
           05  WS-Csv-Bud-Calls     Pic 9(11).
       01  WS-Csv-Line              Pic X(200).

       01  WS-Alert-Severity        Pic X(4).
       01  WS-Alert-Program         Pic X(8)    Value "TELCOFLS".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.
       01  WS-Alert-Pct-Out         Pic -ZZZZ9.9.
       01  WS-Alert-Proj-Out        Pic -ZZZZZZZZZZ9.

      * RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Flash-Parameters
           Perform Load-Budget
           Perform Sum-Month-To-Date
           Perform Print-Flash
           Move "TELCOFLS" To audit-log-program
           Move "REVFLASH" To audit-log-operation
           If WS-Off-Budget-Count > Zero
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

      * THE BUSINESS DATE FIXES THE MONTH AND HOW FAR INTO IT WE
      * ARE; THE DAY COUNT COMES FROM THE FIRST OF THE NEXT MONTH.
       Get-Flash-Parameters.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Fls-Env-Value
                WS-Fls-Ge-Result
           If WS-Fls-Ge-Result < 19
                   And WS-Fls-Env-Value Not = Spaces
               Move WS-Fls-Env-Value To WS-Business-Date
           Else
               Move Function Current-Date (1:8) To WS-Business-Date
           End-If
           Move Spaces To WS-Fls-Env-Value
           Call "GETENVOP" Using WS-Threshold-Env-Name WS-Fls-Env-Value
                WS-Fls-Ge-Result
           If WS-Fls-Ge-Result < 19
                   And WS-Fls-Env-Value Not = Spaces
               Compute WS-Threshold-Pct =
                       Function Numval ( WS-Fls-Env-Value )
           End-If
           Move Spaces To WS-Fls-Env-Value
           Call "GETENVOP" Using WS-Company-Env-Name WS-Fls-Env-Value
                WS-Fls-Ge-Result
           If WS-Fls-Ge-Result < 19
                   And WS-Fls-Env-Value Not = Spaces
               Move WS-Fls-Env-Value To WS-Default-Company
           End-If
           Move WS-Business-Date (1:6) To WS-Flash-Month
           Move WS-Business-Date (7:2) To WS-Day-Of-Month
           Compute WS-Month-Start = WS-Flash-Month * 100 + 1
           If WS-Business-Date (5:2) = "12"
               Compute WS-Next-Month =
                       ( WS-Month-Start / 10000 + 1 ) * 10000 + 101
           Else
               Compute WS-Next-Month = WS-Month-Start + 100
           End-If
           Compute WS-Days-In-Month =
                   Function Integer-Of-Date ( WS-Next-Month )
                   - Function Integer-Of-Date ( WS-Month-Start )
           .

       Load-Budget.
           Move "N" To WS-Eof-Flag
           Open Input Budget-File
           If WS-Budget-File-Status = "00"
               Perform Load-One-Budget Until WS-Eof
               Close Budget-File
           End-If
           .

      * A LATER ROW FOR THE SAME COMPANY, CLASS AND MONTH REPLACES
      * THE EARLIER ONE.
       Load-One-Budget.
           Read Budget-File
               At End
                   Set WS-Eof To True
               Not At End
                   If BG-Month = WS-Flash-Month
                       Perform Find-Class-Of-Budget
                       If WS-Class-Sub > Zero
                           Move BG-Company To WS-Cmp-Key
                           Perform Find-Company
                           If WS-Cmp-Found
                               Move BG-Revenue To WS-Cmp-Bud-Rev
                                   (WS-Cmp-Sub WS-Class-Sub)
                               Move BG-Calls To WS-Cmp-Bud-Calls
                                   (WS-Cmp-Sub WS-Class-Sub)
                               Move "Y" To WS-Cmp-Budgeted
                                   (WS-Cmp-Sub WS-Class-Sub)
                           End-If
                       End-If
                   End-If
           End-Read
           .

       Find-Class-Of-Budget.
           Move Zero To WS-Class-Sub
           Perform Varying WS-Cmp-Sub From 1 By 1
                   Until WS-Cmp-Sub > 5
               If WS-Class-Codes (WS-Cmp-Sub:1) = BG-Rate-Class
                   Move WS-Cmp-Sub To WS-Class-Sub
               End-If
           End-Perform
           .

      * FINDS WS-CMP-KEY IN THE COMPANY TABLE, ADDING IT IF NEW.
       Find-Company.
           Move "N" To WS-Cmp-Found-Flag
           Perform Varying WS-Cmp-Sub From 1 By 1
                   Until WS-Cmp-Sub > WS-Cmp-Count
                   Or WS-Cmp-Found
               If WS-Cmp-Code (WS-Cmp-Sub) = WS-Cmp-Key
                   Set WS-Cmp-Found To True
               End-If
           End-Perform
           If WS-Cmp-Found
               Subtract 1 From WS-Cmp-Sub
               Exit Paragraph
           End-If
           If WS-Cmp-Count < 10
               Add 1 To WS-Cmp-Count
               Move WS-Cmp-Count To WS-Cmp-Sub
               Move WS-Cmp-Key To WS-Cmp-Code (WS-Cmp-Sub)
               Perform Clear-One-Class
                   Varying WS-Clear-Sub From 1 By 1
                   Until WS-Clear-Sub > 5
               Set WS-Cmp-Found To True
           End-If
           .

       Clear-One-Class.
           Move Zero To WS-Cmp-Act-Rev (WS-Cmp-Sub WS-Clear-Sub)
           Move Zero To WS-Cmp-Act-Calls (WS-Cmp-Sub WS-Clear-Sub)
           Move Zero To WS-Cmp-Bud-Rev (WS-Cmp-Sub WS-Clear-Sub)
           Move Zero To WS-Cmp-Bud-Calls (WS-Cmp-Sub WS-Clear-Sub)
           Move "N" To WS-Cmp-Budgeted (WS-Cmp-Sub WS-Clear-Sub)
           .

       Sum-Month-To-Date.
           Move "N" To WS-Eof-Flag
           Open Input Run-Summary-File
           If WS-Summary-File-Status = "00"
               Perform Sum-One-Run-Summary Until WS-Eof
               Close Run-Summary-File
           End-If
           .

       Sum-One-Run-Summary.
           Read Run-Summary-File
               At End
                   Set WS-Eof To True
               Not At End
                   If RS-Business-Date >= WS-Month-Start
                   And RS-Business-Date <= WS-Business-Date
                       If RS-Company = Spaces
                           Move WS-Default-Company To WS-Cmp-Key
                       Else
                           Move RS-Company To WS-Cmp-Key
                       End-If
                       Perform Find-Company
                       If WS-Cmp-Found
                           Perform Varying WS-Class-Sub From 1 By 1
                                   Until WS-Class-Sub > 5
                               Add RS-Class-Price (WS-Class-Sub)
                                   To WS-Cmp-Act-Rev
                                      (WS-Cmp-Sub WS-Class-Sub)
                               Add RS-Class-Calls (WS-Class-Sub)
                                   To WS-Cmp-Act-Calls
                                      (WS-Cmp-Sub WS-Class-Sub)
                           End-Perform
                       End-If
                   End-If
           End-Read
           .

       Print-Flash.
           Open Output Report-File
           Open Output Flash-File
           Move WS-Business-Date To WS-Title-Date-Out
           Move WS-Day-Of-Month To WS-Title-Day-Out
           Move WS-Days-In-Month To WS-Title-Days-Out
           Move WS-Threshold-Pct To WS-Title-Pct-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Heading-Line
           Display "===== DAILY REVENUE FLASH FOR " WS-Business-Date
                   " ====="
           Move Spaces To WS-Csv-Line
           String "BUSINESS DATE;COMPANY;RATE CLASS;MTD REVENUE;"
                  "PRORATA BUDGET;VARIANCE;VARIANCE PCT;"
                  "PROJECTED REVENUE;MONTH BUDGET;MTD CALLS;"
                  "PRORATA CALLS;PROJECTED CALLS;MONTH BUDGET CALLS;"
                  "STATUS"
                  Delimited By Size Into WS-Csv-Line
           Write Flash-Line From WS-Csv-Line
           Perform Flash-One-Company
               Varying WS-Cmp-Sub From 1 By 1
               Until WS-Cmp-Sub > WS-Cmp-Count
           Move Spaces To Report-Line
           Write Report-Line
           Move WS-Classes-Flashed To WS-Tot-Flashed-Out
           Move WS-Off-Budget-Count To WS-Tot-Off-Out
           Write Report-Line From WS-Total-Line
           Display WS-Total-Line
           Close Flash-File
           Close Report-File
           .

       Flash-One-Company.
           Perform Flash-One-Class
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 5
           .

      * A CLASS WITH NEITHER BUDGET NOR REVENUE IS LEFT OFF. ONE
      * WITH REVENUE BUT NO BUDGET IS SHOWN, BUT HAS NOTHING TO BE
      * OFF.
       Flash-One-Class.
           If WS-Cmp-Budgeted (WS-Cmp-Sub WS-Class-Sub) Not = "Y"
           And WS-Cmp-Act-Rev (WS-Cmp-Sub WS-Class-Sub) = Zero
           And WS-Cmp-Act-Calls (WS-Cmp-Sub WS-Class-Sub) = Zero
               Exit Paragraph
           End-If
           Add 1 To WS-Classes-Flashed
           Compute WS-Prorata-Rev Rounded =
                   WS-Cmp-Bud-Rev (WS-Cmp-Sub WS-Class-Sub)
                   * WS-Day-Of-Month / WS-Days-In-Month
           Compute WS-Prorata-Calls Rounded =
                   WS-Cmp-Bud-Calls (WS-Cmp-Sub WS-Class-Sub)
                   * WS-Day-Of-Month / WS-Days-In-Month
           Compute WS-Variance-Rev =
                   WS-Cmp-Act-Rev (WS-Cmp-Sub WS-Class-Sub)
                   - WS-Prorata-Rev
           Compute WS-Projected-Rev Rounded =
                   WS-Cmp-Act-Rev (WS-Cmp-Sub WS-Class-Sub)
                   * WS-Days-In-Month / WS-Day-Of-Month
           Compute WS-Projected-Calls Rounded =
                   WS-Cmp-Act-Calls (WS-Cmp-Sub WS-Class-Sub)
                   * WS-Days-In-Month / WS-Day-Of-Month
           Move Zero To WS-Variance-Pct
           Move "ON PLAN" To WS-Flash-Status
           If WS-Prorata-Rev = Zero
               Move "NOBUDGET" To WS-Flash-Status
           Else
               Compute WS-Variance-Pct Rounded =
                       WS-Variance-Rev * 100 / WS-Prorata-Rev
               If WS-Variance-Pct > WS-Threshold-Pct
                   Move "AHEAD" To WS-Flash-Status
               End-If
               If WS-Variance-Pct < Zero - WS-Threshold-Pct
                   Move "BEHIND" To WS-Flash-Status
               End-If
           End-If
           Perform Write-Flash-Line
           If WS-Flash-Status = "AHEAD" Or WS-Flash-Status = "BEHIND"
               Add 1 To WS-Off-Budget-Count
               Perform Raise-Off-Budget-Alert
           End-If
           .

       Write-Flash-Line.
           Move WS-Cmp-Code (WS-Cmp-Sub) To WS-Det-Company
           Move WS-Class-Codes (WS-Class-Sub:1) To WS-Det-Class
           Move WS-Cmp-Act-Rev (WS-Cmp-Sub WS-Class-Sub)
               To WS-Det-Actual
           Move WS-Prorata-Rev To WS-Det-Prorata
           Move WS-Variance-Rev To WS-Det-Variance
           Move WS-Variance-Pct To WS-Det-Pct
           Move WS-Projected-Rev To WS-Det-Projected
           Move WS-Cmp-Act-Calls (WS-Cmp-Sub WS-Class-Sub)
               To WS-Det-Calls
           Move WS-Prorata-Calls To WS-Det-Prorata-Calls
           Move WS-Projected-Calls To WS-Det-Proj-Calls
           Move WS-Flash-Status To WS-Det-Status
           Write Report-Line From WS-Detail-Line
           Display WS-Detail-Line
           Move WS-Cmp-Act-Rev (WS-Cmp-Sub WS-Class-Sub)
               To WS-Csv-Actual
           Move WS-Prorata-Rev To WS-Csv-Prorata
           Move WS-Variance-Rev To WS-Csv-Variance
           Move WS-Variance-Pct To WS-Csv-Pct
           Move WS-Projected-Rev To WS-Csv-Projected
           Move WS-Cmp-Bud-Rev (WS-Cmp-Sub WS-Class-Sub)
               To WS-Csv-Budget
           Move WS-Cmp-Act-Calls (WS-Cmp-Sub WS-Class-Sub)
               To WS-Csv-Calls
           Move WS-Prorata-Calls To WS-Csv-Prorata-Calls
           Move WS-Projected-Calls To WS-Csv-Proj-Calls
           Move WS-Cmp-Bud-Calls (WS-Cmp-Sub WS-Class-Sub)
               To WS-Csv-Bud-Calls
           Move Spaces To WS-Csv-Line
           String WS-Business-Date
                  ";" WS-Cmp-Code (WS-Cmp-Sub) Delimited By Space
                  ";" WS-Class-Codes (WS-Class-Sub:1)
                  ";" WS-Csv-Actual ";" WS-Csv-Prorata
                  ";" WS-Csv-Variance ";" WS-Csv-Pct
                  ";" WS-Csv-Projected ";" WS-Csv-Budget
                  ";" WS-Csv-Calls ";" WS-Csv-Prorata-Calls
                  ";" WS-Csv-Proj-Calls ";" WS-Csv-Bud-Calls
                  ";" Delimited By Size
                  WS-Flash-Status Delimited By Space
                  Into WS-Csv-Line
           Write Flash-Line From WS-Csv-Line
           .

       Raise-Off-Budget-Alert.
           Move WS-Variance-Pct To WS-Alert-Pct-Out
           Move WS-Projected-Rev To WS-Alert-Proj-Out
           Move "WARN" To WS-Alert-Severity
           Move Spaces To WS-Alert-Message
           String "FLASH " WS-Cmp-Code (WS-Cmp-Sub)
                  " CLASS " WS-Class-Codes (WS-Class-Sub:1)
                  " " Delimited By Size
                  WS-Flash-Status Delimited By Space
                  " VS BUDGET" WS-Alert-Pct-Out
                  "% PROJ" WS-Alert-Proj-Out
                  Delimited By Size Into WS-Alert-Message
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message WS-Alert-Op-Result
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

       End Program TELCOFLS.
