       Identification Division.
       Program-ID. TELCOPER.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  ACCOUNTING-PERIOD STATUS CONSOLE (DYNMAINT-STYLE MENUS) -
      *  FINANCE OPENS, SOFT-CLOSES AND HARD-CLOSES THE COMPANY'S
      *  MONTHS HERE ONCE TELCOCLS HAS CLOSED THEM, AND THE POSTING
      *  PROGRAMS (THROUGH TELCOPLK) STOP DATING ANYTHING INTO A
      *  CLOSED ONE. WHILE A PERIOD IS SOFT-CLOSED A CHANGE-AUTHORIZED
      *  OPERATOR MAY AUTHORIZE POSTINGS INTO IT AFTER ALL (THE
      *  OVERRIDE), WITH A REASON; SOFT-CLOSING IT AGAIN WITHDRAWS
      *  THE OVERRIDE. REOPENING A HARD-CLOSED PERIOD TAKES A SECOND
      *  OPERATOR'S CONFIRMATION. EVERY CHANGE IS APPENDED TO PERSTAT
      *  WITH THE OPERATOR AND A REQUIRED REASON, AND MIRRORED TO THE
      *  SHARED AUDIT LOG. THE COMPANY IS TELCO_COMPANY_CODE
      *  (DEFAULT "001").
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Period-Status-File Assign To "PERSTAT"
               Organization Is Sequential
               File Status Is WS-Perstat-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Period-Status-File
           Recording Mode Is F.
       01  Period-Status-Record.
               COPY PERSTAT.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Perstat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

      * MAIN MENU CONTROL.
       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(1)    Value Spaces.

      * THE COMPANY WHOSE PERIODS ARE MAINTAINED - FROM
      * TELCO_COMPANY_CODE, DEFAULTING TO THE FOUNDING COMPANY.
       01  WS-Company-Control.
           05  WS-Company-Code      Pic X(3)    Value "001".
           05  WS-Company-Env-Name  Pic X(32)
                   Value "TELCO_COMPANY_CODE".
           05  WS-Company-Env-Value Pic X(32)   Value Spaces.
           05  WS-Company-Ge-Result Pic 9(2)    Binary.

      * THE COMPANY'S PERIODS FOLDED TO ONE ENTRY EACH (LAST ROW
      * WINS) - RELOADED BEFORE EVERY LIST AND CHANGE.
       01  WS-Period-Table.
           05  WS-Per-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Per-Entry Occurs 300 Times.
               COPY PERSTAT REPLACING LEADING ==PS-== BY ==WS-Per-==.
       01  WS-Per-Sub               Pic 9(4)    Binary.
       01  WS-Per-Found-Flag        Pic X       Value "N".
         88  WS-Per-Found           Value "Y".

      * THE PERIOD BEING CHANGED AND WHAT IT IS NOW.
       01  WS-Input-Period          Pic X(6)    Value Spaces.
       01  WS-Input-Period-Num Redefines WS-Input-Period
                                    Pic 9(6).
       01  WS-Input-Period-Parts Redefines WS-Input-Period.
           05  WS-Input-Year        Pic 9(4).
           05  WS-Input-Month       Pic 9(2).
       01  WS-Input-Status          Pic X(1)    Value Space.
         88  WS-Input-Status-Valid  Values "O" "S" "H".
       01  WS-Cur-Status            Pic X(1)    Value Space.
       01  WS-Cur-Override          Pic X(1)    Value Space.
       01  WS-Input-Confirm         Pic X(1)    Value Space.
       01  WS-Reason-Code           Pic X(40)   Value Spaces.

       01  WS-Period-Line.
           05  WS-Pline-Period-Out  Pic 9(6).
           05  Pic X(1)  Value Space.
           05  WS-Pline-Status-Out  Pic X(11).
           05  Pic X(1)  Value Space.
           05  WS-Pline-Ovr-Out     Pic X(8).
           05  Pic X(4)  Value " BY ".
           05  WS-Pline-Operator-Out Pic X(8).
           05  Pic X(1)  Value Space.
           05  WS-Pline-Date-Out    Pic X(8).
           05  Pic X(1)  Value Space.
           05  WS-Pline-Reason-Out  Pic X(40).

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN. CHANGING A PERIOD'S
      * STATUS OR AUTHORIZING AN OVERRIDE NEEDS CHANGE AUTHORITY
      * ("O"); REOPENING A HARD-CLOSED PERIOD ALSO NEEDS A SECOND
      * OPERATOR (MODE "C").
       01  WS-Sgn-Console           Pic X(8)    Value "TELCOPER".
       01  WS-Sgn-Mode              Pic X(1)    Value "S".
       01  WS-Sgn-Operator          Pic X(8)    Value Spaces.
       01  WS-Sgn-Auth-Level        Pic X(1)    Value Space.
         88  WS-Operator-May-Change Value "O".
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.
       01  WS-Second-Operator       Pic X(8)    Value Spaces.

       COPY OPAUDITB.

       Procedure Division.

       Main.
           Perform Get-Run-Id
           Perform Get-Company-Code
           Move "S" To WS-Sgn-Mode
           Call "TELCOSGN" Using WS-Sgn-Console WS-Sgn-Mode
                WS-Sgn-Operator WS-Sgn-Auth-Level WS-Sgn-Threshold
                WS-Sgn-Result
           If WS-Sgn-Result Not = Zero
               Display "SIGN-ON REFUSED - SESSION ENDED."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Move WS-Sgn-Operator To WS-Audit-Operator
           Perform Menu-Loop Until Not Continue-Menu
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Menu-Loop.
           Display " "
           Display "===== ACCOUNTING PERIODS - COMPANY "
                   WS-Company-Code " ====="
           Display "1. LIST PERIOD STATUS"
           Display "2. OPEN, SOFT-CLOSE OR HARD-CLOSE A PERIOD"
           Display "3. AUTHORIZE POSTING INTO A SOFT-CLOSED PERIOD"
           Display "4. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "1"
                   Perform List-Periods
               When "2"
                   If WS-Operator-May-Change
                       Perform Change-Period-Status
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "3"
                   If WS-Operator-May-Change
                       Perform Authorize-Override
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - OVERRIDE REFUSED."
                   End-If
               When "4"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1 THROUGH 4."
           End-Evaluate
           .

       List-Periods.
           Perform Load-Period-Status
           If WS-Per-Count = Zero
               Display "NO PERIOD HAS BEEN CLOSED FOR COMPANY "
                       WS-Company-Code " - EVERY PERIOD IS OPEN."
               Exit Paragraph
           End-If
           Display "PERIOD STATUS      OVERRIDE    OPERATOR CHANGED "
                   " REASON"
           Perform List-One-Period
               Varying WS-Per-Sub From 1 By 1
               Until WS-Per-Sub > WS-Per-Count
           .

       List-One-Period.
           Move WS-Per-Period (WS-Per-Sub) To WS-Pline-Period-Out
           Evaluate WS-Per-Status (WS-Per-Sub)
               When "S"
                   Move "SOFT-CLOSED" To WS-Pline-Status-Out
               When "H"
                   Move "HARD-CLOSED" To WS-Pline-Status-Out
               When Other
                   Move "OPEN" To WS-Pline-Status-Out
           End-Evaluate
           If WS-Per-Status (WS-Per-Sub) = "S"
           And WS-Per-Override (WS-Per-Sub) = "Y"
               Move "OVERRIDE" To WS-Pline-Ovr-Out
           Else
               Move Spaces To WS-Pline-Ovr-Out
           End-If
           Move WS-Per-Operator (WS-Per-Sub) To WS-Pline-Operator-Out
           Move WS-Per-Timestamp (WS-Per-Sub) (1:8)
               To WS-Pline-Date-Out
           Move WS-Per-Reason (WS-Per-Sub) To WS-Pline-Reason-Out
           Display WS-Period-Line
           .

      * A NEW STATUS FOR ONE PERIOD. SOFT-CLOSING ALWAYS CLEARS ANY
      * OVERRIDE; REOPENING OR SOFTENING A HARD CLOSE IS CONFIRMED BY
      * A SECOND OPERATOR.
       Change-Period-Status.
           Perform Prompt-For-Period
           If WS-Input-Period = Spaces
               Exit Paragraph
           End-If
           Display "ENTER NEW STATUS (O OPEN, S SOFT-CLOSED, "
                   "H HARD-CLOSED): " With No Advancing
           Accept WS-Input-Status From Console
           If Not WS-Input-Status-Valid
               Display "STATUS MUST BE O, S OR H - NOTHING CHANGED."
               Exit Paragraph
           End-If
           Perform Find-Input-Period
           If WS-Input-Status = WS-Cur-Status
           And WS-Cur-Override Not = "Y"
               Display "PERIOD " WS-Input-Period " ALREADY HAS "
                       "STATUS " WS-Cur-Status " - NOTHING CHANGED."
               Exit Paragraph
           End-If
           Display "PERIOD " WS-Input-Period " STATUS "
                   WS-Cur-Status " -> " WS-Input-Status
                   " - CONFIRM (Y/N): " With No Advancing
           Accept WS-Input-Confirm From Console
           If WS-Input-Confirm Not = "Y"
               Display "NOTHING CHANGED."
               Exit Paragraph
           End-If
           If WS-Cur-Status = "H"
               Move WS-Sgn-Operator To WS-Second-Operator
               Move "C" To WS-Sgn-Mode
               Call "TELCOSGN" Using WS-Sgn-Console WS-Sgn-Mode
                    WS-Second-Operator WS-Sgn-Auth-Level
                    WS-Sgn-Threshold WS-Sgn-Result
               If WS-Sgn-Result Not = Zero
                   Display "REOPENING A HARD-CLOSED PERIOD NEEDS A "
                           "SECOND OPERATOR - NOTHING CHANGED."
                   Exit Paragraph
               End-If
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move WS-Input-Status To PS-Status
           Move "N" To PS-Override
           Move "PERSTAT" To audit-log-operation
           Perform Write-Period-Status
           Display "PERIOD " WS-Input-Period " NOW STATUS "
                   WS-Input-Status " - LOGGED."
           .

      * THE AUTHORIZED OVERRIDE - ONLY FOR A PERIOD THAT IS
      * SOFT-CLOSED NOW. A HARD-CLOSED PERIOD TAKES NO OVERRIDE.
       Authorize-Override.
           Perform Prompt-For-Period
           If WS-Input-Period = Spaces
               Exit Paragraph
           End-If
           Perform Find-Input-Period
           If WS-Cur-Status Not = "S"
               Display "PERIOD " WS-Input-Period " IS NOT "
                       "SOFT-CLOSED - NO OVERRIDE IS POSSIBLE."
               Exit Paragraph
           End-If
           If WS-Cur-Override = "Y"
               Display "PERIOD " WS-Input-Period " ALREADY HAS AN "
                       "AUTHORIZED OVERRIDE."
               Exit Paragraph
           End-If
           Display "AUTHORIZE POSTING INTO SOFT-CLOSED PERIOD "
                   WS-Input-Period " - CONFIRM (Y/N): "
                   With No Advancing
           Accept WS-Input-Confirm From Console
           If WS-Input-Confirm Not = "Y"
               Display "NOTHING CHANGED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move "S" To PS-Status
           Move "Y" To PS-Override
           Move "PERAUTH" To audit-log-operation
           Perform Write-Period-Status
           Display "POSTING INTO PERIOD " WS-Input-Period
                   " AUTHORIZED UNTIL IT IS CLOSED AGAIN - LOGGED."
           .

       Prompt-For-Period.
           Display "ENTER PERIOD (YYYYMM): " With No Advancing
           Accept WS-Input-Period From Console
           If WS-Input-Period Not Numeric
           Or WS-Input-Month < 1
           Or WS-Input-Month > 12
               Display "PERIOD MUST BE YYYYMM - NOTHING CHANGED."
               Move Spaces To WS-Input-Period
           End-If
           .

       Prompt-For-Reason-Code.
           Display "ENTER REASON CODE (REQUIRED): " With No Advancing
           Accept WS-Reason-Code From Console
           If WS-Reason-Code = Spaces
               Display "A REASON CODE IS REQUIRED FOR A PERIOD "
                       "STATUS CHANGE."
           End-If
           .

      * THE PERIOD'S STATUS AS IT STANDS - OPEN WHEN IT HAS NO ROW.
       Find-Input-Period.
           Perform Load-Period-Status
           Move "O" To WS-Cur-Status
           Move "N" To WS-Cur-Override
           Move "N" To WS-Per-Found-Flag
           Perform Varying WS-Per-Sub From 1 By 1
                   Until WS-Per-Sub > WS-Per-Count
                   Or WS-Per-Found
               If WS-Per-Period (WS-Per-Sub) = WS-Input-Period-Num
                   Set WS-Per-Found To True
                   Subtract 1 From WS-Per-Sub
               End-If
           End-Perform
           If WS-Per-Found
               Move WS-Per-Status (WS-Per-Sub) To WS-Cur-Status
               Move WS-Per-Override (WS-Per-Sub) To WS-Cur-Override
           End-If
           .

      * APPENDS THE STATUS ROW, THEN MIRRORS IT INTO THE SHARED
      * AUDIT LOG - SAME DOUBLE-LOGGING AS THE OTHER CONSOLES.
       Write-Period-Status.
           Move WS-Company-Code To PS-Company
           Move WS-Input-Period-Num To PS-Period
           Move WS-Sgn-Operator To PS-Operator
           Move WS-Reason-Code To PS-Reason
           Move Function Current-Date To PS-Timestamp
           Open Extend Period-Status-File
           If WS-Perstat-File-Status Not = "00"
               Open Output Period-Status-File
           End-If
           Write Period-Status-Record
           Close Period-Status-File
           Move "TELCOPER" To audit-log-program
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

       Load-Period-Status.
           Move Zero To WS-Per-Count
           Move "N" To WS-Eof-Flag
           Open Input Period-Status-File
           If WS-Perstat-File-Status = "00"
               Perform Read-One-Period-Row Until WS-Eof
               Close Period-Status-File
           End-If
           .

       Read-One-Period-Row.
           Read Period-Status-File
               At End
                   Set WS-Eof To True
               Not At End
                   If PS-Company = WS-Company-Code
                       Perform Take-Period-Row
                   End-If
           End-Read
           .

       Take-Period-Row.
           Move "N" To WS-Per-Found-Flag
           Perform Varying WS-Per-Sub From 1 By 1
                   Until WS-Per-Sub > WS-Per-Count
                   Or WS-Per-Found
               If WS-Per-Period (WS-Per-Sub) = PS-Period
                   Set WS-Per-Found To True
                   Subtract 1 From WS-Per-Sub
               End-If
           End-Perform
           If Not WS-Per-Found
               If WS-Per-Count < 300
                   Add 1 To WS-Per-Count
                   Move WS-Per-Count To WS-Per-Sub
               Else
                   Exit Paragraph
               End-If
           End-If
           Move Period-Status-Record To WS-Per-Entry (WS-Per-Sub)
           .

       Get-Company-Code.
           Call "GETENVOP" Using WS-Company-Env-Name
                WS-Company-Env-Value WS-Company-Ge-Result
           If WS-Company-Ge-Result < 19
                   And WS-Company-Env-Value Not = Spaces
               Move WS-Company-Env-Value To WS-Company-Code
           End-If
           Move WS-Company-Code To WS-Audit-Company
           .

      * DERIVES THE RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG
      * ENTRIES WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF
      * SET, ELSE A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S
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

       End Program TELCOPER.
