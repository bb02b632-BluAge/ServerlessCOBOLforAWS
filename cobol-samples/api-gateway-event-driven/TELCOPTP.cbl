       Identification Division.
       Program-ID. TELCOPTP.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  PAYMENT-ARRANGEMENT CONSOLE (DYNMAINT-STYLE MENUS) OVER THE
      *  PAYARR FILE - LIST A SUBSCRIBER'S ARRANGEMENTS, SET UP A
      *  PROMISE-TO-PAY OR INSTALMENT PLAN AGAINST THE ACCOUNT'S OPEN
      *  ARITEMS INVOICES (A SCHEDULE OF DATES AND AMOUNTS THAT MUST
      *  ADD UP TO THE OPEN BALANCE), AND CANCEL ONE WITH A REQUIRED
      *  REASON. WHILE AN ARRANGEMENT IS HONOURED TELCOAGE HOLDS THE
      *  ACCOUNT'S DUNNING; A MISSED INSTALMENT BREAKS IT THERE.
      *  EVERY ACTION IS APPENDED TO ARRLOG AND MIRRORED TO THE
      *  SHARED AUDIT LOG; THE FILE IS REWRITTEN WHOLE ON EXIT.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Arrangement-File Assign To "PAYARR"
               Organization Is Sequential
               File Status Is WS-Payarr-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Arrangement-Log-File Assign To "ARRLOG"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Arrangement-File
           Recording Mode Is F.
       01  Arrangement-Record.
               COPY PAYARR.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Arrangement-Log-File
           Recording Mode Is F.
       01  Arrangement-Log-Record.
           05  ARL-Timestamp        Pic X(26).
           05  ARL-Run-Id           Pic X(15).
           05  ARL-Action           Pic X(8).
           05  ARL-Subscriber-Id    Pic X(10).
           05  ARL-Amount           Pic S9(9)V99.
           05  ARL-Reason           Pic X(40).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Payarr-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".

      * MAIN MENU CONTROL.
       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(1)    Value Spaces.

      * THE ARRANGEMENT FILE LOADED FOR THE SESSION - ADDED AND
      * CANCELLED IN THE TABLE AND REWRITTEN WHOLE ON EXIT (TELCOFRD
      * REWRITE PATTERN).
       01  WS-Arrangement-Table.
           05  WS-Arr-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Arr-Entry Occurs 500 Times.
               COPY PAYARR REPLACING LEADING ==PA-== BY ==WS-Arr-==.
       01  WS-Arr-Sub               Pic 9(4)    Binary.
       01  WS-Arr-Found-Flag        Pic X       Value "N".
         88  WS-Arr-Found           Value "Y".
       01  WS-Arr-Eof-Flag          Pic X       Value "N".
         88  WS-Arr-Eof             Value "Y".
       01  WS-Changes-Made-Flag     Pic X       Value "N".
         88  WS-Changes-Made        Value "Y".

      * OPEN ITEMS FOLDED FROM THE LEDGER - SAME FOLD AS THE
      * TELCOPAY CONSOLE.
       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 1000 Times.
               10  WS-Itm-Invoice   Pic X(19).
               10  WS-Itm-Id        Pic X(10).
               10  WS-Itm-Date      Pic 9(8).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".
       01  WS-Open-Balance          Pic S9(9)V99 Binary.

      * THE ARRANGEMENT BEING SET UP.
       01  WS-Setup-Work.
           05  WS-Setup-Valid-Flag  Pic X       Value "Y".
             88  WS-Setup-Valid     Value "Y".
           05  WS-Setup-Total       Pic S9(9)V99 Value Zero.
           05  WS-Setup-Scheduled   Pic S9(9)V99 Value Zero.
           05  WS-Setup-Inv-Count   Pic 9(2)    Value Zero.
           05  WS-Setup-Invoice     Pic X(19) Occurs 10 Times.
           05  WS-Setup-Inst-Count  Pic 9(2)    Value Zero.
           05  WS-Setup-Inst Occurs 12 Times.
               10  WS-Setup-Due-Date Pic 9(8).
               10  WS-Setup-Amount  Pic S9(7)V99.
           05  WS-Inst-Sub          Pic 9(2)    Binary.
           05  WS-Previous-Date     Pic 9(8).
           05  WS-Today-Date        Pic 9(8).

      * OPERATOR INPUT WORK AREAS.
       01  WS-Input-Sub-Id          Pic X(10)   Value Spaces.
       01  WS-Input-Count           Pic X(2)    Value Spaces.
       01  WS-Input-Date            Pic X(8)    Value Spaces.
       01  WS-Input-Amount          Pic X(12)   Value Spaces.
       01  WS-Amount-As-Num         Pic S9(7)V99 Value Zero.
       01  WS-Reason-Code           Pic X(40)   Value Spaces.

       01  WS-Arr-List-Line.
           05  Pic X(5)  Value "SUB: ".
           05  WS-List-Id-Out       Pic X(10).
           05  Pic X(9)  Value " SET UP: ".
           05  WS-List-Setup-Out    Pic 9(8).
           05  Pic X(4)  Value " BY ".
           05  WS-List-Operator-Out Pic X(8).
           05  Pic X(8)  Value " TOTAL: ".
           05  WS-List-Total-Out    Pic ZZ,ZZZ,ZZ9.99.
           05  Pic X(1)  Value Space.
           05  WS-List-Status-Out   Pic X(11).
       01  WS-Inst-List-Line.
           05  Pic X(14) Value "  INSTALMENT #".
           05  WS-Inst-No-Out       Pic Z9.
           05  Pic X(6)  Value " DUE: ".
           05  WS-Inst-Date-Out     Pic 9(8).
           05  Pic X(9)  Value " AMOUNT: ".
           05  WS-Inst-Amount-Out   Pic Z,ZZZ,ZZ9.99.
       01  WS-Item-Line.
           05  Pic X(11) Value "  INVOICE: ".
           05  WS-Item-Invoice-Out  Pic X(19).
           05  Pic X(7)  Value " DATE: ".
           05  WS-Item-Date-Out     Pic 9(8).
           05  Pic X(7)  Value " OPEN: ".
           05  WS-Item-Open-Out     Pic ZZ,ZZZ,ZZ9.99.

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN. SETTING UP AND
      * CANCELLING ARRANGEMENTS NEEDS CHANGE AUTHORITY ("O").
       01  WS-Sgn-Console           Pic X(8)    Value "TELCOPTP".
       01  WS-Sgn-Mode              Pic X(1)    Value "S".
       01  WS-Sgn-Operator          Pic X(8)    Value Spaces.
       01  WS-Sgn-Auth-Level        Pic X(1)    Value Space.
         88  WS-Operator-May-Change Value "O".
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

       COPY OPAUDITB.

       Procedure Division.

       Main.
           Perform Get-Run-Id
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
           Move Function Current-Date (1:8) To WS-Today-Date
           Perform Load-Arrangement-File
           Perform Load-Ar-Ledger
           Perform Menu-Loop Until Not Continue-Menu
           If WS-Changes-Made
               Perform Rewrite-Arrangement-File
               Display "ARRANGEMENT FILE REWRITTEN - ENTRIES: "
                       WS-Arr-Count
           End-If
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Menu-Loop.
           Display " "
           Display "===== PAYMENT ARRANGEMENTS ====="
           Display "1. LIST A SUBSCRIBER'S ARRANGEMENTS"
           Display "2. SET UP AN ARRANGEMENT"
           Display "3. CANCEL AN ARRANGEMENT (REASON REQUIRED)"
           Display "4. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "1"
                   Perform List-Arrangements
               When "2"
                   If WS-Operator-May-Change
                       Perform Set-Up-Arrangement
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - SET-UP REFUSED."
                   End-If
               When "3"
                   If WS-Operator-May-Change
                       Perform Cancel-Arrangement
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - CANCEL REFUSED."
                   End-If
               When "4"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1 THROUGH 4."
           End-Evaluate
           .

       Load-Arrangement-File.
           Move Zero To WS-Arr-Count
           Move "N" To WS-Arr-Eof-Flag
           Open Input Arrangement-File
           If WS-Payarr-File-Status = "00"
               Perform Read-One-Arrangement Until WS-Arr-Eof
               Close Arrangement-File
           End-If
           Display "ARRANGEMENTS LOADED: " WS-Arr-Count
           .

       Read-One-Arrangement.
           Read Arrangement-File
               At End
                   Set WS-Arr-Eof To True
               Not At End
                   If WS-Arr-Count < 500
                       Add 1 To WS-Arr-Count
                       Move Arrangement-Record
                           To WS-Arr-Entry (WS-Arr-Count)
                   End-If
           End-Read
           .

       Load-Ar-Ledger.
           Move Zero To WS-Itm-Count
           Move "N" To WS-Ar-Eof-Flag
           Open Input Ar-Item-File
           If WS-Ar-File-Status = "00"
               Perform Read-One-Ar-Tran Until WS-Ar-Eof
               Close Ar-Item-File
           End-If
           .

       Read-One-Ar-Tran.
           Read Ar-Item-File
               At End
                   Set WS-Ar-Eof To True
               Not At End
                   Perform Fold-One-Ar-Tran
           End-Read
           .

       Fold-One-Ar-Tran.
           Move "N" To WS-Itm-Found-Flag
           Perform Varying WS-Itm-Sub From 1 By 1
                   Until WS-Itm-Sub > WS-Itm-Count
                   Or WS-Itm-Found
               If WS-Itm-Invoice (WS-Itm-Sub) = AR-Invoice-No
                   Set WS-Itm-Found To True
                   Subtract 1 From WS-Itm-Sub
               End-If
           End-Perform
           If Not WS-Itm-Found
               If WS-Itm-Count < 1000
                   Add 1 To WS-Itm-Count
                   Move WS-Itm-Count To WS-Itm-Sub
                   Move AR-Invoice-No
                       To WS-Itm-Invoice (WS-Itm-Sub)
                   Move AR-Subscriber-Id To WS-Itm-Id (WS-Itm-Sub)
                   Move AR-Tran-Date To WS-Itm-Date (WS-Itm-Sub)
                   Move Zero To WS-Itm-Billed (WS-Itm-Sub)
                   Move Zero To WS-Itm-Applied (WS-Itm-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
      * A "REC" RECOVERY AGAINST A WRITTEN-OFF INVOICE LEAVES IT
      * CLOSED - ONLY ITS "WO" ROW SETTLED IT.
           Evaluate AR-Tran-Type
               When "INV"
                   Add AR-Amount To WS-Itm-Billed (WS-Itm-Sub)
               When "REC"
                   Continue
               When Other
                   Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
           End-Evaluate
           .

       List-Arrangements.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform List-One-Arrangement
               Varying WS-Arr-Sub From 1 By 1
               Until WS-Arr-Sub > WS-Arr-Count
           .

       List-One-Arrangement.
           If WS-Arr-Subscriber-Id (WS-Arr-Sub) Not = WS-Input-Sub-Id
               Exit Paragraph
           End-If
           Move WS-Arr-Subscriber-Id (WS-Arr-Sub) To WS-List-Id-Out
           Move WS-Arr-Setup-Date (WS-Arr-Sub) To WS-List-Setup-Out
           Move WS-Arr-Operator (WS-Arr-Sub) To WS-List-Operator-Out
           Move WS-Arr-Total-Amount (WS-Arr-Sub) To WS-List-Total-Out
           Evaluate WS-Arr-Status (WS-Arr-Sub)
               When "A"
                   Move "ACTIVE" To WS-List-Status-Out
               When "B"
                   Move "(BROKEN)" To WS-List-Status-Out
               When "K"
                   Move "(KEPT)" To WS-List-Status-Out
               When "C"
                   Move "(CANCELLED)" To WS-List-Status-Out
               When Other
                   Move Spaces To WS-List-Status-Out
           End-Evaluate
           Display WS-Arr-List-Line
           Perform List-One-Instalment
               Varying WS-Inst-Sub From 1 By 1
               Until WS-Inst-Sub > WS-Arr-Inst-Count (WS-Arr-Sub)
           .

       List-One-Instalment.
           Move WS-Inst-Sub To WS-Inst-No-Out
           Move WS-Arr-Inst-Due-Date (WS-Arr-Sub WS-Inst-Sub)
               To WS-Inst-Date-Out
           Move WS-Arr-Inst-Amount (WS-Arr-Sub WS-Inst-Sub)
               To WS-Inst-Amount-Out
           Display WS-Inst-List-Line
           .

      * SETS UP AN ARRANGEMENT: ONE ACTIVE ARRANGEMENT PER ACCOUNT,
      * COVERING ITS OPEN INVOICES. THE SCHEDULE NEEDS 1 TO 12
      * INSTALMENTS, EACH DATED TODAY OR LATER AND AFTER THE ONE
      * BEFORE, AND ADDING UP EXACTLY TO THE OPEN BALANCE - OTHERWISE
      * NOTHING IS SET UP.
       Set-Up-Arrangement.
           If WS-Arr-Count >= 500
               Display "ARRANGEMENT TABLE FULL - CANNOT SET UP MORE "
                       "THIS SESSION."
               Exit Paragraph
           End-If
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           If WS-Input-Sub-Id = Spaces
               Display "SUBSCRIBER ID IS REQUIRED."
               Exit Paragraph
           End-If
           Perform Find-Active-Arrangement
           If WS-Arr-Found
               Display "ACCOUNT ALREADY HAS AN ACTIVE ARRANGEMENT - "
                       "CANCEL IT FIRST."
               Exit Paragraph
           End-If
           Move Zero To WS-Setup-Total
           Move Zero To WS-Setup-Inv-Count
           Perform Take-One-Open-Invoice
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           If WS-Setup-Total Not > Zero
               Display "ACCOUNT HAS NO OPEN INVOICES - NOTHING TO "
                       "ARRANGE."
               Exit Paragraph
           End-If
           Move WS-Setup-Total To WS-Item-Open-Out
           Display "OPEN BALANCE TO ARRANGE: " WS-Item-Open-Out
           Display "ENTER NUMBER OF INSTALMENTS (1-12): "
               With No Advancing
           Accept WS-Input-Count From Console
           If Function Test-Numval ( WS-Input-Count ) Not = Zero
               Display "NUMBER OF INSTALMENTS MUST BE NUMERIC."
               Exit Paragraph
           End-If
           Compute WS-Setup-Inst-Count =
                   Function Numval ( WS-Input-Count )
           If WS-Setup-Inst-Count < 1 Or WS-Setup-Inst-Count > 12
               Display "NUMBER OF INSTALMENTS MUST BE 1 THROUGH 12."
               Exit Paragraph
           End-If
           Set WS-Setup-Valid To True
           Move Zero To WS-Setup-Scheduled
           Move WS-Today-Date To WS-Previous-Date
           Perform Enter-One-Instalment
               Varying WS-Inst-Sub From 1 By 1
               Until WS-Inst-Sub > WS-Setup-Inst-Count
               Or Not WS-Setup-Valid
           If Not WS-Setup-Valid
               Display "ARRANGEMENT NOT SET UP."
               Exit Paragraph
           End-If
           If WS-Setup-Scheduled Not = WS-Setup-Total
               Move WS-Setup-Scheduled To WS-Item-Open-Out
               Display "INSTALMENTS ADD UP TO " WS-Item-Open-Out
                       " - THEY MUST MATCH THE OPEN BALANCE. "
                       "ARRANGEMENT NOT SET UP."
               Exit Paragraph
           End-If
           Perform Add-Arrangement
           Move Spaces To WS-Reason-Code
           Move "SETUP" To ARL-Action
           Perform Write-Arrangement-Log
           Display "ARRANGEMENT SET UP AND LOGGED - DUNNING HELD "
                   "WHILE IT IS HONOURED."
           .

       Take-One-Open-Invoice.
           If WS-Itm-Id (WS-Itm-Sub) Not = WS-Input-Sub-Id
           Or WS-Itm-Invoice (WS-Itm-Sub) (1:4) = "CRD-"
               Exit Paragraph
           End-If
           Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                   - WS-Itm-Applied (WS-Itm-Sub)
           If WS-Open-Balance Not > Zero
               Exit Paragraph
           End-If
           Add WS-Open-Balance To WS-Setup-Total
           Move WS-Itm-Invoice (WS-Itm-Sub) To WS-Item-Invoice-Out
           Move WS-Itm-Date (WS-Itm-Sub) To WS-Item-Date-Out
           Move WS-Open-Balance To WS-Item-Open-Out
           Display WS-Item-Line
           If WS-Setup-Inv-Count < 10
               Add 1 To WS-Setup-Inv-Count
               Move WS-Itm-Invoice (WS-Itm-Sub)
                   To WS-Setup-Invoice (WS-Setup-Inv-Count)
           End-If
           .

       Enter-One-Instalment.
           Display "INSTALMENT " WS-Inst-Sub
                   " - ENTER DUE DATE (YYYYMMDD): " With No Advancing
           Accept WS-Input-Date From Console
           If WS-Input-Date Is Not Numeric
               Display "DUE DATE MUST BE YYYYMMDD."
               Move "N" To WS-Setup-Valid-Flag
               Exit Paragraph
           End-If
           Move WS-Input-Date To WS-Setup-Due-Date (WS-Inst-Sub)
           If Function Test-Date-YYYYMMDD
                   ( WS-Setup-Due-Date (WS-Inst-Sub) ) Not = Zero
               Display "DUE DATE IS NOT A CALENDAR DATE."
               Move "N" To WS-Setup-Valid-Flag
               Exit Paragraph
           End-If
           If WS-Setup-Due-Date (WS-Inst-Sub) < WS-Previous-Date
           Or ( WS-Inst-Sub > 1
                And WS-Setup-Due-Date (WS-Inst-Sub)
                    = WS-Previous-Date )
               Display "DUE DATES MUST BE TODAY OR LATER AND EACH "
                       "AFTER THE ONE BEFORE."
               Move "N" To WS-Setup-Valid-Flag
               Exit Paragraph
           End-If
           Display "INSTALMENT " WS-Inst-Sub
                   " - ENTER AMOUNT (9999999.99): " With No Advancing
           Accept WS-Input-Amount From Console
           If WS-Input-Amount = Spaces
               Display "AMOUNT IS REQUIRED."
               Move "N" To WS-Setup-Valid-Flag
               Exit Paragraph
           End-If
           Compute WS-Amount-As-Num =
                   Function Numval ( WS-Input-Amount )
           If WS-Amount-As-Num Not > Zero
               Display "AN INSTALMENT MUST BE A POSITIVE AMOUNT."
               Move "N" To WS-Setup-Valid-Flag
               Exit Paragraph
           End-If
           Move WS-Amount-As-Num To WS-Setup-Amount (WS-Inst-Sub)
           Add WS-Amount-As-Num To WS-Setup-Scheduled
           Move WS-Setup-Due-Date (WS-Inst-Sub) To WS-Previous-Date
           .

       Add-Arrangement.
           Add 1 To WS-Arr-Count
           Move WS-Arr-Count To WS-Arr-Sub
           Initialize WS-Arr-Entry (WS-Arr-Sub)
           Move WS-Input-Sub-Id To WS-Arr-Subscriber-Id (WS-Arr-Sub)
           Move "A" To WS-Arr-Status (WS-Arr-Sub)
           Move WS-Today-Date To WS-Arr-Setup-Date (WS-Arr-Sub)
           Move WS-Sgn-Operator To WS-Arr-Operator (WS-Arr-Sub)
           Move WS-Setup-Total To WS-Arr-Total-Amount (WS-Arr-Sub)
           Move WS-Setup-Inv-Count To WS-Arr-Inv-Count (WS-Arr-Sub)
           Perform Copy-One-Invoice
               Varying WS-Inst-Sub From 1 By 1
               Until WS-Inst-Sub > WS-Setup-Inv-Count
           Move WS-Setup-Inst-Count To WS-Arr-Inst-Count (WS-Arr-Sub)
           Perform Copy-One-Instalment
               Varying WS-Inst-Sub From 1 By 1
               Until WS-Inst-Sub > WS-Setup-Inst-Count
           Set WS-Changes-Made To True
           .

       Copy-One-Invoice.
           Move WS-Setup-Invoice (WS-Inst-Sub)
               To WS-Arr-Invoice-No (WS-Arr-Sub WS-Inst-Sub)
           .

       Copy-One-Instalment.
           Move WS-Setup-Due-Date (WS-Inst-Sub)
               To WS-Arr-Inst-Due-Date (WS-Arr-Sub WS-Inst-Sub)
           Move WS-Setup-Amount (WS-Inst-Sub)
               To WS-Arr-Inst-Amount (WS-Arr-Sub WS-Inst-Sub)
           .

      * CANCELS THE ACCOUNT'S ACTIVE ARRANGEMENT - IT STAYS ON THE
      * FILE AS "C" WITH ITS REASON ON THE LOG, AND DUNNING RESUMES
      * ON THE NEXT AGING RUN.
       Cancel-Arrangement.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Active-Arrangement
           If Not WS-Arr-Found
               Display "NO ACTIVE ARRANGEMENT FOR THAT ACCOUNT."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move "C" To WS-Arr-Status (WS-Arr-Sub)
           Move WS-Today-Date To WS-Arr-Close-Date (WS-Arr-Sub)
           Set WS-Changes-Made To True
           Move "CANCEL" To ARL-Action
           Perform Write-Arrangement-Log
           Display "ARRANGEMENT CANCELLED AND LOGGED. REASON: "
                   WS-Reason-Code
           .

       Find-Active-Arrangement.
           Move "N" To WS-Arr-Found-Flag
           Perform Varying WS-Arr-Sub From 1 By 1
                   Until WS-Arr-Sub > WS-Arr-Count
                   Or WS-Arr-Found
               If WS-Arr-Subscriber-Id (WS-Arr-Sub) = WS-Input-Sub-Id
               And WS-Arr-Status (WS-Arr-Sub) = "A"
                   Set WS-Arr-Found To True
                   Subtract 1 From WS-Arr-Sub
               End-If
           End-Perform
           .

       Prompt-For-Reason-Code.
           Display "ENTER REASON CODE (REQUIRED): " With No Advancing
           Accept WS-Reason-Code From Console
           If WS-Reason-Code = Spaces
               Display "A REASON CODE IS REQUIRED TO CANCEL AN "
                       "ARRANGEMENT."
           End-If
           .

      * APPENDS ONE LOG RECORD FOR THE ACTION JUST TAKEN, THEN
      * MIRRORS IT INTO THE SHARED AUDIT LOG - SAME DOUBLE-LOGGING AS
      * THE OTHER CONSOLES.
       Write-Arrangement-Log.
           Move Function Current-Date To ARL-Timestamp
           Move WS-Run-Id To ARL-Run-Id
           Move WS-Arr-Subscriber-Id (WS-Arr-Sub) To ARL-Subscriber-Id
           Move WS-Arr-Total-Amount (WS-Arr-Sub) To ARL-Amount
           Move WS-Reason-Code To ARL-Reason
           Open Extend Arrangement-Log-File
           Write Arrangement-Log-Record
           Close Arrangement-Log-File
           Move "TELCOPTP" To audit-log-program
           Move ARL-Action To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

       Rewrite-Arrangement-File.
           Open Output Arrangement-File
           Perform Rewrite-One-Arrangement
               Varying WS-Arr-Sub From 1 By 1
               Until WS-Arr-Sub > WS-Arr-Count
           Close Arrangement-File
           .

       Rewrite-One-Arrangement.
           Move WS-Arr-Entry (WS-Arr-Sub) To Arrangement-Record
           Write Arrangement-Record
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

       End Program TELCOPTP.
