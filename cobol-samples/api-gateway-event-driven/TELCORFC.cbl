       Identification Division.
       Program-ID. TELCORFC.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  REFUND CONSOLE (DYNMAINT-STYLE MENUS) OVER THE RFDREG REFUND
      *  REGISTER - LIST THE REFUNDS AWAITING APPROVAL, REQUEST A
      *  REFUND OF AN OPEN ACCOUNT'S CREDIT BALANCE (NO MORE THAN ITS
      *  CREDIT ON ACCOUNT LESS WHAT IT STILL OWES ON ARITEMS), AND
      *  APPROVE OR REJECT A REFUND - ONE RAISED HERE OR BY THE
      *  TELCORFN RUN FOR A CLOSED ACCOUNT. A REFUND IS APPROVED BY A
      *  DIFFERENT OPERATOR FROM THE ONE WHO REQUESTED IT; TELCORFN
      *  PAYS WHAT IS APPROVED. EVERY ACTION IS APPENDED TO RFDLOG
      *  AND MIRRORED TO THE SHARED AUDIT LOG; THE REGISTER IS
      *  REWRITTEN WHOLE ON EXIT.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Refund-Register-File Assign To "RFDREG"
               Organization Is Sequential
               File Status Is WS-Rfdreg-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Refund-Log-File Assign To "RFDLOG"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Refund-Register-File
           Recording Mode Is F.
       01  Refund-Register-Record.
               COPY RFDREG.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Refund-Log-File
           Recording Mode Is F.
       01  Refund-Log-Record.
           05  RFL-Timestamp        Pic X(26).
           05  RFL-Run-Id           Pic X(15).
           05  RFL-Action           Pic X(8).
           05  RFL-Refund-No        Pic 9(8).
           05  RFL-Subscriber-Id    Pic X(10).
           05  RFL-Amount           Pic S9(9)V99.
           05  RFL-Reason           Pic X(40).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rfdreg-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".

      * MAIN MENU CONTROL.
       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(1)    Value Spaces.

      * THE REFUND REGISTER LOADED FOR THE SESSION - ADDED TO AND
      * UPDATED IN THE TABLE AND REWRITTEN WHOLE ON EXIT (TELCOFRD
      * REWRITE PATTERN).
       01  WS-Register-Table.
           05  WS-Reg-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Reg-Entry Occurs 5000 Times.
               COPY RFDREG REPLACING LEADING ==RF-== BY ==WS-Reg-==.
       01  WS-Reg-Sub               Pic 9(5)    Binary.
       01  WS-Reg-Found-Flag        Pic X       Value "N".
         88  WS-Reg-Found           Value "Y".
       01  WS-Reg-Eof-Flag          Pic X       Value "N".
         88  WS-Reg-Eof             Value "Y".
       01  WS-Last-Refund-No        Pic 9(8)    Value Zero.
       01  WS-Changes-Made-Flag     Pic X       Value "N".
         88  WS-Changes-Made        Value "Y".
       01  WS-Pending-Listed        Pic 9(5)    Binary Value Zero.

      * THE AR LEDGER FOLDED INTO OPEN ITEMS - SAME FOLD AS THE
      * TELCOPAY CONSOLE.
       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 1000 Times.
               10  WS-Itm-Invoice   Pic X(19).
               10  WS-Itm-Id        Pic X(10).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".
       01  WS-Open-Balance          Pic S9(9)V99 Binary.

      * ONE ACCOUNT'S REFUNDABLE CREDIT - SAME RULE AS TELCORFN.
       01  WS-Acct-Credit           Pic S9(9)V99 Binary.
       01  WS-Acct-Owed             Pic S9(9)V99 Binary.
       01  WS-Refundable            Pic S9(9)V99 Binary.
       01  WS-Today-Date            Pic 9(8).

      * OPERATOR INPUT WORK AREAS.
       01  WS-Input-Sub-Id          Pic X(10)   Value Spaces.
       01  WS-Input-Refund-No       Pic X(8)    Value Spaces.
       01  WS-Lookup-Refund-No      Pic 9(8)    Value Zero.
       01  WS-Input-Amount          Pic X(12)   Value Spaces.
       01  WS-Amount-As-Num         Pic S9(9)V99 Value Zero.
       01  WS-Reason-Code           Pic X(40)   Value Spaces.

       01  WS-Refund-List-Line.
           05  Pic X(8)  Value "REFUND: ".
           05  WS-List-No-Out       Pic 9(8).
           05  Pic X(6)  Value " SUB: ".
           05  WS-List-Id-Out       Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-List-Source-Out   Pic X(9).
           05  Pic X(4)  Value " BY ".
           05  WS-List-By-Out       Pic X(8).
           05  Pic X(9)  Value " AMOUNT: ".
           05  WS-List-Amount-Out   Pic ZZ,ZZZ,ZZ9.99.
       01  WS-Amount-Out            Pic ZZ,ZZZ,ZZ9.99.

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN. REQUESTING,
      * APPROVING AND REJECTING REFUNDS NEEDS CHANGE AUTHORITY ("O").
       01  WS-Sgn-Console           Pic X(8)    Value "TELCORFC".
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
           Perform Load-Refund-Register
           Perform Load-Ar-Ledger
           Perform Menu-Loop Until Not Continue-Menu
           If WS-Changes-Made
               Perform Rewrite-Refund-Register
               Display "REFUND REGISTER REWRITTEN - ENTRIES: "
                       WS-Reg-Count
           End-If
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Menu-Loop.
           Display " "
           Display "===== REFUNDS ====="
           Display "1. LIST REFUNDS AWAITING APPROVAL"
           Display "2. REQUEST A REFUND FOR AN ACCOUNT"
           Display "3. APPROVE A REFUND"
           Display "4. REJECT A REFUND (REASON REQUIRED)"
           Display "5. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "1"
                   Perform List-Pending-Refunds
               When "2"
                   If WS-Operator-May-Change
                       Perform Request-Refund
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - REQUEST REFUSED."
                   End-If
               When "3"
                   If WS-Operator-May-Change
                       Perform Approve-Refund
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - APPROVAL REFUSED."
                   End-If
               When "4"
                   If WS-Operator-May-Change
                       Perform Reject-Refund
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - REJECTION REFUSED."
                   End-If
               When "5"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1 THROUGH 5."
           End-Evaluate
           .

       Load-Refund-Register.
           Move Zero To WS-Reg-Count
           Move Zero To WS-Last-Refund-No
           Move "N" To WS-Reg-Eof-Flag
           Open Input Refund-Register-File
           If WS-Rfdreg-File-Status = "00"
               Perform Read-One-Refund Until WS-Reg-Eof
               Close Refund-Register-File
           End-If
           Display "REFUNDS LOADED: " WS-Reg-Count
           .

       Read-One-Refund.
           Read Refund-Register-File
               At End
                   Set WS-Reg-Eof To True
               Not At End
                   If WS-Reg-Count < 5000
                       Add 1 To WS-Reg-Count
                       Move Refund-Register-Record
                           To WS-Reg-Entry (WS-Reg-Count)
                   End-If
                   If RF-Refund-No > WS-Last-Refund-No
                       Move RF-Refund-No To WS-Last-Refund-No
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

      * A "REC" RECOVERY AGAINST A WRITTEN-OFF INVOICE LEAVES IT
      * CLOSED - ONLY ITS "WO" ROW SETTLED IT.
       Fold-One-Ar-Tran.
           If AR-Tran-Type = "REC"
               Exit Paragraph
           End-If
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
                   Move Zero To WS-Itm-Billed (WS-Itm-Sub)
                   Move Zero To WS-Itm-Applied (WS-Itm-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           If AR-Tran-Type = "INV"
               Add AR-Amount To WS-Itm-Billed (WS-Itm-Sub)
           Else
               Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
           End-If
           .

       List-Pending-Refunds.
           Move Zero To WS-Pending-Listed
           Perform List-One-Refund
               Varying WS-Reg-Sub From 1 By 1
               Until WS-Reg-Sub > WS-Reg-Count
           If WS-Pending-Listed = Zero
               Display "NO REFUNDS AWAITING APPROVAL."
           End-If
           .

       List-One-Refund.
           If WS-Reg-Status (WS-Reg-Sub) Not = "P"
               Exit Paragraph
           End-If
           Move WS-Reg-Refund-No (WS-Reg-Sub) To WS-List-No-Out
           Move WS-Reg-Subscriber-Id (WS-Reg-Sub) To WS-List-Id-Out
           If WS-Reg-Source (WS-Reg-Sub) = "C"
               Move "(CLOSED)" To WS-List-Source-Out
           Else
               Move "(REQUEST)" To WS-List-Source-Out
           End-If
           Move WS-Reg-Requested-By (WS-Reg-Sub) To WS-List-By-Out
           Move WS-Reg-Amount (WS-Reg-Sub) To WS-List-Amount-Out
           Display WS-Refund-List-Line
           Add 1 To WS-Pending-Listed
           .

      * RAISES A REFUND FOR AN ACCOUNT'S CREDIT BALANCE: ONE REFUND
      * WAITING PER ACCOUNT, FOR A POSITIVE AMOUNT NO GREATER THAN
      * THE CREDIT LEFT ONCE EVERYTHING OWED IS COVERED. A BLANK
      * AMOUNT REFUNDS ALL OF IT.
       Request-Refund.
           If WS-Reg-Count >= 5000
               Display "REFUND REGISTER FULL - CANNOT REQUEST MORE "
                       "THIS SESSION."
               Exit Paragraph
           End-If
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           If WS-Input-Sub-Id = Spaces
               Display "SUBSCRIBER ID IS REQUIRED."
               Exit Paragraph
           End-If
           Move "N" To WS-Reg-Found-Flag
           Perform Varying WS-Reg-Sub From 1 By 1
                   Until WS-Reg-Sub > WS-Reg-Count
                   Or WS-Reg-Found
               If WS-Reg-Subscriber-Id (WS-Reg-Sub) = WS-Input-Sub-Id
               And ( WS-Reg-Status (WS-Reg-Sub) = "P"
                     Or WS-Reg-Status (WS-Reg-Sub) = "A" )
                   Set WS-Reg-Found To True
               End-If
           End-Perform
           If WS-Reg-Found
               Display "ACCOUNT ALREADY HAS A REFUND WAITING - "
                       "APPROVE OR REJECT IT FIRST."
               Exit Paragraph
           End-If
           Move Zero To WS-Acct-Credit
           Move Zero To WS-Acct-Owed
           Perform Add-One-Item-Balance
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           Compute WS-Refundable = WS-Acct-Credit - WS-Acct-Owed
           If WS-Refundable Not > Zero
               Display "ACCOUNT HAS NO CREDIT BALANCE TO REFUND."
               Exit Paragraph
           End-If
           Move WS-Refundable To WS-Amount-Out
           Display "CREDIT AVAILABLE TO REFUND: " WS-Amount-Out
           Display "ENTER AMOUNT (BLANK FOR ALL): " With No Advancing
           Accept WS-Input-Amount From Console
           If WS-Input-Amount = Spaces
               Move WS-Refundable To WS-Amount-As-Num
           Else
               Compute WS-Amount-As-Num =
                       Function Numval ( WS-Input-Amount )
           End-If
           If WS-Amount-As-Num Not > Zero
           Or WS-Amount-As-Num > WS-Refundable
               Display "AMOUNT MUST BE POSITIVE AND NO MORE THAN THE "
                       "CREDIT AVAILABLE. REFUND NOT REQUESTED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Add 1 To WS-Reg-Count
           Move WS-Reg-Count To WS-Reg-Sub
           Initialize WS-Reg-Entry (WS-Reg-Sub)
           Add 1 To WS-Last-Refund-No
           Move WS-Last-Refund-No To WS-Reg-Refund-No (WS-Reg-Sub)
           Move WS-Input-Sub-Id To WS-Reg-Subscriber-Id (WS-Reg-Sub)
           Move "R" To WS-Reg-Source (WS-Reg-Sub)
           Move "P" To WS-Reg-Status (WS-Reg-Sub)
           Move WS-Amount-As-Num To WS-Reg-Amount (WS-Reg-Sub)
           Move WS-Today-Date To WS-Reg-Request-Date (WS-Reg-Sub)
           Move WS-Sgn-Operator To WS-Reg-Requested-By (WS-Reg-Sub)
           Move WS-Reason-Code To WS-Reg-Reason (WS-Reg-Sub)
           Set WS-Changes-Made To True
           Move "REQUEST" To RFL-Action
           Perform Write-Refund-Log
           Display "REFUND " WS-Last-Refund-No
                   " REQUESTED AND LOGGED - AWAITING APPROVAL."
           .

       Add-One-Item-Balance.
           If WS-Itm-Id (WS-Itm-Sub) Not = WS-Input-Sub-Id
               Exit Paragraph
           End-If
           Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                   - WS-Itm-Applied (WS-Itm-Sub)
           If WS-Itm-Invoice (WS-Itm-Sub) (1:4) = "CRD-"
               If WS-Open-Balance < Zero
                   Subtract WS-Open-Balance From WS-Acct-Credit
               End-If
           Else
               If WS-Open-Balance > Zero
                   Add WS-Open-Balance To WS-Acct-Owed
               End-If
           End-If
           .

      * APPROVES A WAITING REFUND FOR TELCORFN TO PAY - NEVER BY THE
      * OPERATOR WHO REQUESTED IT.
       Approve-Refund.
           Perform Find-Refund
           If Not WS-Reg-Found
               Exit Paragraph
           End-If
           If WS-Reg-Status (WS-Reg-Sub) Not = "P"
               Display "REFUND IS NOT AWAITING APPROVAL."
               Exit Paragraph
           End-If
           If WS-Reg-Requested-By (WS-Reg-Sub) = WS-Sgn-Operator
               Display "A REFUND CANNOT BE APPROVED BY THE OPERATOR "
                       "WHO REQUESTED IT."
               Exit Paragraph
           End-If
           Move "A" To WS-Reg-Status (WS-Reg-Sub)
           Move WS-Sgn-Operator To WS-Reg-Approved-By (WS-Reg-Sub)
           Move WS-Today-Date To WS-Reg-Approve-Date (WS-Reg-Sub)
           Set WS-Changes-Made To True
           Move Spaces To WS-Reason-Code
           Move "APPROVE" To RFL-Action
           Perform Write-Refund-Log
           Display "REFUND APPROVED AND LOGGED - PAID ON THE NEXT "
                   "REFUND RUN."
           .

      * REJECTS A REFUND NOT YET PAID - IT STAYS ON THE REGISTER AS
      * "X" WITH ITS REASON, AND THE CREDIT STAYS ON THE ACCOUNT.
       Reject-Refund.
           Perform Find-Refund
           If Not WS-Reg-Found
               Exit Paragraph
           End-If
           If WS-Reg-Status (WS-Reg-Sub) Not = "P"
           And WS-Reg-Status (WS-Reg-Sub) Not = "A"
               Display "REFUND IS ALREADY PAID OR CLOSED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move "X" To WS-Reg-Status (WS-Reg-Sub)
           Move WS-Sgn-Operator To WS-Reg-Approved-By (WS-Reg-Sub)
           Move WS-Today-Date To WS-Reg-Approve-Date (WS-Reg-Sub)
           Move WS-Reason-Code To WS-Reg-Reason (WS-Reg-Sub)
           Set WS-Changes-Made To True
           Move "REJECT" To RFL-Action
           Perform Write-Refund-Log
           Display "REFUND REJECTED AND LOGGED. REASON: "
                   WS-Reason-Code
           .

       Find-Refund.
           Display "ENTER REFUND NUMBER: " With No Advancing
           Accept WS-Input-Refund-No From Console
           Move "N" To WS-Reg-Found-Flag
           If Function Test-Numval ( WS-Input-Refund-No ) Not = Zero
               Display "REFUND NUMBER MUST BE NUMERIC."
               Exit Paragraph
           End-If
           Compute WS-Lookup-Refund-No =
                   Function Numval ( WS-Input-Refund-No )
           Perform Varying WS-Reg-Sub From 1 By 1
                   Until WS-Reg-Sub > WS-Reg-Count
                   Or WS-Reg-Found
               If WS-Reg-Refund-No (WS-Reg-Sub) = WS-Lookup-Refund-No
                   Set WS-Reg-Found To True
                   Subtract 1 From WS-Reg-Sub
               End-If
           End-Perform
           If Not WS-Reg-Found
               Display "REFUND NOT FOUND ON THE REGISTER."
           End-If
           .

       Prompt-For-Reason-Code.
           Display "ENTER REASON CODE (REQUIRED): " With No Advancing
           Accept WS-Reason-Code From Console
           If WS-Reason-Code = Spaces
               Display "A REASON CODE IS REQUIRED."
           End-If
           .

      * APPENDS ONE LOG RECORD FOR THE ACTION JUST TAKEN, THEN
      * MIRRORS IT INTO THE SHARED AUDIT LOG - SAME DOUBLE-LOGGING AS
      * THE OTHER CONSOLES.
       Write-Refund-Log.
           Move Function Current-Date To RFL-Timestamp
           Move WS-Run-Id To RFL-Run-Id
           Move WS-Reg-Refund-No (WS-Reg-Sub) To RFL-Refund-No
           Move WS-Reg-Subscriber-Id (WS-Reg-Sub) To RFL-Subscriber-Id
           Move WS-Reg-Amount (WS-Reg-Sub) To RFL-Amount
           Move WS-Reason-Code To RFL-Reason
           Open Extend Refund-Log-File
           Write Refund-Log-Record
           Close Refund-Log-File
           Move "TELCORFC" To audit-log-program
           Move RFL-Action To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

       Rewrite-Refund-Register.
           Open Output Refund-Register-File
           Perform Rewrite-One-Refund
               Varying WS-Reg-Sub From 1 By 1
               Until WS-Reg-Sub > WS-Reg-Count
           Close Refund-Register-File
           .

       Rewrite-One-Refund.
           Move WS-Reg-Entry (WS-Reg-Sub) To Refund-Register-Record
           Write Refund-Register-Record
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

       End Program TELCORFC.
