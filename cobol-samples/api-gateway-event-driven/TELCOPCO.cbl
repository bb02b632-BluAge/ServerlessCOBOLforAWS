       Identification Division.
       Program-ID. TELCOPCO.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  PLAN-CHANGE ORDER CONSOLE (DYNMAINT-STYLE MENUS) - UPGRADES
      *  AND DOWNGRADES ARE ORDERED HERE INSTEAD OF TYPED INTO
      *  PLANENRL. AN ORDER NAMES THE SUBSCRIBER AND THE NEW PLAN;
      *  THE CURRENT PLAN COMES FROM PLANENRL, AND THE MOVE MUST HAVE
      *  A PLCHRULE RULE, WHOSE TIMING (IMMEDIATE OR NEXT CYCLE),
      *  MINIMUM TERM AND EARLY-TERMINATION FEE ARE SHOWN BEFORE THE
      *  OPERATOR CONFIRMS. NO DATE IS TYPED: THE NIGHTLY TELCOPCR
      *  RUN FIXES THE EFFECTIVE DATE FROM THE RULE, WRITES THE
      *  PLANENRL ROW AND STAGES ANY FEE. A PENDING ORDER MAY BE
      *  CANCELLED BEFORE IT RUNS. EVERY ORDER EVENT IS APPENDED TO
      *  THE PLCHORD ORDER HISTORY, WITH A REQUIRED REASON, AND
      *  MIRRORED TO THE SHARED AUDIT LOG.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Subscriber-Master-File Assign To "SUBMAST"
               Organization Is Sequential
               File Status Is WS-Submast-File-Status.
           Select Plan-Enrollment-File Assign To "PLANENRL"
               Organization Is Sequential
               File Status Is WS-Planenrl-File-Status.
           Select Plan-Table-File Assign To "PLANTAB"
               Organization Is Sequential
               File Status Is WS-Plantab-File-Status.
           Select Change-Rule-File Assign To "PLCHRULE"
               Organization Is Sequential
               File Status Is WS-Plchrule-File-Status.
           Select Order-History-File Assign To "PLCHORD"
               Organization Is Sequential
               File Status Is WS-Plchord-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Subscriber-Master-File
           Recording Mode Is F.
       01  Subscriber-Master-Record.
           05  SUB-Id               Pic X(10).
           05  SUB-Name             Pic X(30).
           05  SUB-Status           Pic X(1).

       FD  Plan-Enrollment-File
           Recording Mode Is F.
       01  Plan-Enrollment-Record.
               COPY PLANENRL.

       FD  Plan-Table-File
           Recording Mode Is F.
       01  Plan-Table-Record.
               COPY PLANTAB.

       FD  Change-Rule-File
           Recording Mode Is F.
       01  Change-Rule-Record.
               COPY PLCHRULE.

       FD  Order-History-File
           Recording Mode Is F.
       01  Order-History-Record.
               COPY PLCHORD.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Submast-File-Status   Pic X(2)    Value Spaces.
       01  WS-Planenrl-File-Status  Pic X(2)    Value Spaces.
       01  WS-Plantab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Plchrule-File-Status  Pic X(2)    Value Spaces.
       01  WS-Plchord-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

      * MAIN MENU CONTROL.
       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(1)    Value Spaces.

      * THE SUBSCRIBER BEING ORDERED FOR - MASTER STATUS, PLAN IN
      * FORCE TODAY AND ITS START, AND ANY PLAN ROW ALREADY DATED
      * AFTER TODAY.
       01  WS-Order-Subject.
           05  WS-Sub-Found-Flag    Pic X       Value "N".
             88  WS-Sub-Found       Value "Y".
           05  WS-Sub-Name          Pic X(30).
           05  WS-Sub-Status        Pic X(1).
           05  WS-Cur-Plan          Pic X(4).
           05  WS-Cur-Plan-Date     Pic 9(8).
           05  WS-Future-Plan-Date  Pic 9(8).
       01  WS-Today                 Pic 9(8)    Value Zero.

      * THE RULE FOR THE MOVE - EXACT PAIR FIRST, ELSE THE FROM-PLAN
      * DEFAULT ROW.
       01  WS-Rule-Found-Flag       Pic X       Value "N".
         88  WS-Rule-Found          Value "Y".
       01  WS-Default-Found-Flag    Pic X       Value "N".
         88  WS-Default-Found       Value "Y".
       01  WS-Rule.
               COPY PLCHRULE REPLACING LEADING ==PR-== BY ==WS-Rul-==.
       01  WS-Default-Rule.
               COPY PLCHRULE REPLACING LEADING ==PR-== BY ==WS-Dfl-==.
       01  WS-Plan-Found-Flag       Pic X       Value "N".
         88  WS-Plan-Found          Value "Y".

      * THE ORDER HISTORY FOLDED TO ONE ENTRY PER ORDER (LAST ROW
      * WINS) FOR THE SUBSCRIBER ASKED ABOUT.
       01  WS-Order-Table.
           05  WS-Ord-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Ord-Entry Occurs 500 Times.
               COPY PLCHORD REPLACING LEADING ==PC-== BY ==WS-Ord-==.
       01  WS-Ord-Sub               Pic 9(4)    Binary.
       01  WS-Ord-Found-Flag        Pic X       Value "N".
         88  WS-Ord-Found           Value "Y".
       01  WS-Pending-Flag          Pic X       Value "N".
         88  WS-Has-Pending         Value "Y".

      * OPERATOR INPUT WORK AREAS.
       01  WS-Input-Sub-Id          Pic X(10)   Value Spaces.
       01  WS-Input-Plan            Pic X(4)    Value Spaces.
       01  WS-Input-Order-Id        Pic X(12)   Value Spaces.
       01  WS-Input-Confirm         Pic X(1)    Value Space.
       01  WS-Reason-Code           Pic X(40)   Value Spaces.

       01  WS-Fee-Out               Pic ZZ,ZZ9.99.
       01  WS-Months-Out            Pic Z9.
       01  WS-Order-Line.
           05  WS-Oline-Id-Out      Pic X(12).
           05  Pic X(1)  Value Space.
           05  WS-Oline-From-Out    Pic X(4).
           05  Pic X(4)  Value " -> ".
           05  WS-Oline-To-Out      Pic X(4).
           05  Pic X(9)  Value " ORDERED ".
           05  WS-Oline-Date-Out    Pic 9(8).
           05  Pic X(1)  Value Space.
           05  WS-Oline-Status-Out  Pic X(9).
           05  Pic X(1)  Value Space.
           05  WS-Oline-Eff-Out     Pic X(8).
           05  Pic X(5)  Value " FEE ".
           05  WS-Oline-Fee-Out     Pic Z,ZZZ,ZZ9.99.
           05  Pic X(1)  Value Space.
           05  WS-Oline-Reason-Out  Pic X(40).

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN. ENTERING AND
      * CANCELLING ORDERS NEEDS CHANGE AUTHORITY ("O").
       01  WS-Sgn-Console           Pic X(8)    Value "TELCOPCO".
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
           Perform Menu-Loop Until Not Continue-Menu
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Menu-Loop.
           Display " "
           Display "===== PLAN-CHANGE ORDERS ====="
           Display "1. LIST A SUBSCRIBER'S PLAN-CHANGE ORDERS"
           Display "2. ENTER A PLAN-CHANGE ORDER"
           Display "3. CANCEL A PENDING ORDER (REASON REQUIRED)"
           Display "4. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "1"
                   Perform List-Orders
               When "2"
                   If WS-Operator-May-Change
                       Perform Enter-One-Order
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - ENTRY REFUSED."
                   End-If
               When "3"
                   If WS-Operator-May-Change
                       Perform Cancel-One-Order
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

       List-Orders.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Load-Subscriber-Orders
           If WS-Ord-Count = Zero
               Display "NO PLAN-CHANGE ORDERS FOR " WS-Input-Sub-Id
               Exit Paragraph
           End-If
           Perform List-One-Order
               Varying WS-Ord-Sub From 1 By 1
               Until WS-Ord-Sub > WS-Ord-Count
           .

       List-One-Order.
           Move WS-Ord-Order-Id (WS-Ord-Sub) To WS-Oline-Id-Out
           Move WS-Ord-From-Plan (WS-Ord-Sub) To WS-Oline-From-Out
           Move WS-Ord-To-Plan (WS-Ord-Sub) To WS-Oline-To-Out
           Move WS-Ord-Order-Date (WS-Ord-Sub) To WS-Oline-Date-Out
           Evaluate WS-Ord-Status (WS-Ord-Sub)
               When "P"
                   Move "PENDING" To WS-Oline-Status-Out
               When "X"
                   Move "CANCELLED" To WS-Oline-Status-Out
               When "C"
                   Move "COMPLETED" To WS-Oline-Status-Out
               When "R"
                   Move "REJECTED" To WS-Oline-Status-Out
               When Other
                   Move WS-Ord-Status (WS-Ord-Sub)
                       To WS-Oline-Status-Out
           End-Evaluate
           If WS-Ord-Effective-Date (WS-Ord-Sub) = Zero
               Move Spaces To WS-Oline-Eff-Out
           Else
               Move WS-Ord-Effective-Date (WS-Ord-Sub)
                   To WS-Oline-Eff-Out
           End-If
           Move WS-Ord-Fee (WS-Ord-Sub) To WS-Oline-Fee-Out
           Move WS-Ord-Reason (WS-Ord-Sub) To WS-Oline-Reason-Out
           Display WS-Order-Line
           .

      * TAKES ONE ORDER: A SUBSCRIBER ON THE MASTER AND IN SERVICE,
      * ON A PLAN TODAY WITH NO LATER PLAN ROW OR ORDER ALREADY IN
      * HAND, MOVING TO ANOTHER PLAN ON PLANTAB UNDER A RULE. THE
      * RULE'S TERMS ARE SHOWN AND CONFIRMED BEFORE THE ORDER IS
      * BOOKED.
       Enter-One-Order.
           Move Function Current-Date (1:8) To WS-Today
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Find-Subscriber
           If Not WS-Sub-Found
               Display "SUBSCRIBER NOT ON THE MASTER - NOT ORDERED."
               Exit Paragraph
           End-If
           If WS-Sub-Status = "D"
               Display "SUBSCRIBER IS DISCONNECTED - NOT ORDERED."
               Exit Paragraph
           End-If
           Perform Load-Subscriber-Orders
           If WS-Has-Pending
               Display "A PLAN-CHANGE ORDER IS ALREADY PENDING - "
                       "CANCEL IT FIRST."
               Exit Paragraph
           End-If
           Perform Find-Current-Plan
           If WS-Cur-Plan = Spaces
               Display "SUBSCRIBER IS ON NO PLAN TODAY - NOT ORDERED."
               Exit Paragraph
           End-If
           If WS-Future-Plan-Date Not = Zero
               Display "A PLAN CHANGE IS ALREADY SCHEDULED FOR "
                       WS-Future-Plan-Date " - NOT ORDERED."
               Exit Paragraph
           End-If
           Display "CURRENT PLAN: " WS-Cur-Plan " SINCE "
                   WS-Cur-Plan-Date
           Display "ENTER NEW PLAN CODE: " With No Advancing
           Accept WS-Input-Plan From Console
           If WS-Input-Plan = Spaces Or WS-Input-Plan = WS-Cur-Plan
               Display "A DIFFERENT PLAN IS REQUIRED - NOT ORDERED."
               Exit Paragraph
           End-If
           Perform Find-Plan
           If Not WS-Plan-Found
               Display "PLAN " WS-Input-Plan " IS NOT ON PLANTAB - "
                       "NOT ORDERED."
               Exit Paragraph
           End-If
           Perform Find-Change-Rule
           If Not WS-Rule-Found
               Display "NO PLAN-CHANGE RULE FROM " WS-Cur-Plan " TO "
                       WS-Input-Plan " - CHANGE NOT ALLOWED."
               Exit Paragraph
           End-If
           Perform Show-Rule-Terms
           Display "CONFIRM THE ORDER (Y/N): " With No Advancing
           Accept WS-Input-Confirm From Console
           If WS-Input-Confirm Not = "Y"
               Display "NOT ORDERED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move Spaces To Order-History-Record
           Move Function Current-Date (3:12) To PC-Order-Id
           Move WS-Input-Sub-Id To PC-Subscriber-Id
           Move WS-Cur-Plan To PC-From-Plan
           Move WS-Input-Plan To PC-To-Plan
           Move WS-Today To PC-Order-Date
           Move Zero To PC-Effective-Date
           Move Zero To PC-Fee
           Move "P" To PC-Status
           Move "PLCHORD" To audit-log-operation
           Perform Write-Order-History
           Display "ORDER " PC-Order-Id " ENTERED - THE NIGHTLY "
                   "ORDER RUN APPLIES IT."
           .

       Show-Rule-Terms.
           If WS-Rul-Immediate
               Display "TAKES EFFECT: ON THE NIGHT'S ORDER RUN"
           Else
               Display "TAKES EFFECT: FIRST DAY OF THE NEXT BILL CYCLE"
           End-If
           If WS-Rul-Min-Term-Months = Zero
               Display "NO MINIMUM TERM - NO EARLY-TERMINATION FEE."
               Exit Paragraph
           End-If
           Move WS-Rul-Min-Term-Months To WS-Months-Out
           Move WS-Rul-Etf-Amount To WS-Fee-Out
           Display "MINIMUM TERM: " WS-Months-Out " MONTHS ON "
                   WS-Cur-Plan " FROM " WS-Cur-Plan-Date
           If WS-Rul-Etf-Per-Month
               Display "EARLY-TERMINATION FEE INSIDE THE TERM: "
                       WS-Fee-Out " PER REMAINING MONTH"
           Else
               Display "EARLY-TERMINATION FEE INSIDE THE TERM: "
                       WS-Fee-Out
           End-If
           .

      * CANCELS ONE PENDING ORDER - ITS LAST HISTORY ROW MUST STILL
      * BE "P", SO AN ORDER THE RUN HAS TAKEN CANNOT BE CANCELLED.
       Cancel-One-Order.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Display "ENTER ORDER ID: " With No Advancing
           Accept WS-Input-Order-Id From Console
           Perform Load-Subscriber-Orders
           Move "N" To WS-Ord-Found-Flag
           Perform Varying WS-Ord-Sub From 1 By 1
                   Until WS-Ord-Sub > WS-Ord-Count
                   Or WS-Ord-Found
               If WS-Ord-Order-Id (WS-Ord-Sub) = WS-Input-Order-Id
                   Set WS-Ord-Found To True
                   Subtract 1 From WS-Ord-Sub
               End-If
           End-Perform
           If Not WS-Ord-Found
               Display "NO SUCH ORDER FOR THE SUBSCRIBER."
               Exit Paragraph
           End-If
           If WS-Ord-Status (WS-Ord-Sub) Not = "P"
               Display "ORDER IS NO LONGER PENDING - NOT CANCELLED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move WS-Ord-Entry (WS-Ord-Sub) To Order-History-Record
           Move "X" To PC-Status
           Move "PLCHCANC" To audit-log-operation
           Perform Write-Order-History
           Display "ORDER " PC-Order-Id " CANCELLED AND LOGGED."
           .

       Prompt-For-Reason-Code.
           Display "ENTER REASON CODE (REQUIRED): " With No Advancing
           Accept WS-Reason-Code From Console
           If WS-Reason-Code = Spaces
               Display "A REASON CODE IS REQUIRED FOR A PLAN-CHANGE "
                       "ORDER."
           End-If
           .

      * APPENDS THE ORDER EVENT TO THE HISTORY, THEN MIRRORS IT INTO
      * THE SHARED AUDIT LOG - SAME DOUBLE-LOGGING AS THE OTHER
      * CONSOLES.
       Write-Order-History.
           Move WS-Sgn-Operator To PC-Operator
           Move WS-Reason-Code To PC-Reason
           Move Function Current-Date To PC-Timestamp
           Open Extend Order-History-File
           If WS-Plchord-File-Status Not = "00"
               Open Output Order-History-File
           End-If
           Write Order-History-Record
           Close Order-History-File
           Move "TELCOPCO" To audit-log-program
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

       Find-Subscriber.
           Move "N" To WS-Sub-Found-Flag
           Move "N" To WS-Eof-Flag
           Open Input Subscriber-Master-File
           If WS-Submast-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Master Until WS-Eof Or WS-Sub-Found
           Close Subscriber-Master-File
           .

       Read-One-Master.
           Read Subscriber-Master-File
               At End
                   Set WS-Eof To True
               Not At End
                   If SUB-Id = WS-Input-Sub-Id
                       Set WS-Sub-Found To True
                       Move SUB-Name To WS-Sub-Name
                       Move SUB-Status To WS-Sub-Status
                   End-If
           End-Read
           .

      * THE PLAN IN FORCE TODAY (MOST RECENT EFFECTIVE DATE NOT AFTER
      * TODAY) AND THE LATEST ROW DATED AFTER TODAY, IF ANY.
       Find-Current-Plan.
           Move Spaces To WS-Cur-Plan
           Move Zero To WS-Cur-Plan-Date
           Move Zero To WS-Future-Plan-Date
           Move "N" To WS-Eof-Flag
           Open Input Plan-Enrollment-File
           If WS-Planenrl-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Enrollment Until WS-Eof
           Close Plan-Enrollment-File
           .

       Read-One-Enrollment.
           Read Plan-Enrollment-File
               At End
                   Set WS-Eof To True
                   Exit Paragraph
           End-Read
           If PE-Subscriber-Id Not = WS-Input-Sub-Id
               Exit Paragraph
           End-If
           If PE-Effective-Date > WS-Today
               If PE-Effective-Date > WS-Future-Plan-Date
                   Move PE-Effective-Date To WS-Future-Plan-Date
               End-If
           Else
               If PE-Effective-Date >= WS-Cur-Plan-Date
                   Move PE-Plan-Code To WS-Cur-Plan
                   Move PE-Effective-Date To WS-Cur-Plan-Date
               End-If
           End-If
           .

       Find-Plan.
           Move "N" To WS-Plan-Found-Flag
           Move "N" To WS-Eof-Flag
           Open Input Plan-Table-File
           If WS-Plantab-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Plan Until WS-Eof Or WS-Plan-Found
           Close Plan-Table-File
           .

       Read-One-Plan.
           Read Plan-Table-File
               At End
                   Set WS-Eof To True
               Not At End
                   If PL-Plan-Code = WS-Input-Plan
                       Set WS-Plan-Found To True
                   End-If
           End-Read
           .

      * THE RULE FOR WS-CUR-PLAN TO WS-INPUT-PLAN - THE EXACT PAIR,
      * ELSE THE FROM-PLAN'S DEFAULT ROW. A LATER ROW FOR THE SAME
      * PAIR REPLACES AN EARLIER ONE.
       Find-Change-Rule.
           Move "N" To WS-Rule-Found-Flag
           Move "N" To WS-Default-Found-Flag
           Move "N" To WS-Eof-Flag
           Open Input Change-Rule-File
           If WS-Plchrule-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Rule Until WS-Eof
           Close Change-Rule-File
           If Not WS-Rule-Found And WS-Default-Found
               Move WS-Default-Rule To WS-Rule
               Set WS-Rule-Found To True
           End-If
           .

       Read-One-Rule.
           Read Change-Rule-File
               At End
                   Set WS-Eof To True
                   Exit Paragraph
           End-Read
           If PR-From-Plan Not = WS-Cur-Plan
               Exit Paragraph
           End-If
           Evaluate PR-To-Plan
               When WS-Input-Plan
                   Move Change-Rule-Record To WS-Rule
                   Set WS-Rule-Found To True
               When Spaces
                   Move Change-Rule-Record To WS-Default-Rule
                   Set WS-Default-Found To True
           End-Evaluate
           .

      * FOLDS THE ORDER HISTORY TO THE SUBSCRIBER'S ORDERS, LAST ROW
      * PER ORDER WINNING, AND NOTES WHETHER ONE IS STILL PENDING.
       Load-Subscriber-Orders.
           Move Zero To WS-Ord-Count
           Move "N" To WS-Pending-Flag
           Move "N" To WS-Eof-Flag
           Open Input Order-History-File
           If WS-Plchord-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Read-One-Order-Row Until WS-Eof
           Close Order-History-File
           Perform Varying WS-Ord-Sub From 1 By 1
                   Until WS-Ord-Sub > WS-Ord-Count
               If WS-Ord-Status (WS-Ord-Sub) = "P"
                   Set WS-Has-Pending To True
               End-If
           End-Perform
           .

       Read-One-Order-Row.
           Read Order-History-File
               At End
                   Set WS-Eof To True
                   Exit Paragraph
           End-Read
           If PC-Subscriber-Id Not = WS-Input-Sub-Id
               Exit Paragraph
           End-If
           Move "N" To WS-Ord-Found-Flag
           Perform Varying WS-Ord-Sub From 1 By 1
                   Until WS-Ord-Sub > WS-Ord-Count
                   Or WS-Ord-Found
               If WS-Ord-Order-Id (WS-Ord-Sub) = PC-Order-Id
                   Set WS-Ord-Found To True
                   Subtract 1 From WS-Ord-Sub
               End-If
           End-Perform
           If Not WS-Ord-Found
               If WS-Ord-Count >= 500
                   Exit Paragraph
               End-If
               Add 1 To WS-Ord-Count
               Move WS-Ord-Count To WS-Ord-Sub
           End-If
           Move Order-History-Record To WS-Ord-Entry (WS-Ord-Sub)
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

       End Program TELCOPCO.
