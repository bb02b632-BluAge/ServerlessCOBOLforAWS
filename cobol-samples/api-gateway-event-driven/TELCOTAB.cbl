      *  PRIOR ONE WITH AN OPERATOR CONFIRMATION WHEN THE CHANGE
      *  EXCEEDS THE THRESHOLD, AND LOGS EVERY CHANGE WITH AN
      *  OPERATOR REASON - SO A TRANSPOSED DECIMAL STOPS HERE INSTEAD
      *  OF BECOMING TOMORROW'S BILLING INCIDENT. ALSO REVIEWS THE
      *  DAILY FEED RATES TELCOFXI HELD FOR MOVING TOO FAR: THE
      *  OPERATOR CONFIRMS ONE ONTO CURRTAB OR REJECTS IT, WITH A
      *  REASON EITHER WAY.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           Select Currency-Table-File Assign To "CURRTAB"
               Organization Is Sequential
               File Status Is WS-Currency-Table-File-Status.
           Select Fx-Hold-File Assign To "FXHOLD"
               Organization Is Sequential
               File Status Is WS-Hold-File-Status.
      * EVERY TABLE CHANGE IS APPENDED HERE WITH ITS REASON, OLD AND
      * NEW VALUE - SAME DEDICATED-LOG SPLIT AS DYNMAINT'S OVERRIDE
      * LOG.
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

       01  WS-Rate-Table-File-Status     Pic X(2)  Value Spaces.
       01  WS-Currency-Table-File-Status Pic X(2)  Value Spaces.
       01  WS-Hold-File-Status           Pic X(2)  Value Spaces.
       01  WS-Hold-Eof-Flag              Pic X     Value "N".
         88  WS-Hold-Eof                 Value "Y".

      * MAIN MENU CONTROL.
       01  WS-Continue-Flag         Pic X       Value "Y".
                                Indexed By RT-Idx.
               COPY RATETAB.
       01  WS-Currency-Table-Area.
           05  Currency-Table-Count Pic 9(4)    Binary Value Zero.
           05  Currency-Table-Entry Occurs 3000 Times
                                Indexed By CR-Idx.
               COPY CURRTAB.

      * FEED RATES HELD BY TELCOFXI - ONE ENTRY PER CURRENCY AND
      * RATE DATE, CARRYING THE LATEST FXHOLD ROW'S STATE.
       01  WS-Held-Table.
           05  WS-Hld-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Hld-Entry Occurs 1000 Times.
               10  WS-Hld-Code      Pic X(3).
               10  WS-Hld-Date      Pic 9(8).
               10  WS-Hld-New-Rate  Pic S9V9(6).
               10  WS-Hld-Prior-Rate Pic S9V9(6).
               10  WS-Hld-Prior-Date Pic 9(8).
               10  WS-Hld-Change-Pct Pic 9(5)V99.
               10  WS-Hld-Status    Pic X(1).
       01  WS-Hld-Sub               Pic 9(4)    Binary.
       01  WS-Hld-Found-Flag        Pic X       Value "N".
         88  WS-Hld-Found           Value "Y".
       01  WS-Hld-Pending           Pic 9(4)    Binary Value Zero.
       01  WS-Hld-Pct-Out           Pic ZZZZ9.99.

      * OPERATOR INPUT WORK AREAS.
       01  WS-Input-Class           Pic X(1)    Value Spaces.
       01  WS-Input-Date            Pic X(8)    Value Spaces.
           Display "2. ADD AN EFFECTIVE-DATED RATE ROW"
           Display "3. LIST CURRENCY ROWS"
           Display "4. ADD AN EFFECTIVE-DATED CURRENCY ROW"
           Display "5. REVIEW HELD FEED RATES"
           Display "6. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "5"
                   If WS-Operator-May-Change
                       Perform Review-Held-Rates
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "6"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1 THROUGH 6."
           End-Evaluate
           .

                   Until WS-Currency-Table-File-Status Not = "00"
                   Read Currency-Table-File
                   If WS-Currency-Table-File-Status = "00"
                   And Currency-Table-Count < 3000
                       Add 1 To Currency-Table-Count
                       Set CR-Idx To Currency-Table-Count
                       Move Currency-Table-File-Record
                   Or WS-Duplicate-Row
               If CR-Currency-Code (CR-Idx) = WS-Input-Currency
               And CR-Effective-Date (CR-Idx) = WS-New-Date
               And Not CR-Source-Carried (CR-Idx)
                   Set WS-Duplicate-Row To True
               End-If
           End-Perform
           Move WS-Input-Currency To CRF-Currency-Code
           Move WS-New-Date       To CRF-Effective-Date
           Move WS-New-Rate       To CRF-Exchange-Rate
           Move Space             To CRF-Source
           Perform Append-Currency-Row
           Display "CURRENCY ROW ADDED AND LOGGED. REASON: "
                   WS-Reason-Code
           .

      * APPENDS THE ROW BUILT IN Currency-Table-File-Record, KEEPS
      * THE IN-MEMORY TABLE IN STEP AND LOGS THE CHANGE.
       Append-Currency-Row.
           Open Extend Currency-Table-File
           Write Currency-Table-File-Record
           Close Currency-Table-File
           If Currency-Table-Count < 3000
               Add 1 To Currency-Table-Count
               Set CR-Idx To Currency-Table-Count
               Move Currency-Table-File-Record
           End-If
           Move "CURRTAB" To TML-Table
           Move Spaces To TML-Key
           String CRF-Currency-Code "/" CRF-Effective-Date
               Delimited By Size Into TML-Key
           Move WS-New-Rate To TML-New-Rate
           Move WS-Prior-Rate To TML-Prior-Rate
           Perform Write-Table-Maint-Log
           .

      * WALKS EVERY FEED RATE STILL PENDING ON FXHOLD. "Y" CONFIRMS
      * IT ONTO CURRTAB AS AN "O" ROW, "N" REJECTS IT (THE CARRIED-
      * FORWARD RATE THEN STANDS), BLANK LEAVES IT PENDING.
       Review-Held-Rates.
           Perform Load-Held-Rates
           Move Zero To WS-Hld-Pending
           Perform Review-One-Held-Rate
               Varying WS-Hld-Sub From 1 By 1
               Until WS-Hld-Sub > WS-Hld-Count
           If WS-Hld-Pending = Zero
               Display "NO FEED RATES ARE WAITING FOR CONFIRMATION."
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
                   Perform Fold-One-Held
           End-Read
           .

       Fold-One-Held.
           Move "N" To WS-Hld-Found-Flag
           Perform Varying WS-Hld-Sub From 1 By 1
                   Until WS-Hld-Sub > WS-Hld-Count
                   Or WS-Hld-Found
               If WS-Hld-Code (WS-Hld-Sub) = FH-Currency-Code
               And WS-Hld-Date (WS-Hld-Sub) = FH-Rate-Date
                   Set WS-Hld-Found To True
                   Subtract 1 From WS-Hld-Sub
               End-If
           End-Perform
           If Not WS-Hld-Found
               If WS-Hld-Count Not < 1000
                   Exit Paragraph
               End-If
               Add 1 To WS-Hld-Count
               Move WS-Hld-Count To WS-Hld-Sub
               Move FH-Currency-Code To WS-Hld-Code (WS-Hld-Sub)
               Move FH-Rate-Date To WS-Hld-Date (WS-Hld-Sub)
           End-If
           Move FH-New-Rate To WS-Hld-New-Rate (WS-Hld-Sub)
           Move FH-Prior-Rate To WS-Hld-Prior-Rate (WS-Hld-Sub)
           Move FH-Prior-Date To WS-Hld-Prior-Date (WS-Hld-Sub)
           Move FH-Change-Pct To WS-Hld-Change-Pct (WS-Hld-Sub)
           Move FH-Status To WS-Hld-Status (WS-Hld-Sub)
           .

       Review-One-Held-Rate.
           If WS-Hld-Status (WS-Hld-Sub) Not = "P"
               Exit Paragraph
           End-If
           Add 1 To WS-Hld-Pending
           Move WS-Hld-Change-Pct (WS-Hld-Sub) To WS-Hld-Pct-Out
           Move WS-Hld-New-Rate (WS-Hld-Sub) To WS-List-CRate-Out
           Display " "
           Display "HELD: " WS-Hld-Code (WS-Hld-Sub) " EFF: "
                   WS-Hld-Date (WS-Hld-Sub) " RATE: "
                   WS-List-CRate-Out " MOVED " WS-Hld-Pct-Out
                   " PERCENT"
           Move WS-Hld-Prior-Rate (WS-Hld-Sub) To WS-List-CRate-Out
           Display "      PRIOR RATE: " WS-List-CRate-Out " OF "
                   WS-Hld-Prior-Date (WS-Hld-Sub)
           Display "CONFIRM ONTO CURRTAB (Y), REJECT (N), "
                   "SKIP (BLANK): " With No Advancing
           Move Space To WS-Input-Confirm
           Accept WS-Input-Confirm From Console
           Evaluate WS-Input-Confirm
               When "Y"
                   Perform Confirm-Held-Rate
               When "N"
                   Perform Reject-Held-Rate
               When Other
                   Display "LEFT PENDING."
           End-Evaluate
           .

      * A REAL ROW FOR THE SAME CURRENCY AND DATE MAY HAVE ARRIVED
      * SINCE (A CORRECTED FEED, A MANUAL ENTRY) - THEN THE HELD RATE
      * IS STALE AND ONLY A REJECTION MAKES SENSE.
       Confirm-Held-Rate.
           Move "N" To WS-Dup-Found-Flag
           Perform Varying CR-Idx From 1 By 1
                   Until CR-Idx > Currency-Table-Count
                   Or WS-Duplicate-Row
               If CR-Currency-Code (CR-Idx) = WS-Hld-Code (WS-Hld-Sub)
               And CR-Effective-Date (CR-Idx) = WS-Hld-Date (WS-Hld-Sub)
               And Not CR-Source-Carried (CR-Idx)
                   Set WS-Duplicate-Row To True
               End-If
           End-Perform
           If WS-Duplicate-Row
               Display "A ROW FOR THIS CURRENCY AND DATE ALREADY "
                       "EXISTS - REJECT THE HELD RATE INSTEAD."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move WS-Hld-Code (WS-Hld-Sub) To CRF-Currency-Code
           Move WS-Hld-Date (WS-Hld-Sub) To CRF-Effective-Date
           Move WS-Hld-New-Rate (WS-Hld-Sub) To CRF-Exchange-Rate
           Move "O" To CRF-Source
           Move WS-Hld-New-Rate (WS-Hld-Sub) To WS-New-Rate
           Move WS-Hld-Prior-Rate (WS-Hld-Sub) To WS-Prior-Rate
           Perform Append-Currency-Row
           Move "A" To WS-Hld-Status (WS-Hld-Sub)
           Perform Append-Hold-Decision
           Display "HELD RATE CONFIRMED ONTO CURRTAB AND LOGGED."
           .

       Reject-Held-Rate.
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move "R" To WS-Hld-Status (WS-Hld-Sub)
           Perform Append-Hold-Decision
           Move "TELCOTAB" To audit-log-program
           Move "FXREJECT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "HELD RATE REJECTED. REASON: " WS-Reason-Code
           .

       Append-Hold-Decision.
           Move WS-Hld-Code (WS-Hld-Sub) To FH-Currency-Code
           Move WS-Hld-Date (WS-Hld-Sub) To FH-Rate-Date
           Move WS-Hld-New-Rate (WS-Hld-Sub) To FH-New-Rate
           Move WS-Hld-Prior-Rate (WS-Hld-Sub) To FH-Prior-Rate
           Move WS-Hld-Prior-Date (WS-Hld-Sub) To FH-Prior-Date
           Move WS-Hld-Change-Pct (WS-Hld-Sub) To FH-Change-Pct
           Move WS-Hld-Status (WS-Hld-Sub) To FH-Status
           Move WS-Sgn-Operator To FH-Operator
           Move Function Current-Date To FH-Timestamp
           Open Extend Fx-Hold-File
           Write Fx-Hold-Record
           Close Fx-Hold-File
           .

       Tolerance-Check-Currency.
       Write-Table-Maint-Log.
           Move Function Current-Date To TML-Timestamp
           Move WS-Run-Id To TML-Run-Id
           Move WS-Sgn-Operator To TML-Operator
           Move Spaces To TML-Ticket
           Move WS-Reason-Code To TML-Reason
           Open Extend Table-Maint-Log-File
           Write Table-Maint-Log-Record
