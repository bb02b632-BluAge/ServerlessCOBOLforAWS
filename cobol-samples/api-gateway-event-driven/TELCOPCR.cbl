       Identification Division.
       Program-ID. TELCOPCR.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  NIGHTLY PLAN-CHANGE ORDER RUN OVER THE PLCHORD ORDER HISTORY.
      *  EACH ORDER STILL PENDING AFTER THE TELCOPCO CONSOLE IS TAKEN
      *  UNDER ITS PLCHRULE RULE: AN IMMEDIATE CHANGE TAKES EFFECT ON
      *  THE BUSINESS DATE (TELCO_BUSINESS_DATE), A NEXT-CYCLE CHANGE
      *  ON THE FIRST DAY OF THE SUBSCRIBER'S NEXT BILL CYCLE ON
      *  CYCCAL (CYCLE FROM CYCASGN, DEFAULT "01"), FAILING WHICH THE
      *  FIRST OF NEXT MONTH. THE NEW PLANENRL ROW IS WRITTEN FOR THAT
      *  ONE EFFECTIVE DATE, SO THE ALLOWANCE LEDGER AND TELCOBCY
      *  PRORATION SEE A CLEAN CUT-OVER. A CHANGE INSIDE THE OLD
      *  PLAN'S MINIMUM TERM (COUNTED FROM ITS PLANENRL EFFECTIVE
      *  DATE) STAGES THE EARLY-TERMINATION FEE ON CHGFILE AS "ETF".
      *  AN ORDER FOR A DISCONNECTED SUBSCRIBER, WITHOUT A RULE, OR
      *  WHOSE FROM-PLAN NO LONGER MATCHES PLANENRL IS REJECTED.
      *  EVERY OUTCOME IS APPENDED TO THE ORDER HISTORY AND LISTED ON
      *  PCRRPT; A REJECTION ENDS THE RUN WITH RETURN CODE 4.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Order-History-File Assign To "PLCHORD"
               Organization Is Sequential
               File Status Is WS-Plchord-File-Status.
           Select Change-Rule-File Assign To "PLCHRULE"
               Organization Is Sequential
               File Status Is WS-Plchrule-File-Status.
           Select Plan-Enrollment-File Assign To "PLANENRL"
               Organization Is Sequential
               File Status Is WS-Planenrl-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Cycle-Assignment-File Assign To "CYCASGN"
               Organization Is Sequential
               File Status Is WS-Cycasgn-File-Status.
           Select Cycle-Calendar-File Assign To "CYCCAL"
               Organization Is Sequential
               File Status Is WS-Cyccal-File-Status.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential
               File Status Is WS-Charge-File-Status.
           Select Report-File Assign To "PCRRPT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Order-History-File
           Recording Mode Is F.
       01  Order-History-Record.
               COPY PLCHORD.

       FD  Change-Rule-File
           Recording Mode Is F.
       01  Change-Rule-Record.
               COPY PLCHRULE.

       FD  Plan-Enrollment-File
           Recording Mode Is F.
       01  Plan-Enrollment-Record.
               COPY PLANENRL.

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT.

       FD  Cycle-Assignment-File
           Recording Mode Is F.
       01  Cycle-Assignment-Record.
               COPY CYCASGN.

       FD  Cycle-Calendar-File
           Recording Mode Is F.
       01  Cycle-Calendar-Record.
               COPY CYCCAL.

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
               COPY CHGREC.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Plchord-File-Status   Pic X(2)    Value Spaces.
       01  WS-Plchrule-File-Status  Pic X(2)    Value Spaces.
       01  WS-Planenrl-File-Status  Pic X(2)    Value Spaces.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Cycasgn-File-Status   Pic X(2)    Value Spaces.
       01  WS-Cyccal-File-Status    Pic X(2)    Value Spaces.
       01  WS-Charge-File-Status    Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Pcr-Control.
           05  WS-Business-Date     Pic 9(8)    Value Zero.
           05  WS-Date-Env-Name     Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Pcr-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Pcr-Ge-Result     Pic 9(2)    Binary.

      * THE ORDER HISTORY FOLDED TO ONE ENTRY PER ORDER - THE LAST
      * ROW PER ORDER ID GIVES ITS STANDING.
       01  WS-Order-Table.
           05  WS-Ord-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Ord-Entry Occurs 5000 Times.
               COPY PLCHORD REPLACING LEADING ==PC-== BY ==WS-Ord-==.
       01  WS-Ord-Sub               Pic 9(5)    Binary.
       01  WS-Ord-Found-Flag        Pic X       Value "N".
         88  WS-Ord-Found           Value "Y".

       01  WS-Rule-Table.
           05  WS-Rul-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Rul-Entry Occurs 1000 Times.
               COPY PLCHRULE REPLACING LEADING ==PR-== BY ==WS-Rul-==.
       01  WS-Rul-Sub               Pic 9(4)    Binary.
       01  WS-Rule-Pick             Pic 9(4)    Binary.
       01  WS-Default-Pick          Pic 9(4)    Binary.

      * EVERY PLANENRL ROW - ROWS WRITTEN BY THIS RUN ARE ADDED TOO,
      * SO A SECOND ORDER FOR THE SAME SUBSCRIBER SEES THE FIRST.
       01  WS-Enrollment-Table.
           05  WS-Enr-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Enr-Entry Occurs 20000 Times.
               COPY PLANENRL REPLACING LEADING ==PE-== BY ==WS-Enr-==.
       01  WS-Enr-Sub               Pic 9(5)    Binary.

      * EACH SUBSCRIBER'S STATUS IN FORCE ON THE BUSINESS DATE - SAME
      * FOLD AS TELCONUM.
       01  WS-Status-Table.
           05  WS-Sst-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Sst-Entry Occurs 5000 Times.
               10  WS-Sst-Id        Pic X(10).
               10  WS-Sst-Status    Pic X(1).
               10  WS-Sst-Date      Pic 9(8).
       01  WS-Sst-Sub               Pic 9(5)    Binary.
       01  WS-Sst-Found-Flag        Pic X       Value "N".
         88  WS-Sst-Found           Value "Y".
       01  WS-Sst-Key               Pic X(10).

       01  WS-Cycle-Assignment-Table.
           05  WS-Cas-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cas-Entry Occurs 5000 Times.
               COPY CYCASGN REPLACING LEADING ==CA-== BY ==WS-Cas-==.
       01  WS-Cas-Sub               Pic 9(5)    Binary.
       01  WS-Cas-Found-Flag        Pic X       Value "N".
         88  WS-Cas-Found           Value "Y".
       01  WS-Cycle-Calendar-Table.
           05  WS-Ccl-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Ccl-Entry Occurs 2000 Times.
               COPY CYCCAL REPLACING LEADING ==CC-== BY ==WS-Ccl-==.
       01  WS-Ccl-Sub               Pic 9(4)    Binary.

      * THE ORDER BEING WORKED.
       01  WS-Order-Work.
           05  WS-Cycle-Code        Pic X(2).
           05  WS-Effective-Date    Pic 9(8).
           05  WS-Effective-Parts Redefines WS-Effective-Date.
               10  WS-Eff-Yyyy      Pic 9(4).
               10  WS-Eff-Mm        Pic 9(2).
               10  WS-Eff-Dd        Pic 9(2).
           05  WS-Term-End          Pic 9(8).
           05  WS-Term-End-Parts Redefines WS-Term-End.
               10  WS-Term-Yyyy     Pic 9(4).
               10  WS-Term-Mm       Pic 9(2).
               10  WS-Term-Dd       Pic 9(2).
           05  WS-Plan-Then         Pic X(4).
           05  WS-Plan-Then-Date    Pic 9(8).
           05  WS-Later-Plan-Date   Pic 9(8).
           05  WS-Month-Index       Pic 9(6)    Binary.
           05  WS-Remaining-Months  Pic 9(4)    Binary.
           05  WS-Etf-Fee           Pic S9(7)V99.
           05  WS-Reject-Reason     Pic X(40).

       01  WS-Run-Counts.
           05  WS-Pending-Count     Pic 9(5)    Binary Value Zero.
           05  WS-Completed-Count   Pic 9(5)    Binary Value Zero.
           05  WS-Rejected-Count    Pic 9(5)    Binary Value Zero.
           05  WS-Fee-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Fee-Total         Pic S9(9)V99 Value Zero.

       01  WS-Title-Line.
           05  Pic X(32)  Value "PLAN-CHANGE ORDER RUN - BUSINESS".
           05  Pic X(8)   Value " DATE : ".
           05  WS-Title-Date-Out    Pic 9(8).
       01  WS-Heading-Line.
           05  Pic X(14)  Value "ORDER-ID".
           05  Pic X(12)  Value "SUBSCRIBER".
           05  Pic X(6)   Value "FROM".
           05  Pic X(6)   Value "TO".
           05  Pic X(10)  Value "EFFECTIVE".
           05  Pic X(13)  Value "      ETF FEE".
           05  Pic X(2)   Value Spaces.
           05  Pic X(11)  Value "OUTCOME".
           05  Pic X(40)  Value "REASON".
       01  WS-Detail-Line.
           05  WS-Det-Order-Id      Pic X(12).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Subscriber    Pic X(10).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-From          Pic X(4).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-To            Pic X(4).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Effective     Pic X(8).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Fee           Pic Z,ZZZ,ZZ9.99-.
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Outcome       Pic X(9).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Reason        Pic X(40).
       01  WS-Total-Line.
           05  WS-Tot-Label         Pic X(36).
           05  WS-Tot-Count-Out     Pic ZZZZ9.
       01  WS-Fee-Total-Line.
           05  WS-Fee-Tot-Label     Pic X(36).
           05  WS-Fee-Tot-Out       Pic ZZZ,ZZZ,ZZ9.99-.

      * RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOPCR".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Order-Parameters
           Perform Load-Order-History
           Perform Load-Change-Rules
           Perform Load-Plan-Enrollments
           Perform Load-Subscriber-Status
           Perform Load-Cycle-Assignments
           Perform Load-Cycle-Calendar
           Open Output Report-File
           Move WS-Business-Date To WS-Title-Date-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Heading-Line
           Perform Work-One-Order
               Varying WS-Ord-Sub From 1 By 1
               Until WS-Ord-Sub > WS-Ord-Count
           Perform Print-Order-Totals
           Close Report-File
           Display "PLAN-CHANGE ORDERS PENDING: " WS-Pending-Count
                   " COMPLETED: " WS-Completed-Count
                   " REJECTED: " WS-Rejected-Count
           Display "EARLY-TERMINATION FEES STAGED: " WS-Fee-Count
           Move "TELCOPCR" To audit-log-program
           Move "PLANCHG" To audit-log-operation
           If WS-Rejected-Count > Zero
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

       Get-Order-Parameters.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Pcr-Env-Value
                WS-Pcr-Ge-Result
           If WS-Pcr-Ge-Result < 19
                   And WS-Pcr-Env-Value Not = Spaces
               Move WS-Pcr-Env-Value To WS-Business-Date
           Else
               Move Function Current-Date (1:8) To WS-Business-Date
           End-If
           .

       Load-Order-History.
           Move "N" To WS-Eof-Flag
           Open Input Order-History-File
           If WS-Plchord-File-Status = "00"
               Perform Read-One-Order-Row Until WS-Eof
               Close Order-History-File
           End-If
           .

       Read-One-Order-Row.
           Read Order-History-File
               At End
                   Set WS-Eof To True
                   Exit Paragraph
           End-Read
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
               If WS-Ord-Count >= 5000
                   Exit Paragraph
               End-If
               Add 1 To WS-Ord-Count
               Move WS-Ord-Count To WS-Ord-Sub
           End-If
           Move Order-History-Record To WS-Ord-Entry (WS-Ord-Sub)
           .

       Load-Change-Rules.
           Move "N" To WS-Eof-Flag
           Open Input Change-Rule-File
           If WS-Plchrule-File-Status = "00"
               Perform Read-One-Rule Until WS-Eof
               Close Change-Rule-File
           End-If
           .

       Read-One-Rule.
           Read Change-Rule-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Rul-Count < 1000
                       Add 1 To WS-Rul-Count
                       Move Change-Rule-Record
                           To WS-Rul-Entry (WS-Rul-Count)
                   End-If
           End-Read
           .

       Load-Plan-Enrollments.
           Move "N" To WS-Eof-Flag
           Open Input Plan-Enrollment-File
           If WS-Planenrl-File-Status = "00"
               Perform Read-One-Enrollment Until WS-Eof
               Close Plan-Enrollment-File
           End-If
           .

       Read-One-Enrollment.
           Read Plan-Enrollment-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Enr-Count < 20000
                       Add 1 To WS-Enr-Count
                       Move Plan-Enrollment-Record
                           To WS-Enr-Entry (WS-Enr-Count)
                   End-If
           End-Read
           .

       Load-Subscriber-Status.
           Move "N" To WS-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Read-One-Status Until WS-Eof
               Close Status-History-File
           End-If
           .

       Read-One-Status.
           Read Status-History-File
               At End
                   Set WS-Eof To True
                   Exit Paragraph
           End-Read
           If SS-Effective-Date > WS-Business-Date
               Exit Paragraph
           End-If
           Move SS-Subscriber-Id To WS-Sst-Key
           Perform Find-Subscriber-Status
           If WS-Sst-Found
               If SS-Effective-Date >= WS-Sst-Date (WS-Sst-Sub)
                   Move SS-Status To WS-Sst-Status (WS-Sst-Sub)
                   Move SS-Effective-Date To WS-Sst-Date (WS-Sst-Sub)
               End-If
               Exit Paragraph
           End-If
           If WS-Sst-Count < 5000
               Add 1 To WS-Sst-Count
               Move SS-Subscriber-Id To WS-Sst-Id (WS-Sst-Count)
               Move SS-Status To WS-Sst-Status (WS-Sst-Count)
               Move SS-Effective-Date To WS-Sst-Date (WS-Sst-Count)
           End-If
           .

       Find-Subscriber-Status.
           Move "N" To WS-Sst-Found-Flag
           Perform Varying WS-Sst-Sub From 1 By 1
                   Until WS-Sst-Sub > WS-Sst-Count
                   Or WS-Sst-Found
               If WS-Sst-Id (WS-Sst-Sub) = WS-Sst-Key
                   Set WS-Sst-Found To True
                   Subtract 1 From WS-Sst-Sub
               End-If
           End-Perform
           .

      * CYCLE ASSIGNMENTS - THE LAST ROW PER SUBSCRIBER WINS.
       Load-Cycle-Assignments.
           Move "N" To WS-Eof-Flag
           Open Input Cycle-Assignment-File
           If WS-Cycasgn-File-Status = "00"
               Perform Read-One-Assignment Until WS-Eof
               Close Cycle-Assignment-File
           End-If
           .

       Read-One-Assignment.
           Read Cycle-Assignment-File
               At End
                   Set WS-Eof To True
                   Exit Paragraph
           End-Read
           Move CA-Subscriber-Id To WS-Sst-Key
           Perform Find-Cycle-Assignment
           If Not WS-Cas-Found
               If WS-Cas-Count >= 5000
                   Exit Paragraph
               End-If
               Add 1 To WS-Cas-Count
               Move WS-Cas-Count To WS-Cas-Sub
           End-If
           Move Cycle-Assignment-Record To WS-Cas-Entry (WS-Cas-Sub)
           .

       Find-Cycle-Assignment.
           Move "N" To WS-Cas-Found-Flag
           Perform Varying WS-Cas-Sub From 1 By 1
                   Until WS-Cas-Sub > WS-Cas-Count
                   Or WS-Cas-Found
               If WS-Cas-Subscriber-Id (WS-Cas-Sub) = WS-Sst-Key
                   Set WS-Cas-Found To True
                   Subtract 1 From WS-Cas-Sub
               End-If
           End-Perform
           .

       Load-Cycle-Calendar.
           Move "N" To WS-Eof-Flag
           Open Input Cycle-Calendar-File
           If WS-Cyccal-File-Status = "00"
               Perform Read-One-Calendar-Row Until WS-Eof
               Close Cycle-Calendar-File
           End-If
           .

       Read-One-Calendar-Row.
           Read Cycle-Calendar-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Ccl-Count < 2000
                       Add 1 To WS-Ccl-Count
                       Move Cycle-Calendar-Record
                           To WS-Ccl-Entry (WS-Ccl-Count)
                   End-If
           End-Read
           .

      * ONE PENDING ORDER - CHECKED, DATED, CHARGED AND COMPLETED,
      * OR REJECTED WITH ITS REASON.
       Work-One-Order.
           If WS-Ord-Status (WS-Ord-Sub) Not = "P"
               Exit Paragraph
           End-If
           Add 1 To WS-Pending-Count
           Move Zero To WS-Effective-Date
           Move Zero To WS-Etf-Fee
           Move Spaces To WS-Reject-Reason
           Move WS-Ord-Subscriber-Id (WS-Ord-Sub) To WS-Sst-Key
           Perform Find-Subscriber-Status
           If WS-Sst-Found And WS-Sst-Status (WS-Sst-Sub) = "D"
               Move "SUBSCRIBER IS DISCONNECTED"
                   To WS-Reject-Reason
               Perform Reject-Order
               Exit Paragraph
           End-If
           Perform Find-Order-Rule
           If WS-Rule-Pick = Zero
               Move "NO PLAN-CHANGE RULE FOR THE MOVE"
                   To WS-Reject-Reason
               Perform Reject-Order
               Exit Paragraph
           End-If
           Perform Set-Effective-Date
           Perform Find-Plan-Then
           If WS-Later-Plan-Date Not = Zero
               Move "PLANENRL ROW ON/AFTER THE EFFECTIVE DATE"
                   To WS-Reject-Reason
               Perform Reject-Order
               Exit Paragraph
           End-If
           If WS-Plan-Then Not = WS-Ord-From-Plan (WS-Ord-Sub)
               Move "FROM-PLAN NO LONGER MATCHES PLANENRL"
                   To WS-Reject-Reason
               Perform Reject-Order
               Exit Paragraph
           End-If
           Perform Compute-Etf-Fee
           Perform Complete-Order
           .

      * THE EXACT FROM/TO PAIR, ELSE THE FROM-PLAN'S DEFAULT ROW; OF
      * SEVERAL ROWS FOR ONE PAIR THE LAST ONE ON THE FILE WINS.
       Find-Order-Rule.
           Move Zero To WS-Rule-Pick
           Move Zero To WS-Default-Pick
           Perform Check-One-Rule
               Varying WS-Rul-Sub From 1 By 1
               Until WS-Rul-Sub > WS-Rul-Count
           If WS-Rule-Pick = Zero
               Move WS-Default-Pick To WS-Rule-Pick
           End-If
           .

       Check-One-Rule.
           If WS-Rul-From-Plan (WS-Rul-Sub)
                   Not = WS-Ord-From-Plan (WS-Ord-Sub)
               Exit Paragraph
           End-If
           Evaluate WS-Rul-To-Plan (WS-Rul-Sub)
               When WS-Ord-To-Plan (WS-Ord-Sub)
                   Move WS-Rul-Sub To WS-Rule-Pick
               When Spaces
                   Move WS-Rul-Sub To WS-Default-Pick
           End-Evaluate
           .

      * IMMEDIATE: THE BUSINESS DATE. NEXT CYCLE: THE EARLIEST START
      * OF A PERIOD OF THE SUBSCRIBER'S CYCLE AFTER THE BUSINESS
      * DATE, OR THE FIRST OF NEXT MONTH WHEN THE CALENDAR HAS NONE.
       Set-Effective-Date.
           If WS-Rul-Immediate (WS-Rule-Pick)
               Move WS-Business-Date To WS-Effective-Date
               Exit Paragraph
           End-If
           Move "01" To WS-Cycle-Code
           Perform Find-Cycle-Assignment
           If WS-Cas-Found
               Move WS-Cas-Cycle-Code (WS-Cas-Sub) To WS-Cycle-Code
           End-If
           Perform Check-One-Period
               Varying WS-Ccl-Sub From 1 By 1
               Until WS-Ccl-Sub > WS-Ccl-Count
           If WS-Effective-Date = Zero
               Move WS-Business-Date To WS-Effective-Date
               Move 1 To WS-Eff-Dd
               If WS-Eff-Mm = 12
                   Add 1 To WS-Eff-Yyyy
                   Move 1 To WS-Eff-Mm
               Else
                   Add 1 To WS-Eff-Mm
               End-If
           End-If
           .

       Check-One-Period.
           If WS-Ccl-Cycle-Code (WS-Ccl-Sub) = WS-Cycle-Code
              And WS-Ccl-Period-Start (WS-Ccl-Sub) > WS-Business-Date
               If WS-Effective-Date = Zero
                  Or WS-Ccl-Period-Start (WS-Ccl-Sub)
                     < WS-Effective-Date
                   Move WS-Ccl-Period-Start (WS-Ccl-Sub)
                       To WS-Effective-Date
               End-If
           End-If
           .

      * THE SUBSCRIBER'S PLAN IN FORCE ON THE EFFECTIVE DATE AND THE
      * DATE IT STARTED, AND ANY ROW DATED ON OR AFTER THE EFFECTIVE
      * DATE - WHICH WOULD LEAVE THE NEW ROW WITHOUT A CLEAN CUT-OVER.
       Find-Plan-Then.
           Move Spaces To WS-Plan-Then
           Move Zero To WS-Plan-Then-Date
           Move Zero To WS-Later-Plan-Date
           Perform Check-One-Enrollment
               Varying WS-Enr-Sub From 1 By 1
               Until WS-Enr-Sub > WS-Enr-Count
           .

       Check-One-Enrollment.
           If WS-Enr-Subscriber-Id (WS-Enr-Sub)
                   Not = WS-Ord-Subscriber-Id (WS-Ord-Sub)
               Exit Paragraph
           End-If
           If WS-Enr-Effective-Date (WS-Enr-Sub) >= WS-Effective-Date
               Move WS-Enr-Effective-Date (WS-Enr-Sub)
                   To WS-Later-Plan-Date
               Exit Paragraph
           End-If
           If WS-Enr-Effective-Date (WS-Enr-Sub) >= WS-Plan-Then-Date
               Move WS-Enr-Plan-Code (WS-Enr-Sub) To WS-Plan-Then
               Move WS-Enr-Effective-Date (WS-Enr-Sub)
                   To WS-Plan-Then-Date
           End-If
           .

      * THE MINIMUM TERM ENDS PR-MIN-TERM-MONTHS AFTER THE OLD PLAN'S
      * EFFECTIVE DATE (A DAY PAST THE MONTH'S END FALLING BACK TO
      * IT). A CHANGE BEFORE THEN PAYS THE FLAT FEE, OR THE MONTHLY
      * FEE FOR EVERY MONTH LEFT, A PART MONTH COUNTING WHOLE.
       Compute-Etf-Fee.
           If WS-Rul-Min-Term-Months (WS-Rule-Pick) = Zero
               Exit Paragraph
           End-If
           Move WS-Plan-Then-Date To WS-Term-End
           Compute WS-Month-Index = WS-Term-Yyyy * 12 + WS-Term-Mm - 1
                   + WS-Rul-Min-Term-Months (WS-Rule-Pick)
           Divide WS-Month-Index By 12 Giving WS-Term-Yyyy
                   Remainder WS-Term-Mm
           Add 1 To WS-Term-Mm
           Perform Until Function Test-Date-YYYYMMDD ( WS-Term-End )
                   = Zero
               Subtract 1 From WS-Term-Dd
           End-Perform
           If WS-Effective-Date >= WS-Term-End
               Exit Paragraph
           End-If
           If WS-Rul-Etf-Flat (WS-Rule-Pick)
               Move WS-Rul-Etf-Amount (WS-Rule-Pick) To WS-Etf-Fee
               Exit Paragraph
           End-If
           Compute WS-Remaining-Months =
                   ( WS-Term-Yyyy * 12 + WS-Term-Mm )
                 - ( WS-Eff-Yyyy * 12 + WS-Eff-Mm )
           If WS-Eff-Dd < WS-Term-Dd
               Add 1 To WS-Remaining-Months
           End-If
           Compute WS-Etf-Fee = WS-Rul-Etf-Amount (WS-Rule-Pick)
                   * WS-Remaining-Months
           .

      * WRITES THE NEW PLANENRL ROW, STAGES ANY FEE AND LOGS THE
      * COMPLETION.
       Complete-Order.
           Move WS-Ord-Subscriber-Id (WS-Ord-Sub) To PE-Subscriber-Id
           Move WS-Ord-To-Plan (WS-Ord-Sub) To PE-Plan-Code
           Move WS-Effective-Date To PE-Effective-Date
           Open Extend Plan-Enrollment-File
           If WS-Planenrl-File-Status Not = "00"
               Open Output Plan-Enrollment-File
           End-If
           Write Plan-Enrollment-Record
           Close Plan-Enrollment-File
           If WS-Enr-Count < 20000
               Add 1 To WS-Enr-Count
               Move Plan-Enrollment-Record
                   To WS-Enr-Entry (WS-Enr-Count)
           End-If
           If WS-Etf-Fee > Zero
               Move WS-Ord-Subscriber-Id (WS-Ord-Sub)
                   To CHG-Subscriber-Id
               Move "ETF" To CHG-Charge-Code
               Move Spaces To CHG-Description
               String "EARLY TERM " Delimited By Size
                      WS-Ord-From-Plan (WS-Ord-Sub) Delimited By Space
                      " TO " Delimited By Size
                      WS-Ord-To-Plan (WS-Ord-Sub) Delimited By Space
                      Into CHG-Description
               Move WS-Etf-Fee To CHG-Amount
               Move WS-Effective-Date To CHG-Charge-Date
               Move "A" To CHG-Status
               Open Extend Charge-File
               If WS-Charge-File-Status Not = "00"
                   Open Output Charge-File
               End-If
               Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                    WS-Plk-Company CHG-Charge-Date WS-Plk-Result
               Write Charge-Record
               Close Charge-File
               Add 1 To WS-Fee-Count
               Add WS-Etf-Fee To WS-Fee-Total
           End-If
           Add 1 To WS-Completed-Count
           Move "C" To WS-Ord-Status (WS-Ord-Sub)
           Move "COMPLETED" To WS-Det-Outcome
           Perform Write-Order-Outcome
           .

       Reject-Order.
           Add 1 To WS-Rejected-Count
           Move "R" To WS-Ord-Status (WS-Ord-Sub)
           Move "REJECTED" To WS-Det-Outcome
           Perform Write-Order-Outcome
           .

      * APPENDS THE OUTCOME TO THE ORDER HISTORY AND LISTS IT.
       Write-Order-Outcome.
           Move WS-Effective-Date To WS-Ord-Effective-Date (WS-Ord-Sub)
           Move WS-Etf-Fee To WS-Ord-Fee (WS-Ord-Sub)
           Move "TELCOPCR" To WS-Ord-Operator (WS-Ord-Sub)
           Move WS-Reject-Reason To WS-Ord-Reason (WS-Ord-Sub)
           Move Function Current-Date
               To WS-Ord-Timestamp (WS-Ord-Sub)
           Move WS-Ord-Entry (WS-Ord-Sub) To Order-History-Record
           Open Extend Order-History-File
           If WS-Plchord-File-Status Not = "00"
               Open Output Order-History-File
           End-If
           Write Order-History-Record
           Close Order-History-File
           Move WS-Ord-Order-Id (WS-Ord-Sub) To WS-Det-Order-Id
           Move WS-Ord-Subscriber-Id (WS-Ord-Sub) To WS-Det-Subscriber
           Move WS-Ord-From-Plan (WS-Ord-Sub) To WS-Det-From
           Move WS-Ord-To-Plan (WS-Ord-Sub) To WS-Det-To
           If WS-Effective-Date = Zero
               Move Spaces To WS-Det-Effective
           Else
               Move WS-Effective-Date To WS-Det-Effective
           End-If
           Move WS-Etf-Fee To WS-Det-Fee
           Move WS-Reject-Reason To WS-Det-Reason
           Write Report-Line From WS-Detail-Line
           .

       Print-Order-Totals.
           Move Spaces To Report-Line
           Write Report-Line
           Move "ORDERS PENDING.....................:" To WS-Tot-Label
           Move WS-Pending-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "ORDERS COMPLETED...................:" To WS-Tot-Label
           Move WS-Completed-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "ORDERS REJECTED....................:" To WS-Tot-Label
           Move WS-Rejected-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "EARLY-TERMINATION FEES STAGED......:" To WS-Tot-Label
           Move WS-Fee-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "EARLY-TERMINATION FEE TOTAL........:"
               To WS-Fee-Tot-Label
           Move WS-Fee-Total To WS-Fee-Tot-Out
           Write Report-Line From WS-Fee-Total-Line
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

       End Program TELCOPCR.
