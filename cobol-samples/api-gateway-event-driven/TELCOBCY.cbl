      *  TELCOINV MERGES INTO THE INVOICE. A PERIOD ALREADY CYCLED
      *  REFUSES TO CYCLE AGAIN UNLESS TELCO_RERUN_FLAG=Y - SAME
      *  DOUBLE-POST GUARD AS TELCOBAT'S RUN CONTROL - SO NOBODY GETS
      *  BILLED THE PLAN FEE TWICE. WITH A BILL CYCLE SELECTED
      *  (TELCO_BILL_CYCLE, SEE TELCOCYC) ONLY THAT CYCLE'S
      *  SUBSCRIBERS ARE CHARGED, FOR THAT CYCLE-PERIOD'S OWN DATES,
      *  AND THE GUARD IS KEPT PER CYCLE-PERIOD. A SUBSCRIBER WHO
      *  ALREADY HAS A LIVE PLAN FEE DATED INSIDE THE PERIOD (A
      *  CYCLE MOVE, OR A RESUMED RUN) IS NOT CHARGED AGAIN.
      *  THE FEE IS PRORATED BY DAYS: EACH PLAN IN FORCE DURING THE
      *  PERIOD (PLANENRL EFFECTIVE DATES) IS CHARGED FOR THE DAYS IT
      *  COVERED WHILE THE ACCOUNT WAS IN SERVICE (SUBSTAT ACTIVATION
      *  AND DISCONNECT DATES), EACH SLICE ITS OWN CHGFILE LINE
      *  NAMING THE PLAN AND THE DAYS. A WHOLE PERIOD ON ONE PLAN
      *  STILL BILLS AS ONE FULL MONTHLY FEE LINE.
      *  EVERY FEE LINE IS BILLED IN ADVANCE, SO EACH ALSO GOES ON
      *  THE REVSCHED REVENUE-RECOGNITION SCHEDULE WITH THE SERVICE
      *  DAYS IT PAYS FOR AND THE OPERATING COMPANY
      *  (TELCO_COMPANY_CODE, DEFAULT 001) - THE TELCOREV RUN DEFERS
      *  IT AND RELEASES IT AS THOSE DAYS PASS.
      *  A PERIOD WHOSE MONTHS FINANCE HAS CLOSED (PERSTAT, SEE
      *  TELCOPLK) IS REFUSED WHOLE RATHER THAN HAVING ITS FEES
      *  MOVED INTO THE NEXT OPEN PERIOD, WHERE THE ALREADY-CHARGED
      *  GUARD WOULD MISTAKE THEM FOR THAT PERIOD'S OWN.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           Select Plan-Table-File Assign To "PLANTAB"
               Organization Is Sequential
               File Status Is WS-Plantab-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential
               File Status Is WS-Charge-File-Status.
      * CYCLE-CONTROL LOG - ONE RECORD APPENDED PER STATUS CHANGE PER
      * BILLING PERIOD, LAST ONE WINS (TELCORUN CONVENTION).
           Select Cycle-Control-File Assign To "BCYCTL"
               Organization Is Sequential
               File Status Is WS-Cycle-File-Status.
           Select Revenue-Schedule-File Assign To "REVSCHED"
               Organization Is Sequential
               File Status Is WS-Revsched-File-Status.

       Data Division.
       File Section.
       01  Plan-Table-File-Record.
               COPY PLANTAB REPLACING LEADING ==PL-== BY ==PLF-==.

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT REPLACING LEADING ==SS-== BY ==SSF-==.

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
           05  BCY-Period           Pic 9(6).
           05  BCY-Status           Pic X(9).
           05  BCY-Timestamp        Pic X(26).
           05  BCY-Cycle            Pic X(2).

       FD  Revenue-Schedule-File
           Recording Mode Is F.
       01  Revenue-Schedule-Record.
               COPY REVSCHED.

       Working-Storage Section.

       01  WS-Enrollment-File-Status Pic X(2)   Value Spaces.
       01  WS-Plantab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Cycle-File-Status     Pic X(2)    Value Spaces.
       01  WS-Charge-File-Status    Pic X(2)    Value Spaces.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Revsched-File-Status  Pic X(2)    Value Spaces.
       01  WS-Stat-Eof-Flag         Pic X       Value "N".
         88  WS-Stat-Eof            Value "Y".
       01  WS-Chg-Eof-Flag          Pic X       Value "N".
         88  WS-Chg-Eof             Value "Y".
       01  WS-Enrl-Eof-Flag         Pic X       Value "N".
         88  WS-Enrl-Eof            Value "Y".
       01  WS-Plan-Eof-Flag         Pic X       Value "N".
       01  WS-Cycle-Dup-Msg         Pic X(33)
               Value "BILL CYCLE ALREADY RUN FOR PERIOD".

      * THE PERIOD'S FIRST DAY (THE CHARGE DATE) AND LAST DAY (THE
      * AS-OF DATE FOR THE ENROLLMENT DERIVATION), BOTH REAL DATES
      * SINCE PRORATION COUNTS THE DAYS BETWEEN THEM.
       01  WS-As-Of-Date            Pic 9(8).
       01  WS-Charge-Date           Pic 9(8).
       01  WS-Next-Month-Date       Pic 9(8).
       01  WS-Start-Int             Pic 9(7)    Binary.
       01  WS-End-Int               Pic 9(7)    Binary.
       01  WS-Period-Days           Pic 9(3)    Binary.

      * BILL-CYCLE SELECTION - SEE TELCOCYC. WITH NO CYCLE SELECTED
      * THE WHOLE BASE CYCLES ON THE CALENDAR MONTH AS BEFORE.
       01  WS-Cycle-Period-Area.
               COPY CYCCAL REPLACING LEADING ==CC-== BY ==WS-Cyc-==.
       01  WS-Cyc-Mode              Pic X(1).
       01  WS-Cyc-Subscriber        Pic X(10).
       01  WS-Cyc-Result            Pic 9(2)    Binary.
         88  WS-Cyc-Not-Member      Value 4.
         88  WS-Cyc-No-Calendar     Value 20.
       01  WS-Cyc-Abend-Msg         Pic X(33)
               Value "NO CYCLE CALENDAR ROW FOR PERIOD".

      * SUBSCRIBERS WITH A LIVE PLAN FEE ALREADY DATED INSIDE THE
      * PERIOD - THE PER-SUBSCRIBER HALF OF THE DOUBLE-POST GUARD.
       01  WS-Charged-Table.
           05  WS-Chd-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Chd-Entry Occurs 5000 Times
                                    Pic X(10).
       01  WS-Chd-Sub               Pic 9(5)    Binary.
       01  WS-Chd-Found-Flag        Pic X       Value "N".
         88  WS-Chd-Found           Value "Y".
       01  WS-Skipped-Charged       Pic 9(5)    Binary Value Zero.
       01  WS-Skipped-Cycle         Pic 9(5)    Binary Value Zero.

      * PLAN TABLE IN MEMORY.
       01  WS-Plan-Table.
               10  WS-Pln-Fee       Pic S9(5)V99 Binary.
       01  WS-Pln-Sub               Pic 9(3)    Binary.

      * EACH SUBSCRIBER'S DERIVED PLANS - ONE ENTRY PER SUBSCRIBER:
      * THE PLAN IN FORCE ON THE PERIOD'S FIRST DAY (MOST RECENT
      * ENROLLMENT NOT AFTER IT) AND, IN DATE ORDER, THE PLAN
      * CHANGES EFFECTIVE LATER IN THE PERIOD.
       01  WS-Derived-Table.
           05  WS-Drv-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Drv-Entry Occurs 5000 Times.
               10  WS-Drv-Id        Pic X(10).
               10  WS-Drv-Plan      Pic X(4).
               10  WS-Drv-Date      Pic 9(8).
               10  WS-Drv-Chg-Count Pic 9(2)    Binary.
               10  WS-Drv-Chg Occurs 10 Times.
                   15  WS-Drv-Chg-Plan Pic X(4).
                   15  WS-Drv-Chg-Date Pic 9(8).
       01  WS-Ins-Sub               Pic 9(2)    Binary.
       01  WS-Ins-Done-Flag         Pic X       Value "N".
         88  WS-Ins-Done            Value "Y".

      * EACH SUBSCRIBER'S SERVICE HISTORY AS IT BEARS ON THE PERIOD -
      * THE STATUS IN FORCE ON THE FIRST DAY, THE FIRST AND LAST
      * ACTIVATION AND THE LAST DISCONNECT INSIDE IT.
       01  WS-Status-Table.
           05  WS-Sst-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Sst-Entry Occurs 5000 Times.
               10  WS-Sst-Id        Pic X(10).
               10  WS-Sst-Start-Status Pic X(1).
               10  WS-Sst-Start-Date   Pic 9(8).
               10  WS-Sst-First-Act    Pic 9(8).
               10  WS-Sst-Last-Act     Pic 9(8).
               10  WS-Sst-Last-Disc    Pic 9(8).
       01  WS-Sst-Sub               Pic 9(5)    Binary.
       01  WS-Sst-Found-Flag        Pic X       Value "N".
         88  WS-Sst-Found           Value "Y".

      * THE SUBSCRIBER'S IN-SERVICE DAYS AND THE SLICE BEING CHARGED,
      * AS INTEGER DAY NUMBERS.
       01  WS-Proration-Work.
           05  WS-Svc-From-Int      Pic 9(7)    Binary.
           05  WS-Svc-To-Int        Pic 9(7)    Binary.
           05  WS-Slc-Sub           Pic 9(2)    Binary.
           05  WS-Slc-Prev          Pic 9(2)    Binary.
           05  WS-Slc-Limit         Pic 9(2)    Binary.
           05  WS-Slice-Plan        Pic X(4).
           05  WS-Slice-From-Int    Pic 9(7)    Binary.
           05  WS-Slice-To-Int      Pic 9(7)    Binary.
           05  WS-Slice-From-Date   Pic 9(8).
           05  WS-Slice-To-Date     Pic 9(8).
           05  WS-Slice-Days        Pic 9(3)    Binary.
           05  WS-Slice-Amount      Pic S9(5)V99 Binary.
           05  WS-Slice-Days-Out    Pic 9(2).
           05  WS-Period-Days-Out   Pic 9(2).
       01  WS-Prorated-Written      Pic 9(5)    Binary Value Zero.
       01  WS-Drv-Sub               Pic 9(5)    Binary.
       01  WS-Drv-Found-Flag        Pic X       Value "N".
         88  WS-Drv-Found           Value "Y".

      * THE OPERATING COMPANY THE FEES ARE BILLED FOR - SAME
      * TELCO_COMPANY_CODE SETTING AND DEFAULT AS TELCOBAT.
       01  WS-Company-Control.
           05  WS-Company-Code      Pic X(3)    Value "001".
           05  WS-Company-Env-Name  Pic X(32)
                   Value "TELCO_COMPANY_CODE".
           05  WS-Company-Env-Value Pic X(32)   Value Spaces.
           05  WS-Company-Ge-Result Pic 9(2)    Binary.

       01  WS-Charges-Written       Pic 9(5)    Binary Value Zero.
       01  WS-Fee-Total             Pic S9(11)V99 Binary Value Zero.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOBCY".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.
       01  WS-Plk-Date              Pic 9(8).
       01  WS-Period-Closed-Msg     Pic X(33)
               Value "BILL CYCLE PERIOD IS CLOSED".

       Procedure Division.

       Mainline.
           Perform Get-Cycle-Period
           Perform Get-Company-Code
           Perform Check-Cycle-Control
           Perform Check-Period-Open
           Perform Mark-Cycle-Started
           Perform Load-Plan-Table
           Perform Load-Enrollments
           Perform Load-Status-History
           Perform Load-Charged-Subscribers
           Open Extend Charge-File
           Open Extend Revenue-Schedule-File
           If WS-Revsched-File-Status Not = "00"
               Open Output Revenue-Schedule-File
           End-If
           Perform Charge-One-Subscriber
               Varying WS-Drv-Sub From 1 By 1
               Until WS-Drv-Sub > WS-Drv-Count
           Close Revenue-Schedule-File
           Close Charge-File
           Perform Mark-Cycle-Completed
           Display "BILL CYCLE FOR PERIOD " WS-Cycle-Period
                   " CYCLE " WS-Cyc-Cycle-Code
           Display "SUBSCRIBERS ENROLLED..: " WS-Drv-Count
           Display "ON OTHER CYCLES.......: " WS-Skipped-Cycle
           Display "ALREADY CHARGED.......: " WS-Skipped-Charged
           Display "PLAN FEES CHARGED.....: " WS-Charges-Written
           Display "OF WHICH PRORATED.....: " WS-Prorated-Written
           Display "FEE TOTAL.............: " WS-Fee-Total
           Display "NORMAL END OF EXECUTION."
           Goback
           Else
               Move Function Current-Date (1:6) To WS-Cycle-Period
           End-If
           Compute WS-Charge-Date = ( WS-Cycle-Period * 100 ) + 1
           If WS-Cycle-Period (5:2) = "12"
               Compute WS-Next-Month-Date =
                       ( ( WS-Cycle-Period + 89 ) * 100 ) + 1
           Else
               Compute WS-Next-Month-Date =
                       ( ( WS-Cycle-Period + 1 ) * 100 ) + 1
           End-If
           Compute WS-As-Of-Date = Function Date-Of-Integer
                   ( Function Integer-Of-Date ( WS-Next-Month-Date )
                     - 1 )
           Move "P" To WS-Cyc-Mode
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           If WS-Cyc-No-Calendar
               Call "FORCEABEND" Using WS-Cyc-Abend-Msg
           End-If
      * A CYCLE'S PERIOD RUNS ON ITS CALENDAR DATES - THE FEE IS
      * DATED ON THE PERIOD'S FIRST DAY, THE PLAN TAKEN AS OF ITS
      * LAST.
           If WS-Cyc-Result = Zero
               Move WS-Cyc-Bill-Period To WS-Cycle-Period
               Move WS-Cyc-Period-End To WS-As-Of-Date
               Move WS-Cyc-Period-Start To WS-Charge-Date
           End-If
           Compute WS-Start-Int =
                   Function Integer-Of-Date ( WS-Charge-Date )
           Compute WS-End-Int =
                   Function Integer-Of-Date ( WS-As-Of-Date )
           Compute WS-Period-Days = WS-End-Int - WS-Start-Int + 1
           .

      * SCANS THE CYCLE-CONTROL LOG FOR THE PERIOD'S LAST STATUS AND
           End-If
           .

      * THE FEES ARE DATED FROM THE PERIOD'S FIRST DAY TO ITS LAST -
      * IF FINANCE HAS CLOSED EITHER END'S MONTH (WITHOUT AN
      * AUTHORIZED OVERRIDE), NOTHING IS CYCLED.
       Check-Period-Open.
           Move "C" To WS-Plk-Mode
           Move WS-Charge-Date To WS-Plk-Date
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Company-Code WS-Plk-Date WS-Plk-Result
           If WS-Plk-Result Not = 8
               Move WS-As-Of-Date To WS-Plk-Date
               Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                    WS-Company-Code WS-Plk-Date WS-Plk-Result
           End-If
           Move "P" To WS-Plk-Mode
           If WS-Plk-Result = 8
               Display "PERIOD " WS-Cycle-Period " REACHES CLOSED "
                       "ACCOUNTING PERIOD " WS-Plk-Date (1:6)
                       " - REFUSING TO CYCLE PLAN FEES INTO IT."
               Call "FORCEABEND" Using WS-Period-Closed-Msg
           End-If
           .

       Read-One-Cycle-Entry.
           Read Cycle-Control-File
               At End
                   Set WS-Cycle-Eof To True
               Not At End
                   If BCY-Period = WS-Cycle-Period
                   And BCY-Cycle = WS-Cyc-Cycle-Code
                       Move BCY-Status To WS-Prior-Cycle-Status
                   End-If
           End-Read

       Write-Cycle-Control-Record.
           Move WS-Cycle-Period To BCY-Period
           Move WS-Cyc-Cycle-Code To BCY-Cycle
           Move Function Current-Date To BCY-Timestamp
           Open Extend Cycle-Control-File
           Write Cycle-Control-Record
                   Move PEF-Subscriber-Id To WS-Drv-Id (WS-Drv-Sub)
                   Move Spaces To WS-Drv-Plan (WS-Drv-Sub)
                   Move Zero To WS-Drv-Date (WS-Drv-Sub)
                   Move Zero To WS-Drv-Chg-Count (WS-Drv-Sub)
               Else
                   Display "ENROLLMENT TABLE FULL - SUBSCRIBER NOT "
                           "CYCLED: " PEF-Subscriber-Id
                   Exit Paragraph
               End-If
           End-If
           If PEF-Effective-Date > WS-Charge-Date
               Perform Insert-Plan-Change
               Exit Paragraph
           End-If
           If PEF-Effective-Date >= WS-Drv-Date (WS-Drv-Sub)
               Move PEF-Effective-Date To WS-Drv-Date (WS-Drv-Sub)
               Move PEF-Plan-Code To WS-Drv-Plan (WS-Drv-Sub)
           End-If
           .

      * FILES A MID-PERIOD PLAN CHANGE INTO THE SUBSCRIBER'S CHANGE
      * LIST IN DATE ORDER. A SECOND ROW FOR THE SAME DATE REPLACES
      * THE FIRST, AS THE LATER ENROLLMENT WINS.
       Insert-Plan-Change.
           Perform Varying WS-Ins-Sub From 1 By 1
                   Until WS-Ins-Sub > WS-Drv-Chg-Count (WS-Drv-Sub)
               If WS-Drv-Chg-Date (WS-Drv-Sub WS-Ins-Sub)
                       = PEF-Effective-Date
                   Move PEF-Plan-Code
                       To WS-Drv-Chg-Plan (WS-Drv-Sub WS-Ins-Sub)
                   Exit Paragraph
               End-If
           End-Perform
           If WS-Drv-Chg-Count (WS-Drv-Sub) Not < 10
               Display "TOO MANY PLAN CHANGES IN PERIOD - CHANGE "
                       "IGNORED: " PEF-Subscriber-Id " "
                       PEF-Effective-Date
               Exit Paragraph
           End-If
           Add 1 To WS-Drv-Chg-Count (WS-Drv-Sub)
           Move WS-Drv-Chg-Count (WS-Drv-Sub) To WS-Ins-Sub
           Move "N" To WS-Ins-Done-Flag
           Perform Shift-One-Plan-Change Until WS-Ins-Done
           Move PEF-Plan-Code To WS-Drv-Chg-Plan (WS-Drv-Sub WS-Ins-Sub)
           Move PEF-Effective-Date
               To WS-Drv-Chg-Date (WS-Drv-Sub WS-Ins-Sub)
           .

       Shift-One-Plan-Change.
           If WS-Ins-Sub = 1
               Set WS-Ins-Done To True
               Exit Paragraph
           End-If
           Compute WS-Slc-Prev = WS-Ins-Sub - 1
           If WS-Drv-Chg-Date (WS-Drv-Sub WS-Slc-Prev)
                   < PEF-Effective-Date
               Set WS-Ins-Done To True
           Else
               Move WS-Drv-Chg (WS-Drv-Sub WS-Slc-Prev)
                   To WS-Drv-Chg (WS-Drv-Sub WS-Ins-Sub)
               Move WS-Slc-Prev To WS-Ins-Sub
           End-If
           .

      * FOLDS THE STATUS HISTORY INTO ONE ROW PER SUBSCRIBER FOR THE
      * PERIOD. A SUBSCRIBER WITH NO HISTORY IS TAKEN AS IN SERVICE
      * FOR THE WHOLE PERIOD.
       Load-Status-History.
           Move Zero To WS-Sst-Count
           Move "N" To WS-Stat-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Read-One-Status Until WS-Stat-Eof
               Close Status-History-File
           End-If
           .

       Read-One-Status.
           Read Status-History-File
               At End
                   Set WS-Stat-Eof To True
               Not At End
                   If SSF-Effective-Date Not > WS-As-Of-Date
                       Perform Take-One-Status
                   End-If
           End-Read
           .

       Take-One-Status.
           Move "N" To WS-Sst-Found-Flag
           Perform Varying WS-Sst-Sub From 1 By 1
                   Until WS-Sst-Sub > WS-Sst-Count
                   Or WS-Sst-Found
               If WS-Sst-Id (WS-Sst-Sub) = SSF-Subscriber-Id
                   Set WS-Sst-Found To True
                   Subtract 1 From WS-Sst-Sub
               End-If
           End-Perform
           If Not WS-Sst-Found
               If WS-Sst-Count < 5000
                   Add 1 To WS-Sst-Count
                   Move WS-Sst-Count To WS-Sst-Sub
                   Move SSF-Subscriber-Id To WS-Sst-Id (WS-Sst-Sub)
                   Move Space To WS-Sst-Start-Status (WS-Sst-Sub)
                   Move Zero To WS-Sst-Start-Date (WS-Sst-Sub)
                   Move Zero To WS-Sst-First-Act (WS-Sst-Sub)
                   Move Zero To WS-Sst-Last-Act (WS-Sst-Sub)
                   Move Zero To WS-Sst-Last-Disc (WS-Sst-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           If SSF-Effective-Date Not > WS-Charge-Date
               If SSF-Effective-Date >= WS-Sst-Start-Date (WS-Sst-Sub)
                   Move SSF-Status To WS-Sst-Start-Status (WS-Sst-Sub)
                   Move SSF-Effective-Date
                       To WS-Sst-Start-Date (WS-Sst-Sub)
               End-If
               Exit Paragraph
           End-If
           Evaluate SSF-Status
               When "A"
                   If WS-Sst-First-Act (WS-Sst-Sub) = Zero
                   Or SSF-Effective-Date
                           < WS-Sst-First-Act (WS-Sst-Sub)
                       Move SSF-Effective-Date
                           To WS-Sst-First-Act (WS-Sst-Sub)
                   End-If
                   If SSF-Effective-Date > WS-Sst-Last-Act (WS-Sst-Sub)
                       Move SSF-Effective-Date
                           To WS-Sst-Last-Act (WS-Sst-Sub)
                   End-If
               When "D"
                   If SSF-Effective-Date
                           > WS-Sst-Last-Disc (WS-Sst-Sub)
                       Move SSF-Effective-Date
                           To WS-Sst-Last-Disc (WS-Sst-Sub)
                   End-If
           End-Evaluate
           .

      * LOADS WHO ALREADY HAS A LIVE PLAN FEE DATED INSIDE THIS
      * PERIOD. VOIDED FEES DO NOT COUNT, SO A VOID-AND-RERUN STILL
      * CHARGES.
       Load-Charged-Subscribers.
           Move Zero To WS-Chd-Count
           Move "N" To WS-Chg-Eof-Flag
           Open Input Charge-File
           If WS-Charge-File-Status = "00"
               Perform Read-One-Prior-Charge Until WS-Chg-Eof
               Close Charge-File
           End-If
           .

       Read-One-Prior-Charge.
           Read Charge-File
               At End
                   Set WS-Chg-Eof To True
               Not At End
                   If CHG-Charge-Code = "PLANFEE"
                   And CHG-Status = "A"
                   And CHG-Charge-Date >= WS-Charge-Date
                   And CHG-Charge-Date <= WS-As-Of-Date
                   And WS-Chd-Count < 5000
                       Add 1 To WS-Chd-Count
                       Move CHG-Subscriber-Id
                           To WS-Chd-Entry (WS-Chd-Count)
                   End-If
           End-Read
           .

      * STAGES ONE SUBSCRIBER'S MONTHLY PLAN FEE. PLANS WITHOUT A
      * FEE (OR NOT ON PLANTAB) CHARGE NOTHING; SUBSCRIBERS ON
      * ANOTHER CYCLE OR ALREADY CHARGED FOR THE PERIOD ARE SKIPPED.
       Charge-One-Subscriber.
           Move "M" To WS-Cyc-Mode
           Move WS-Drv-Id (WS-Drv-Sub) To WS-Cyc-Subscriber
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           If WS-Cyc-Not-Member
               Add 1 To WS-Skipped-Cycle
               Exit Paragraph
           End-If
           Move "N" To WS-Chd-Found-Flag
           Perform Varying WS-Chd-Sub From 1 By 1
                   Until WS-Chd-Sub > WS-Chd-Count
                   Or WS-Chd-Found
               If WS-Chd-Entry (WS-Chd-Sub) = WS-Drv-Id (WS-Drv-Sub)
                   Set WS-Chd-Found To True
               End-If
           End-Perform
           If WS-Chd-Found
               Add 1 To WS-Skipped-Charged
               Exit Paragraph
           End-If
           Perform Derive-Service-Window
           If WS-Svc-To-Int < WS-Svc-From-Int
               Exit Paragraph
           End-If
           Compute WS-Slc-Limit = WS-Drv-Chg-Count (WS-Drv-Sub) + 1
           Perform Charge-One-Slice
               Varying WS-Slc-Sub From 1 By 1
               Until WS-Slc-Sub > WS-Slc-Limit
           .

      * THE DAYS OF THE PERIOD THE ACCOUNT WAS IN SERVICE: FROM THE
      * FIRST DAY, OR FROM ITS ACTIVATION IF IT WAS NOT IN SERVICE
      * THEN, UP TO THE DAY BEFORE A DISCONNECT NOT FOLLOWED BY A
      * LATER ACTIVATION. AN EMPTY WINDOW (TO BEFORE FROM) MEANS NO
      * RECURRING CHARGE AT ALL.
       Derive-Service-Window.
           Move WS-Start-Int To WS-Svc-From-Int
           Move WS-End-Int To WS-Svc-To-Int
           Move "N" To WS-Sst-Found-Flag
           Perform Varying WS-Sst-Sub From 1 By 1
                   Until WS-Sst-Sub > WS-Sst-Count
                   Or WS-Sst-Found
               If WS-Sst-Id (WS-Sst-Sub) = WS-Drv-Id (WS-Drv-Sub)
                   Set WS-Sst-Found To True
                   Subtract 1 From WS-Sst-Sub
               End-If
           End-Perform
           If Not WS-Sst-Found
               Exit Paragraph
           End-If
           If WS-Sst-Start-Status (WS-Sst-Sub) = "D"
           Or ( WS-Sst-Start-Status (WS-Sst-Sub) = Space
                And WS-Sst-First-Act (WS-Sst-Sub) > Zero )
               If WS-Sst-First-Act (WS-Sst-Sub) = Zero
                   Move Zero To WS-Svc-To-Int
                   Exit Paragraph
               End-If
               Compute WS-Svc-From-Int = Function Integer-Of-Date
                       ( WS-Sst-First-Act (WS-Sst-Sub) )
           End-If
           If WS-Sst-Last-Disc (WS-Sst-Sub) > Zero
           And WS-Sst-Last-Disc (WS-Sst-Sub)
                   >= WS-Sst-Last-Act (WS-Sst-Sub)
               Compute WS-Svc-To-Int = Function Integer-Of-Date
                       ( WS-Sst-Last-Disc (WS-Sst-Sub) ) - 1
           End-If
           .

      * ONE PLAN SLICE - SLICE 1 IS THE PLAN IN FORCE ON THE FIRST
      * DAY, EACH LATER SLICE STARTS AT A PLAN CHANGE AND RUNS TO
      * THE DAY BEFORE THE NEXT ONE (OR THE PERIOD END), CLIPPED TO
      * THE IN-SERVICE WINDOW.
       Charge-One-Slice.
           If WS-Slc-Sub = 1
               Move WS-Drv-Plan (WS-Drv-Sub) To WS-Slice-Plan
               Move WS-Start-Int To WS-Slice-From-Int
           Else
               Compute WS-Slc-Prev = WS-Slc-Sub - 1
               Move WS-Drv-Chg-Plan (WS-Drv-Sub WS-Slc-Prev)
                   To WS-Slice-Plan
               Compute WS-Slice-From-Int = Function Integer-Of-Date
                       ( WS-Drv-Chg-Date (WS-Drv-Sub WS-Slc-Prev) )
           End-If
           If WS-Slc-Sub > WS-Drv-Chg-Count (WS-Drv-Sub)
               Move WS-End-Int To WS-Slice-To-Int
           Else
               Compute WS-Slice-To-Int = Function Integer-Of-Date
                       ( WS-Drv-Chg-Date (WS-Drv-Sub WS-Slc-Sub) ) - 1
           End-If
           If WS-Slice-From-Int < WS-Svc-From-Int
               Move WS-Svc-From-Int To WS-Slice-From-Int
           End-If
           If WS-Slice-To-Int > WS-Svc-To-Int
               Move WS-Svc-To-Int To WS-Slice-To-Int
           End-If
           If WS-Slice-To-Int < WS-Slice-From-Int
           Or WS-Slice-Plan = Spaces
               Exit Paragraph
           End-If
           Perform Varying WS-Pln-Sub From 1 By 1
                   Until WS-Pln-Sub > WS-Pln-Count
               If WS-Pln-Code (WS-Pln-Sub) = WS-Slice-Plan
               And WS-Pln-Fee (WS-Pln-Sub) > Zero
                   Perform Write-Plan-Fee-Charge
               End-If
           .

       Write-Plan-Fee-Charge.
           Compute WS-Slice-Days =
                   WS-Slice-To-Int - WS-Slice-From-Int + 1
           Compute WS-Slice-From-Date =
                   Function Date-Of-Integer ( WS-Slice-From-Int )
           Compute WS-Slice-To-Date =
                   Function Date-Of-Integer ( WS-Slice-To-Int )
           Move WS-Drv-Id (WS-Drv-Sub) To CHG-Subscriber-Id
           Move "PLANFEE" To CHG-Charge-Code
           Move Spaces To CHG-Description
           If WS-Slice-Days = WS-Period-Days
               String "MONTHLY PLAN FEE "
                      WS-Pln-Code (WS-Pln-Sub)
                      Delimited By Size Into CHG-Description
               Move WS-Pln-Fee (WS-Pln-Sub) To WS-Slice-Amount
           Else
               Compute WS-Slice-Amount Rounded =
                       WS-Pln-Fee (WS-Pln-Sub) * WS-Slice-Days
                       / WS-Period-Days
               Move WS-Slice-Days To WS-Slice-Days-Out
               Move WS-Period-Days To WS-Period-Days-Out
               String "PRORATA " WS-Pln-Code (WS-Pln-Sub) " "
                      WS-Slice-From-Date (5:4) "-"
                      WS-Slice-To-Date (5:4) " "
                      WS-Slice-Days-Out "/" WS-Period-Days-Out
                      Delimited By Size Into CHG-Description
               Add 1 To WS-Prorated-Written
           End-If
           Move WS-Slice-Amount To CHG-Amount
           Move WS-Slice-From-Date To CHG-Charge-Date
           Move "A" To CHG-Status
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company CHG-Charge-Date WS-Plk-Result
           Write Charge-Record
           Add 1 To WS-Charges-Written
           Add WS-Slice-Amount To WS-Fee-Total
           Move CHG-Subscriber-Id To RV-Subscriber-Id
           Move CHG-Charge-Code To RV-Charge-Code
           Move WS-Company-Code To RV-Company
           Move WS-Slice-From-Date To RV-Service-From
           Move WS-Slice-To-Date To RV-Service-To
           Move WS-Slice-Amount To RV-Amount
           Move Zero To RV-Recognized
           Move "N" To RV-Deferred
           Write Revenue-Schedule-Record
           .

       Get-Company-Code.
           Call "GETENVOP" Using WS-Company-Env-Name
                WS-Company-Env-Value WS-Company-Ge-Result
           If WS-Company-Ge-Result < 19
                   And WS-Company-Env-Value Not = Spaces
               Move WS-Company-Env-Value To WS-Company-Code
           End-If
           .

       End Program TELCOBCY.
