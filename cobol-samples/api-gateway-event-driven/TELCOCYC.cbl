       Identification Division.
       Program-ID. TELCOCYC.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  SHARED BILL-CYCLE MODULE - STAGGERED CYCLES SO THE WHOLE
      *  BASE DOES NOT BILL ON ONE DAY. THE CYCLE BEING RUN COMES
      *  FROM TELCO_BILL_CYCLE AND THE BILLING MONTH FROM
      *  TELCO_BILL_PERIOD (ELSE THE CURRENT MONTH); THE CYCLE
      *  CALENDAR (CYCCAL) GIVES THAT CYCLE-PERIOD'S OWN DATES AND
      *  THE ASSIGNMENT FILE (CYCASGN) EACH SUBSCRIBER'S CYCLE.
      *  CALLABLE THE WAY TELCOALR IS:
      *    MODE "P" - RETURN THE CYCLE AND PERIOD DATES FOR THIS RUN.
      *    MODE "M" - IS THE SUBSCRIBER ON THE CYCLE BEING RUN?
      *  WITH TELCO_BILL_CYCLE UNSET NO CYCLE IS SELECTED: EVERY
      *  SUBSCRIBER IS A MEMBER AND THE CALLER KEEPS ITS OWN
      *  TELCO_PERIOD_START/END WINDOW AS BEFORE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Cycle-Calendar-File Assign To "CYCCAL"
               Organization Is Sequential
               File Status Is WS-Cyccal-File-Status.
           Select Cycle-Assign-File Assign To "CYCASGN"
               Organization Is Sequential
               File Status Is WS-Cycasgn-File-Status.

       Data Division.
       File Section.
       FD  Cycle-Calendar-File
           Recording Mode Is F.
       01  Cycle-Calendar-Record.
               COPY CYCCAL REPLACING LEADING ==CC-== BY ==CCF-==.

       FD  Cycle-Assign-File
           Recording Mode Is F.
       01  Cycle-Assign-Record.
               COPY CYCASGN REPLACING LEADING ==CA-== BY ==CAF-==.

       Working-Storage Section.

       01  WS-Cyccal-File-Status    Pic X(2)    Value Spaces.
       01  WS-Cycasgn-File-Status   Pic X(2)    Value Spaces.
       01  WS-Cal-Eof-Flag          Pic X       Value "N".
         88  WS-Cal-Eof             Value "Y".
       01  WS-Asg-Eof-Flag          Pic X       Value "N".
         88  WS-Asg-Eof             Value "Y".

      * THE RUN'S CYCLE SELECTION, RESOLVED ONCE PER LOADED
      * INSTANCE - SAME LOAD-ONCE STATE AS TELCOALR'S QUEUE
      * CONFIGURATION.
       01  WS-Cycle-Config.
           05  WS-Config-State      Pic X       Value "N".
             88  WS-Config-Loaded   Value "Y".
           05  WS-Cycle-Code        Pic X(2)    Value Spaces.
             88  WS-No-Cycle        Value Spaces.
           05  WS-Bill-Period       Pic 9(6)    Value Zero.
           05  WS-Period-Start      Pic 9(8)    Value Zero.
           05  WS-Period-End        Pic 9(8)    Value Zero.
           05  WS-Calendar-Flag     Pic X       Value "N".
             88  WS-Calendar-Found  Value "Y".
           05  WS-Cycle-Env-Name    Pic X(32)
                   Value "TELCO_BILL_CYCLE".
           05  WS-Period-Env-Name   Pic X(32)
                   Value "TELCO_BILL_PERIOD".
           05  WS-Env-Value         Pic X(32)   Value Spaces.
           05  WS-Ge-Result         Pic 9(2)    Binary.
       01  WS-Default-Cycle         Pic X(2)    Value "01".

      * SUBSCRIBER-TO-CYCLE ASSIGNMENTS.
       01  WS-Assign-Table.
           05  WS-Asg-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Asg-Entry Occurs 5000 Times.
               10  WS-Asg-Id        Pic X(10).
               10  WS-Asg-Cycle     Pic X(2).
       01  WS-Asg-Sub               Pic 9(5)    Binary.
       01  WS-Asg-Found-Flag        Pic X       Value "N".
         88  WS-Asg-Found           Value "Y".
       01  WS-Member-Cycle          Pic X(2).

       Linkage Section.
      * "P" PERIOD, "M" MEMBERSHIP.
       01  Cyc-Mode-Link            Pic X(1).
      * MODE "M": THE SUBSCRIBER ASKED ABOUT. IGNORED FOR MODE "P".
       01  Cyc-Subscriber-Link      Pic X(10).
      * MODE "P": RETURNS THE CYCLE, BILLING MONTH AND PERIOD DATES
      * (CYCLE SPACES WHEN NONE IS SELECTED). MODE "M" LEAVES IT
      * ALONE, SO ONE AREA SERVES BOTH CALLS.
       01  Cyc-Period-Link.
               COPY CYCCAL REPLACING LEADING ==CC-== BY ==Cyc-==.
      * 0 = PERIOD RESOLVED / SUBSCRIBER IS ON THE CYCLE. 1 = NO
      * CYCLE SELECTED (CALLER KEEPS ITS OWN PERIOD; EVERYONE IS A
      * MEMBER). 4 = SUBSCRIBER IS ON ANOTHER CYCLE. 20 = CYCLE
      * SELECTED BUT THE CALENDAR HAS NO ROW FOR THE MONTH - THE
      * CALLER MUST NOT GUESS THE DATES.
       01  Cyc-Result-Link          Pic 9(2)    Binary.

       Procedure Division Using Cyc-Mode-Link, Cyc-Subscriber-Link,
               Cyc-Period-Link, Cyc-Result-Link.
        Mainline.
           If Not WS-Config-Loaded
               Perform Load-Cycle-Config
           End-If
           If Cyc-Mode-Link = "M"
               Perform Check-Cycle-Member
           Else
               Perform Return-Cycle-Period
           End-If
           Goback
           .

       Return-Cycle-Period.
           Move WS-Cycle-Code To Cyc-Cycle-Code
           Move WS-Bill-Period To Cyc-Bill-Period
           Move WS-Period-Start To Cyc-Period-Start
           Move WS-Period-End To Cyc-Period-End
           Evaluate True
               When WS-No-Cycle
                   Move 1 To Cyc-Result-Link
               When WS-Calendar-Found
                   Move Zero To Cyc-Result-Link
               When Other
                   Move 20 To Cyc-Result-Link
           End-Evaluate
           .

       Check-Cycle-Member.
           Move "N" To WS-Asg-Found-Flag
           Perform Varying WS-Asg-Sub From 1 By 1
                   Until WS-Asg-Sub > WS-Asg-Count
                   Or WS-Asg-Found
               If WS-Asg-Id (WS-Asg-Sub) = Cyc-Subscriber-Link
                   Set WS-Asg-Found To True
                   Subtract 1 From WS-Asg-Sub
               End-If
           End-Perform
           If WS-Asg-Found
               Move WS-Asg-Cycle (WS-Asg-Sub) To WS-Member-Cycle
           Else
               Move WS-Default-Cycle To WS-Member-Cycle
           End-If
           Evaluate True
               When WS-No-Cycle
                   Move 1 To Cyc-Result-Link
               When WS-Member-Cycle = WS-Cycle-Code
                   Move Zero To Cyc-Result-Link
               When Other
                   Move 4 To Cyc-Result-Link
           End-Evaluate
           .

      * RESOLVES THE CYCLE AND BILLING MONTH ONCE, THEN LOADS THE
      * CALENDAR ROW AND THE ASSIGNMENTS - NOTHING TO LOAD WHEN NO
      * CYCLE IS SELECTED.
       Load-Cycle-Config.
           Set WS-Config-Loaded To True
           Call "GETENVOP" Using WS-Cycle-Env-Name WS-Env-Value
                WS-Ge-Result
           If WS-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-Cycle-Code
           End-If
           If WS-No-Cycle
               Exit Paragraph
           End-If
           Move Spaces To WS-Env-Value
           Call "GETENVOP" Using WS-Period-Env-Name WS-Env-Value
                WS-Ge-Result
           If WS-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-Bill-Period
           Else
               Move Function Current-Date (1:6) To WS-Bill-Period
           End-If
           Move "N" To WS-Cal-Eof-Flag
           Open Input Cycle-Calendar-File
           If WS-Cyccal-File-Status = "00"
               Perform Read-One-Calendar-Row Until WS-Cal-Eof
               Close Cycle-Calendar-File
           End-If
           If Not WS-Calendar-Found
               Display "NO CYCLE CALENDAR ROW FOR CYCLE "
                       WS-Cycle-Code " PERIOD " WS-Bill-Period
           End-If
           Move Zero To WS-Asg-Count
           Move "N" To WS-Asg-Eof-Flag
           Open Input Cycle-Assign-File
           If WS-Cycasgn-File-Status = "00"
               Perform Read-One-Assignment Until WS-Asg-Eof
               Close Cycle-Assign-File
           End-If
           .

       Read-One-Calendar-Row.
           Read Cycle-Calendar-File
               At End
                   Set WS-Cal-Eof To True
               Not At End
                   If CCF-Cycle-Code = WS-Cycle-Code
                   And CCF-Bill-Period = WS-Bill-Period
                       Set WS-Calendar-Found To True
                       Move CCF-Period-Start To WS-Period-Start
                       Move CCF-Period-End To WS-Period-End
                   End-If
           End-Read
           .

      * A LATER ROW FOR THE SAME SUBSCRIBER REPLACES THE EARLIER
      * ONE, SO A CYCLE MOVE IS JUST AN APPENDED ROW.
       Read-One-Assignment.
           Read Cycle-Assign-File
               At End
                   Set WS-Asg-Eof To True
               Not At End
                   Perform Take-One-Assignment
           End-Read
           .

       Take-One-Assignment.
           Move "N" To WS-Asg-Found-Flag
           Perform Varying WS-Asg-Sub From 1 By 1
                   Until WS-Asg-Sub > WS-Asg-Count
                   Or WS-Asg-Found
               If WS-Asg-Id (WS-Asg-Sub) = CAF-Subscriber-Id
                   Set WS-Asg-Found To True
                   Subtract 1 From WS-Asg-Sub
               End-If
           End-Perform
           If Not WS-Asg-Found
               If WS-Asg-Count < 5000
                   Add 1 To WS-Asg-Count
                   Move WS-Asg-Count To WS-Asg-Sub
                   Move CAF-Subscriber-Id To WS-Asg-Id (WS-Asg-Sub)
               Else
                   Display "CYCLE ASSIGNMENT TABLE FULL - SUBSCRIBER "
                           "ON DEFAULT CYCLE: " CAF-Subscriber-Id
                   Exit Paragraph
               End-If
           End-If
           Move CAF-Cycle-Code To WS-Asg-Cycle (WS-Asg-Sub)
           .

       End Program TELCOCYC.
