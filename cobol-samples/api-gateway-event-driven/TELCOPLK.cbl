       Identification Division.
       Program-ID. TELCOPLK.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  SHARED ACCOUNTING-PERIOD LOCK MODULE - CALLABLE THE WAY
      *  TELCOALR IS. EVERY PROGRAM THAT POSTS TO ARITEMS, CHGFILE,
      *  ADJFILE, RUNSUMM OR A GL JOURNAL PASSES THE DATE IT IS ABOUT
      *  TO POST UNDER, BEFORE THE WRITE, AND POSTS UNDER WHATEVER
      *  DATE COMES BACK. THE MODULE LOOKS THE DATE'S MONTH UP IN
      *  THE PERSTAT PERIOD-STATUS TABLE FOR THE COMPANY:
      *    OPEN                - THE DATE COMES BACK UNTOUCHED.
      *    SOFT-CLOSED, WITH AN AUTHORIZED OVERRIDE (TELCOPER)
      *                        - THE DATE COMES BACK UNTOUCHED, AND
      *                          THE POSTING IS AUDITED AGAINST THE
      *                          OPERATOR WHO AUTHORIZED IT.
      *    SOFT-CLOSED WITHOUT ONE, OR HARD-CLOSED
      *                        - THE POSTING IS NOT DATED INTO THE
      *                          PERIOD: THE DATE IS MOVED TO THE
      *                          FIRST DAY OF THE FIRST OPEN PERIOD
      *                          AFTER IT, AND THE REDIRECTION IS
      *                          DISPLAYED AND AUDITED.
      *  A CALLER THAT MAY NOT MOVE ITS DATE - ONE CHANGING OR
      *  REMOVING SOMETHING ALREADY POSTED, OR ONE WHOSE WHOLE RUN IS
      *  TIED TO THE PERIOD - CALLS IN MODE "C" INSTEAD OF "P": THE
      *  DATE IS THEN NEVER MOVED, AND A CLOSED PERIOD COMES BACK AS
      *  A REFUSAL (AUDITED) FOR THE CALLER TO ACT ON.
      *  PERSTAT IS LOADED ONCE PER LOADED INSTANCE. A CALLER WITH NO
      *  COMPANY OF ITS OWN PASSES SPACES AND GETS TELCO_COMPANY_CODE
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
       01  WS-Perstat-Eof-Flag      Pic X       Value "N".
         88  WS-Perstat-Eof         Value "Y".

      * PERIOD STATUS, FOLDED TO ONE ENTRY PER COMPANY AND PERIOD
      * (LAST ROW WINS) AND LOADED ONCE PER LOADED INSTANCE - SAME
      * LOAD-ONCE STATE AS TELCOSGN'S OPERATOR MASTER.
       01  WS-Period-Table-Area.
           05  WS-Per-State         Pic X       Value "N".
             88  WS-Periods-Loaded              Value "Y".
           05  WS-Per-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Per-Entry Occurs 600 Times.
               10  WS-Per-Company   Pic X(3).
               10  WS-Per-Period    Pic 9(6).
               10  WS-Per-Status    Pic X(1).
               10  WS-Per-Override  Pic X(1).
               10  WS-Per-Operator  Pic X(8).
       01  WS-Per-Sub               Pic 9(4)    Binary.
       01  WS-Per-Found-Flag        Pic X       Value "N".
         88  WS-Per-Found           Value "Y".

      * THE COMPANY THE PIPELINE RUNS FOR - USED WHEN THE CALLER
      * PASSES NO COMPANY OF ITS OWN.
       01  WS-Company-Control.
           05  WS-Company-Code      Pic X(3)    Value "001".
           05  WS-Company-Env-Name  Pic X(32)
                   Value "TELCO_COMPANY_CODE".
           05  WS-Company-Env-Value Pic X(32)   Value Spaces.
           05  WS-Company-Ge-Result Pic 9(2)    Binary.

      * THE POSTING BEING CHECKED - ITS COMPANY, THE PERIOD IT WAS
      * DATED INTO AND WHAT THAT PERIOD'S STATUS IS, AND THE PERIOD
      * BEING STEPPED FORWARD TO WHEN IT HAS TO MOVE.
       01  WS-Lock-Work.
           05  WS-Lck-Company       Pic X(3).
           05  WS-Lck-Orig-Date     Pic 9(8).
           05  WS-Lck-Date          Pic 9(8).
           05  WS-Lck-Date-Parts Redefines WS-Lck-Date.
               10  WS-Lck-Year      Pic 9(4).
               10  WS-Lck-Month     Pic 9(2).
               10  WS-Lck-Day       Pic 9(2).
           05  WS-Lck-Period        Pic 9(6).
           05  WS-Lck-Orig-Period   Pic 9(6).
           05  WS-Lck-Status        Pic X(1).
           05  WS-Lck-Orig-Status   Pic X(1).
           05  WS-Lck-Override      Pic X(1).
           05  WS-Lck-Operator      Pic X(8).
           05  WS-Lck-Steps         Pic 9(3)    Binary.

      * RUN-ID CORRELATING THIS MODULE'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

       COPY OPAUDITB.

       Linkage Section.
      * "P" - POST: A CLOSED PERIOD MOVES THE DATE ON. "C" - CHECK:
      * A CLOSED PERIOD IS REFUSED AND THE DATE LEFT ALONE.
       01  Lock-Mode-Link           Pic X(1).
      * THE CALLING PROGRAM (FOR THE AUDIT LOG) AND THE COMPANY THE
      * POSTING BELONGS TO - SPACES FOR TELCO_COMPANY_CODE.
       01  Lock-Program-Link        Pic X(8).
       01  Lock-Company-Link        Pic X(3).
      * THE POSTING DATE (YYYYMMDD) - PASSED IN AS THE CALLER MEANS
      * TO POST IT, RETURNED AS IT MUST BE POSTED.
       01  Lock-Date-Link           Pic 9(8).
      * 0 = PERIOD OPEN, DATE UNCHANGED. 2 = SOFT-CLOSED PERIOD,
      * POSTED UNDER AN AUTHORIZED OVERRIDE, DATE UNCHANGED (AUDITED).
      * 4 = CLOSED PERIOD, DATE MOVED TO THE FIRST OPEN PERIOD
      * (DISPLAYED AND AUDITED). NONE OF THEM IS A REASON FOR THE
      * CALLER TO STOP. MODE "C" ONLY: 8 = CLOSED PERIOD, REFUSED,
      * DATE UNCHANGED (AUDITED) - THE CALLER MUST NOT GO AHEAD.
       01  Lock-Op-Result           Pic 9(2)    Binary.

       Procedure Division Using Lock-Mode-Link, Lock-Program-Link,
               Lock-Company-Link, Lock-Date-Link, Lock-Op-Result.
       Mainline.
           Move Zero To Lock-Op-Result
           If Not WS-Periods-Loaded
               Perform Get-Run-Id
               Perform Get-Company-Code
               Perform Load-Period-Status
           End-If
           If Lock-Date-Link Not Numeric
           Or Lock-Date-Link = Zero
           Or WS-Per-Count = Zero
               Goback
           End-If
           If Lock-Company-Link Not = Spaces
               Move Lock-Company-Link To WS-Lck-Company
           Else
               Move WS-Company-Code To WS-Lck-Company
           End-If
           Move Lock-Date-Link To WS-Lck-Date WS-Lck-Orig-Date
           Move WS-Lck-Date (1:6) To WS-Lck-Period
           Perform Find-Period-Status
           Evaluate True
               When WS-Lck-Status = "S"
                And WS-Lck-Override = "Y"
                   Move 2 To Lock-Op-Result
                   Perform Audit-Override-Posting
               When ( WS-Lck-Status = "S" Or "H" )
                And Lock-Mode-Link = "C"
                   Move 8 To Lock-Op-Result
                   Perform Audit-Refused-Posting
               When WS-Lck-Status = "S"
               When WS-Lck-Status = "H"
                   Move 4 To Lock-Op-Result
                   Perform Redirect-Posting
               When Other
                   Continue
           End-Evaluate
           Perform Flush-Audit-Buffer
           Goback
           .

      * STATUS OF WS-LCK-PERIOD FOR WS-LCK-COMPANY - A PERIOD WITH NO
      * PERSTAT ROW IS OPEN.
       Find-Period-Status.
           Move "O" To WS-Lck-Status
           Move "N" To WS-Lck-Override
           Move Spaces To WS-Lck-Operator
           Move "N" To WS-Per-Found-Flag
           Perform Varying WS-Per-Sub From 1 By 1
                   Until WS-Per-Sub > WS-Per-Count
                   Or WS-Per-Found
               If WS-Per-Company (WS-Per-Sub) = WS-Lck-Company
               And WS-Per-Period (WS-Per-Sub) = WS-Lck-Period
                   Set WS-Per-Found To True
                   Subtract 1 From WS-Per-Sub
               End-If
           End-Perform
           If WS-Per-Found
               Move WS-Per-Status (WS-Per-Sub) To WS-Lck-Status
               Move WS-Per-Override (WS-Per-Sub) To WS-Lck-Override
               Move WS-Per-Operator (WS-Per-Sub) To WS-Lck-Operator
           End-If
           .

      * THE POSTING STAYS IN THE SOFT-CLOSED PERIOD - RECORDED
      * AGAINST THE OPERATOR WHO AUTHORIZED THE OVERRIDE.
       Audit-Override-Posting.
           Move WS-Lck-Company To WS-Audit-Company
           Move WS-Lck-Operator To WS-Audit-Operator
           Move Lock-Program-Link To audit-log-program
           Move "PEROVRD" To audit-log-operation
           Move 2 To audit-log-result-code
           Perform Write-Audit-Record
           Move Spaces To WS-Audit-Operator
           .

      * CHECK MODE - THE CALLER WILL NOT TOUCH THE CLOSED PERIOD.
       Audit-Refused-Posting.
           Move WS-Lck-Company To WS-Audit-Company
           Move Lock-Program-Link To audit-log-program
           Move "PERLOCK" To audit-log-operation
           Move 8 To audit-log-result-code
           Perform Write-Audit-Record
           .

      * STEPS FORWARD A MONTH AT A TIME TO THE FIRST PERIOD THAT IS
      * OPEN (TEN YEARS AT MOST - A TABLE CLOSED FURTHER AHEAD THAN
      * THAT IS A MAINTENANCE ERROR, AND THE LAST PERIOD TRIED IS
      * USED) AND HANDS BACK ITS FIRST DAY.
       Redirect-Posting.
           Move WS-Lck-Period To WS-Lck-Orig-Period
           Move WS-Lck-Status To WS-Lck-Orig-Status
           Move Zero To WS-Lck-Steps
           Perform Step-To-Next-Period
               With Test After
               Until WS-Lck-Status = "O"
               Or WS-Lck-Steps > 120
           Move 1 To WS-Lck-Day
           Move WS-Lck-Date To Lock-Date-Link
           Display Lock-Program-Link " POSTING DATED "
                   WS-Lck-Orig-Date " FALLS IN CLOSED PERIOD "
                   WS-Lck-Orig-Period " (" WS-Lck-Orig-Status
                   ") FOR COMPANY " WS-Lck-Company
                   " - REDIRECTED TO " WS-Lck-Date
           Move WS-Lck-Company To WS-Audit-Company
           Move Lock-Program-Link To audit-log-program
           Move "PERREDIR" To audit-log-operation
           Move 4 To audit-log-result-code
           Perform Write-Audit-Record
           .

       Step-To-Next-Period.
           Add 1 To WS-Lck-Steps
           If WS-Lck-Month >= 12
               Move 1 To WS-Lck-Month
               Add 1 To WS-Lck-Year
           Else
               Add 1 To WS-Lck-Month
           End-If
           Move WS-Lck-Date (1:6) To WS-Lck-Period
           Perform Find-Period-Status
           .

       Load-Period-Status.
           Set WS-Periods-Loaded To True
           Move Zero To WS-Per-Count
           Move "N" To WS-Perstat-Eof-Flag
           Open Input Period-Status-File
           If WS-Perstat-File-Status = "00"
               Perform Read-One-Period-Row Until WS-Perstat-Eof
               Close Period-Status-File
           End-If
           .

       Read-One-Period-Row.
           Read Period-Status-File
               At End
                   Set WS-Perstat-Eof To True
               Not At End
                   Perform Take-Period-Row
           End-Read
           .

       Take-Period-Row.
           Move PS-Company To WS-Lck-Company
           Move PS-Period To WS-Lck-Period
           Move "N" To WS-Per-Found-Flag
           Perform Varying WS-Per-Sub From 1 By 1
                   Until WS-Per-Sub > WS-Per-Count
                   Or WS-Per-Found
               If WS-Per-Company (WS-Per-Sub) = WS-Lck-Company
               And WS-Per-Period (WS-Per-Sub) = WS-Lck-Period
                   Set WS-Per-Found To True
                   Subtract 1 From WS-Per-Sub
               End-If
           End-Perform
           If Not WS-Per-Found
               If WS-Per-Count < 600
                   Add 1 To WS-Per-Count
                   Move WS-Per-Count To WS-Per-Sub
               Else
                   Display "PERIOD STATUS TABLE FULL - ROW IGNORED: "
                           PS-Company " " PS-Period
                   Exit Paragraph
               End-If
           End-If
           Move PS-Company To WS-Per-Company (WS-Per-Sub)
           Move PS-Period To WS-Per-Period (WS-Per-Sub)
           Move PS-Status To WS-Per-Status (WS-Per-Sub)
           Move PS-Override To WS-Per-Override (WS-Per-Sub)
           Move PS-Operator To WS-Per-Operator (WS-Per-Sub)
           .

       Get-Company-Code.
           Call "GETENVOP" Using WS-Company-Env-Name
                WS-Company-Env-Value WS-Company-Ge-Result
           If WS-Company-Ge-Result < 19
                   And WS-Company-Env-Value Not = Spaces
               Move WS-Company-Env-Value To WS-Company-Code
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS MODULE'S AUDIT-LOG
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

       End Program TELCOPLK.
