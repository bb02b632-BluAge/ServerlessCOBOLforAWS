       Identification Division.
       Program-ID. TELCOSLA.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  BATCH-WINDOW SLA MONITOR - FOR EVERY JOB CHAIN WITH A
      *  DEADLINE ON SLADEAD THAT IS STILL RUNNING, PROJECTS WHEN IT
      *  WILL FINISH: THE CURRENT STEP'S TRAILING AVERAGE LESS WHAT
      *  IT HAS ALREADY RUN, PLUS THE TRAILING AVERAGES OF THE STEPS
      *  STILL TO COME, ALL TAKEN FROM THE CHNSTATE HISTORY TELCOCHN
      *  WRITES. THE MOMENT A PROJECTION CROSSES THE DEADLINE THE
      *  CHAIN IS PAGED THROUGH TELCOALR (ONCE A NIGHT), NAMING THE
      *  STEP RUNNING FURTHEST OVER ITS NORM. EVERY PROJECTION, AND
      *  EACH NIGHT'S ACTUAL FINISH BESIDE ITS FIRST PROJECTION, IS
      *  APPENDED TO SLAHIST FOR THE TELCOPRF TREND REPORT. TELCOCHN
      *  CALLS IT AS EACH STEP STARTS AND AS THE CHAIN ENDS; IT CAN
      *  ALSO BE SCHEDULED ON ITS OWN THROUGH THE NIGHT.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Sla-Deadline-File Assign To "SLADEAD"
               Organization Is Sequential
               File Status Is WS-Deadline-File-Status.
           Select Chain-State-File Assign To "CHNSTATE"
               Organization Is Sequential
               File Status Is WS-State-File-Status.
           Select Sla-History-File Assign To "SLAHIST"
               Organization Is Sequential
               File Status Is WS-History-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Sla-Deadline-File
           Recording Mode Is F.
       01  Sla-Deadline-Record.
               COPY SLADEAD.

      * SAME LAYOUT TELCOCHN APPENDS PER STEP TRANSITION.
       FD  Chain-State-File
           Recording Mode Is F.
       01  Chain-State-Record.
           05  CHN-Business-Date    Pic 9(8).
           05  CHN-Step-No          Pic 9(3).
           05  CHN-Status           Pic X(9).
           05  CHN-Run-Id           Pic X(15).
           05  CHN-Timestamp        Pic X(26).
           05  CHN-Chain-Id         Pic X(8).
           05  CHN-Program          Pic X(8).

       FD  Sla-History-File
           Recording Mode Is F.
       01  Sla-History-Record.
               COPY SLAHIST.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Deadline-File-Status  Pic X(2)    Value Spaces.
       01  WS-State-File-Status     Pic X(2)    Value Spaces.
       01  WS-History-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

      * ONE ENTRY PER CHAIN WITH A DEADLINE. EACH STEP CARRIES ITS
      * TRAILING HISTORY (COMPLETED RUNS ON EARLIER BUSINESS DATES)
      * AND WHERE IT STANDS ON THE CHAIN'S LATEST BUSINESS DATE.
       01  WS-Sla-Table.
           05  WS-Sla-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Sla-Entry Occurs 10 Times.
               10  WS-Sla-Chain-Id  Pic X(8).
               10  WS-Sla-Deadline  Pic 9(5).
               10  WS-Sla-Date      Pic 9(8).
               10  WS-Sla-Paged     Pic X(1).
               10  WS-Sla-Actual-Done Pic X(1).
               10  WS-Sla-First-Proj Pic 9(5).
               10  WS-Sla-Step-Count Pic 9(3)   Binary.
               10  WS-Sla-Step Occurs 20 Times.
                   15  WS-Stp-No        Pic 9(3).
                   15  WS-Stp-Program   Pic X(8).
                   15  WS-Stp-Sum-Secs  Pic 9(11)  Binary.
                   15  WS-Stp-Runs      Pic 9(5)   Binary.
                   15  WS-Stp-Open-Secs Pic 9(11)  Binary.
                   15  WS-Stp-Status    Pic X(9).
                   15  WS-Stp-Start-Secs Pic 9(11) Binary.
                   15  WS-Stp-End-Secs  Pic 9(11)  Binary.
       01  WS-Sla-Sub               Pic 9(3)    Binary.
       01  WS-Find-Chain-Id         Pic X(8).
       01  WS-Stp-Sub               Pic 9(3)    Binary.

      * WORK AREAS FOR ONE CHAIN'S PROJECTION.
       01  WS-Projection.
           05  WS-Row-Secs          Pic 9(11)   Binary.
           05  WS-Now-Secs          Pic 9(11)   Binary.
           05  WS-Base-Secs         Pic 9(11)   Binary.
           05  WS-Remaining-Secs    Pic 9(11)   Binary.
           05  WS-Avg-Secs          Pic 9(11)   Binary.
           05  WS-Ran-Secs          Pic 9(11)   Binary.
           05  WS-Excess-Secs       Pic S9(11)  Binary.
           05  WS-Worst-Excess      Pic S9(11)  Binary.
           05  WS-Current-Step      Pic 9(3).
           05  WS-Current-Sub       Pic 9(3)    Binary.
           05  WS-Slip-Sub          Pic 9(3)    Binary.
           05  WS-Open-Steps        Pic 9(3)    Binary.
           05  WS-Projected-Mins    Pic 9(5).
           05  WS-Actual-Mins       Pic 9(5).
           05  WS-Last-End-Secs     Pic 9(11)   Binary.
       01  WS-Ts-Date               Pic 9(8).
       01  WS-Ts-Hh                 Pic 9(2).
       01  WS-Ts-Mi                 Pic 9(2).
       01  WS-Ts-Ss                 Pic 9(2).
       01  WS-Now-Stamp             Pic X(21).
       01  WS-Breach-Count          Pic 9(3)    Binary Value Zero.

      * A POINT IN THE WINDOW AS DAY-AFTER-BUSINESS-DATE AND HH:MM.
       01  WS-Mins-In               Pic 9(5).
       01  WS-Time-Out.
           05  Pic X(2)  Value "D+".
           05  WS-Time-Day-Out      Pic 9.
           05  Pic X(1)  Value Space.
           05  WS-Time-Hh-Out       Pic 9(2).
           05  Pic X(1)  Value ":".
           05  WS-Time-Mi-Out       Pic 9(2).
       01  WS-Proj-Time-Out         Pic X(9).
       01  WS-Dead-Time-Out         Pic X(9).

       01  WS-Alert-Severity        Pic X(4).
       01  WS-Alert-Program         Pic X(8)    Value "TELCOSLA".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.

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
      * TELCOCHN CALLS THIS PROGRAM MORE THAN ONCE A NIGHT - START
      * EVERY LOOK FROM A CLEAN TABLE.
           Move Zero To WS-Sla-Count WS-Breach-Count
           Perform Load-Deadlines
           If WS-Sla-Count = Zero
               Display "NO CHAIN DEADLINES ON SLADEAD - NOTHING TO "
                       "MONITOR."
               Goback
           End-If
           Move Function Current-Date To WS-Now-Stamp
           Move WS-Now-Stamp (1:8) To WS-Ts-Date
           Move WS-Now-Stamp (9:2) To WS-Ts-Hh
           Move WS-Now-Stamp (11:2) To WS-Ts-Mi
           Move WS-Now-Stamp (13:2) To WS-Ts-Ss
           Perform Compute-Row-Secs
           Move WS-Row-Secs To WS-Now-Secs
           Perform Find-Latest-Dates
           Perform Load-Step-History
           Perform Load-Sla-History
           Display "===== BATCH-WINDOW SLA MONITOR ====="
           Open Extend Sla-History-File
           If WS-History-File-Status Not = "00"
               Open Output Sla-History-File
           End-If
           Perform Check-One-Chain
               Varying WS-Sla-Sub From 1 By 1
               Until WS-Sla-Sub > WS-Sla-Count
           Close Sla-History-File
           If WS-Breach-Count > Zero
               Move 4 To Return-Code
           End-If
           Display "===================================="
           Perform Flush-Audit-Buffer
           Goback
           .

       Load-Deadlines.
           Move "N" To WS-Eof-Flag
           Open Input Sla-Deadline-File
           If WS-Deadline-File-Status = "00"
               Perform Load-One-Deadline Until WS-Eof
               Close Sla-Deadline-File
           End-If
           .

       Load-One-Deadline.
           Read Sla-Deadline-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Sla-Count < 10
                       Add 1 To WS-Sla-Count
                       Move SLD-Chain-Id
                           To WS-Sla-Chain-Id (WS-Sla-Count)
                       Divide SLD-Deadline-Time By 100
                           Giving WS-Ts-Hh Remainder WS-Ts-Mi
                       Compute WS-Sla-Deadline (WS-Sla-Count)
                               = SLD-Day-Offset * 1440
                               + WS-Ts-Hh * 60 + WS-Ts-Mi
                       Move Zero To WS-Sla-Date (WS-Sla-Count)
                                    WS-Sla-First-Proj (WS-Sla-Count)
                                    WS-Sla-Step-Count (WS-Sla-Count)
                       Move "N" To WS-Sla-Paged (WS-Sla-Count)
                                   WS-Sla-Actual-Done (WS-Sla-Count)
                   End-If
           End-Read
           .

      * A CHAIN'S TONIGHT IS THE LATEST BUSINESS DATE IT HAS RUN FOR.
       Find-Latest-Dates.
           Move "N" To WS-Eof-Flag
           Open Input Chain-State-File
           If WS-State-File-Status = "00"
               Perform Find-One-Latest-Date Until WS-Eof
               Close Chain-State-File
           End-If
           .

       Find-One-Latest-Date.
           Read Chain-State-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move CHN-Chain-Id To WS-Find-Chain-Id
                   Perform Find-Chain-Entry
                   If WS-Sla-Sub Not > WS-Sla-Count
                   And CHN-Business-Date > WS-Sla-Date (WS-Sla-Sub)
                       Move CHN-Business-Date
                           To WS-Sla-Date (WS-Sla-Sub)
                   End-If
           End-Read
           .

       Find-Chain-Entry.
           Perform Varying WS-Sla-Sub From 1 By 1
                   Until WS-Sla-Sub > WS-Sla-Count
                   Or WS-Sla-Chain-Id (WS-Sla-Sub) = WS-Find-Chain-Id
               Continue
           End-Perform
           .

      * SECOND PASS - EARLIER DATES BUILD EACH STEP'S TRAILING
      * AVERAGE (STARTED TO COMPLETED, A FAILURE DISCARDING THE
      * ATTEMPT), THE LATEST DATE SAYS WHERE TONIGHT STANDS.
       Load-Step-History.
           Move "N" To WS-Eof-Flag
           Open Input Chain-State-File
           If WS-State-File-Status = "00"
               Perform Load-One-State-Row Until WS-Eof
               Close Chain-State-File
           End-If
           .

       Load-One-State-Row.
           Read Chain-State-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move CHN-Chain-Id To WS-Find-Chain-Id
                   Perform Find-Chain-Entry
                   If WS-Sla-Sub Not > WS-Sla-Count
                       Perform Find-Step-Entry
                   End-If
                   If WS-Sla-Sub Not > WS-Sla-Count
                   And WS-Stp-Sub Not > WS-Sla-Step-Count (WS-Sla-Sub)
                       Perform Apply-State-Row
                   End-If
           End-Read
           .

       Find-Step-Entry.
           Perform Varying WS-Stp-Sub From 1 By 1
                   Until WS-Stp-Sub > WS-Sla-Step-Count (WS-Sla-Sub)
                   Or WS-Stp-No (WS-Sla-Sub WS-Stp-Sub) = CHN-Step-No
               Continue
           End-Perform
           If WS-Stp-Sub > WS-Sla-Step-Count (WS-Sla-Sub)
           And WS-Sla-Step-Count (WS-Sla-Sub) < 20
               Add 1 To WS-Sla-Step-Count (WS-Sla-Sub)
               Move WS-Sla-Step-Count (WS-Sla-Sub) To WS-Stp-Sub
               Move CHN-Step-No To WS-Stp-No (WS-Sla-Sub WS-Stp-Sub)
               Move Zero To WS-Stp-Sum-Secs (WS-Sla-Sub WS-Stp-Sub)
                            WS-Stp-Runs (WS-Sla-Sub WS-Stp-Sub)
                            WS-Stp-Open-Secs (WS-Sla-Sub WS-Stp-Sub)
                            WS-Stp-Start-Secs (WS-Sla-Sub WS-Stp-Sub)
                            WS-Stp-End-Secs (WS-Sla-Sub WS-Stp-Sub)
               Move Spaces To WS-Stp-Status (WS-Sla-Sub WS-Stp-Sub)
           End-If
           .

       Apply-State-Row.
           Move CHN-Program To WS-Stp-Program (WS-Sla-Sub WS-Stp-Sub)
           Move CHN-Timestamp (1:8) To WS-Ts-Date
           Move CHN-Timestamp (9:2) To WS-Ts-Hh
           Move CHN-Timestamp (11:2) To WS-Ts-Mi
           Move CHN-Timestamp (13:2) To WS-Ts-Ss
           Perform Compute-Row-Secs
           If CHN-Business-Date = WS-Sla-Date (WS-Sla-Sub)
               Move CHN-Status To WS-Stp-Status (WS-Sla-Sub WS-Stp-Sub)
               Evaluate CHN-Status
                   When "STARTED"
                       Move WS-Row-Secs
                           To WS-Stp-Start-Secs (WS-Sla-Sub WS-Stp-Sub)
                   When "COMPLETED"
                       Move WS-Row-Secs
                           To WS-Stp-End-Secs (WS-Sla-Sub WS-Stp-Sub)
               End-Evaluate
               Exit Paragraph
           End-If
           Evaluate CHN-Status
               When "STARTED"
                   Move WS-Row-Secs
                       To WS-Stp-Open-Secs (WS-Sla-Sub WS-Stp-Sub)
               When "COMPLETED"
                   If WS-Stp-Open-Secs (WS-Sla-Sub WS-Stp-Sub) > Zero
                   And WS-Row-Secs
                       >= WS-Stp-Open-Secs (WS-Sla-Sub WS-Stp-Sub)
                       Compute WS-Stp-Sum-Secs (WS-Sla-Sub WS-Stp-Sub)
                           = WS-Stp-Sum-Secs (WS-Sla-Sub WS-Stp-Sub)
                           + WS-Row-Secs
                           - WS-Stp-Open-Secs (WS-Sla-Sub WS-Stp-Sub)
                       Add 1 To WS-Stp-Runs (WS-Sla-Sub WS-Stp-Sub)
                   End-If
                   Move Zero
                       To WS-Stp-Open-Secs (WS-Sla-Sub WS-Stp-Sub)
               When Other
                   Move Zero
                       To WS-Stp-Open-Secs (WS-Sla-Sub WS-Stp-Sub)
           End-Evaluate
           .

      * WHAT SLAHIST ALREADY SAYS ABOUT TONIGHT - WHETHER THE CHAIN
      * HAS BEEN PAGED, ITS FIRST PROJECTION, AND WHETHER ITS ACTUAL
      * FINISH IS ALREADY RECORDED.
       Load-Sla-History.
           Move "N" To WS-Eof-Flag
           Open Input Sla-History-File
           If WS-History-File-Status = "00"
               Perform Load-One-History-Row Until WS-Eof
               Close Sla-History-File
           End-If
           .

       Load-One-History-Row.
           Read Sla-History-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move SLH-Chain-Id To WS-Find-Chain-Id
                   Perform Find-Chain-Entry
                   If WS-Sla-Sub Not > WS-Sla-Count
                   And SLH-Business-Date = WS-Sla-Date (WS-Sla-Sub)
                       Perform Apply-History-Row
                   End-If
           End-Read
           .

       Apply-History-Row.
           If SLH-Actual
               Move "Y" To WS-Sla-Actual-Done (WS-Sla-Sub)
               Exit Paragraph
           End-If
           If WS-Sla-First-Proj (WS-Sla-Sub) = Zero
               Move SLH-Projected-Mins To WS-Sla-First-Proj (WS-Sla-Sub)
           End-If
           If SLH-Paged = "Y"
               Move "Y" To WS-Sla-Paged (WS-Sla-Sub)
           End-If
           .

      * ONE CHAIN - FINISHED TONIGHT, RECORD THE ACTUAL ONCE;
      * STILL RUNNING, PROJECT ITS FINISH.
       Check-One-Chain.
           If WS-Sla-Date (WS-Sla-Sub) = Zero
               Display "CHAIN " WS-Sla-Chain-Id (WS-Sla-Sub)
                       " HAS NOT RUN YET."
               Exit Paragraph
           End-If
           Move Zero To WS-Open-Steps WS-Last-End-Secs
           Move 999 To WS-Current-Step
           Move Zero To WS-Current-Sub
           Perform Find-Current-Step
               Varying WS-Stp-Sub From 1 By 1
               Until WS-Stp-Sub > WS-Sla-Step-Count (WS-Sla-Sub)
           Move WS-Sla-Date (WS-Sla-Sub) To WS-Ts-Date
           Move Zero To WS-Ts-Hh WS-Ts-Mi WS-Ts-Ss
           Perform Compute-Row-Secs
           Move WS-Row-Secs To WS-Base-Secs
           If WS-Open-Steps = Zero
               Perform Record-Actual-Finish
           Else
               Perform Project-Chain-Finish
           End-If
           .

       Find-Current-Step.
           If WS-Stp-Status (WS-Sla-Sub WS-Stp-Sub) = "COMPLETED"
               If WS-Stp-End-Secs (WS-Sla-Sub WS-Stp-Sub)
                       > WS-Last-End-Secs
                   Move WS-Stp-End-Secs (WS-Sla-Sub WS-Stp-Sub)
                       To WS-Last-End-Secs
               End-If
           Else
               Add 1 To WS-Open-Steps
               If WS-Stp-No (WS-Sla-Sub WS-Stp-Sub) < WS-Current-Step
                   Move WS-Stp-No (WS-Sla-Sub WS-Stp-Sub)
                       To WS-Current-Step
                   Move WS-Stp-Sub To WS-Current-Sub
               End-If
           End-If
           .

       Record-Actual-Finish.
           If WS-Sla-Actual-Done (WS-Sla-Sub) = "Y"
               Exit Paragraph
           End-If
           Compute WS-Actual-Mins
                   = ( WS-Last-End-Secs - WS-Base-Secs ) / 60
           Move WS-Actual-Mins To WS-Mins-In
           Perform Format-Window-Time
           Move WS-Time-Out To WS-Proj-Time-Out
           Display "CHAIN " WS-Sla-Chain-Id (WS-Sla-Sub) " "
                   WS-Sla-Date (WS-Sla-Sub) " FINISHED AT "
                   WS-Proj-Time-Out
           Move Zero To WS-Slip-Sub
           Initialize Sla-History-Record
           Set SLH-Actual To True
           Move WS-Sla-First-Proj (WS-Sla-Sub) To SLH-Projected-Mins
           Move WS-Actual-Mins To SLH-Actual-Mins
           Move "N" To SLH-Paged
           Perform Write-Sla-History
           .

      * PROJECTED FINISH = NOW + WHAT THE CURRENT STEP HAS LEFT OF
      * ITS AVERAGE + THE AVERAGES OF EVERY STEP STILL TO RUN. THE
      * SLIP IS BLAMED ON THE STEP TONIGHT THAT HAS RUN FURTHEST
      * OVER ITS OWN AVERAGE (THE CURRENT STEP WHEN NONE HAS).
       Project-Chain-Finish.
           Move Zero To WS-Remaining-Secs WS-Worst-Excess
           Move WS-Current-Sub To WS-Slip-Sub
           Perform Project-One-Step
               Varying WS-Stp-Sub From 1 By 1
               Until WS-Stp-Sub > WS-Sla-Step-Count (WS-Sla-Sub)
           Compute WS-Projected-Mins
                   = ( WS-Now-Secs + WS-Remaining-Secs
                     - WS-Base-Secs ) / 60
           Initialize Sla-History-Record
           Set SLH-Projection To True
           Move WS-Projected-Mins To SLH-Projected-Mins
           Move "N" To SLH-Paged
           If WS-Projected-Mins > WS-Sla-Deadline (WS-Sla-Sub)
               Add 1 To WS-Breach-Count
               If WS-Sla-Paged (WS-Sla-Sub) Not = "Y"
                   Perform Page-Projected-Breach
                   Move "Y" To SLH-Paged
                   Move "Y" To WS-Sla-Paged (WS-Sla-Sub)
               End-If
           End-If
           If WS-Sla-First-Proj (WS-Sla-Sub) = Zero
               Move WS-Projected-Mins To WS-Sla-First-Proj (WS-Sla-Sub)
           End-If
           Perform Write-Sla-History
           Move WS-Projected-Mins To WS-Mins-In
           Perform Format-Window-Time
           Move WS-Time-Out To WS-Proj-Time-Out
           Move WS-Sla-Deadline (WS-Sla-Sub) To WS-Mins-In
           Perform Format-Window-Time
           Move WS-Time-Out To WS-Dead-Time-Out
           Display "CHAIN " WS-Sla-Chain-Id (WS-Sla-Sub) " "
                   WS-Sla-Date (WS-Sla-Sub) " AT STEP "
                   WS-Current-Step " PROJECTED " WS-Proj-Time-Out
                   " DEADLINE " WS-Dead-Time-Out
           If WS-Projected-Mins > WS-Sla-Deadline (WS-Sla-Sub)
               Display "*** PROJECTED TO MISS - SLIP AT STEP "
                       WS-Stp-No (WS-Sla-Sub WS-Slip-Sub) " "
                       WS-Stp-Program (WS-Sla-Sub WS-Slip-Sub)
                       " ***"
           End-If
           .

       Project-One-Step.
           If WS-Stp-Runs (WS-Sla-Sub WS-Stp-Sub) > Zero
               Compute WS-Avg-Secs
                       = WS-Stp-Sum-Secs (WS-Sla-Sub WS-Stp-Sub)
                       / WS-Stp-Runs (WS-Sla-Sub WS-Stp-Sub)
           Else
               Move Zero To WS-Avg-Secs
           End-If
           Move Zero To WS-Ran-Secs
           Evaluate True
               When WS-Stp-Status (WS-Sla-Sub WS-Stp-Sub) = "COMPLETED"
                   If WS-Stp-Start-Secs (WS-Sla-Sub WS-Stp-Sub) > Zero
                   And WS-Stp-End-Secs (WS-Sla-Sub WS-Stp-Sub)
                       >= WS-Stp-Start-Secs (WS-Sla-Sub WS-Stp-Sub)
                       Compute WS-Ran-Secs
                           = WS-Stp-End-Secs (WS-Sla-Sub WS-Stp-Sub)
                           - WS-Stp-Start-Secs (WS-Sla-Sub WS-Stp-Sub)
                   End-If
               When WS-Stp-Sub = WS-Current-Sub
                   If WS-Stp-Status (WS-Sla-Sub WS-Stp-Sub) = "STARTED"
                       Compute WS-Ran-Secs = WS-Now-Secs
                           - WS-Stp-Start-Secs (WS-Sla-Sub WS-Stp-Sub)
                   End-If
                   If WS-Avg-Secs > WS-Ran-Secs
                       Compute WS-Remaining-Secs = WS-Remaining-Secs
                               + WS-Avg-Secs - WS-Ran-Secs
                   End-If
               When Other
                   Add WS-Avg-Secs To WS-Remaining-Secs
           End-Evaluate
           If WS-Stp-Runs (WS-Sla-Sub WS-Stp-Sub) > Zero
           And WS-Ran-Secs > Zero
               Compute WS-Excess-Secs = WS-Ran-Secs - WS-Avg-Secs
               If WS-Excess-Secs > WS-Worst-Excess
                   Move WS-Excess-Secs To WS-Worst-Excess
                   Move WS-Stp-Sub To WS-Slip-Sub
               End-If
           End-If
           .

       Page-Projected-Breach.
           Move WS-Projected-Mins To WS-Mins-In
           Perform Format-Window-Time
           Move WS-Time-Out To WS-Proj-Time-Out
           Move WS-Sla-Deadline (WS-Sla-Sub) To WS-Mins-In
           Perform Format-Window-Time
           Move WS-Time-Out To WS-Dead-Time-Out
           Move "CRIT" To WS-Alert-Severity
           Move Spaces To WS-Alert-Message
           String "SLA " WS-Sla-Chain-Id (WS-Sla-Sub)
                  " PROJ " WS-Proj-Time-Out
                  " DEADLINE " WS-Dead-Time-Out
                  " SLIP STEP " WS-Stp-No (WS-Sla-Sub WS-Slip-Sub)
                  " " WS-Stp-Program (WS-Sla-Sub WS-Slip-Sub)
                  Delimited By Size Into WS-Alert-Message
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message
                WS-Alert-Op-Result
           Move "TELCOSLA" To audit-log-program
           Move "SLAPAGE" To audit-log-operation
           Move 4 To audit-log-result-code
           Perform Write-Audit-Record
           .

       Write-Sla-History.
           Move WS-Sla-Chain-Id (WS-Sla-Sub) To SLH-Chain-Id
           Move WS-Sla-Date (WS-Sla-Sub) To SLH-Business-Date
           Move WS-Now-Stamp To SLH-Timestamp
           Move WS-Sla-Deadline (WS-Sla-Sub) To SLH-Deadline-Mins
           If WS-Slip-Sub > Zero
               Move WS-Stp-No (WS-Sla-Sub WS-Slip-Sub) To SLH-Slip-Step
               Move WS-Stp-Program (WS-Sla-Sub WS-Slip-Sub)
                   To SLH-Slip-Program
           End-If
           Write Sla-History-Record
           .

      * SECONDS ON A CONTINUOUS CLOCK FOR WS-Ts-Date/HH/MI/SS.
       Compute-Row-Secs.
           If WS-Ts-Date = Zero
               Move Zero To WS-Row-Secs
               Exit Paragraph
           End-If
           Compute WS-Row-Secs
                   = Function Integer-Of-Date ( WS-Ts-Date ) * 86400
                   + WS-Ts-Hh * 3600 + WS-Ts-Mi * 60 + WS-Ts-Ss
           .

       Format-Window-Time.
           Compute WS-Time-Day-Out = WS-Mins-In / 1440
           Compute WS-Time-Hh-Out
                   = Function Mod ( WS-Mins-In 1440 ) / 60
           Compute WS-Time-Mi-Out = Function Mod ( WS-Mins-In 60 )
           .

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

       End Program TELCOSLA.
