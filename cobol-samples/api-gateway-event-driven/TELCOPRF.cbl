      *  RUNS' AVERAGES, FLAGGING ANY PHASE RUNNING WELL PAST ITS
      *  NORM - "THE RUN IS 40 MINUTES LATE BECAUSE CHECKPOINTING
      *  DEGRADED" BECOMES A LOOKUP INSTEAD OF AN INVESTIGATION.
      *  THE LATEST RUN'S KEYED LOOKUP COUNTS (AND THEIR RATE PER
      *  RECORD) ARE LISTED BELOW THE PHASES, SO THE COST OF THE
      *  REFERENCE LOOKUPS CAN BE WEIGHED AGAINST THE RATE-LOOP TIME.
      *  THE LAST TEN NIGHTS' BATCH-WINDOW FINISHES (SLAHIST, FROM
      *  TELCOSLA) CLOSE THE REPORT - EACH CHAIN'S FIRST PROJECTED
      *  FINISH AGAINST ITS ACTUAL ONE AND ITS DEADLINE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           Select Run-Stats-File Assign To "RUNSTATS"
               Organization Is Sequential
               File Status Is WS-Stats-File-Status.
           Select Sla-History-File Assign To "SLAHIST"
               Organization Is Sequential
               File Status Is WS-Sla-File-Status.

       Data Division.
       File Section.
           05  RST-Ckpt-Secs        Pic 9(7).
           05  RST-Archive-Secs     Pic 9(7).
           05  RST-Publish-Secs     Pic 9(7).
           05  RST-Load-Secs        Pic 9(7).
           05  RST-Lookups Occurs 7 Times
                                    Pic 9(9).

       FD  Sla-History-File
           Recording Mode Is F.
       01  Sla-History-Record.
               COPY SLAHIST.

       Working-Storage Section.

           05  WS-Lat-Run-Id        Pic X(15).
           05  WS-Lat-Date          Pic 9(8).
           05  WS-Lat-Records       Pic 9(9).
           05  WS-Lat-Phase Occurs 5 Times
                                    Pic 9(7).
           05  WS-Lat-Lookups Occurs 7 Times
                                    Pic 9(9).
       01  WS-Prior-Run.
           05  WS-Pri-Records       Pic 9(9).
           05  WS-Pri-Phase Occurs 5 Times
                                    Pic 9(7).
       01  WS-Trailing-Sums.
           05  WS-Trl-Runs          Pic 9(5)    Binary Value Zero.
           05  WS-Trl-Records       Pic 9(11)   Binary Value Zero.
           05  WS-Trl-Phase Occurs 5 Times
                                    Pic 9(11)   Binary.
       01  WS-Records-Seen          Pic 9(5)    Binary Value Zero.
       01  WS-Phase-Sub             Pic 9(1)    Binary.
       01  WS-Phase-Avg             Pic 9(7)V9  Value Zero.
       01  WS-Latest-Rate           Pic 9(7)    Binary Value Zero.
       01  WS-Average-Rate          Pic 9(7)    Binary Value Zero.
       01  WS-Lookup-Sub            Pic 9(1)    Binary.
       01  WS-Lookup-Per-Record     Pic 9(3)V99 Value Zero.

      * THE LAST TEN ACTUAL FINISHES ON SLAHIST, OLDEST FIRST.
       01  WS-Sla-File-Status       Pic X(2)    Value Spaces.
       01  WS-Sla-Eof-Flag          Pic X       Value "N".
         88  WS-Sla-Eof             Value "Y".
       01  WS-Finish-Table.
           05  WS-Fin-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Fin-Entry Occurs 10 Times.
               10  WS-Fin-Chain-Id  Pic X(8).
               10  WS-Fin-Date      Pic 9(8).
               10  WS-Fin-Projected Pic 9(5).
               10  WS-Fin-Actual    Pic 9(5).
               10  WS-Fin-Deadline  Pic 9(5).
       01  WS-Fin-Sub               Pic 9(3)    Binary.
       01  WS-Fin-Variance          Pic S9(5)   Value Zero.
       01  WS-Mins-In               Pic 9(5).
       01  WS-Mins-Left             Pic 9(4).
       01  WS-Mins-Hh               Pic 9(2).
       01  WS-Mins-Mi               Pic 9(2).
       01  WS-Window-Time.
           05  Pic X(2)  Value "D+".
           05  WS-Window-Day        Pic 9.
           05  Pic X(1)  Value Space.
           05  WS-Window-Hh         Pic 9(2).
           05  Pic X(1)  Value ":".
           05  WS-Window-Mi         Pic 9(2).

       01  WS-Finish-Line.
           05  WS-Fin-Chain-Out     Pic X(8).
           05  Pic X(1)  Value Space.
           05  WS-Fin-Date-Out      Pic 9(8).
           05  Pic X(6)  Value " PROJ ".
           05  WS-Fin-Proj-Out      Pic X(9).
           05  Pic X(5)  Value " ACT ".
           05  WS-Fin-Act-Out       Pic X(9).
           05  Pic X(1)  Value Space.
           05  WS-Fin-Var-Out       Pic ++++9.
           05  Pic X(10) Value " MIN  DUE ".
           05  WS-Fin-Due-Out       Pic X(9).
           05  Pic X(1)  Value Space.
           05  WS-Fin-Flag-Out      Pic X(6).

      * ONE LINE PER KEYED LOOKUP FILE - 1 SUBMAST, 2 PLANENRL,
      * 3 RSLASGN, 4 SUBSTAT, 5 PREPAY, 6 CREDLIM, 7 CDRSEEN.
       01  WS-Lookup-Line.
           05  WS-Lookup-Name-Out   Pic X(13).
           05  Pic X(10) Value " LOOKUPS: ".
           05  WS-Lookup-Count-Out  Pic ZZZ,ZZZ,ZZ9.
           05  Pic X(13) Value " PER RECORD: ".
           05  WS-Lookup-Rate-Out   Pic ZZ9.99.

       01  WS-Phase-Line.
           05  WS-Phase-Name-Out    Pic X(13).
           End-If
           Perform Report-One-Phase
               Varying WS-Phase-Sub From 1 By 1
               Until WS-Phase-Sub > 5
           Perform Report-Throughput
           Display "KEYED LOOKUPS - LATEST RUN:"
           Perform Report-One-Lookup
               Varying WS-Lookup-Sub From 1 By 1
               Until WS-Lookup-Sub > 7
           Display "RUNS IN TRAILING AVERAGE: " WS-Trl-Runs
           Perform Report-Window-Finishes
           Display "================================="
           Display "NORMAL END OF EXECUTION."
           Goback
                       Add 1 To WS-Trl-Runs
                       Add WS-Lat-Records To WS-Trl-Records
                       Perform Varying WS-Phase-Sub From 1 By 1
                               Until WS-Phase-Sub > 5
                           Add WS-Lat-Phase (WS-Phase-Sub)
                               To WS-Trl-Phase (WS-Phase-Sub)
                       End-Perform
                   Move RST-Ckpt-Secs To WS-Lat-Phase (2)
                   Move RST-Archive-Secs To WS-Lat-Phase (3)
                   Move RST-Publish-Secs To WS-Lat-Phase (4)
                   Move RST-Load-Secs To WS-Lat-Phase (5)
                   Perform Varying WS-Lookup-Sub From 1 By 1
                           Until WS-Lookup-Sub > 7
                       Move RST-Lookups (WS-Lookup-Sub)
                           To WS-Lat-Lookups (WS-Lookup-Sub)
                   End-Perform
           End-Read
           .

                   Move "ARCHIVES     " To WS-Phase-Name-Out
               When 4
                   Move "PUBLISHES    " To WS-Phase-Name-Out
               When 5
                   Move "KEYED LOADS  " To WS-Phase-Name-Out
           End-Evaluate
           If WS-Trl-Runs > Zero
               Compute WS-Phase-Avg Rounded
                   " TRAILING: " WS-Average-Rate
           .

       Report-One-Lookup.
           Evaluate WS-Lookup-Sub
               When 1
                   Move "  SUBMAST    " To WS-Lookup-Name-Out
               When 2
                   Move "  PLANENRL   " To WS-Lookup-Name-Out
               When 3
                   Move "  RSLASGN    " To WS-Lookup-Name-Out
               When 4
                   Move "  SUBSTAT    " To WS-Lookup-Name-Out
               When 5
                   Move "  PREPAY     " To WS-Lookup-Name-Out
               When 6
                   Move "  CREDLIM    " To WS-Lookup-Name-Out
               When 7
                   Move "  CDRSEEN    " To WS-Lookup-Name-Out
           End-Evaluate
           If WS-Lat-Records > Zero
               Compute WS-Lookup-Per-Record Rounded
                       = WS-Lat-Lookups (WS-Lookup-Sub) / WS-Lat-Records
           Else
               Move Zero To WS-Lookup-Per-Record
           End-If
           Move WS-Lat-Lookups (WS-Lookup-Sub) To WS-Lookup-Count-Out
           Move WS-Lookup-Per-Record To WS-Lookup-Rate-Out
           Display WS-Lookup-Line
           .

      * PROJECTED VS ACTUAL BATCH-WINDOW FINISH, NIGHT BY NIGHT - A
      * PROJECTION WITH NO ACTUAL BESIDE IT (ZERO) WAS NEVER MADE.
       Report-Window-Finishes.
           Move Zero To WS-Fin-Count
           Move "N" To WS-Sla-Eof-Flag
           Open Input Sla-History-File
           If WS-Sla-File-Status = "00"
               Perform Load-One-Finish Until WS-Sla-Eof
               Close Sla-History-File
           End-If
           If WS-Fin-Count = Zero
               Exit Paragraph
           End-If
           Display "BATCH-WINDOW FINISH - PROJECTED VS ACTUAL:"
           Perform Report-One-Finish
               Varying WS-Fin-Sub From 1 By 1
               Until WS-Fin-Sub > WS-Fin-Count
           .

       Load-One-Finish.
           Read Sla-History-File
               At End
                   Set WS-Sla-Eof To True
               Not At End
                   If SLH-Actual
                       Perform Hold-One-Finish
                   End-If
           End-Read
           .

       Hold-One-Finish.
           If WS-Fin-Count = 10
               Perform Shift-One-Finish
                   Varying WS-Fin-Sub From 1 By 1
                   Until WS-Fin-Sub > 9
           Else
               Add 1 To WS-Fin-Count
           End-If
           Move SLH-Chain-Id To WS-Fin-Chain-Id (WS-Fin-Count)
           Move SLH-Business-Date To WS-Fin-Date (WS-Fin-Count)
           Move SLH-Projected-Mins To WS-Fin-Projected (WS-Fin-Count)
           Move SLH-Actual-Mins To WS-Fin-Actual (WS-Fin-Count)
           Move SLH-Deadline-Mins To WS-Fin-Deadline (WS-Fin-Count)
           .

       Shift-One-Finish.
           Move WS-Fin-Entry (WS-Fin-Sub + 1)
               To WS-Fin-Entry (WS-Fin-Sub)
           .

       Report-One-Finish.
           Move WS-Fin-Chain-Id (WS-Fin-Sub) To WS-Fin-Chain-Out
           Move WS-Fin-Date (WS-Fin-Sub) To WS-Fin-Date-Out
           Move WS-Fin-Projected (WS-Fin-Sub) To WS-Mins-In
           Perform Format-Window-Time
           Move WS-Window-Time To WS-Fin-Proj-Out
           Move WS-Fin-Actual (WS-Fin-Sub) To WS-Mins-In
           Perform Format-Window-Time
           Move WS-Window-Time To WS-Fin-Act-Out
           Move WS-Fin-Deadline (WS-Fin-Sub) To WS-Mins-In
           Perform Format-Window-Time
           Move WS-Window-Time To WS-Fin-Due-Out
           If WS-Fin-Projected (WS-Fin-Sub) = Zero
               Move Zero To WS-Fin-Variance
           Else
               Compute WS-Fin-Variance = WS-Fin-Actual (WS-Fin-Sub)
                       - WS-Fin-Projected (WS-Fin-Sub)
           End-If
           Move WS-Fin-Variance To WS-Fin-Var-Out
           If WS-Fin-Actual (WS-Fin-Sub)
                   > WS-Fin-Deadline (WS-Fin-Sub)
               Move "MISSED" To WS-Fin-Flag-Out
           Else
               Move "MET" To WS-Fin-Flag-Out
           End-If
           Display WS-Finish-Line
           .

       Format-Window-Time.
           Divide WS-Mins-In By 1440 Giving WS-Window-Day
               Remainder WS-Mins-Left
           Divide WS-Mins-Left By 60 Giving WS-Mins-Hh
               Remainder WS-Mins-Mi
           Move WS-Mins-Hh To WS-Window-Hh
           Move WS-Mins-Mi To WS-Window-Mi
           .

       End Program TELCOPRF.
