      *  THE NIGHT'S FRAUD ALERTS, AND EVERYTHING TELCOALR PAGED
      *  OVERNIGHT (READ BACK FROM ITS ENTRIES IN THE SHARED AUDIT
      *  LOG) - THE PAGE THE OUTGOING OPERATOR USED TO ASSEMBLE BY
      *  HAND FROM FIVE PLACES AT 07:00. THE CDR FILE SEQUENCE
      *  EXCEPTIONS TELCOBAT LOGGED OVERNIGHT (CDRGAPS - SKIPPED,
      *  LATE AND OUT-OF-ORDER FILES PER SWITCH) ARE LISTED, WITH
      *  ANY SWITCH IN THE SWSEQ REGISTER NOW OVERDUE ON ITS CADENCE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential
               File Status Is WS-Audit-File-Status.
      * PER-SWITCH CDR FILE SEQUENCE EXCEPTIONS AND THE REGISTER OF
      * EACH SWITCH'S LAST DELIVERY AND CADENCE - BOTH KEPT BY
      * TELCOBAT AS FILES ARRIVE.
           Select Seq-Gap-File Assign To "CDRGAPS"
               Organization Is Sequential
               File Status Is WS-Cdrgap-File-Status.
           Select Switch-Seq-File Assign To "SWSEQ"
               Organization Is Sequential
               File Status Is WS-Swseq-File-Status.

       Data Division.
       File Section.
      * THE OPERATING COMPANY THE RUN BILLED FOR - PERIOD REPORTS
      * AND THE GL EXPORT SEGREGATE BY IT.
           05  RS-Company           Pic X(3).
           05  RS-Class-Calls Occurs 5 Times
                                Pic 9(9)        Binary.

       FD  Run-Control-File
           Recording Mode Is F.
           05  RUN-Run-Id           Pic X(15).
           05  RUN-Timestamp        Pic X(26).
           05  RUN-Company          Pic X(3).
           05  RUN-Switch-Id        Pic X(4).

       FD  Suspense-File
           Recording Mode Is F.
       FD  Audit-Log-File.
       COPY OPAUDIT.

       FD  Seq-Gap-File
           Recording Mode Is F.
       01  Seq-Gap-Record.
               COPY CDRGAP.

       FD  Switch-Seq-File
           Recording Mode Is F.
       01  Switch-Seq-Record.
               COPY SWSEQ.

       Working-Storage Section.

       01  WS-Generic-File-Status   Pic X(2)    Value Spaces.
       01  WS-Alert-File-Status     Pic X(2)    Value Spaces.
       01  WS-Hist-File-Status      Pic X(2)    Value Spaces.
       01  WS-Audit-File-Status     Pic X(2)    Value Spaces.
       01  WS-Cdrgap-File-Status    Pic X(2)    Value Spaces.
       01  WS-Swseq-File-Status     Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Dlq-Total             Pic 9(9)    Binary.

      * TRACKING THE LAST STATUS PER RUN-CONTROL KEY - LAST RECORD
      * FOR A DATE/SWITCH/SEQ WINS, SAME CONVENTION THE FILE IS
      * WRITTEN UNDER.
       01  WS-Run-Status-Table.
           05  WS-Rst-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Rst-Entry Occurs 100 Times.
               10  WS-Rst-Switch    Pic X(4).
               10  WS-Rst-Seq       Pic 9(6).
               10  WS-Rst-Status    Pic X(9).
       01  WS-Rst-Sub               Pic 9(3)    Binary.
       01  WS-Rst-Found-Flag        Pic X       Value "N".
         88  WS-Rst-Found           Value "Y".

      * OVERNIGHT CDR FILE SEQUENCE EXCEPTIONS AND OVERDUE SWITCHES
      * - COUNTED BY KIND, THE FIRST 20 OF EACH HELD FOR LISTING.
       01  WS-Sequence-Counts.
           05  WS-Gaps-Tonight      Pic 9(5)    Binary Value Zero.
           05  WS-Files-Missing     Pic 9(9)    Binary Value Zero.
           05  WS-Late-Tonight      Pic 9(5)    Binary Value Zero.
           05  WS-Order-Tonight     Pic 9(5)    Binary Value Zero.
           05  WS-Overdue-Switches  Pic 9(5)    Binary Value Zero.
       01  WS-Seq-Line-Table.
           05  WS-Seq-Line-Count    Pic 9(3)    Binary Value Zero.
           05  WS-Seq-Line Occurs 20 Times Pic X(72).
       01  WS-Seq-Line-Sub          Pic 9(3)    Binary.
       01  WS-Overdue-Table.
           05  WS-Ovd-Line-Count    Pic 9(3)    Binary Value Zero.
           05  WS-Ovd-Line Occurs 20 Times Pic X(72).
       01  WS-Seq-Out               Pic 9(6).
       01  WS-Seq-Count-Out         Pic Z(5)9.
       01  WS-Seq-Mins-Out          Pic Z(6)9.
       01  WS-Seq-Cadence-Out       Pic Z(4)9.
       01  WS-Swq-Now               Pic X(14).
       01  WS-Swq-Now-Parts Redefines WS-Swq-Now.
           05  WS-Swq-Now-Date      Pic 9(8).
           05  WS-Swq-Now-Hh        Pic 9(2).
           05  WS-Swq-Now-Mi        Pic 9(2).
           05  WS-Swq-Now-Ss        Pic 9(2).
       01  WS-Swq-Last              Pic X(14).
       01  WS-Swq-Last-Parts Redefines WS-Swq-Last.
           05  WS-Swq-Last-Date     Pic 9(8).
           05  WS-Swq-Last-Hh       Pic 9(2).
           05  WS-Swq-Last-Mi       Pic 9(2).
           05  WS-Swq-Last-Ss       Pic 9(2).
       01  WS-Swq-Elapsed           Pic S9(9)   Binary.

       01  WS-Delta-Line.
           05  WS-Delta-Label       Pic X(21).
           05  WS-Delta-Count-Out   Pic Z,ZZZ,ZZZ,ZZ9.
           Perform Count-Dead-Letters
           Perform Count-Alerts
           Perform Count-Overnight-Pages
           Perform Collect-Sequence-Exceptions
           Perform Check-Overdue-Switches
           Perform Load-Prior-Counts
           Perform Print-Handover-Page
           Perform Record-Handover-History
                               Until WS-Rst-Sub > WS-Rst-Count
                               Or WS-Rst-Found
                           If WS-Rst-Seq (WS-Rst-Sub) = RUN-File-Seq
                           And WS-Rst-Switch (WS-Rst-Sub)
                               = RUN-Switch-Id
                               Set WS-Rst-Found To True
                               Move RUN-Status
                                   To WS-Rst-Status (WS-Rst-Sub)
                           Add 1 To WS-Rst-Count
                           Move RUN-File-Seq
                               To WS-Rst-Seq (WS-Rst-Count)
                           Move RUN-Switch-Id
                               To WS-Rst-Switch (WS-Rst-Count)
                           Move RUN-Status
                               To WS-Rst-Status (WS-Rst-Count)
                       End-If
           End-Read
           .

      * THE NIGHT'S CDR FILE SEQUENCE EXCEPTIONS FROM CDRGAPS - THE
      * FILES A SWITCH SKIPPED, DELIVERED LATE OR DELIVERED OUT OF
      * ORDER, AS TELCOBAT SAW THEM ARRIVE.
       Collect-Sequence-Exceptions.
           Move "N" To WS-Eof-Flag
           Open Input Seq-Gap-File
           If WS-Cdrgap-File-Status = "00"
               Perform Collect-One-Exception Until WS-Eof
               Close Seq-Gap-File
           End-If
           .

       Collect-One-Exception.
           Read Seq-Gap-File
               At End
                   Set WS-Eof To True
               Not At End
                   If GAP-Timestamp (1:8) = WS-Business-Date
                       Perform Hold-One-Exception
                   End-If
           End-Read
           .

       Hold-One-Exception.
           Evaluate True
               When GAP-Skipped
                   Add 1 To WS-Gaps-Tonight
                   Add GAP-Missing-Count To WS-Files-Missing
               When GAP-Late
                   Add 1 To WS-Late-Tonight
               When Other
                   Add 1 To WS-Order-Tonight
           End-Evaluate
           If WS-Seq-Line-Count Not < 20
               Exit Paragraph
           End-If
           Add 1 To WS-Seq-Line-Count
           Move Spaces To WS-Seq-Line (WS-Seq-Line-Count)
           Move GAP-Expected-Seq To WS-Seq-Out
           Evaluate True
               When GAP-Skipped
                   Move GAP-Missing-Count To WS-Seq-Count-Out
                   String "  GAP  SWITCH " GAP-Switch-Id
                          " EXPECTED " WS-Seq-Out
                          " GOT " GAP-Received-Seq
                          " MISSING" WS-Seq-Count-Out
                          Delimited By Size
                          Into WS-Seq-Line (WS-Seq-Line-Count)
               When GAP-Late
                   Move GAP-Elapsed-Mins To WS-Seq-Mins-Out
                   String "  LATE SWITCH " GAP-Switch-Id
                          " SEQ " GAP-Received-Seq
                          " AFTER" WS-Seq-Mins-Out " MINS"
                          Delimited By Size
                          Into WS-Seq-Line (WS-Seq-Line-Count)
               When Other
                   String "  ORDR SWITCH " GAP-Switch-Id
                          " SEQ " GAP-Received-Seq
                          " BEHIND EXPECTED " WS-Seq-Out
                          Delimited By Size
                          Into WS-Seq-Line (WS-Seq-Line-Count)
           End-Evaluate
           .

      * A SWITCH THAT HAS SENT NOTHING SINCE LONGER AGO THAN ITS
      * CADENCE - THE FILE THAT NEVER ARRIVED AND THAT NO LATER FILE
      * HAS YET EXPOSED AS A GAP.
       Check-Overdue-Switches.
           Move Function Current-Date (1:14) To WS-Swq-Now
           Move "N" To WS-Eof-Flag
           Open Input Switch-Seq-File
           If WS-Swseq-File-Status = "00"
               Perform Check-One-Switch Until WS-Eof
               Close Switch-Seq-File
           End-If
           .

       Check-One-Switch.
           Read Switch-Seq-File
               At End
                   Set WS-Eof To True
               Not At End
                   If SWQ-Cadence-Mins > Zero
                   And SWQ-Last-Received Not = Spaces
                       Perform Test-Switch-Overdue
                   End-If
           End-Read
           .

       Test-Switch-Overdue.
           Move SWQ-Last-Received To WS-Swq-Last
           Compute WS-Swq-Elapsed =
                   ( Function Integer-Of-Date ( WS-Swq-Now-Date )
                   - Function Integer-Of-Date ( WS-Swq-Last-Date ) )
                   * 1440
                   + WS-Swq-Now-Hh * 60 + WS-Swq-Now-Mi
                   - WS-Swq-Last-Hh * 60 - WS-Swq-Last-Mi
           If WS-Swq-Elapsed Not > SWQ-Cadence-Mins
               Exit Paragraph
           End-If
           Add 1 To WS-Overdue-Switches
           If WS-Ovd-Line-Count Not < 20
               Exit Paragraph
           End-If
           Add 1 To WS-Ovd-Line-Count
           Move Spaces To WS-Ovd-Line (WS-Ovd-Line-Count)
           Move WS-Swq-Elapsed To WS-Seq-Mins-Out
           Move SWQ-Cadence-Mins To WS-Seq-Cadence-Out
           String "  OVERDUE SWITCH " SWQ-Switch-Id
                  " NEXT " SWQ-Next-Seq
                  " SILENT" WS-Seq-Mins-Out " MINS (CADENCE"
                  WS-Seq-Cadence-Out ")"
                  Delimited By Size
                  Into WS-Ovd-Line (WS-Ovd-Line-Count)
           .

      * THE LAST HANDOVER BEFORE TODAY SUPPLIES YESTERDAY'S BACKLOG
      * FIGURES FOR THE DELTA COLUMN.
       Load-Prior-Counts.
           Display "FRAUD ALERTS TONIGHT: " WS-Alerts-Tonight
           Display "ALERTS PAGED TONIGHT: " WS-Pages-Tonight
                   " (CRIT: " WS-Crit-Pages ")"
           Display "----- CDR FILE SEQUENCE (PER SWITCH) -----"
           Display "GAPS (FILES SKIPPED): " WS-Gaps-Tonight
                   " (FILES MISSING: " WS-Files-Missing ")"
           Display "LATE FILES..........: " WS-Late-Tonight
           Display "OUT OF ORDER........: " WS-Order-Tonight
           Display "SWITCHES OVERDUE....: " WS-Overdue-Switches
           Perform Print-One-Seq-Line
               Varying WS-Seq-Line-Sub From 1 By 1
               Until WS-Seq-Line-Sub > WS-Seq-Line-Count
           Perform Print-One-Overdue-Line
               Varying WS-Seq-Line-Sub From 1 By 1
               Until WS-Seq-Line-Sub > WS-Ovd-Line-Count
           Display "AWAITING OPERATOR ACTION: SUSPENSE "
                   WS-Suspense-Count " / DLQ " WS-Dlq-Total
           Display "================================================"
           .

       Print-One-Seq-Line.
           Display WS-Seq-Line (WS-Seq-Line-Sub)
           .

       Print-One-Overdue-Line.
           Display WS-Ovd-Line (WS-Seq-Line-Sub)
           .

       Record-Handover-History.
           Move WS-Business-Date To HH-Report-Date
           Move WS-Suspense-Count To HH-Suspense-Count
