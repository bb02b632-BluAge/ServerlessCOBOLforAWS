       Identification Division.
       Program-ID. TELCOPIR.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  PARTNER INVOICE RECONCILIATION - IMPORTS THE INVOICES
      *  CARRIERS AND ROAMING PARTNERS SENT US (PTNRINV) AND MATCHES
      *  EACH LINE TO OUR OWN STATEMENT RECORD FOR THE SAME PARTNER,
      *  DIRECTION AND PERIOD - CARRSTMT FROM TELCOICS, ROAMSTMT FROM
      *  TELCORMS. MINUTE AND AMOUNT VARIANCES ARE REPORTED AGAINST
      *  TOLERANCES SET BY TELCO_TOL_MINUTES_PCT (PERCENT OF OUR
      *  MINUTES) AND TELCO_TOL_AMOUNT (CURRENCY UNITS). A LINE
      *  OUTSIDE EITHER TOLERANCE, OR WITH NO STATEMENT OF OURS TO
      *  MATCH, IS WRITTEN TO THE DISPUTE FILE (PTNRDISP) WITH OUR
      *  MINUTE COUNTS BY DAY FROM CDRRATED. AN INVOICE WHOSE LINES
      *  ALL MATCH WITHIN TOLERANCE IS RELEASED FOR PAYMENT (PAYREL)
      *  AT THE INVOICED AMOUNT - ONCE; A REFERENCE ALREADY RELEASED
      *  IS NOT RELEASED AGAIN.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Partner-Invoice-File Assign To "PTNRINV"
               Organization Is Sequential
               File Status Is WS-Ptnrinv-File-Status.
           Select Carrier-Statement-File Assign To "CARRSTMT"
               Organization Is Sequential
               File Status Is WS-Carrstmt-File-Status.
           Select Roam-Statement-File Assign To "ROAMSTMT"
               Organization Is Sequential
               File Status Is WS-Roamstmt-File-Status.
      * RESCANNED PER DISPUTED LINE FOR THE SUPPORTING DAILY COUNTS.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Dispute-File Assign To "PTNRDISP"
               Organization Is Sequential.
           Select Payment-Release-File Assign To "PAYREL"
               Organization Is Sequential
               File Status Is WS-Payrel-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Partner-Invoice-File
           Recording Mode Is F.
       01  Partner-Invoice-Record.
               COPY PTNRINV.

      * SAME LAYOUT TELCOICS WRITES.
       FD  Carrier-Statement-File
           Recording Mode Is F.
       01  Statement-Record.
           05  ST-Carrier-Code      Pic X(4).
           05  ST-Direction         Pic X(1).
           05  ST-Period-Start      Pic 9(8).
           05  ST-Period-End        Pic 9(8).
           05  ST-Call-Count        Pic 9(9).
           05  ST-Minutes           Pic 9(11).
           05  ST-Amount            Pic S9(11)V99   Binary.

      * SAME LAYOUT TELCORMS WRITES.
       FD  Roam-Statement-File
           Recording Mode Is F.
       01  Roam-Statement-Record.
           05  RS-Partner-Code      Pic X(4).
           05  RS-Period-Start      Pic 9(8).
           05  RS-Period-End        Pic 9(8).
           05  RS-Call-Count        Pic 9(9).
           05  RS-Minutes           Pic 9(11).
           05  RS-Surcharge-Billed  Pic S9(11)V99   Binary.
           05  RS-Settlement-Due    Pic S9(11)V99   Binary.

       FD  Rated-Input-File
           Recording Mode Is F.
       01  Rated-Output-Record.
           05  RO-InRec             Pic S9(15)      Packed-Decimal.
           05  RO-Currency          Pic X(3).
           05  RO-Subscriber-Id     Pic X(10).
           05  RO-Call-Date         Pic 9(8).
               COPY RATEDTL REPLACING LEADING ==RD-== BY ==RO-==.

       FD  Dispute-File
           Recording Mode Is F.
       01  Dispute-Record.
               COPY PTNRDISP.

       FD  Payment-Release-File
           Recording Mode Is F.
       01  Payment-Release-Record.
               COPY PAYREL.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Ptnrinv-File-Status   Pic X(2)    Value Spaces.
       01  WS-Carrstmt-File-Status  Pic X(2)    Value Spaces.
       01  WS-Roamstmt-File-Status  Pic X(2)    Value Spaces.
       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Payrel-File-Status    Pic X(2)    Value Spaces.
       01  WS-Inv-Eof-Flag          Pic X       Value "N".
         88  WS-Inv-Eof             Value "Y".
       01  WS-Rated-Eof-Flag        Pic X       Value "N".
         88  WS-Rated-Eof           Value "Y".
       01  WS-Rel-Eof-Flag          Pic X       Value "N".
         88  WS-Rel-Eof             Value "Y".

      * TOLERANCES - GETENVOP CONVENTION, DEFAULTS KEPT WHEN UNSET.
       01  WS-Tolerance-Control.
           05  WS-Tol-Minutes-Pct   Pic 9(3)V99 Value 1.00.
           05  WS-Tol-Amount        Pic 9(7)V99 Value 1.00.
           05  WS-Tol-Min-Env-Name  Pic X(32)
                   Value "TELCO_TOL_MINUTES_PCT".
           05  WS-Tol-Amt-Env-Name  Pic X(32)
                   Value "TELCO_TOL_AMOUNT".
           05  WS-Tol-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Tol-Ge-Result     Pic 9(2)    Binary.

      * RUN-ID FOR THE AUDIT ENTRY AND THE RELEASE ROWS - SAME
      * GETENVOP CONVENTION AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.
       01  WS-Today                 Pic 9(8).

      * OUR STATEMENTS - CARRIER ROWS ("C") AND ROAMING ROWS ("R")
      * IN ONE TABLE. THE ROAMING AMOUNT IS THE SETTLEMENT DUE.
       01  WS-Stmt-Table.
           05  WS-Stm-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Stm-Entry Occurs 200 Times.
               10  WS-Stm-Source    Pic X(1).
               10  WS-Stm-Code      Pic X(4).
               10  WS-Stm-Dir       Pic X(1).
               10  WS-Stm-Pstart    Pic 9(8).
               10  WS-Stm-Pend      Pic 9(8).
               10  WS-Stm-Minutes   Pic 9(11).
               10  WS-Stm-Amount    Pic S9(11)V99.
       01  WS-Stm-Sub               Pic 9(3)    Binary.
       01  WS-Stm-Found-Flag        Pic X       Value "N".
         88  WS-Stm-Found           Value "Y".

      * THE IMPORTED INVOICE LINES AND HOW EACH CAME OUT - "W"
      * WITHIN TOLERANCE, "D" DISPUTED.
       01  WS-Line-Table.
           05  WS-Lin-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Lin-Entry Occurs 500 Times.
               10  WS-Lin-Source    Pic X(1).
               10  WS-Lin-Code      Pic X(4).
               10  WS-Lin-Dir       Pic X(1).
               10  WS-Lin-Ref       Pic X(20).
               10  WS-Lin-Pstart    Pic 9(8).
               10  WS-Lin-Pend      Pic 9(8).
               10  WS-Lin-Minutes   Pic 9(11).
               10  WS-Lin-Amount    Pic S9(11)V99.
               10  WS-Lin-Result    Pic X(1).
       01  WS-Lin-Sub               Pic 9(3)    Binary.
       01  WS-Lin-Sub-2             Pic 9(3)    Binary.
       01  WS-Invoice-Disputed-Flag Pic X       Value "N".
         88  WS-Invoice-Disputed    Value "Y".

      * INVOICES ALREADY RELEASED BY EARLIER RUNS.
       01  WS-Released-Table.
           05  WS-Rel-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Rel-Entry Occurs 2000 Times.
               10  WS-Rel-Source    Pic X(1).
               10  WS-Rel-Code      Pic X(4).
               10  WS-Rel-Ref       Pic X(20).
       01  WS-Rel-Sub               Pic 9(4)    Binary.
       01  WS-Already-Released-Flag Pic X       Value "N".
         88  WS-Already-Released    Value "Y".

      * MATCH WORK FOR THE LINE IN HAND.
       01  WS-Match-Work.
           05  WS-Our-Minutes       Pic 9(11).
           05  WS-Our-Amount        Pic S9(11)V99.
           05  WS-Minute-Variance   Pic S9(11).
           05  WS-Amount-Variance   Pic S9(11)V99.
           05  WS-Minute-Allowed    Pic 9(11).
           05  WS-Dispute-Reason    Pic X(12).

      * OUR DAILY COUNTS FOR A DISPUTED LINE - ONE SLOT PER DAY OF
      * ITS PERIOD, INDEXED FROM THE PERIOD START.
       01  WS-Day-Table.
           05  WS-Day-Entry Occurs 62 Times.
               10  WS-Day-Calls     Pic 9(9)    Binary.
               10  WS-Day-Minutes   Pic 9(11)   Binary.
       01  WS-Day-Sub               Pic 9(3)    Binary.
       01  WS-Day-Work.
           05  WS-Day-Start-Int     Pic 9(7)    Binary.
           05  WS-Day-Offset        Pic S9(7)   Binary.
           05  WS-Day-Limit         Pic 9(3)    Binary.
           05  WS-Day-Beyond        Pic 9(9)    Binary.
           05  WS-Day-Date-Int      Pic 9(7)    Binary.

      * RUN COUNTERS.
       01  WS-Lines-Read            Pic 9(9)    Binary Value Zero.
       01  WS-Lines-Within          Pic 9(9)    Binary Value Zero.
       01  WS-Lines-Disputed        Pic 9(9)    Binary Value Zero.
       01  WS-Lines-Unmatched       Pic 9(9)    Binary Value Zero.
       01  WS-Lines-Released        Pic 9(9)    Binary Value Zero.
       01  WS-Lines-Agreed-Recv     Pic 9(9)    Binary Value Zero.
       01  WS-Lines-Held            Pic 9(9)    Binary Value Zero.
       01  WS-Lines-Prior-Release   Pic 9(9)    Binary Value Zero.
       01  WS-Released-Amount       Pic S9(11)V99 Binary Value Zero.
       01  WS-Disputed-Amount       Pic S9(11)V99 Binary Value Zero.

      * REPORT LINES.
       01  WS-Recon-Line.
           05  WS-Rline-Source-Out  Pic X(1).
           05  Pic X(1)  Value Space.
           05  WS-Rline-Code-Out    Pic X(4).
           05  Pic X(1)  Value Space.
           05  WS-Rline-Dir-Out     Pic X(1).
           05  Pic X(1)  Value Space.
           05  WS-Rline-Ref-Out     Pic X(20).
           05  Pic X(9)  Value " MIN VAR:".
           05  WS-Rline-Min-Var-Out Pic -(10)9.
           05  Pic X(9)  Value " AMT VAR:".
           05  WS-Rline-Amt-Var-Out Pic -(9)9.99.
           05  Pic X(1)  Value Space.
           05  WS-Rline-Result-Out  Pic X(12).
       01  WS-Amount-Out            Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-Tol-Line.
           05  Pic X(19) Value "TOLERANCE: MINUTES ".
           05  WS-Tol-Min-Out       Pic ZZ9.99.
           05  Pic X(13) Value " PCT, AMOUNT ".
           05  WS-Tol-Amt-Out       Pic Z,ZZZ,ZZ9.99.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Tolerances
           Move Function Current-Date (1:8) To WS-Today
           Perform Load-Carrier-Statements
           Perform Load-Roaming-Statements
           Perform Load-Released-Invoices
           Open Input Partner-Invoice-File
           If WS-Ptnrinv-File-Status Not = "00"
               Display "NO PARTNER INVOICE FILE TO RECONCILE."
               Goback
           End-If
           Perform Read-Invoice-Line
           Perform Load-One-Invoice-Line Until WS-Inv-Eof
           Close Partner-Invoice-File
           Display "===== PARTNER INVOICE RECONCILIATION ====="
           Move WS-Tol-Minutes-Pct To WS-Tol-Min-Out
           Move WS-Tol-Amount To WS-Tol-Amt-Out
           Display WS-Tol-Line
           Open Output Dispute-File
           Perform Reconcile-One-Line
               Varying WS-Lin-Sub From 1 By 1
               Until WS-Lin-Sub > WS-Lin-Count
           Close Dispute-File
           Open Extend Payment-Release-File
           If WS-Payrel-File-Status Not = "00"
               Open Output Payment-Release-File
           End-If
           Perform Release-One-Line
               Varying WS-Lin-Sub From 1 By 1
               Until WS-Lin-Sub > WS-Lin-Count
           Close Payment-Release-File
           Move "TELCOPIR" To audit-log-program
           Move "PINVRECN" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "INVOICE LINES READ....: " WS-Lines-Read
           Display "WITHIN TOLERANCE......: " WS-Lines-Within
           Display "DISPUTED..............: " WS-Lines-Disputed
           Display "  OF WHICH UNMATCHED..: " WS-Lines-Unmatched
           Display "RELEASED FOR PAYMENT..: " WS-Lines-Released
           Display "AGREED (RECEIVABLE)...: " WS-Lines-Agreed-Recv
           Display "HELD WITH INVOICE.....: " WS-Lines-Held
           Display "ALREADY RELEASED......: " WS-Lines-Prior-Release
           Move WS-Released-Amount To WS-Amount-Out
           Display "AMOUNT RELEASED.......: " WS-Amount-Out
           Move WS-Disputed-Amount To WS-Amount-Out
           Display "AMOUNT VARIANCE DISPUTED: " WS-Amount-Out
           Display "=========================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * READS THE TOLERANCES, KEEPING THE DEFAULT FOR ANY VARIABLE
      * LEFT UNSET.
       Get-Tolerances.
           Call "GETENVOP" Using WS-Tol-Min-Env-Name WS-Tol-Env-Value
                WS-Tol-Ge-Result
           If WS-Tol-Ge-Result < 19
                   And WS-Tol-Env-Value Not = Spaces
               Compute WS-Tol-Minutes-Pct =
                       Function Numval ( WS-Tol-Env-Value )
           End-If
           Move Spaces To WS-Tol-Env-Value
           Call "GETENVOP" Using WS-Tol-Amt-Env-Name WS-Tol-Env-Value
                WS-Tol-Ge-Result
           If WS-Tol-Ge-Result < 19
                   And WS-Tol-Env-Value Not = Spaces
               Compute WS-Tol-Amount =
                       Function Numval ( WS-Tol-Env-Value )
           End-If
           .

       Load-Carrier-Statements.
           Open Input Carrier-Statement-File
           If WS-Carrstmt-File-Status = "00"
               Perform Until WS-Carrstmt-File-Status Not = "00"
                   Read Carrier-Statement-File
                   If WS-Carrstmt-File-Status = "00"
                   And WS-Stm-Count < 200
                       Add 1 To WS-Stm-Count
                       Move "C" To WS-Stm-Source (WS-Stm-Count)
                       Move ST-Carrier-Code
                           To WS-Stm-Code (WS-Stm-Count)
                       Move ST-Direction To WS-Stm-Dir (WS-Stm-Count)
                       Move ST-Period-Start
                           To WS-Stm-Pstart (WS-Stm-Count)
                       Move ST-Period-End
                           To WS-Stm-Pend (WS-Stm-Count)
                       Move ST-Minutes
                           To WS-Stm-Minutes (WS-Stm-Count)
                       Move ST-Amount To WS-Stm-Amount (WS-Stm-Count)
                   End-If
               End-Perform
               Close Carrier-Statement-File
           End-If
           .

       Load-Roaming-Statements.
           Open Input Roam-Statement-File
           If WS-Roamstmt-File-Status = "00"
               Perform Until WS-Roamstmt-File-Status Not = "00"
                   Read Roam-Statement-File
                   If WS-Roamstmt-File-Status = "00"
                   And WS-Stm-Count < 200
                       Add 1 To WS-Stm-Count
                       Move "R" To WS-Stm-Source (WS-Stm-Count)
                       Move RS-Partner-Code
                           To WS-Stm-Code (WS-Stm-Count)
                       Move Space To WS-Stm-Dir (WS-Stm-Count)
                       Move RS-Period-Start
                           To WS-Stm-Pstart (WS-Stm-Count)
                       Move RS-Period-End
                           To WS-Stm-Pend (WS-Stm-Count)
                       Move RS-Minutes
                           To WS-Stm-Minutes (WS-Stm-Count)
                       Move RS-Settlement-Due
                           To WS-Stm-Amount (WS-Stm-Count)
                   End-If
               End-Perform
               Close Roam-Statement-File
           End-If
           .

       Load-Released-Invoices.
           Move Zero To WS-Rel-Count
           Move "N" To WS-Rel-Eof-Flag
           Open Input Payment-Release-File
           If WS-Payrel-File-Status = "00"
               Perform Read-One-Release Until WS-Rel-Eof
               Close Payment-Release-File
           End-If
           .

       Read-One-Release.
           Read Payment-Release-File
               At End
                   Set WS-Rel-Eof To True
               Not At End
                   If WS-Rel-Count < 2000
                       Add 1 To WS-Rel-Count
                       Move PR-Source To WS-Rel-Source (WS-Rel-Count)
                       Move PR-Partner-Code
                           To WS-Rel-Code (WS-Rel-Count)
                       Move PR-Invoice-Ref To WS-Rel-Ref (WS-Rel-Count)
                   End-If
           End-Read
           .

       Read-Invoice-Line.
           Read Partner-Invoice-File
               At End Set WS-Inv-Eof To True
           End-Read
           .

       Load-One-Invoice-Line.
           Add 1 To WS-Lines-Read
           If WS-Lin-Count < 500
               Add 1 To WS-Lin-Count
               Move PV-Source To WS-Lin-Source (WS-Lin-Count)
               Move PV-Partner-Code To WS-Lin-Code (WS-Lin-Count)
               Move PV-Direction To WS-Lin-Dir (WS-Lin-Count)
               Move PV-Invoice-Ref To WS-Lin-Ref (WS-Lin-Count)
               Move PV-Period-Start To WS-Lin-Pstart (WS-Lin-Count)
               Move PV-Period-End To WS-Lin-Pend (WS-Lin-Count)
               Move PV-Minutes To WS-Lin-Minutes (WS-Lin-Count)
               Move PV-Amount To WS-Lin-Amount (WS-Lin-Count)
               Move Space To WS-Lin-Result (WS-Lin-Count)
           Else
               Display "INVOICE LINE TABLE FULL - LINE NOT "
                       "RECONCILED: " PV-Partner-Code " "
                       PV-Invoice-Ref
           End-If
           Perform Read-Invoice-Line
           .

      * MATCHES ONE LINE TO OUR STATEMENT AND JUDGES THE VARIANCES.
      * NO STATEMENT OF OURS COUNTS AS ZERO MINUTES AND ZERO AMOUNT,
      * SO AN INVOICE FOR TRAFFIC WE NEVER SAW IS ALWAYS DISPUTED.
       Reconcile-One-Line.
           Perform Find-Our-Statement
           If WS-Stm-Found
               Move WS-Stm-Minutes (WS-Stm-Sub) To WS-Our-Minutes
               Move WS-Stm-Amount (WS-Stm-Sub) To WS-Our-Amount
               Move Spaces To WS-Dispute-Reason
           Else
               Move Zero To WS-Our-Minutes WS-Our-Amount
               Move "NO STATEMENT" To WS-Dispute-Reason
           End-If
           Compute WS-Minute-Variance
                   = WS-Lin-Minutes (WS-Lin-Sub) - WS-Our-Minutes
           Compute WS-Amount-Variance
                   = WS-Lin-Amount (WS-Lin-Sub) - WS-Our-Amount
           Compute WS-Minute-Allowed Rounded
                   = WS-Our-Minutes * WS-Tol-Minutes-Pct / 100
           If WS-Dispute-Reason = Spaces
               Evaluate True
                   When Function Abs ( WS-Minute-Variance )
                           > WS-Minute-Allowed
                   And  Function Abs ( WS-Amount-Variance )
                           > WS-Tol-Amount
                       Move "MIN+AMOUNT" To WS-Dispute-Reason
                   When Function Abs ( WS-Minute-Variance )
                           > WS-Minute-Allowed
                       Move "MINUTES" To WS-Dispute-Reason
                   When Function Abs ( WS-Amount-Variance )
                           > WS-Tol-Amount
                       Move "AMOUNT" To WS-Dispute-Reason
               End-Evaluate
           End-If
           Move WS-Lin-Source (WS-Lin-Sub) To WS-Rline-Source-Out
           Move WS-Lin-Code (WS-Lin-Sub) To WS-Rline-Code-Out
           Move WS-Lin-Dir (WS-Lin-Sub) To WS-Rline-Dir-Out
           Move WS-Lin-Ref (WS-Lin-Sub) To WS-Rline-Ref-Out
           Move WS-Minute-Variance To WS-Rline-Min-Var-Out
           Move WS-Amount-Variance To WS-Rline-Amt-Var-Out
           If WS-Dispute-Reason = Spaces
               Move "W" To WS-Lin-Result (WS-Lin-Sub)
               Add 1 To WS-Lines-Within
               Move "WITHIN TOL" To WS-Rline-Result-Out
           Else
               Move "D" To WS-Lin-Result (WS-Lin-Sub)
               Add 1 To WS-Lines-Disputed
               If Not WS-Stm-Found
                   Add 1 To WS-Lines-Unmatched
               End-If
               Add WS-Amount-Variance To WS-Disputed-Amount
               Move WS-Dispute-Reason To WS-Rline-Result-Out
               Perform Write-Dispute
           End-If
           Display WS-Recon-Line
           .

      * A ROAMING LINE MATCHES ON PARTNER AND PERIOD; A CARRIER LINE
      * ON CARRIER, DIRECTION AND PERIOD.
       Find-Our-Statement.
           Move "N" To WS-Stm-Found-Flag
           Perform Varying WS-Stm-Sub From 1 By 1
                   Until WS-Stm-Sub > WS-Stm-Count
                   Or WS-Stm-Found
               If WS-Stm-Source (WS-Stm-Sub)
                       = WS-Lin-Source (WS-Lin-Sub)
               And WS-Stm-Code (WS-Stm-Sub) = WS-Lin-Code (WS-Lin-Sub)
               And WS-Stm-Pstart (WS-Stm-Sub)
                       = WS-Lin-Pstart (WS-Lin-Sub)
               And WS-Stm-Pend (WS-Stm-Sub) = WS-Lin-Pend (WS-Lin-Sub)
               And ( WS-Stm-Source (WS-Stm-Sub) = "R"
                  Or WS-Stm-Dir (WS-Stm-Sub) = WS-Lin-Dir (WS-Lin-Sub) )
                   Set WS-Stm-Found To True
                   Subtract 1 From WS-Stm-Sub
               End-If
           End-Perform
           .

      * THE "L" DISPUTE LINE, THEN ONE "M" RECORD PER DAY WE CARRIED
      * TRAFFIC FOR THE PARTNER IN THE LINE'S PERIOD.
       Write-Dispute.
           Move Spaces To Dispute-Record
           Set DP-Line-Rec To True
           Move WS-Lin-Source (WS-Lin-Sub) To DP-Source
           Move WS-Lin-Code (WS-Lin-Sub) To DP-Partner-Code
           Move WS-Lin-Dir (WS-Lin-Sub) To DP-Direction
           Move WS-Lin-Ref (WS-Lin-Sub) To DP-Invoice-Ref
           Move WS-Lin-Pstart (WS-Lin-Sub) To DP-Period-Start
           Move WS-Lin-Pend (WS-Lin-Sub) To DP-Period-End
           Move WS-Lin-Minutes (WS-Lin-Sub) To DP-Their-Minutes
           Move WS-Our-Minutes To DP-Our-Minutes
           Move WS-Minute-Variance To DP-Minute-Variance
           Move WS-Lin-Amount (WS-Lin-Sub) To DP-Their-Amount
           Move WS-Our-Amount To DP-Our-Amount
           Move WS-Amount-Variance To DP-Amount-Variance
           Move WS-Dispute-Reason To DP-Reason
           Write Dispute-Record
           Perform Count-Daily-Traffic
           Perform Write-One-Day
               Varying WS-Day-Sub From 1 By 1
               Until WS-Day-Sub > WS-Day-Limit
           If WS-Day-Beyond > Zero
               Display "PERIOD LONGER THAN 62 DAYS - " WS-Day-Beyond
                       " CALLS NOT ITEMIZED BY DAY FOR "
                       WS-Lin-Ref (WS-Lin-Sub)
           End-If
           .

      * RESCANS CDRRATED FOR THE PARTNER'S TRAFFIC IN THE PERIOD -
      * TRANSIT MINUTES BY CARRIER AND DIRECTION, OR ROAMED MINUTES
      * BY PARTNER - THE SAME SELECTION TELCOICS AND TELCORMS MAKE.
       Count-Daily-Traffic.
           Initialize WS-Day-Table
           Move Zero To WS-Day-Limit WS-Day-Beyond
           If WS-Lin-Pstart (WS-Lin-Sub) = Zero
           Or WS-Lin-Pend (WS-Lin-Sub) < WS-Lin-Pstart (WS-Lin-Sub)
               Exit Paragraph
           End-If
           Compute WS-Day-Start-Int = Function Integer-Of-Date
                   ( WS-Lin-Pstart (WS-Lin-Sub) )
           Compute WS-Day-Offset = Function Integer-Of-Date
                   ( WS-Lin-Pend (WS-Lin-Sub) ) - WS-Day-Start-Int + 1
           If WS-Day-Offset > 62
               Move 62 To WS-Day-Limit
           Else
               Move WS-Day-Offset To WS-Day-Limit
           End-If
           Open Input Rated-Input-File
           If WS-Rated-File-Status Not = "00"
               Exit Paragraph
           End-If
           Move "N" To WS-Rated-Eof-Flag
           Perform Read-Rated-Record
           Perform Count-One-Rated-Record Until WS-Rated-Eof
           Close Rated-Input-File
           .

       Count-One-Rated-Record.
           If RO-Call-Date >= WS-Lin-Pstart (WS-Lin-Sub)
           And RO-Call-Date <= WS-Lin-Pend (WS-Lin-Sub)
               If ( WS-Lin-Source (WS-Lin-Sub) = "R"
                    And RO-Roam-Partner = WS-Lin-Code (WS-Lin-Sub) )
               Or ( WS-Lin-Source (WS-Lin-Sub) = "C"
                    And RO-Carrier-Code = WS-Lin-Code (WS-Lin-Sub)
                    And RO-Carrier-Dir = WS-Lin-Dir (WS-Lin-Sub) )
                   Compute WS-Day-Date-Int
                           = Function Integer-Of-Date ( RO-Call-Date )
                   Compute WS-Day-Offset
                           = WS-Day-Date-Int - WS-Day-Start-Int + 1
                   If WS-Day-Offset > WS-Day-Limit
                       Add 1 To WS-Day-Beyond
                   Else
                       Move WS-Day-Offset To WS-Day-Sub
                       Add 1 To WS-Day-Calls (WS-Day-Sub)
                       Add RO-Billable-Minutes
                           To WS-Day-Minutes (WS-Day-Sub)
                   End-If
               End-If
           End-If
           Perform Read-Rated-Record
           .

       Read-Rated-Record.
           Read Rated-Input-File
               At End Set WS-Rated-Eof To True
           End-Read
           .

       Write-One-Day.
           If WS-Day-Calls (WS-Day-Sub) > Zero
               Move Spaces To DP-Day-Body
               Set DP-Day-Rec To True
               Compute DP-Day-Date = Function Date-Of-Integer
                       ( WS-Day-Start-Int + WS-Day-Sub - 1 )
               Move WS-Day-Calls (WS-Day-Sub) To DP-Day-Calls
               Move WS-Day-Minutes (WS-Day-Sub) To DP-Day-Minutes
               Write Dispute-Record
           End-If
           .

      * RELEASES A WITHIN-TOLERANCE LINE WHEN NO OTHER LINE OF THE
      * SAME INVOICE IS DISPUTED, THE LINE IS SOMETHING WE OWE, AND
      * THE INVOICE WAS NOT RELEASED BY AN EARLIER RUN.
       Release-One-Line.
           If WS-Lin-Result (WS-Lin-Sub) Not = "W"
               Exit Paragraph
           End-If
           Move "N" To WS-Invoice-Disputed-Flag
           Perform Varying WS-Lin-Sub-2 From 1 By 1
                   Until WS-Lin-Sub-2 > WS-Lin-Count
                   Or WS-Invoice-Disputed
               If WS-Lin-Source (WS-Lin-Sub-2)
                       = WS-Lin-Source (WS-Lin-Sub)
               And WS-Lin-Code (WS-Lin-Sub-2) = WS-Lin-Code (WS-Lin-Sub)
               And WS-Lin-Ref (WS-Lin-Sub-2) = WS-Lin-Ref (WS-Lin-Sub)
               And WS-Lin-Result (WS-Lin-Sub-2) = "D"
                   Set WS-Invoice-Disputed To True
               End-If
           End-Perform
           If WS-Invoice-Disputed
               Add 1 To WS-Lines-Held
               Exit Paragraph
           End-If
           If WS-Lin-Source (WS-Lin-Sub) = "C"
           And WS-Lin-Dir (WS-Lin-Sub) = "I"
               Add 1 To WS-Lines-Agreed-Recv
               Exit Paragraph
           End-If
           Move "N" To WS-Already-Released-Flag
           Perform Varying WS-Rel-Sub From 1 By 1
                   Until WS-Rel-Sub > WS-Rel-Count
                   Or WS-Already-Released
               If WS-Rel-Source (WS-Rel-Sub)
                       = WS-Lin-Source (WS-Lin-Sub)
               And WS-Rel-Code (WS-Rel-Sub) = WS-Lin-Code (WS-Lin-Sub)
               And WS-Rel-Ref (WS-Rel-Sub) = WS-Lin-Ref (WS-Lin-Sub)
                   Set WS-Already-Released To True
               End-If
           End-Perform
           If WS-Already-Released
               Add 1 To WS-Lines-Prior-Release
               Exit Paragraph
           End-If
           Move WS-Lin-Source (WS-Lin-Sub) To PR-Source
           Move WS-Lin-Code (WS-Lin-Sub) To PR-Partner-Code
           Move WS-Lin-Dir (WS-Lin-Sub) To PR-Direction
           Move WS-Lin-Ref (WS-Lin-Sub) To PR-Invoice-Ref
           Move WS-Lin-Pstart (WS-Lin-Sub) To PR-Period-Start
           Move WS-Lin-Pend (WS-Lin-Sub) To PR-Period-End
           Move WS-Lin-Amount (WS-Lin-Sub) To PR-Amount
           Move WS-Today To PR-Release-Date
           Move WS-Run-Id To PR-Run-Id
           Write Payment-Release-Record
           Add 1 To WS-Lines-Released
           Add WS-Lin-Amount (WS-Lin-Sub) To WS-Released-Amount
           .

      * DERIVES THE RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRY
      * WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF SET,
      * ELSE A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S
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

       End Program TELCOPIR.
