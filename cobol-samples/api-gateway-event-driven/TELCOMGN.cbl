      *  SIMULATION NEVER SHOWS: WHETHER THE NEW RATE IS STILL ABOVE
      *  COST. A VOICE CALL COSTS PER BILLABLE MINUTE AND AN SMS PER
      *  MESSAGE; DATA SESSIONS CARRY NO COSTABLE UNIT ON THE RATED
      *  RECORD AND REPORT REVENUE ONLY. INTERNATIONAL CALLS ALSO
      *  REPORT PER DESTINATION REACHED, COSTED AT THE DESTTAB ROW'S
      *  TERMINATION COST WHERE IT CARRIES ONE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           Select Cost-Table-File Assign To "COSTTAB"
               Organization Is Sequential
               File Status Is WS-Costtab-File-Status.
           Select Destination-Table-File Assign To "DESTTAB"
               Organization Is Sequential
               File Status Is WS-Desttab-File-Status.

       Data Division.
       File Section.
       01  Cost-Table-File-Record.
               COPY COSTTAB REPLACING LEADING ==CO-== BY ==COF-==.

       FD  Destination-Table-File
           Recording Mode Is F.
       01  Destination-Table-File-Record.
               COPY DESTTAB REPLACING LEADING ==DN-== BY ==DNF-==.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Costtab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Desttab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Rated-Eof-Flag        Pic X       Value "N".
         88  WS-Rated-Eof           Value "Y".

           05  WS-Cost-Units        Pic 9(7).
           05  WS-Call-Cost         Pic S9(9)V99 Binary.

      * DESTINATION TABLE - A DESTINATION'S OWN TERMINATION COST IN
      * FORCE ON THE CALL'S DATE DISPLACES THE COSTTAB "I" ROW.
       01  WS-Destination-Table-Area.
           05  Destination-Table-Count Pic 9(3) Binary Value Zero.
           05  Destination-Table-Full-Flag Pic X Value "N".
             88  Destination-Table-Full    Value "Y".
           05  Destination-Table-Entry Occurs 500 Times
                                Indexed By DN-Idx.
               COPY DESTTAB.
       01  WS-Dest-Best-Date        Pic 9(8).

      * MARGIN BUCKETS PER CLASS/JURISDICTION/CURRENCY COMBINATION.
       01  WS-Margin-Table.
           05  WS-Mgn-Count         Pic 9(3)    Binary Value Zero.
               10  WS-Mgn-Revenue   Pic S9(11)V99 Binary.
               10  WS-Mgn-Cost      Pic S9(11)V99 Binary.
       01  WS-Mgn-Sub               Pic 9(3)    Binary.

      * MARGIN BUCKETS PER INTERNATIONAL DESTINATION/CURRENCY.
       01  WS-Dest-Margin-Table.
           05  WS-Dmg-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Dmg-Entry Occurs 500 Times.
               10  WS-Dmg-Destination Pic X(20).
               10  WS-Dmg-Currency  Pic X(3).
               10  WS-Dmg-Calls     Pic 9(9)    Binary.
               10  WS-Dmg-Revenue   Pic S9(11)V99 Binary.
               10  WS-Dmg-Cost      Pic S9(11)V99 Binary.
       01  WS-Dmg-Sub               Pic 9(3)    Binary.
       01  WS-Dmg-Found-Flag        Pic X       Value "N".
         88  WS-Dmg-Found           Value "Y".
       01  WS-Mgn-Found-Flag        Pic X       Value "N".
         88  WS-Mgn-Found           Value "Y".
       01  WS-Margin-Amount         Pic S9(11)V99 Binary.
           05  Pic X(9)  Value " MARGIN: ".
           05  WS-Line-Margin-Out   Pic -Z,ZZZ,ZZ9.99.

       01  WS-Dest-Margin-Line.
           05  Pic X(6)  Value "DEST: ".
           05  WS-Dline-Dest-Out    Pic X(20).
           05  Pic X(7)  Value " CURR: ".
           05  WS-Dline-Curr-Out    Pic X(3).
           05  Pic X(8)  Value " CALLS: ".
           05  WS-Dline-Calls-Out   Pic ZZZZZZ9.
           05  Pic X(6)  Value " REV: ".
           05  WS-Dline-Rev-Out     Pic ZZ,ZZZ,ZZ9.99.
           05  Pic X(7)  Value " COST: ".
           05  WS-Dline-Cost-Out    Pic ZZ,ZZZ,ZZ9.99.
           05  Pic X(9)  Value " MARGIN: ".
           05  WS-Dline-Margin-Out  Pic -Z,ZZZ,ZZ9.99.

       Procedure Division.

       Mainline.
           Perform Get-Billing-Period
           Perform Load-Cost-Table
           Perform Load-Destination-Table
           Open Input Rated-Input-File
           If WS-Rated-File-Status Not = "00"
               Display "NO RATED OUTPUT FILE TO ANALYZE."
           Perform Print-One-Margin
               Varying WS-Mgn-Sub From 1 By 1
               Until WS-Mgn-Sub > WS-Mgn-Count
           If WS-Dmg-Count > Zero
               Display "----- MARGIN PER INTERNATIONAL DESTINATION "
                       "-----"
               Perform Print-One-Dest-Margin
                   Varying WS-Dmg-Sub From 1 By 1
                   Until WS-Dmg-Sub > WS-Dmg-Count
           End-If
           Display "RATED RECORDS READ....: " WS-Records-Read
           Display "RECORDS IN PERIOD.....: " WS-Records-Selected
           Display "===================================="
           End-If
           .

      * LOADS THE DESTINATION TABLE. NO FILE MEANS INTERNATIONAL
      * CALLS COST AT THE COSTTAB "I" ROW LIKE ANY OTHER.
       Load-Destination-Table.
           Move Zero To Destination-Table-Count
           Open Input Destination-Table-File
           If WS-Desttab-File-Status = "00"
               Perform Until WS-Desttab-File-Status Not = "00"
                       Or Destination-Table-Full
                   Read Destination-Table-File
                   If WS-Desttab-File-Status = "00"
                   And Destination-Table-Count < 500
                       Add 1 To Destination-Table-Count
                       Set DN-Idx To Destination-Table-Count
                       Move Destination-Table-File-Record
                            To Destination-Table-Entry (DN-Idx)
                   Else
                       If WS-Desttab-File-Status = "00"
                           Set Destination-Table-Full To True
                           Display "DESTINATION TABLE FULL - LATER "
                                   "DESTTAB ROWS NOT LOADED."
                       End-If
                   End-If
               End-Perform
               Close Destination-Table-File
           End-If
           .

       Read-Rated-Record.
           Read Rated-Input-File
               At End Set WS-Rated-Eof To True
                   Add RO-Price To WS-Mgn-Revenue (WS-Mgn-Sub)
                   Add WS-Call-Cost To WS-Mgn-Cost (WS-Mgn-Sub)
               End-If
               If RO-Destination Not = Spaces
                   Perform Find-Or-Add-Dest-Bucket
                   If WS-Dmg-Sub <= WS-Dmg-Count
                       Add 1 To WS-Dmg-Calls (WS-Dmg-Sub)
                       Add RO-Price To WS-Dmg-Revenue (WS-Dmg-Sub)
                       Add WS-Call-Cost To WS-Dmg-Cost (WS-Dmg-Sub)
                   End-If
               End-If
           End-If
           Perform Read-Rated-Record
           .
                   Move RO-Billable-Minutes To WS-Cost-Units
           End-Evaluate
           Perform Lookup-Unit-Cost
           If RO-Destination Not = Spaces
               Perform Lookup-Destination-Cost
           End-If
           Compute WS-Call-Cost Rounded
                   = WS-Cost-Units * WS-Unit-Cost
           .
           End-Perform
           .

      * THE CALL'S DESTINATION ROW IN FORCE ON ITS DATE - MOST
      * RECENT EFFECTIVE DATE WINS - SUPPLIES THE UNIT COST WHEN IT
      * CARRIES ONE; A ZERO COST LEAVES THE COSTTAB FIGURE STANDING.
       Lookup-Destination-Cost.
           Move Zero To WS-Dest-Best-Date
           Perform Varying DN-Idx From 1 By 1
                   Until DN-Idx > Destination-Table-Count
               If DN-Destination (DN-Idx) = RO-Destination
               And DN-Effective-Date (DN-Idx) Not > RO-Call-Date
               And DN-Effective-Date (DN-Idx) >= WS-Dest-Best-Date
               And DN-Unit-Cost (DN-Idx) Not = Zero
                   Move DN-Effective-Date (DN-Idx) To WS-Dest-Best-Date
                   Move DN-Unit-Cost (DN-Idx) To WS-Unit-Cost
               End-If
           End-Perform
           .

      * A JURISDICTION-SPECIFIC COST ROW DISPLACES AN ALL-
      * JURISDICTION BEST OUTRIGHT; AN ALL-JURISDICTION ROW NEVER
      * DISPLACES A SPECIFIC BEST - SAME SPECIFICITY RACE AS THE
           End-If
           .

       Find-Or-Add-Dest-Bucket.
           Move "N" To WS-Dmg-Found-Flag
           Perform Varying WS-Dmg-Sub From 1 By 1
                   Until WS-Dmg-Sub > WS-Dmg-Count
                   Or WS-Dmg-Found
               If WS-Dmg-Destination (WS-Dmg-Sub) = RO-Destination
               And WS-Dmg-Currency (WS-Dmg-Sub) = RO-Currency-Code
                   Set WS-Dmg-Found To True
                   Subtract 1 From WS-Dmg-Sub
               End-If
           End-Perform
           If Not WS-Dmg-Found
               If WS-Dmg-Count < 500
                   Add 1 To WS-Dmg-Count
                   Move WS-Dmg-Count To WS-Dmg-Sub
                   Move RO-Destination
                       To WS-Dmg-Destination (WS-Dmg-Sub)
                   Move RO-Currency-Code
                       To WS-Dmg-Currency (WS-Dmg-Sub)
                   Move Zero To WS-Dmg-Calls (WS-Dmg-Sub)
                   Move Zero To WS-Dmg-Revenue (WS-Dmg-Sub)
                   Move Zero To WS-Dmg-Cost (WS-Dmg-Sub)
               Else
                   Display "DESTINATION TABLE FULL - DESTINATION NOT "
                           "ANALYZED: " RO-Destination
               End-If
           End-If
           .

       Print-One-Margin.
           Compute WS-Margin-Amount = WS-Mgn-Revenue (WS-Mgn-Sub)
                   - WS-Mgn-Cost (WS-Mgn-Sub)
           End-If
           .

       Print-One-Dest-Margin.
           Compute WS-Margin-Amount = WS-Dmg-Revenue (WS-Dmg-Sub)
                   - WS-Dmg-Cost (WS-Dmg-Sub)
           Move WS-Dmg-Destination (WS-Dmg-Sub) To WS-Dline-Dest-Out
           Move WS-Dmg-Currency (WS-Dmg-Sub) To WS-Dline-Curr-Out
           Move WS-Dmg-Calls (WS-Dmg-Sub) To WS-Dline-Calls-Out
           Move WS-Dmg-Revenue (WS-Dmg-Sub) To WS-Dline-Rev-Out
           Move WS-Dmg-Cost (WS-Dmg-Sub) To WS-Dline-Cost-Out
           Move WS-Margin-Amount To WS-Dline-Margin-Out
           Display WS-Dest-Margin-Line
           If WS-Margin-Amount < Zero
               Display "*** DESTINATION "
                       WS-Dmg-Destination (WS-Dmg-Sub)
                       " IS PRICED BELOW COST ***"
           End-If
           .

       End Program TELCOMGN.
