       Identification Division.
       Program-ID. TELCONUM.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DAILY TELEPHONE-NUMBER INVENTORY RUN OVER NUMINV. NEW STOCK
      *  DELIVERED ON NUMLOAD (NUMBER AND PAIRED SIM) IS TAKEN IN AS
      *  AVAILABLE, REFUSING A NUMBER OR SIM ALREADY HELD. A NUMBER
      *  IN SERVICE WHOSE SUBSCRIBER'S STATUS IN FORCE ON SUBSTAT IS
      *  DISCONNECTED GOES INTO QUARANTINE FOR TELCO_QUARANTINE_DAYS
      *  (DEFAULT 90) FROM THE DISCONNECTION DATE; ONE WHOSE ACCOUNT
      *  WAS REACTIVATED DURING QUARANTINE GOES BACK INTO SERVICE;
      *  QUARANTINE THAT HAS MATURED BY THE BUSINESS DATE IS RELEASED
      *  TO AVAILABLE STOCK WITHOUT A SIM. THE STOCK LEVEL PER STATUS
      *  IS REPORTED TO NUMRPT BY NUMBER RANGE - THE FIRST
      *  TELCO_NUMRANGE_LEN (DEFAULT 6) DIGITS - AND A RANGE WITH NO
      *  AVAILABLE STOCK LEFT ENDS THE RUN WITH RETURN CODE 4.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Number-Inventory-File Assign To "NUMINV"
               Organization Is Sequential
               File Status Is WS-Numinv-File-Status.
           Select Number-Load-File Assign To "NUMLOAD"
               Organization Is Sequential
               File Status Is WS-Numload-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Report-File Assign To "NUMRPT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Number-Inventory-File
           Recording Mode Is F.
       01  Number-Inventory-Record.
               COPY NUMINV.

      * NEW STOCK FROM THE NUMBERING AUTHORITY / SIM SUPPLIER.
       FD  Number-Load-File
           Recording Mode Is F.
       01  Number-Load-Record.
           05  NLD-Number           Pic X(15).
           05  NLD-Sim-Serial       Pic X(20).

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Numinv-File-Status    Pic X(2)    Value Spaces.
       01  WS-Numload-File-Status   Pic X(2)    Value Spaces.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Num-Control.
           05  WS-Business-Date     Pic 9(8)    Value Zero.
           05  WS-Quarantine-Days   Pic 9(3)    Value 90.
           05  WS-Range-Len         Pic 9(2)    Value 6.
           05  WS-Date-Env-Name     Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Days-Env-Name     Pic X(32)
                   Value "TELCO_QUARANTINE_DAYS".
           05  WS-Range-Env-Name    Pic X(32)
                   Value "TELCO_NUMRANGE_LEN".
           05  WS-Num-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Num-Ge-Result     Pic 9(2)    Binary.
           05  WS-Release-Int       Pic 9(9)    Binary.

      * THE INVENTORY - LOADED, SWEPT IN THE TABLE AND REWRITTEN
      * WHOLE (TELCOFRD REWRITE PATTERN, AS IN TELCOSCM).
       01  WS-Number-Table.
           05  WS-Num-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Num-Entry Occurs 20000 Times.
               COPY NUMINV REPLACING LEADING ==NI-== BY ==WS-Num-==.
       01  WS-Num-Sub               Pic 9(5)    Binary.
       01  WS-Dup-Sub               Pic 9(5)    Binary.
       01  WS-Num-Dup-Flag          Pic X       Value "N".
         88  WS-Num-Dup             Value "Y".
       01  WS-Numbers-Changed-Flag  Pic X       Value "N".
         88  WS-Numbers-Changed     Value "Y".

      * EACH SUBSCRIBER'S STATUS IN FORCE ON THE BUSINESS DATE - THE
      * LATEST EFFECTIVE DATE NOT AFTER IT WINS, A LATER ROW FOR THE
      * SAME DATE REPLACING AN EARLIER ONE.
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

      * STOCK PER NUMBER RANGE, KEPT IN RANGE ORDER. THE STATUS
      * COLUMNS FOLLOW WS-Status-Codes.
       01  WS-Status-Codes          Pic X(6)    Value "VRAQOI".
       01  WS-Range-Table.
           05  WS-Rng-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Rng-Entry Occurs 500 Times.
               10  WS-Rng-Prefix    Pic X(15).
               10  WS-Rng-Status-Count Pic 9(7) Binary Occurs 6 Times.
               10  WS-Rng-Total     Pic 9(7)    Binary.
       01  WS-Rng-Sub               Pic 9(3)    Binary.
       01  WS-Rng-Shift             Pic 9(3)    Binary.
       01  WS-Rng-Found-Flag        Pic X       Value "N".
         88  WS-Rng-Found           Value "Y".
       01  WS-Rng-Key               Pic X(15).
       01  WS-Stat-Sub              Pic 9(1)    Binary.
       01  WS-Grand-Counts.
           05  WS-Grand-Status-Count Pic 9(7)   Binary Occurs 6 Times.
           05  WS-Grand-Total       Pic 9(7)    Binary.

       01  WS-Run-Counts.
           05  WS-Loaded-Count      Pic 9(5)    Binary Value Zero.
           05  WS-Refused-Count     Pic 9(5)    Binary Value Zero.
           05  WS-Quarantined-Count Pic 9(5)    Binary Value Zero.
           05  WS-Restored-Count    Pic 9(5)    Binary Value Zero.
           05  WS-Released-Count    Pic 9(5)    Binary Value Zero.
           05  WS-No-Stock-Count    Pic 9(3)    Binary Value Zero.

       01  WS-Title-Line.
           05  Pic X(32)  Value "NUMBER STOCK BY RANGE - BUSINESS".
           05  Pic X(8)   Value " DATE : ".
           05  WS-Title-Date-Out    Pic 9(8).
           05  Pic X(17)  Value "  RANGE DIGITS : ".
           05  WS-Title-Len-Out     Pic Z9.
           05  Pic X(20)  Value "  QUARANTINE DAYS : ".
           05  WS-Title-Days-Out    Pic ZZ9.
       01  WS-Heading-Line.
           05  Pic X(17)  Value "RANGE".
           05  Pic X(9)   Value "    AVAIL".
           05  Pic X(9)   Value " RESERVED".
           05  Pic X(9)   Value " ASSIGNED".
           05  Pic X(9)   Value "  QUARANT".
           05  Pic X(9)   Value " PORT-OUT".
           05  Pic X(9)   Value "  PORT-IN".
           05  Pic X(9)   Value "    TOTAL".
       01  WS-Detail-Line.
           05  WS-Det-Prefix        Pic X(15).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Count-Out     Pic Z(8)9   Occurs 6 Times.
           05  WS-Det-Total-Out     Pic Z(8)9.
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Flag          Pic X(8).
       01  WS-Movement-Line.
           05  WS-Mov-Label         Pic X(36).
           05  WS-Mov-Count-Out     Pic ZZZZ9.

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
           Perform Get-Number-Parameters
           Perform Load-Number-Inventory
           Perform Take-Number-Intake
           Perform Load-Subscriber-Status
           Perform Sweep-One-Number
               Varying WS-Num-Sub From 1 By 1
               Until WS-Num-Sub > WS-Num-Count
           If WS-Numbers-Changed
               Perform Rewrite-Number-Inventory
           End-If
           Perform Print-Stock-Report
           Display "NUMBERS TAKEN INTO STOCK: " WS-Loaded-Count
                   " REFUSED: " WS-Refused-Count
           Display "NUMBERS QUARANTINED: " WS-Quarantined-Count
                   " RESTORED: " WS-Restored-Count
                   " RELEASED: " WS-Released-Count
           Move "TELCONUM" To audit-log-program
           Move "NUMDAILY" To audit-log-operation
           If WS-No-Stock-Count > Zero
               Display "RANGES WITH NO AVAILABLE STOCK: "
                       WS-No-Stock-Count
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

       Get-Number-Parameters.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Num-Env-Value
                WS-Num-Ge-Result
           If WS-Num-Ge-Result < 19
                   And WS-Num-Env-Value Not = Spaces
               Move WS-Num-Env-Value To WS-Business-Date
           Else
               Move Function Current-Date (1:8) To WS-Business-Date
           End-If
           Move Spaces To WS-Num-Env-Value
           Call "GETENVOP" Using WS-Days-Env-Name WS-Num-Env-Value
                WS-Num-Ge-Result
           If WS-Num-Ge-Result < 19
                   And WS-Num-Env-Value Not = Spaces
               Compute WS-Quarantine-Days =
                       Function Numval ( WS-Num-Env-Value )
           End-If
           Move Spaces To WS-Num-Env-Value
           Call "GETENVOP" Using WS-Range-Env-Name WS-Num-Env-Value
                WS-Num-Ge-Result
           If WS-Num-Ge-Result < 19
                   And WS-Num-Env-Value Not = Spaces
               Compute WS-Range-Len =
                       Function Numval ( WS-Num-Env-Value )
           End-If
           If WS-Range-Len < 1 Or WS-Range-Len > 15
               Move 6 To WS-Range-Len
           End-If
           .

       Load-Number-Inventory.
           Move Zero To WS-Num-Count
           Move "N" To WS-Eof-Flag
           Open Input Number-Inventory-File
           If WS-Numinv-File-Status = "00"
               Perform Read-One-Number Until WS-Eof
               Close Number-Inventory-File
           End-If
           Display "NUMBERS LOADED: " WS-Num-Count
           .

       Read-One-Number.
           Read Number-Inventory-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Num-Count < 20000
                       Add 1 To WS-Num-Count
                       Move Number-Inventory-Record
                           To WS-Num-Entry (WS-Num-Count)
                   End-If
           End-Read
           .

      * TAKES THE NUMLOAD DELIVERY (IF ANY) INTO STOCK AND EMPTIES
      * IT SO THE SAME DELIVERY IS NOT OFFERED TWICE.
       Take-Number-Intake.
           Move "N" To WS-Eof-Flag
           Open Input Number-Load-File
           If WS-Numload-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Take-One-Load Until WS-Eof
           Close Number-Load-File
           Open Output Number-Load-File
           Close Number-Load-File
           .

       Take-One-Load.
           Read Number-Load-File
               At End
                   Set WS-Eof To True
                   Exit Paragraph
           End-Read
           If NLD-Number = Spaces
               Add 1 To WS-Refused-Count
               Exit Paragraph
           End-If
           Move "N" To WS-Num-Dup-Flag
           Perform Varying WS-Dup-Sub From 1 By 1
                   Until WS-Dup-Sub > WS-Num-Count Or WS-Num-Dup
               If WS-Num-Number (WS-Dup-Sub) = NLD-Number
                   Display "NUMBER " NLD-Number
                           " ALREADY IN THE INVENTORY - REFUSED."
                   Set WS-Num-Dup To True
               End-If
               If NLD-Sim-Serial Not = Spaces
                  And WS-Num-Sim-Serial (WS-Dup-Sub) = NLD-Sim-Serial
                  And Not WS-Num-Dup
                   Display "SIM " NLD-Sim-Serial
                           " ALREADY PAIRED - NUMBER " NLD-Number
                           " REFUSED."
                   Set WS-Num-Dup To True
               End-If
           End-Perform
           If WS-Num-Dup Or WS-Num-Count >= 20000
               Add 1 To WS-Refused-Count
               Exit Paragraph
           End-If
           Add 1 To WS-Num-Count
           Move Spaces To WS-Num-Entry (WS-Num-Count)
           Move NLD-Number To WS-Num-Number (WS-Num-Count)
           Move "V" To WS-Num-Status (WS-Num-Count)
           Move NLD-Sim-Serial To WS-Num-Sim-Serial (WS-Num-Count)
           Move WS-Business-Date To WS-Num-Status-Date (WS-Num-Count)
           Move Zero To WS-Num-Release-Date (WS-Num-Count)
           Move "TELCONUM" To WS-Num-Changed-By (WS-Num-Count)
           Add 1 To WS-Loaded-Count
           Set WS-Numbers-Changed To True
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

      * ONE NUMBER'S DAILY MOVEMENT. A DISCONNECTED SUBSCRIBER'S
      * NUMBER IS QUARANTINED FROM THE DISCONNECTION DATE, KEEPING
      * THE SUBSCRIBER AND SIM SO A REACTIVATION INSIDE THE
      * QUARANTINE GETS THE SAME NUMBER BACK; MATURED QUARANTINE IS
      * RELEASED TO STOCK WITH NEITHER.
       Sweep-One-Number.
           Evaluate WS-Num-Status (WS-Num-Sub)
               When "A"
               When "I"
                   Move WS-Num-Subscriber-Id (WS-Num-Sub) To WS-Sst-Key
                   Perform Find-Subscriber-Status
                   If WS-Sst-Found
                      And WS-Sst-Status (WS-Sst-Sub) = "D"
                       Compute WS-Release-Int = Function Integer-Of-Date
                               ( WS-Sst-Date (WS-Sst-Sub) )
                               + WS-Quarantine-Days
                       Move Function Date-Of-Integer ( WS-Release-Int )
                           To WS-Num-Release-Date (WS-Num-Sub)
                       Move WS-Sst-Date (WS-Sst-Sub)
                           To WS-Num-Status-Date (WS-Num-Sub)
                       Move "Q" To WS-Num-Status (WS-Num-Sub)
                       Move "TELCONUM" To WS-Num-Changed-By (WS-Num-Sub)
                       Add 1 To WS-Quarantined-Count
                       Set WS-Numbers-Changed To True
                   End-If
               When "Q"
                   Move WS-Num-Subscriber-Id (WS-Num-Sub) To WS-Sst-Key
                   Perform Find-Subscriber-Status
                   Evaluate True
                       When WS-Num-Release-Date (WS-Num-Sub)
                            <= WS-Business-Date
                           Move "V" To WS-Num-Status (WS-Num-Sub)
                           Move Spaces
                               To WS-Num-Subscriber-Id (WS-Num-Sub)
                           Move Spaces To WS-Num-Sim-Serial (WS-Num-Sub)
                           Move Zero To WS-Num-Release-Date (WS-Num-Sub)
                           Move WS-Business-Date
                               To WS-Num-Status-Date (WS-Num-Sub)
                           Move "TELCONUM"
                               To WS-Num-Changed-By (WS-Num-Sub)
                           Add 1 To WS-Released-Count
                           Set WS-Numbers-Changed To True
                       When WS-Sst-Found
                        And WS-Num-Subscriber-Id (WS-Num-Sub)
                            Not = Spaces
                        And WS-Sst-Status (WS-Sst-Sub) Not = "D"
                        And WS-Sst-Date (WS-Sst-Sub)
                            >= WS-Num-Status-Date (WS-Num-Sub)
                           Move "A" To WS-Num-Status (WS-Num-Sub)
                           Move Zero To WS-Num-Release-Date (WS-Num-Sub)
                           Move WS-Sst-Date (WS-Sst-Sub)
                               To WS-Num-Status-Date (WS-Num-Sub)
                           Move "TELCONUM"
                               To WS-Num-Changed-By (WS-Num-Sub)
                           Add 1 To WS-Restored-Count
                           Set WS-Numbers-Changed To True
                   End-Evaluate
           End-Evaluate
           .

       Rewrite-Number-Inventory.
           Open Output Number-Inventory-File
           Perform Rewrite-One-Number
               Varying WS-Num-Sub From 1 By 1
               Until WS-Num-Sub > WS-Num-Count
           Close Number-Inventory-File
           .

       Rewrite-One-Number.
           Move WS-Num-Entry (WS-Num-Sub) To Number-Inventory-Record
           Write Number-Inventory-Record
           .

       Print-Stock-Report.
           Initialize WS-Grand-Counts
           Perform Count-One-Number
               Varying WS-Num-Sub From 1 By 1
               Until WS-Num-Sub > WS-Num-Count
           Open Output Report-File
           Move WS-Business-Date To WS-Title-Date-Out
           Move WS-Range-Len To WS-Title-Len-Out
           Move WS-Quarantine-Days To WS-Title-Days-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Heading-Line
           Perform Print-One-Range
               Varying WS-Rng-Sub From 1 By 1
               Until WS-Rng-Sub > WS-Rng-Count
           Move "ALL RANGES" To WS-Det-Prefix
           Perform Varying WS-Stat-Sub From 1 By 1
                   Until WS-Stat-Sub > 6
               Move WS-Grand-Status-Count (WS-Stat-Sub)
                   To WS-Det-Count-Out (WS-Stat-Sub)
           End-Perform
           Move WS-Grand-Total To WS-Det-Total-Out
           Move Spaces To WS-Det-Flag
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Detail-Line
           Move Spaces To Report-Line
           Write Report-Line
           Move "TAKEN INTO STOCK FROM NUMLOAD......:" To WS-Mov-Label
           Move WS-Loaded-Count To WS-Mov-Count-Out
           Write Report-Line From WS-Movement-Line
           Move "REFUSED FROM NUMLOAD...............:" To WS-Mov-Label
           Move WS-Refused-Count To WS-Mov-Count-Out
           Write Report-Line From WS-Movement-Line
           Move "QUARANTINED ON DISCONNECTION.......:" To WS-Mov-Label
           Move WS-Quarantined-Count To WS-Mov-Count-Out
           Write Report-Line From WS-Movement-Line
           Move "RESTORED ON REACTIVATION...........:" To WS-Mov-Label
           Move WS-Restored-Count To WS-Mov-Count-Out
           Write Report-Line From WS-Movement-Line
           Move "RELEASED FROM QUARANTINE...........:" To WS-Mov-Label
           Move WS-Released-Count To WS-Mov-Count-Out
           Write Report-Line From WS-Movement-Line
           Close Report-File
           .

      * ADDS ONE NUMBER TO ITS RANGE'S COUNT FOR ITS STATUS.
       Count-One-Number.
           Move Spaces To WS-Rng-Key
           Move WS-Num-Number (WS-Num-Sub) (1:WS-Range-Len)
               To WS-Rng-Key
           Perform Find-Range
           If Not WS-Rng-Found
               Exit Paragraph
           End-If
           Move Zero To WS-Stat-Sub
           Perform Varying WS-Dup-Sub From 1 By 1
                   Until WS-Dup-Sub > 6
               If WS-Status-Codes (WS-Dup-Sub:1)
                  = WS-Num-Status (WS-Num-Sub)
                   Move WS-Dup-Sub To WS-Stat-Sub
               End-If
           End-Perform
           If WS-Stat-Sub > Zero
               Add 1 To WS-Rng-Status-Count (WS-Rng-Sub WS-Stat-Sub)
               Add 1 To WS-Grand-Status-Count (WS-Stat-Sub)
           End-If
           Add 1 To WS-Rng-Total (WS-Rng-Sub)
           Add 1 To WS-Grand-Total
           .

      * FINDS WS-RNG-KEY IN THE RANGE TABLE, INSERTING IT IN RANGE
      * ORDER IF NEW.
       Find-Range.
           Move "N" To WS-Rng-Found-Flag
           Perform Varying WS-Rng-Sub From 1 By 1
                   Until WS-Rng-Sub > WS-Rng-Count
                   Or WS-Rng-Prefix (WS-Rng-Sub) >= WS-Rng-Key
               Continue
           End-Perform
           If WS-Rng-Sub <= WS-Rng-Count
              And WS-Rng-Prefix (WS-Rng-Sub) = WS-Rng-Key
               Set WS-Rng-Found To True
               Exit Paragraph
           End-If
           If WS-Rng-Count >= 500
               Exit Paragraph
           End-If
           Perform Shift-One-Range
               Varying WS-Rng-Shift From WS-Rng-Count By -1
               Until WS-Rng-Shift < WS-Rng-Sub
           Add 1 To WS-Rng-Count
           Move WS-Rng-Key To WS-Rng-Prefix (WS-Rng-Sub)
           Move Zero To WS-Rng-Total (WS-Rng-Sub)
           Perform Varying WS-Stat-Sub From 1 By 1
                   Until WS-Stat-Sub > 6
               Move Zero To WS-Rng-Status-Count (WS-Rng-Sub WS-Stat-Sub)
           End-Perform
           Set WS-Rng-Found To True
           .

       Shift-One-Range.
           Move WS-Rng-Entry (WS-Rng-Shift)
               To WS-Rng-Entry (WS-Rng-Shift + 1)
           .

       Print-One-Range.
           Move WS-Rng-Prefix (WS-Rng-Sub) To WS-Det-Prefix
           Perform Varying WS-Stat-Sub From 1 By 1
                   Until WS-Stat-Sub > 6
               Move WS-Rng-Status-Count (WS-Rng-Sub WS-Stat-Sub)
                   To WS-Det-Count-Out (WS-Stat-Sub)
           End-Perform
           Move WS-Rng-Total (WS-Rng-Sub) To WS-Det-Total-Out
           If WS-Rng-Status-Count (WS-Rng-Sub 1) = Zero
               Move "NO STOCK" To WS-Det-Flag
               Add 1 To WS-No-Stock-Count
           Else
               Move Spaces To WS-Det-Flag
           End-If
           Write Report-Line From WS-Detail-Line
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

       End Program TELCONUM.
