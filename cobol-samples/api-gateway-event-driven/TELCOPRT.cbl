       Identification Division.
       Program-ID. TELCOPRT.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DAILY NUMBER-PORTING RUN. THE PORTING CLEARINGHOUSE'S ORDER
      *  DELIVERY (PORTIMP) IS CHECKED AND TAKEN ONTO THE PORTORD
      *  ORDER BOOK AS PENDING, OR REJECTED. ON ITS SCHEDULED DATE A
      *  PENDING ORDER COMPLETES: THE EFFECTIVE-DATED PORTTAB ROW IS
      *  ADDED SO RATING ROUTES THE NUMBER TO ITS NEW OPERATOR; A
      *  PORT-OUT MARKS THE NUMBER PORTED OUT ON NUMINV AND, WHEN THE
      *  SUBSCRIBER HAS NO OTHER NUMBER IN SERVICE, DISCONNECTS THE
      *  SUBSCRIBER ON SUBSTAT AND SUBMAST (WHICH BRINGS THE FINAL
      *  BILL); A PORT-IN PUTS THE NUMBER IN SERVICE ON NUMINV
      *  AGAINST AN EXISTING SUBSCRIBER, OR A NEW ONE OPENED ON
      *  SUBMAST, ACTIVATING THE ACCOUNT ON SUBSTAT WHEN IT IS NEW OR
      *  DISCONNECTED. AN ORDER THAT CANNOT COMPLETE STAYS PENDING
      *  AND IS RETRIED DAILY UNTIL TELCO_PORT_GRACE_DAYS (DEFAULT
      *  3) PAST ITS DATE, WHEN IT IS MARKED OVERDUE. REJECTED,
      *  UNCOMPLETED AND OVERDUE ORDERS ARE LISTED ON THE PORTEXC
      *  EXCEPTION REPORT AND END THE RUN WITH RETURN CODE 4. OUR
      *  OWN OPERATOR CODE ON THE CLEARINGHOUSE IS
      *  TELCO_OPERATOR_CODE (DEFAULT "HOME").
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Order-Import-File Assign To "PORTIMP"
               Organization Is Sequential
               File Status Is WS-Portimp-File-Status.
           Select Order-Book-File Assign To "PORTORD"
               Organization Is Sequential
               File Status Is WS-Portord-File-Status.
           Select Ported-Number-File Assign To "PORTTAB"
               Organization Is Sequential
               File Status Is WS-Porttab-File-Status.
           Select Number-Inventory-File Assign To "NUMINV"
               Organization Is Sequential
               File Status Is WS-Numinv-File-Status.
           Select Subscriber-Master-File Assign To "SUBMAST"
               Organization Is Sequential
               File Status Is WS-Submast-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential.
           Select Exception-Report-File Assign To "PORTEXC"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Order-Import-File
           Recording Mode Is F.
       01  Order-Import-Record.
               COPY PORTORD REPLACING LEADING ==PO-== BY ==POI-==.

       FD  Order-Book-File
           Recording Mode Is F.
       01  Order-Book-Record.
               COPY PORTORD.

       FD  Ported-Number-File
           Recording Mode Is F.
       01  Ported-Number-Record.
               COPY PORTTAB.

       FD  Number-Inventory-File
           Recording Mode Is F.
       01  Number-Inventory-Record.
               COPY NUMINV.

       FD  Subscriber-Master-File
           Recording Mode Is F.
       01  Subscriber-Master-Record.
           05  SUB-Id               Pic X(10).
           05  SUB-Name             Pic X(30).
           05  SUB-Status           Pic X(1).

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT.

       FD  Exception-Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Portimp-File-Status   Pic X(2)    Value Spaces.
       01  WS-Portord-File-Status   Pic X(2)    Value Spaces.
       01  WS-Porttab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Numinv-File-Status    Pic X(2)    Value Spaces.
       01  WS-Submast-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Port-Control.
           05  WS-Business-Date     Pic 9(8)    Value Zero.
           05  WS-Grace-Days        Pic 9(3)    Value 3.
           05  WS-Own-Operator      Pic X(4)    Value "HOME".
           05  WS-Date-Env-Name     Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Grace-Env-Name    Pic X(32)
                   Value "TELCO_PORT_GRACE_DAYS".
           05  WS-Operator-Env-Name Pic X(32)
                   Value "TELCO_OPERATOR_CODE".
           05  WS-Prt-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Prt-Ge-Result     Pic 9(2)    Binary.
           05  WS-Overdue-Date      Pic 9(8)    Value Zero.
           05  WS-Overdue-Int       Pic 9(9)    Binary.

      * THE ORDER BOOK - LOADED, WORKED IN THE TABLE AND REWRITTEN
      * WHOLE (TELCOFRD REWRITE PATTERN, AS IN TELCOSCM).
       01  WS-Order-Table.
           05  WS-Ord-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Ord-Entry Occurs 5000 Times.
               COPY PORTORD REPLACING LEADING ==PO-== BY ==WS-Ord-==.
       01  WS-Ord-Sub               Pic 9(5)    Binary.
       01  WS-Ord-Scan              Pic 9(5)    Binary.
       01  WS-Ord-Dup-Flag          Pic X       Value "N".
         88  WS-Ord-Dup             Value "Y".
       01  WS-Orders-Changed-Flag   Pic X       Value "N".
         88  WS-Orders-Changed      Value "Y".

      * THE NUMBER INVENTORY - SAME LOAD/REWRITE AS TELCONUM.
       01  WS-Number-Table.
           05  WS-Num-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Num-Entry Occurs 20000 Times.
               COPY NUMINV REPLACING LEADING ==NI-== BY ==WS-Num-==.
       01  WS-Num-Sub               Pic 9(5)    Binary.
       01  WS-Num-Scan              Pic 9(5)    Binary.
       01  WS-Num-Found-Flag        Pic X       Value "N".
         88  WS-Num-Found           Value "Y".
       01  WS-Num-Other-Flag        Pic X       Value "N".
         88  WS-Num-Other           Value "Y".
       01  WS-Numbers-Changed-Flag  Pic X       Value "N".
         88  WS-Numbers-Changed     Value "Y".

      * THE SUBSCRIBER MASTER - SAME LOAD/REWRITE AS TELCOSCM.
       01  WS-Master-Table.
           05  WS-Mst-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Mst-Entry Occurs 5000 Times.
               10  WS-Mst-Id        Pic X(10).
               10  WS-Mst-Name      Pic X(30).
               10  WS-Mst-Status    Pic X(1).
       01  WS-Mst-Sub               Pic 9(5)    Binary.
       01  WS-Mst-Found-Flag        Pic X       Value "N".
         88  WS-Mst-Found           Value "Y".
       01  WS-Master-Changed-Flag   Pic X       Value "N".
         88  WS-Master-Changed      Value "Y".

      * ONE ORDER'S CHECK - THE REASON IS LEFT BLANK WHEN IT PASSES.
       01  WS-Check-Reason          Pic X(40)   Value Spaces.
       01  WS-Number-Len            Pic 9(2)    Binary.
       01  WS-Port-Digits           Pic 9(15).
       01  WS-Port-Key              Pic X(15).
       01  WS-Port-Subscriber       Pic X(10).

       01  WS-Run-Counts.
           05  WS-Imported-Count    Pic 9(5)    Binary Value Zero.
           05  WS-Rejected-Count    Pic 9(5)    Binary Value Zero.
           05  WS-Completed-In      Pic 9(5)    Binary Value Zero.
           05  WS-Completed-Out     Pic 9(5)    Binary Value Zero.
           05  WS-Retry-Count       Pic 9(5)    Binary Value Zero.
           05  WS-Overdue-Count     Pic 9(5)    Binary Value Zero.
           05  WS-Exception-Count   Pic 9(5)    Binary Value Zero.

       01  WS-Title-Line.
           05  Pic X(32)  Value "NUMBER PORTING EXCEPTIONS - BUSI".
           05  Pic X(12)  Value "NESS DATE : ".
           05  WS-Title-Date-Out    Pic 9(8).
           05  Pic X(16)  Value "  GRACE DAYS : ".
           05  WS-Title-Grace-Out   Pic ZZ9.
       01  WS-Heading-Line.
           05  Pic X(14)  Value "ORDER-ID".
           05  Pic X(3)   Value "T".
           05  Pic X(17)  Value "NUMBER".
           05  Pic X(12)  Value "SUBSCRIBER".
           05  Pic X(10)  Value "SCHEDULED".
           05  Pic X(15)  Value "EXCEPTION".
           05  Pic X(40)  Value "REASON".
       01  WS-Detail-Line.
           05  WS-Det-Order-Id      Pic X(12).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Type          Pic X(1).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Number        Pic X(15).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Subscriber    Pic X(10).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Scheduled     Pic 9(8).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Exception     Pic X(13).
           05  Pic X(2)   Value Spaces.
           05  WS-Det-Reason        Pic X(40).
       01  WS-Total-Line.
           05  WS-Tot-Label         Pic X(36).
           05  WS-Tot-Count-Out     Pic ZZZZ9.

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
           Perform Get-Port-Parameters
           Perform Load-Order-Book
           Perform Load-Number-Inventory
           Perform Load-Subscriber-Master
           Open Output Exception-Report-File
           Move WS-Business-Date To WS-Title-Date-Out
           Move WS-Grace-Days To WS-Title-Grace-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Heading-Line
           Perform Import-Orders
           Perform Work-One-Order
               Varying WS-Ord-Sub From 1 By 1
               Until WS-Ord-Sub > WS-Ord-Count
           Perform Print-Port-Totals
           Close Exception-Report-File
           If WS-Orders-Changed
               Perform Rewrite-Order-Book
           End-If
           If WS-Numbers-Changed
               Perform Rewrite-Number-Inventory
           End-If
           If WS-Master-Changed
               Perform Rewrite-Subscriber-Master
           End-If
           Display "PORTING ORDERS IMPORTED: " WS-Imported-Count
                   " REJECTED: " WS-Rejected-Count
           Display "PORT-INS COMPLETED: " WS-Completed-In
                   " PORT-OUTS COMPLETED: " WS-Completed-Out
           Display "ORDERS HELD FOR RETRY: " WS-Retry-Count
                   " OVERDUE: " WS-Overdue-Count
           Move "TELCOPRT" To audit-log-program
           Move "PORTDAY" To audit-log-operation
           If WS-Exception-Count > Zero
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

      * AN ORDER STILL PENDING ON OR BEFORE WS-OVERDUE-DATE HAS HAD
      * ITS GRACE DAYS.
       Get-Port-Parameters.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Prt-Env-Value
                WS-Prt-Ge-Result
           If WS-Prt-Ge-Result < 19
                   And WS-Prt-Env-Value Not = Spaces
               Move WS-Prt-Env-Value To WS-Business-Date
           Else
               Move Function Current-Date (1:8) To WS-Business-Date
           End-If
           Move Spaces To WS-Prt-Env-Value
           Call "GETENVOP" Using WS-Grace-Env-Name WS-Prt-Env-Value
                WS-Prt-Ge-Result
           If WS-Prt-Ge-Result < 19
                   And WS-Prt-Env-Value Not = Spaces
               Compute WS-Grace-Days =
                       Function Numval ( WS-Prt-Env-Value )
           End-If
           Move Spaces To WS-Prt-Env-Value
           Call "GETENVOP" Using WS-Operator-Env-Name WS-Prt-Env-Value
                WS-Prt-Ge-Result
           If WS-Prt-Ge-Result < 19
                   And WS-Prt-Env-Value Not = Spaces
               Move WS-Prt-Env-Value To WS-Own-Operator
           End-If
           Compute WS-Overdue-Int =
                   Function Integer-Of-Date ( WS-Business-Date )
                   - WS-Grace-Days
           Move Function Date-Of-Integer ( WS-Overdue-Int )
               To WS-Overdue-Date
           .

       Load-Order-Book.
           Move "N" To WS-Eof-Flag
           Open Input Order-Book-File
           If WS-Portord-File-Status = "00"
               Perform Read-One-Order Until WS-Eof
               Close Order-Book-File
           End-If
           Display "PORTING ORDERS ON THE BOOK: " WS-Ord-Count
           .

       Read-One-Order.
           Read Order-Book-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Ord-Count < 5000
                       Add 1 To WS-Ord-Count
                       Move Order-Book-Record
                           To WS-Ord-Entry (WS-Ord-Count)
                   End-If
           End-Read
           .

       Load-Number-Inventory.
           Move "N" To WS-Eof-Flag
           Open Input Number-Inventory-File
           If WS-Numinv-File-Status = "00"
               Perform Read-One-Number Until WS-Eof
               Close Number-Inventory-File
           End-If
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

       Load-Subscriber-Master.
           Move "N" To WS-Eof-Flag
           Open Input Subscriber-Master-File
           If WS-Submast-File-Status = "00"
               Perform Read-One-Master Until WS-Eof
               Close Subscriber-Master-File
           End-If
           .

       Read-One-Master.
           Read Subscriber-Master-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Mst-Count < 5000
                       Add 1 To WS-Mst-Count
                       Move SUB-Id To WS-Mst-Id (WS-Mst-Count)
                       Move SUB-Name To WS-Mst-Name (WS-Mst-Count)
                       Move SUB-Status
                           To WS-Mst-Status (WS-Mst-Count)
                   End-If
           End-Read
           .

      * TAKES THE CLEARINGHOUSE DELIVERY ONTO THE ORDER BOOK AND
      * EMPTIES IT SO THE SAME ORDERS ARE NOT OFFERED TWICE. AN
      * ORDER FAILING ITS CHECKS IS BOOKED REJECTED.
       Import-Orders.
           Move "N" To WS-Eof-Flag
           Open Input Order-Import-File
           If WS-Portimp-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Import-One-Order Until WS-Eof
           Close Order-Import-File
           Open Output Order-Import-File
           Close Order-Import-File
           .

       Import-One-Order.
           Read Order-Import-File
               At End
                   Set WS-Eof To True
                   Exit Paragraph
           End-Read
           If WS-Ord-Count >= 5000
               Display "PORTING ORDER BOOK FULL - ORDER " POI-Order-Id
                       " NOT TAKEN."
               Add 1 To WS-Exception-Count
               Exit Paragraph
           End-If
           Add 1 To WS-Imported-Count
           Add 1 To WS-Ord-Count
           Move WS-Ord-Count To WS-Ord-Sub
           Move Order-Import-Record To WS-Ord-Entry (WS-Ord-Sub)
           Move WS-Business-Date To WS-Ord-Status-Date (WS-Ord-Sub)
           Move Spaces To WS-Ord-Reason (WS-Ord-Sub)
           Set WS-Orders-Changed To True
           Move Spaces To WS-Check-Reason
           If WS-Ord-Order-Id (WS-Ord-Sub) = Spaces
               Move "NO ORDER ID" To WS-Check-Reason
           Else
               Move "N" To WS-Ord-Dup-Flag
               Perform Varying WS-Ord-Scan From 1 By 1
                       Until WS-Ord-Scan >= WS-Ord-Sub Or WS-Ord-Dup
                   If WS-Ord-Order-Id (WS-Ord-Scan)
                      = WS-Ord-Order-Id (WS-Ord-Sub)
                       Set WS-Ord-Dup To True
                   End-If
                   If WS-Ord-Number (WS-Ord-Scan)
                      = WS-Ord-Number (WS-Ord-Sub)
                      And WS-Ord-Status (WS-Ord-Scan) = "P"
                      And Not WS-Ord-Dup
                       Move "ANOTHER ORDER IS PENDING FOR THE NUMBER"
                           To WS-Check-Reason
                   End-If
               End-Perform
               If WS-Ord-Dup
                   Move "DUPLICATE ORDER ID" To WS-Check-Reason
               End-If
           End-If
           If WS-Check-Reason = Spaces
               Perform Check-Order
           End-If
           If WS-Check-Reason = Spaces
               Move "P" To WS-Ord-Status (WS-Ord-Sub)
           Else
               Move "R" To WS-Ord-Status (WS-Ord-Sub)
               Move WS-Check-Reason To WS-Ord-Reason (WS-Ord-Sub)
               Add 1 To WS-Rejected-Count
               Move "REJECTED" To WS-Det-Exception
               Perform Write-Exception-Line
           End-If
           .

      * THE CHECKS AN ORDER MUST PASS WHEN IT ARRIVES AND AGAIN WHEN
      * IT COMPLETES, AGAINST THE INVENTORY AND MASTER AS THEY STAND
      * THEN. SETS WS-CHECK-REASON ON THE FIRST FAILURE; A PORT-OUT
      * THAT PASSES LEAVES WS-NUM-SUB ON THE NUMBER AND
      * WS-PORT-SUBSCRIBER ON ITS HOLDER.
       Check-Order.
           Move Spaces To WS-Check-Reason
           Move WS-Ord-Subscriber-Id (WS-Ord-Sub) To WS-Port-Subscriber
           Perform Check-Order-Number
           If WS-Check-Reason Not = Spaces
               Exit Paragraph
           End-If
           If WS-Ord-Scheduled-Date (WS-Ord-Sub) Is Not Numeric
               Move "SCHEDULED DATE IS NOT A DATE" To WS-Check-Reason
               Exit Paragraph
           End-If
           If Function Test-Date-YYYYMMDD
                  ( WS-Ord-Scheduled-Date (WS-Ord-Sub) ) Not = Zero
               Move "SCHEDULED DATE IS NOT A DATE" To WS-Check-Reason
               Exit Paragraph
           End-If
           Move WS-Ord-Number (WS-Ord-Sub) To WS-Port-Key
           Perform Find-Number
           Evaluate WS-Ord-Type (WS-Ord-Sub)
               When "O"
                   Perform Check-Port-Out
               When "I"
                   Perform Check-Port-In
               When Other
                   Move "ORDER TYPE MUST BE I OR O" To WS-Check-Reason
           End-Evaluate
           .

      * THE NUMBER MUST BE 1 TO 15 DIGITS, LEFT-JUSTIFIED.
       Check-Order-Number.
           Perform Varying WS-Number-Len From 15 By -1
                   Until WS-Number-Len = Zero
                   Or WS-Ord-Number (WS-Ord-Sub) (WS-Number-Len:1)
                      Not = Space
               Continue
           End-Perform
           If WS-Number-Len = Zero
               Move "NO NUMBER ON THE ORDER" To WS-Check-Reason
               Exit Paragraph
           End-If
           If WS-Ord-Number (WS-Ord-Sub) (1:WS-Number-Len)
              Is Not Numeric
               Move "NUMBER IS NOT ALL DIGITS" To WS-Check-Reason
           End-If
           .

      * A PORT-OUT MUST COME FROM US, TO SOMEONE ELSE, FOR A NUMBER
      * WE HAVE IN SERVICE - AND FOR ITS HOLDER, IF ONE IS NAMED.
       Check-Port-Out.
           If WS-Ord-Donor-Operator (WS-Ord-Sub) Not = WS-Own-Operator
               Move "PORT-OUT DONOR IS NOT US" To WS-Check-Reason
               Exit Paragraph
           End-If
           If WS-Ord-Recipient-Operator (WS-Ord-Sub) = Spaces
              Or WS-Ord-Recipient-Operator (WS-Ord-Sub)
                 = WS-Own-Operator
               Move "NO OTHER RECIPIENT OPERATOR" To WS-Check-Reason
               Exit Paragraph
           End-If
           If Not WS-Num-Found
               Move "NUMBER IS NOT IN OUR INVENTORY"
                   To WS-Check-Reason
               Exit Paragraph
           End-If
           If WS-Num-Status (WS-Num-Sub) Not = "A"
              And WS-Num-Status (WS-Num-Sub) Not = "I"
               Move "NUMBER IS NOT IN SERVICE WITH US"
                   To WS-Check-Reason
               Exit Paragraph
           End-If
           Move WS-Num-Subscriber-Id (WS-Num-Sub) To WS-Port-Subscriber
           If WS-Ord-Subscriber-Id (WS-Ord-Sub) Not = Spaces
              And WS-Ord-Subscriber-Id (WS-Ord-Sub)
                  Not = WS-Port-Subscriber
               Move "NUMBER IS NOT HELD BY THE SUBSCRIBER"
                   To WS-Check-Reason
           End-If
           .

      * A PORT-IN MUST COME TO US FROM SOMEONE ELSE, FOR A NUMBER WE
      * DO NOT HOLD (OR HOLD ONLY AS PORTED OUT), FOR A WELL-FORMED
      * SUBSCRIBER - NAMED IF NEW - ON A SIM NOT PAIRED ELSEWHERE.
       Check-Port-In.
           If WS-Ord-Recipient-Operator (WS-Ord-Sub)
              Not = WS-Own-Operator
               Move "PORT-IN RECIPIENT IS NOT US" To WS-Check-Reason
               Exit Paragraph
           End-If
           If WS-Ord-Donor-Operator (WS-Ord-Sub) = Spaces
              Or WS-Ord-Donor-Operator (WS-Ord-Sub) = WS-Own-Operator
               Move "NO OTHER DONOR OPERATOR" To WS-Check-Reason
               Exit Paragraph
           End-If
           If WS-Num-Found
              And WS-Num-Status (WS-Num-Sub) Not = "O"
               Move "NUMBER IS ALREADY OURS" To WS-Check-Reason
               Exit Paragraph
           End-If
           If Not WS-Num-Found
              And WS-Num-Count >= 20000
               Move "NUMBER INVENTORY IS FULL" To WS-Check-Reason
               Exit Paragraph
           End-If
           If WS-Ord-Subscriber-Id (WS-Ord-Sub) Is Not Numeric
               Move "SUBSCRIBER ID MUST BE TEN DIGITS"
                   To WS-Check-Reason
               Exit Paragraph
           End-If
           Perform Find-Order-Subscriber
           If Not WS-Mst-Found
              And WS-Ord-Subscriber-Name (WS-Ord-Sub) = Spaces
               Move "NEW SUBSCRIBER HAS NO NAME" To WS-Check-Reason
               Exit Paragraph
           End-If
           If Not WS-Mst-Found
              And WS-Mst-Count >= 5000
               Move "SUBSCRIBER MASTER IS FULL" To WS-Check-Reason
               Exit Paragraph
           End-If
           If WS-Ord-Sim-Serial (WS-Ord-Sub) = Spaces
               Move "NO SIM SERIAL ON THE ORDER" To WS-Check-Reason
               Exit Paragraph
           End-If
           Perform Varying WS-Num-Scan From 1 By 1
                   Until WS-Num-Scan > WS-Num-Count
               If WS-Num-Sim-Serial (WS-Num-Scan)
                  = WS-Ord-Sim-Serial (WS-Ord-Sub)
                  And WS-Num-Number (WS-Num-Scan)
                      Not = WS-Ord-Number (WS-Ord-Sub)
                   Move "SIM IS PAIRED WITH ANOTHER NUMBER"
                       To WS-Check-Reason
               End-If
           End-Perform
           .

       Find-Number.
           Move "N" To WS-Num-Found-Flag
           Perform Varying WS-Num-Sub From 1 By 1
                   Until WS-Num-Sub > WS-Num-Count
                   Or WS-Num-Found
               If WS-Num-Number (WS-Num-Sub) = WS-Port-Key
                   Set WS-Num-Found To True
                   Subtract 1 From WS-Num-Sub
               End-If
           End-Perform
           .

       Find-Order-Subscriber.
           Move "N" To WS-Mst-Found-Flag
           Perform Varying WS-Mst-Sub From 1 By 1
                   Until WS-Mst-Sub > WS-Mst-Count
                   Or WS-Mst-Found
               If WS-Mst-Id (WS-Mst-Sub) = WS-Port-Subscriber
                   Set WS-Mst-Found To True
                   Subtract 1 From WS-Mst-Sub
               End-If
           End-Perform
           .

      * ONE PENDING ORDER ON OR AFTER ITS SCHEDULED DATE: COMPLETE
      * IT IF IT STILL PASSES ITS CHECKS, OTHERWISE HOLD IT FOR
      * RETRY - OR, ITS GRACE DAYS GONE, MARK IT OVERDUE.
       Work-One-Order.
           If WS-Ord-Status (WS-Ord-Sub) Not = "P"
              Or WS-Ord-Scheduled-Date (WS-Ord-Sub) > WS-Business-Date
               Exit Paragraph
           End-If
           Perform Check-Order
           If WS-Check-Reason = Spaces
               Perform Complete-Order
               Exit Paragraph
           End-If
           Move WS-Check-Reason To WS-Ord-Reason (WS-Ord-Sub)
           Move WS-Business-Date To WS-Ord-Status-Date (WS-Ord-Sub)
           Set WS-Orders-Changed To True
           If WS-Ord-Scheduled-Date (WS-Ord-Sub) <= WS-Overdue-Date
               Move "X" To WS-Ord-Status (WS-Ord-Sub)
               Add 1 To WS-Overdue-Count
               Move "OVERDUE" To WS-Det-Exception
           Else
               Add 1 To WS-Retry-Count
               Move "NOT COMPLETED" To WS-Det-Exception
           End-If
           Perform Write-Exception-Line
           .

      * THE PORT TAKES EFFECT ON ITS SCHEDULED DATE, HOWEVER LATE
      * THE RUN THAT COMPLETES IT, SO CALLS FROM THAT DATE RERATE TO
      * THE RIGHT OPERATOR.
       Complete-Order.
           Compute WS-Port-Digits =
                   Function Numval
                   ( WS-Ord-Number (WS-Ord-Sub) (1:WS-Number-Len) )
           Move WS-Port-Digits To PT-Number
           Move 15 To PT-Match-Len
           Move WS-Ord-Scheduled-Date (WS-Ord-Sub) To PT-Effective-Date
           If WS-Ord-Type (WS-Ord-Sub) = "O"
               Move WS-Ord-Recipient-Operator (WS-Ord-Sub)
                   To PT-Operator
               Perform Complete-Port-Out
               Add 1 To WS-Completed-Out
           Else
               Move "HOME" To PT-Operator
               Perform Complete-Port-In
               Add 1 To WS-Completed-In
           End-If
           Open Extend Ported-Number-File
           If WS-Porttab-File-Status Not = "00"
               Open Output Ported-Number-File
           End-If
           Write Ported-Number-Record
           Close Ported-Number-File
           Move "C" To WS-Ord-Status (WS-Ord-Sub)
           Move WS-Business-Date To WS-Ord-Status-Date (WS-Ord-Sub)
           Move Spaces To WS-Ord-Reason (WS-Ord-Sub)
           Set WS-Orders-Changed To True
           Display "PORT " WS-Ord-Type (WS-Ord-Sub) " COMPLETED: "
                   WS-Ord-Number (WS-Ord-Sub) " ORDER "
                   WS-Ord-Order-Id (WS-Ord-Sub)
           .

      * THE NUMBER LEAVES SERVICE; ITS HOLDER IS DISCONNECTED ONLY IF
      * NOTHING ELSE OF THEIRS REMAINS IN SERVICE.
       Complete-Port-Out.
           Move "O" To WS-Num-Status (WS-Num-Sub)
           Move Spaces To WS-Num-Sim-Serial (WS-Num-Sub)
           Move Zero To WS-Num-Release-Date (WS-Num-Sub)
           Move WS-Ord-Scheduled-Date (WS-Ord-Sub)
               To WS-Num-Status-Date (WS-Num-Sub)
           Move "TELCOPRT" To WS-Num-Changed-By (WS-Num-Sub)
           Set WS-Numbers-Changed To True
           Move "N" To WS-Num-Other-Flag
           Perform Varying WS-Num-Scan From 1 By 1
                   Until WS-Num-Scan > WS-Num-Count
               If WS-Num-Subscriber-Id (WS-Num-Scan)
                  = WS-Port-Subscriber
                  And ( WS-Num-Status (WS-Num-Scan) = "A"
                     Or WS-Num-Status (WS-Num-Scan) = "I" )
                   Set WS-Num-Other To True
               End-If
           End-Perform
           If WS-Num-Other
               Exit Paragraph
           End-If
           Move "D" To SS-Status
           Perform Append-Port-Status
           Perform Find-Order-Subscriber
           If WS-Mst-Found
               Move "D" To WS-Mst-Status (WS-Mst-Sub)
               Set WS-Master-Changed To True
           End-If
           .

      * THE NUMBER ENTERS SERVICE FOR THE SUBSCRIBER, WHO IS OPENED
      * IF NEW AND ACTIVATED IF DISCONNECTED.
       Complete-Port-In.
           If Not WS-Num-Found
               Add 1 To WS-Num-Count
               Move WS-Num-Count To WS-Num-Sub
               Move Spaces To WS-Num-Entry (WS-Num-Sub)
               Move WS-Ord-Number (WS-Ord-Sub)
                   To WS-Num-Number (WS-Num-Sub)
           End-If
           Move "I" To WS-Num-Status (WS-Num-Sub)
           Move WS-Port-Subscriber To WS-Num-Subscriber-Id (WS-Num-Sub)
           Move WS-Ord-Sim-Serial (WS-Ord-Sub)
               To WS-Num-Sim-Serial (WS-Num-Sub)
           Move Zero To WS-Num-Release-Date (WS-Num-Sub)
           Move WS-Ord-Scheduled-Date (WS-Ord-Sub)
               To WS-Num-Status-Date (WS-Num-Sub)
           Move "TELCOPRT" To WS-Num-Changed-By (WS-Num-Sub)
           Set WS-Numbers-Changed To True
           Perform Find-Order-Subscriber
           If WS-Mst-Found
               If WS-Mst-Status (WS-Mst-Sub) Not = "D"
                   Exit Paragraph
               End-If
           Else
               Add 1 To WS-Mst-Count
               Move WS-Mst-Count To WS-Mst-Sub
               Move WS-Port-Subscriber To WS-Mst-Id (WS-Mst-Sub)
               Move WS-Ord-Subscriber-Name (WS-Ord-Sub)
                   To WS-Mst-Name (WS-Mst-Sub)
           End-If
           Move "A" To WS-Mst-Status (WS-Mst-Sub)
           Set WS-Master-Changed To True
           Move "A" To SS-Status
           Perform Append-Port-Status
           .

       Append-Port-Status.
           Move WS-Port-Subscriber To SS-Subscriber-Id
           Move WS-Ord-Scheduled-Date (WS-Ord-Sub) To SS-Effective-Date
           Move "TELCOPRT" To SS-Source
           Open Extend Status-History-File
           Write Status-History-Record
           Close Status-History-File
           .

       Write-Exception-Line.
           Add 1 To WS-Exception-Count
           Move WS-Ord-Order-Id (WS-Ord-Sub) To WS-Det-Order-Id
           Move WS-Ord-Type (WS-Ord-Sub) To WS-Det-Type
           Move WS-Ord-Number (WS-Ord-Sub) To WS-Det-Number
           Move WS-Ord-Subscriber-Id (WS-Ord-Sub) To WS-Det-Subscriber
           If WS-Ord-Scheduled-Date (WS-Ord-Sub) Is Numeric
               Move WS-Ord-Scheduled-Date (WS-Ord-Sub)
                   To WS-Det-Scheduled
           Else
               Move Zero To WS-Det-Scheduled
           End-If
           Move WS-Check-Reason To WS-Det-Reason
           Write Report-Line From WS-Detail-Line
           .

       Print-Port-Totals.
           Move Spaces To Report-Line
           Write Report-Line
           Move "ORDERS IMPORTED....................:" To WS-Tot-Label
           Move WS-Imported-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "ORDERS REJECTED....................:" To WS-Tot-Label
           Move WS-Rejected-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "PORT-INS COMPLETED.................:" To WS-Tot-Label
           Move WS-Completed-In To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "PORT-OUTS COMPLETED................:" To WS-Tot-Label
           Move WS-Completed-Out To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "ORDERS NOT COMPLETED - RETRY.......:" To WS-Tot-Label
           Move WS-Retry-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           Move "ORDERS OVERDUE.....................:" To WS-Tot-Label
           Move WS-Overdue-Count To WS-Tot-Count-Out
           Write Report-Line From WS-Total-Line
           .

       Rewrite-Order-Book.
           Open Output Order-Book-File
           Perform Rewrite-One-Order
               Varying WS-Ord-Sub From 1 By 1
               Until WS-Ord-Sub > WS-Ord-Count
           Close Order-Book-File
           .

       Rewrite-One-Order.
           Move WS-Ord-Entry (WS-Ord-Sub) To Order-Book-Record
           Write Order-Book-Record
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

       Rewrite-Subscriber-Master.
           Open Output Subscriber-Master-File
           Perform Rewrite-One-Master
               Varying WS-Mst-Sub From 1 By 1
               Until WS-Mst-Sub > WS-Mst-Count
           Close Subscriber-Master-File
           .

       Rewrite-One-Master.
           Move WS-Mst-Id (WS-Mst-Sub) To SUB-Id
           Move WS-Mst-Name (WS-Mst-Sub) To SUB-Name
           Move WS-Mst-Status (WS-Mst-Sub) To SUB-Status
           Write Subscriber-Master-Record
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

       End Program TELCOPRT.
