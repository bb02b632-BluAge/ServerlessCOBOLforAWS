      *  PROBES THE CONFIGURED QUEUES/TABLES/STREAMS WITH HARMLESS
      *  CALLS, AND PRODUCES A PASS/FAIL READINESS REPORT BEFORE THE
      *  BATCH WINDOW OPENS - SO A MISSING SQS_OUT_QUEUE SURFACES AT
      *  18:00, NOT MID-MESSAGE AT 02:00. ALSO FLAGS ANY CURRENCY
      *  THE NEXT RUN (TELCO_BUSINESS_DATE, DEFAULT TODAY) WOULD RATE
      *  WITH AN EXCHANGE RATE OLDER THAN TELCO_FX_MAX_AGE_DAYS
      *  (DEFAULT 3) - A RATE ONLY CARRIED FORWARD BY TELCOFXI DOES
      *  NOT COUNT AS FRESH.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Currency-Table-File Assign To "CURRTAB"
               Organization Is Sequential
               File Status Is WS-Currency-Table-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Currency-Table-File
           Recording Mode Is F.
       01  Currency-Table-File-Record.
               COPY CURRTAB REPLACING LEADING ==CR-== BY ==CRF-==.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       01  kinesis-data             Pic X(70).
       01  kinesis-op-result        Pic 9(2)    Binary.

      * EXCHANGE-RATE AGE CHECK - CURRTAB AS TELCOATOM LOADS IT, THE
      * DATE THE NEXT RUN RATES AT AND THE OLDEST ACCEPTABLE RATE.
       01  WS-Currency-Table-File-Status Pic X(2) Value Spaces.
       01  WS-Currency-Table-Area.
           05  Currency-Table-Count Pic 9(4)    Binary Value Zero.
           05  Currency-Table-Entry Occurs 3000 Times
                                Indexed By CR-Idx.
               COPY CURRTAB.
       01  WS-Fx-Code-Table.
           05  WS-Fx-Code-Count     Pic 9(3)    Binary Value Zero.
           05  WS-Fx-Code Occurs 200 Times Pic X(3).
       01  WS-Fx-Code-Sub           Pic 9(3)    Binary.
       01  WS-Fx-Found-Flag         Pic X       Value "N".
         88  WS-Fx-Found            Value "Y".
       01  WS-Fx-Control.
           05  WS-Fx-Run-Date       Pic 9(8)    Value Zero.
           05  WS-Fx-Date-Env-Name  Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Fx-Max-Age        Pic 9(3)    Value 3.
           05  WS-Fx-Age-Env-Name   Pic X(32)
                   Value "TELCO_FX_MAX_AGE_DAYS".
           05  WS-Fx-Env-Value      Pic X(32)   Value Spaces.
           05  WS-Fx-Ge-Result      Pic 9(2)    Binary.
           05  WS-Fx-Best-Date      Pic 9(8).
           05  WS-Fx-Age            Pic 9(5).
           05  WS-Fx-Age-Out        Pic ZZZZ9.

       01  WS-Report-Line.
           05  WS-Line-Check        Pic X(40).
           05  WS-Line-Status       Pic X(10).
           Perform Probe-DynamoDB-Table
           Perform Probe-Ops-Queue
           Perform Probe-Event-Stream
           Perform Check-Exchange-Rate-Age
           Display "----------------------------------------------"
           If WS-Fail-Count = Zero
               Display "PREFLIGHT: READY. WARNINGS: " WS-Warn-Count
           Display WS-Line-Check WS-Line-Status
           .

      * ONE LINE PER CURRENCY ON CURRTAB: THE NEWEST REAL (NOT
      * CARRIED-FORWARD) RATE THE NEXT RUN COULD USE, AND WHETHER IT
      * IS OLDER THAN THE LIMIT. A STALE RATE IS A WARNING, NOT A
      * FAILURE - THE RUN CAN STILL RATE, JUST ON OLD NUMBERS.
       Check-Exchange-Rate-Age.
           Call "GETENVOP" Using WS-Fx-Date-Env-Name WS-Fx-Env-Value
                WS-Fx-Ge-Result
           If WS-Fx-Ge-Result < 19
                   And WS-Fx-Env-Value Not = Spaces
               Move WS-Fx-Env-Value To WS-Fx-Run-Date
           Else
               Move Function Current-Date (1:8) To WS-Fx-Run-Date
           End-If
           Move Spaces To WS-Fx-Env-Value
           Call "GETENVOP" Using WS-Fx-Age-Env-Name WS-Fx-Env-Value
                WS-Fx-Ge-Result
           If WS-Fx-Ge-Result < 19
                   And WS-Fx-Env-Value Not = Spaces
               Compute WS-Fx-Max-Age =
                       Function Numval ( WS-Fx-Env-Value )
           End-If
           Perform Load-Currency-Table
           Perform Check-One-Currency-Age
               Varying WS-Fx-Code-Sub From 1 By 1
               Until WS-Fx-Code-Sub > WS-Fx-Code-Count
           .

       Load-Currency-Table.
           Move Zero To Currency-Table-Count
           Open Input Currency-Table-File
           If WS-Currency-Table-File-Status = "00"
               Perform
                   Until WS-Currency-Table-File-Status Not = "00"
                   Read Currency-Table-File
                   If WS-Currency-Table-File-Status = "00"
                   And Currency-Table-Count < 3000
                       Add 1 To Currency-Table-Count
                       Set CR-Idx To Currency-Table-Count
                       Move Currency-Table-File-Record
                            To Currency-Table-Entry (CR-Idx)
                       Perform Note-Currency-Code
                   End-If
               End-Perform
               Close Currency-Table-File
           End-If
           .

       Note-Currency-Code.
           Move "N" To WS-Fx-Found-Flag
           Perform Varying WS-Fx-Code-Sub From 1 By 1
                   Until WS-Fx-Code-Sub > WS-Fx-Code-Count
                   Or WS-Fx-Found
               If WS-Fx-Code (WS-Fx-Code-Sub) = CRF-Currency-Code
                   Set WS-Fx-Found To True
               End-If
           End-Perform
           If Not WS-Fx-Found And WS-Fx-Code-Count < 200
               Add 1 To WS-Fx-Code-Count
               Move CRF-Currency-Code To WS-Fx-Code (WS-Fx-Code-Count)
           End-If
           .

       Check-One-Currency-Age.
           Move Zero To WS-Fx-Best-Date
           Perform Varying CR-Idx From 1 By 1
                   Until CR-Idx > Currency-Table-Count
               If CR-Currency-Code (CR-Idx) =
                       WS-Fx-Code (WS-Fx-Code-Sub)
               And CR-Effective-Date (CR-Idx) Not > WS-Fx-Run-Date
               And CR-Effective-Date (CR-Idx) > WS-Fx-Best-Date
               And Not CR-Source-Carried (CR-Idx)
                   Move CR-Effective-Date (CR-Idx) To WS-Fx-Best-Date
               End-If
           End-Perform
           Move Spaces To WS-Line-Check
           If WS-Fx-Best-Date = Zero
               String "FX RATE " WS-Fx-Code (WS-Fx-Code-Sub)
                      " NONE IN FORCE"
                      Delimited By Size Into WS-Line-Check
               Move "*STALE*" To WS-Line-Status
               Add 1 To WS-Warn-Count
               Display WS-Line-Check WS-Line-Status
               Exit Paragraph
           End-If
           Compute WS-Fx-Age =
                   Function Integer-Of-Date ( WS-Fx-Run-Date )
                 - Function Integer-Of-Date ( WS-Fx-Best-Date )
           Move WS-Fx-Age To WS-Fx-Age-Out
           String "FX RATE " WS-Fx-Code (WS-Fx-Code-Sub)
                  " OF " WS-Fx-Best-Date " AGE" WS-Fx-Age-Out
                  " DAYS"
                  Delimited By Size Into WS-Line-Check
           If WS-Fx-Age > WS-Fx-Max-Age
               Move "*STALE*" To WS-Line-Status
               Add 1 To WS-Warn-Count
           Else
               Move "CURRENT" To WS-Line-Status
           End-If
           Display WS-Line-Check WS-Line-Status
           .

      * DERIVES THE RUN-ID CORRELATING THIS PREFLIGHT'S AUDIT-LOG
      * ENTRIES WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF
      * SET, ELSE A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S
