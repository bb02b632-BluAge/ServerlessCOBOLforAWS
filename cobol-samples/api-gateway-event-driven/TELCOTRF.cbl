       Identification Division.
       Program-ID. TELCOTRF.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  BULK TARIFF-CHANGE IMPORT - READS A "|"-DELIMITED CHANGE
      *  FILE (TARIFFCH) OF NEW EFFECTIVE-DATED RATETAB, JURTAB,
      *  ROAMTAB AND CARRTAB ROWS AND VALIDATES EVERY ROW WITH THE
      *  SAME RULES TELCOTAB APPLIES AT THE CONSOLE - DATE FORMAT,
      *  RATES INSIDE SANE BOUNDS, NO DUPLICATE KEY (ON FILE OR
      *  EARLIER IN THE SAME CHANGE FILE) AND THE TOLERANCE CHECK
      *  AGAINST THE PRIOR RATE, WHICH A ROW PASSES ONLY WITH AN
      *  EXPLICIT "Y" IN ITS CONFIRM COLUMN. THE ROWS ARE STAGED, A
      *  BEFORE/AFTER COMPARISON REPORT (TRFRPT) IS WRITTEN, AND ONLY
      *  WHEN THE WHOLE FILE PASSES AND THE SIGNED-ON OPERATOR
      *  CONFIRMS ARE THEY APPENDED - ALL OR NOTHING - EACH ONE
      *  LOGGED ON TABMLOG UNDER THE OPERATOR AND THE CHANGE TICKET.
      *
      *  CHANGE FILE ROWS (A ROW STARTING "*" IS A COMMENT):
      *    RATETAB|CLASS|YYYYMMDD|HHMM|HHMM|UNIT|TAX|RND|MIN|CONFIRM
      *    JURTAB|JURIS|YYYYMMDD|BTAX|DTAX|ITAX|CONFIRM
      *    ROAMTAB|PARTNER|YYYYMMDD|SURCHARGE|SETTLE|CONFIRM
      *    CARRTAB|CARRIER|DIR|YYYYMMDD|RATE|CONFIRM
      *  RATES ARE 9.999999; MIN IS 999.99; CONFIRM IS Y OR BLANK.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Change-File Assign To "TARIFFCH"
               Organization Is Sequential
               File Status Is WS-Change-File-Status.
           Select Rate-Table-File Assign To "RATETAB"
               Organization Is Sequential
               File Status Is WS-Rate-Table-File-Status.
           Select Jurisdiction-Table-File Assign To "JURTAB"
               Organization Is Sequential
               File Status Is WS-Jur-Table-File-Status.
           Select Roaming-Table-File Assign To "ROAMTAB"
               Organization Is Sequential
               File Status Is WS-Roam-Table-File-Status.
           Select Carrier-Table-File Assign To "CARRTAB"
               Organization Is Sequential
               File Status Is WS-Carr-Table-File-Status.
           Select Report-File Assign To "TRFRPT"
               Organization Is Sequential.
           Select Table-Maint-Log-File Assign To "TABMLOG"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Change-File
           Recording Mode Is F.
       01  Change-Record            Pic X(120).

       FD  Rate-Table-File
           Recording Mode Is F.
       01  Rate-Table-File-Record.
               COPY RATETAB REPLACING LEADING ==RT-== BY ==RTF-==.

       FD  Jurisdiction-Table-File
           Recording Mode Is F.
       01  Jurisdiction-Table-File-Record.
               COPY JURTAB REPLACING LEADING ==JT-== BY ==JTF-==.

       FD  Roaming-Table-File
           Recording Mode Is F.
       01  Roaming-Table-File-Record.
               COPY ROAMTAB REPLACING LEADING ==RP-== BY ==RPF-==.

       FD  Carrier-Table-File
           Recording Mode Is F.
       01  Carrier-Table-File-Record.
               COPY CARRTAB REPLACING LEADING ==CA-== BY ==CAF-==.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Table-Maint-Log-File
           Recording Mode Is F.
       01  Table-Maint-Log-Record.
               COPY TABMLOG.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Change-File-Status     Pic X(2)  Value Spaces.
       01  WS-Rate-Table-File-Status Pic X(2)  Value Spaces.
       01  WS-Jur-Table-File-Status  Pic X(2)  Value Spaces.
       01  WS-Roam-Table-File-Status Pic X(2)  Value Spaces.
       01  WS-Carr-Table-File-Status Pic X(2)  Value Spaces.
       01  WS-Change-Eof-Flag        Pic X     Value "N".
         88  WS-Change-Eof           Value "Y".

      * THE FOUR TABLES AS THEY STAND, PLUS EVERY ROW STAGED SO FAR -
      * SO A DUPLICATE OR A TOLERANCE BREACH INSIDE THE SAME CHANGE
      * FILE IS CAUGHT TOO. SAME SIZES AS THE RATING ENGINE'S TABLES:
      * A CHANGE FILE THAT WOULD OVERFLOW ONE IS REJECTED.
       01  WS-Rate-Table-Area.
           05  Rate-Table-Count     Pic 9(3)    Binary Value Zero.
           05  Rate-Table-Entry Occurs 50 Times
                                Indexed By RT-Idx.
               COPY RATETAB.
       01  WS-Jur-Table-Area.
           05  Jur-Table-Count      Pic 9(3)    Binary Value Zero.
           05  Jur-Table-Entry Occurs 50 Times
                                Indexed By JT-Idx.
               COPY JURTAB.
       01  WS-Roam-Table-Area.
           05  Roam-Table-Count     Pic 9(3)    Binary Value Zero.
           05  Roam-Table-Entry Occurs 50 Times
                                Indexed By RP-Idx.
               COPY ROAMTAB.
       01  WS-Carr-Table-Area.
           05  Carr-Table-Count     Pic 9(3)    Binary Value Zero.
           05  Carr-Table-Entry Occurs 50 Times
                                Indexed By CA-Idx.
               COPY CARRTAB.
       01  WS-Table-Limit           Pic 9(3)    Value 50.

      * ONE CHANGE ROW, SPLIT ON "|".
       01  WS-Field-Area.
           05  WS-Fld Occurs 10 Times Pic X(12).
       01  WS-Field-Count           Pic 9(2)    Binary.
       01  WS-Row-Error             Pic X(60)   Value Spaces.
       01  WS-Confirm-Field         Pic X(12)   Value Spaces.

      * RATE-FIELD CHECK WORK AREA - ONE 9.999999 FIELD AGAINST ITS
      * SANE UPPER BOUND.
       01  WS-Chk-Text              Pic X(12).
       01  WS-Chk-Name              Pic X(10).
       01  WS-Chk-Bound             Pic 9V9(6).
       01  WS-Chk-As-Num            Pic 9V9(6).
       01  WS-Chk-Value             Pic S9V9(6).
       01  WS-New-Date              Pic 9(8).
       01  WS-New-Start-Time        Pic 9(4).
       01  WS-New-End-Time          Pic 9(4).
       01  WS-New-Min-Charge        Pic S9(3)V99.
       01  WS-Min-As-Num            Pic 9(5)V99.
       01  WS-Prior-Best-Date       Pic 9(8).
       01  WS-Dup-Found-Flag        Pic X       Value "N".
         88  WS-Duplicate-Row       Value "Y".
       01  WS-Over-Tol-Flag         Pic X       Value "N".
         88  WS-Over-Tolerance      Value "Y".

      * TOLERANCE - SAME TELCO_RATE_TOLERANCE_PCT AS TELCOTAB.
       01  WS-Tolerance-Pct         Pic 9(3)    Value 20.
       01  WS-Tolerance-Env-Name    Pic X(32)
               Value "TELCO_RATE_TOLERANCE_PCT".
       01  WS-Tolerance-Env-Value   Pic X(32)   Value Spaces.
       01  WS-Tolerance-Ge-Result   Pic 9(2)    Binary.

      * THE ROW BEING BUILT, THEN EVERY STAGED ROW - WHICH TABLE,
      * ITS KEY, THE FILE ROW ITSELF AND UP TO THREE RATE FIELDS
      * WITH THEIR BEFORE (PRIOR ROW IN FORCE ON THE NEW DATE) AND
      * AFTER VALUES FOR THE COMPARISON REPORT.
       01  WS-Cur-Entry.
           05  WS-Cur-Table         Pic X(7).
           05  WS-Cur-Key           Pic X(12).
           05  WS-Cur-Log-Key       Pic X(15).
           05  WS-Cur-Date          Pic 9(8).
           05  WS-Cur-Row           Pic X(40).
           05  WS-Cur-Prior-Flag    Pic X(1).
             88  WS-Cur-Prior-Found Value "Y".
           05  WS-Cur-Confirmed     Pic X(1).
           05  WS-Cur-Fld-Count     Pic 9(1).
           05  WS-Cur-Fld Occurs 3 Times.
               10  WS-Cur-Label     Pic X(6).
               10  WS-Cur-Tol       Pic X(1).
               10  WS-Cur-Before    Pic S9V9(6).
               10  WS-Cur-After     Pic S9V9(6).
               10  WS-Cur-Pct       Pic 9(5)V99.
       01  WS-Cur-Sub               Pic 9(1)    Binary.
       01  WS-Staged-Table.
           05  WS-Stg-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Stg-Entry Occurs 200 Times.
               10  WS-Stg-Table     Pic X(7).
               10  WS-Stg-Key       Pic X(12).
               10  WS-Stg-Log-Key   Pic X(15).
               10  WS-Stg-Date      Pic 9(8).
               10  WS-Stg-Row       Pic X(40).
               10  WS-Stg-Prior-Flag Pic X(1).
               10  WS-Stg-Confirmed Pic X(1).
               10  WS-Stg-Fld-Count Pic 9(1).
               10  WS-Stg-Fld Occurs 3 Times.
                   15  WS-Stg-Label  Pic X(6).
                   15  WS-Stg-Tol    Pic X(1).
                   15  WS-Stg-Before Pic S9V9(6).
                   15  WS-Stg-After  Pic S9V9(6).
                   15  WS-Stg-Pct    Pic 9(5)V99.
       01  WS-Stg-Sub               Pic 9(3)    Binary.
       01  WS-Stg-Fld-Sub           Pic 9(1)    Binary.

      * RUN COUNTERS.
       01  WS-Rows-Read             Pic 9(5)    Binary Value Zero.
       01  WS-Rows-Rejected         Pic 9(5)    Binary Value Zero.
       01  WS-Rows-Applied          Pic 9(5)    Binary Value Zero.
       01  WS-Import-Result         Pic 9(2)    Value Zero.

      * CHANGE TICKET THE WHOLE IMPORT IS APPLIED UNDER.
       01  WS-Ticket-Ref            Pic X(12)   Value Spaces.
       01  WS-Input-Confirm         Pic X(1)    Value Spaces.

      * REPORT LINES.
       01  WS-Title-Line.
           05  Pic X(28) Value "BULK TARIFF IMPORT - TICKET ".
           05  WS-Title-Ticket-Out  Pic X(12).
           05  Pic X(11) Value "  OPERATOR ".
           05  WS-Title-Oper-Out    Pic X(8).
           05  Pic X(6)  Value "  RUN ".
           05  WS-Title-Run-Out     Pic X(15).
       01  WS-Heading-Line.
           05  Pic X(40) Value
               "TABLE   KEY          EFF DATE   FIELD   ".
           05  Pic X(34) Value
               "  BEFORE     AFTER  CHANGE %  NOTE".
       01  WS-Detail-Line.
           05  WS-Dline-Table-Out   Pic X(7).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Key-Out     Pic X(12).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Date-Out    Pic 9(8) Blank When Zero.
           05  Pic X(3)  Value Spaces.
           05  WS-Dline-Label-Out   Pic X(6).
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-Before-Out  Pic 9.9(6) Blank When Zero.
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-After-Out   Pic 9.9(6).
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-Pct-Out     Pic ZZZZ9.99 Blank When Zero.
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-Note-Out    Pic X(10).
       01  WS-Reject-Line.
           05  Pic X(4)  Value "ROW ".
           05  WS-Rline-Row-Out     Pic ZZZZ9.
           05  Pic X(11) Value " REJECTED: ".
           05  WS-Rline-Error-Out   Pic X(60).
       01  WS-Total-Line.
           05  Pic X(11) Value "ROWS READ: ".
           05  WS-Tline-Read-Out    Pic ZZ,ZZ9.
           05  Pic X(11) Value "  STAGED: ".
           05  WS-Tline-Staged-Out  Pic ZZ,ZZ9.
           05  Pic X(13) Value "  REJECTED: ".
           05  WS-Tline-Rejected-Out Pic ZZ,ZZ9.
           05  Pic X(12) Value "  APPLIED: ".
           05  WS-Tline-Applied-Out Pic ZZ,ZZ9.
       01  WS-Result-Line.
           05  Pic X(8)  Value "RESULT: ".
           05  WS-Result-Text       Pic X(60).

      * RUN-ID CORRELATING THIS IMPORT'S LOG AND AUDIT ENTRIES WITH
      * THE REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP
      * CONVENTION AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN. A TARIFF IMPORT IS A
      * PRODUCTION RATE CHANGE AND NEEDS CHANGE AUTHORITY ("O").
       01  WS-Sgn-Console           Pic X(8)    Value "TELCOTRF".
       01  WS-Sgn-Mode              Pic X(1)    Value "S".
       01  WS-Sgn-Operator          Pic X(8)    Value Spaces.
       01  WS-Sgn-Auth-Level        Pic X(1)    Value Space.
         88  WS-Operator-May-Change Value "O".
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

       COPY OPAUDITB.

       Procedure Division.

       Main.
           Perform Get-Run-Id
           Move "S" To WS-Sgn-Mode
           Call "TELCOSGN" Using WS-Sgn-Console WS-Sgn-Mode
                WS-Sgn-Operator WS-Sgn-Auth-Level WS-Sgn-Threshold
                WS-Sgn-Result
           If WS-Sgn-Result Not = Zero
               Display "SIGN-ON REFUSED - SESSION ENDED."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Move WS-Sgn-Operator To WS-Audit-Operator
           If Not WS-Operator-May-Change
               Display "OPERATOR " WS-Sgn-Operator " IS "
                       "INQUIRY-ONLY - IMPORT REFUSED."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Open Input Change-File
           If WS-Change-File-Status Not = "00"
               Display "NO TARIFFCH CHANGE FILE - NOTHING TO IMPORT."
               Perform Flush-Audit-Buffer
               Move 4 To Return-Code
               Goback
           End-If
           Perform Prompt-For-Ticket
               With Test After Until WS-Ticket-Ref Not = Spaces
           Perform Get-Tolerance-Pct
           Perform Load-Rate-Table
           Perform Load-Jur-Table
           Perform Load-Roam-Table
           Perform Load-Carr-Table
           Open Output Report-File
           Move WS-Ticket-Ref To WS-Title-Ticket-Out
           Move WS-Sgn-Operator To WS-Title-Oper-Out
           Move WS-Run-Id To WS-Title-Run-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Perform Read-Change-Record
           Perform Validate-One-Change Until WS-Change-Eof
           Close Change-File
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Heading-Line
           Perform Report-One-Staged-Row
               Varying WS-Stg-Sub From 1 By 1
               Until WS-Stg-Sub > WS-Stg-Count
           Perform Decide-And-Apply
           Move WS-Rows-Read To WS-Tline-Read-Out
           Move WS-Stg-Count To WS-Tline-Staged-Out
           Move WS-Rows-Rejected To WS-Tline-Rejected-Out
           Move WS-Rows-Applied To WS-Tline-Applied-Out
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Total-Line
           Write Report-Line From WS-Result-Line
           Close Report-File
           Display WS-Total-Line
           Display WS-Result-Line
           Move "TELCOTRF" To audit-log-program
           Move "TARIFIMP" To audit-log-operation
           Move WS-Import-Result To audit-log-result-code
           Perform Write-Audit-Record
           Move WS-Import-Result To Return-Code
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Prompt-For-Ticket.
           Display "ENTER CHANGE TICKET REFERENCE (REQUIRED): "
               With No Advancing
           Accept WS-Ticket-Ref From Console
           If WS-Ticket-Ref = Spaces
               Display "A CHANGE TICKET IS REQUIRED FOR A TARIFF "
                       "IMPORT."
           End-If
           .

       Get-Tolerance-Pct.
           Call "GETENVOP" Using WS-Tolerance-Env-Name
                WS-Tolerance-Env-Value WS-Tolerance-Ge-Result
           If WS-Tolerance-Ge-Result < 19
                   And WS-Tolerance-Env-Value Not = Spaces
               Compute WS-Tolerance-Pct =
                       Function Numval ( WS-Tolerance-Env-Value )
           End-If
           .

       Load-Rate-Table.
           Move Zero To Rate-Table-Count
           Open Input Rate-Table-File
           If WS-Rate-Table-File-Status = "00"
               Perform
                   Until WS-Rate-Table-File-Status Not = "00"
                   Read Rate-Table-File
                   If WS-Rate-Table-File-Status = "00"
                   And Rate-Table-Count < WS-Table-Limit
                       Add 1 To Rate-Table-Count
                       Set RT-Idx To Rate-Table-Count
                       Move Rate-Table-File-Record
                            To Rate-Table-Entry (RT-Idx)
                   End-If
               End-Perform
               Close Rate-Table-File
           End-If
           .

       Load-Jur-Table.
           Move Zero To Jur-Table-Count
           Open Input Jurisdiction-Table-File
           If WS-Jur-Table-File-Status = "00"
               Perform
                   Until WS-Jur-Table-File-Status Not = "00"
                   Read Jurisdiction-Table-File
                   If WS-Jur-Table-File-Status = "00"
                   And Jur-Table-Count < WS-Table-Limit
                       Add 1 To Jur-Table-Count
                       Set JT-Idx To Jur-Table-Count
                       Move Jurisdiction-Table-File-Record
                            To Jur-Table-Entry (JT-Idx)
                   End-If
               End-Perform
               Close Jurisdiction-Table-File
           End-If
           .

       Load-Roam-Table.
           Move Zero To Roam-Table-Count
           Open Input Roaming-Table-File
           If WS-Roam-Table-File-Status = "00"
               Perform
                   Until WS-Roam-Table-File-Status Not = "00"
                   Read Roaming-Table-File
                   If WS-Roam-Table-File-Status = "00"
                   And Roam-Table-Count < WS-Table-Limit
                       Add 1 To Roam-Table-Count
                       Set RP-Idx To Roam-Table-Count
                       Move Roaming-Table-File-Record
                            To Roam-Table-Entry (RP-Idx)
                   End-If
               End-Perform
               Close Roaming-Table-File
           End-If
           .

       Load-Carr-Table.
           Move Zero To Carr-Table-Count
           Open Input Carrier-Table-File
           If WS-Carr-Table-File-Status = "00"
               Perform
                   Until WS-Carr-Table-File-Status Not = "00"
                   Read Carrier-Table-File
                   If WS-Carr-Table-File-Status = "00"
                   And Carr-Table-Count < WS-Table-Limit
                       Add 1 To Carr-Table-Count
                       Set CA-Idx To Carr-Table-Count
                       Move Carrier-Table-File-Record
                            To Carr-Table-Entry (CA-Idx)
                   End-If
               End-Perform
               Close Carrier-Table-File
           End-If
           .

       Read-Change-Record.
           Read Change-File
               At End Set WS-Change-Eof To True
           End-Read
           .

      * ONE CHANGE ROW: SPLIT, VALIDATED BY ITS TABLE'S RULES AND,
      * WHEN CLEAN, STAGED. A REJECTED ROW IS REPORTED AND THE
      * VALIDATION CARRIES ON SO ONE PASS SHOWS EVERY PROBLEM.
       Validate-One-Change.
           If Change-Record = Spaces Or Change-Record (1:1) = "*"
               Perform Read-Change-Record
               Exit Paragraph
           End-If
           Add 1 To WS-Rows-Read
           Move Spaces To WS-Field-Area
           Move Zero To WS-Field-Count
           Unstring Change-Record Delimited By "|"
               Into WS-Fld (1) WS-Fld (2) WS-Fld (3) WS-Fld (4)
                    WS-Fld (5) WS-Fld (6) WS-Fld (7) WS-Fld (8)
                    WS-Fld (9) WS-Fld (10)
               Tallying In WS-Field-Count
           End-Unstring
           Move Spaces To WS-Row-Error
           Move Spaces To WS-Cur-Entry
           Move Zero To WS-Cur-Fld-Count
           Evaluate WS-Fld (1)
               When "RATETAB"
                   Perform Validate-Rate-Change
               When "JURTAB"
                   Perform Validate-Jur-Change
               When "ROAMTAB"
                   Perform Validate-Roam-Change
               When "CARRTAB"
                   Perform Validate-Carr-Change
               When Other
                   Move "TABLE MUST BE RATETAB/JURTAB/ROAMTAB/CARRTAB"
                       To WS-Row-Error
           End-Evaluate
           If WS-Row-Error Not = Spaces
               Add 1 To WS-Rows-Rejected
               Move WS-Rows-Read To WS-Rline-Row-Out
               Move WS-Row-Error To WS-Rline-Error-Out
               Write Report-Line From WS-Reject-Line
               Display WS-Reject-Line
           End-If
           Perform Read-Change-Record
           .

      * RATETAB|CLASS|DATE|START|END|UNIT|TAX|ROUND|MIN|CONFIRM -
      * TELCOTAB'S Add-Rate-Row RULES. THE TOLERANCE IS ON THE UNIT
      * RATE (THE TAX RATE FOR CLASS B) AGAINST THE CLASS'S ROW IN
      * FORCE ON THE NEW DATE; THE OTHER RATE IS REPORTED ONLY.
       Validate-Rate-Change.
           If WS-Field-Count Not = 9 And WS-Field-Count Not = 10
               Move "RATETAB ROW NEEDS 9 OR 10 FIELDS"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           If WS-Fld (2) Not = "D" And WS-Fld (2) Not = "L"
           And WS-Fld (2) Not = "I" And WS-Fld (2) Not = "B"
               Move "CLASS MUST BE D, L, I OR B" To WS-Row-Error
               Exit Paragraph
           End-If
           Move WS-Fld (3) To WS-Chk-Text
           Perform Check-Date-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           If WS-Fld (4) (1:4) Is Not Numeric
           Or WS-Fld (5) (1:4) Is Not Numeric
           Or WS-Fld (4) (5:8) Not = Spaces
           Or WS-Fld (5) (5:8) Not = Spaces
               Move "WINDOW TIMES MUST BE 4 DIGITS" To WS-Row-Error
               Exit Paragraph
           End-If
           Move WS-Fld (4) (1:4) To WS-New-Start-Time
           Move WS-Fld (5) (1:4) To WS-New-End-Time
           If WS-New-Start-Time > 2359 Or WS-New-End-Time > 2359
               Move "WINDOW TIMES MUST BE 0000 THROUGH 2359"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Move 1 To WS-Chk-Bound
           Move "UNIT RATE" To WS-Chk-Name
           Move WS-Fld (6) To WS-Chk-Text
           Perform Check-Rate-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move WS-Chk-Value To WS-Cur-After (1)
           Move 0.5 To WS-Chk-Bound
           Move "TAX RATE" To WS-Chk-Name
           Move WS-Fld (7) To WS-Chk-Text
           Perform Check-Rate-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move WS-Chk-Value To WS-Cur-After (2)
           If WS-Fld (8) Not = "U" And WS-Fld (8) Not = "E"
               Move "ROUND RULE MUST BE U OR E" To WS-Row-Error
               Exit Paragraph
           End-If
           If Function Test-Numval ( WS-Fld (9) ) Not = Zero
               Move "MINIMUM CHARGE MUST LOOK LIKE 999.99"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Compute WS-Min-As-Num = Function Numval ( WS-Fld (9) )
           If WS-Min-As-Num > 999.99
               Move "MINIMUM CHARGE IS OUT OF SANE BOUNDS"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Move WS-Min-As-Num To WS-New-Min-Charge
           Move WS-Fld (10) To WS-Confirm-Field
           Perform Check-Confirm-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move "N" To WS-Dup-Found-Flag
           Perform Varying RT-Idx From 1 By 1
                   Until RT-Idx > Rate-Table-Count
                   Or WS-Duplicate-Row
               If RT-Rate-Class (RT-Idx) = WS-Fld (2)
               And RT-Effective-Date (RT-Idx) = WS-New-Date
               And RT-Start-Time (RT-Idx) = WS-New-Start-Time
               And RT-End-Time (RT-Idx) = WS-New-End-Time
                   Set WS-Duplicate-Row To True
               End-If
           End-Perform
           If WS-Duplicate-Row
               Move "CLASS, DATE AND WINDOW ALREADY ON RATETAB"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Move 2 To WS-Cur-Fld-Count
           Move "UNIT" To WS-Cur-Label (1)
           Move "TAX" To WS-Cur-Label (2)
           If WS-Fld (2) = "B"
               Move "N" To WS-Cur-Tol (1)
               Move "Y" To WS-Cur-Tol (2)
           Else
               Move "Y" To WS-Cur-Tol (1)
               Move "N" To WS-Cur-Tol (2)
           End-If
           Move "N" To WS-Cur-Prior-Flag
           Move Zero To WS-Prior-Best-Date
           Perform Varying RT-Idx From 1 By 1
                   Until RT-Idx > Rate-Table-Count
               If RT-Rate-Class (RT-Idx) = WS-Fld (2)
               And RT-Effective-Date (RT-Idx) Not > WS-New-Date
               And RT-Effective-Date (RT-Idx) >= WS-Prior-Best-Date
                   Move RT-Effective-Date (RT-Idx)
                       To WS-Prior-Best-Date
                   Move RT-Unit-Rate (RT-Idx) To WS-Cur-Before (1)
                   Move RT-Tax-Rate (RT-Idx) To WS-Cur-Before (2)
                   Set WS-Cur-Prior-Found To True
               End-If
           End-Perform
           Perform Check-Tolerance
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           If Rate-Table-Count Not < WS-Table-Limit
               Move "RATETAB WOULD EXCEED ITS 50-ROW TABLE"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Add 1 To Rate-Table-Count
           Set RT-Idx To Rate-Table-Count
           Move WS-Fld (2) To RT-Rate-Class (RT-Idx)
           Move WS-New-Date To RT-Effective-Date (RT-Idx)
           Move WS-New-Start-Time To RT-Start-Time (RT-Idx)
           Move WS-New-End-Time To RT-End-Time (RT-Idx)
           Move WS-Cur-After (1) To RT-Unit-Rate (RT-Idx)
           Move WS-Cur-After (2) To RT-Tax-Rate (RT-Idx)
           Move WS-Fld (8) To RT-Round-Rule (RT-Idx)
           Move WS-New-Min-Charge To RT-Minimum-Charge (RT-Idx)
           Move "RATETAB" To WS-Cur-Table
           String WS-Fld (2) (1:1) " " WS-Fld (4) (1:4) "-"
                  WS-Fld (5) (1:4)
               Delimited By Size Into WS-Cur-Key
           String WS-Fld (2) (1:1) "/" WS-Fld (3) (1:8)
               Delimited By Size Into WS-Cur-Log-Key
           Move Rate-Table-Entry (RT-Idx) To WS-Cur-Row
           Perform Stage-Current-Row
           .

      * JURTAB|JURISDICTION|DATE|BTAX|DTAX|ITAX|CONFIRM - EVERY TAX
      * RATE BOUNDED LIKE TELCOTAB'S TAX RATE AND TOLERANCE-CHECKED
      * AGAINST THE JURISDICTION'S ROW IN FORCE ON THE NEW DATE.
       Validate-Jur-Change.
           If WS-Field-Count Not = 6 And WS-Field-Count Not = 7
               Move "JURTAB ROW NEEDS 6 OR 7 FIELDS" To WS-Row-Error
               Exit Paragraph
           End-If
           If WS-Fld (2) = Spaces Or WS-Fld (2) (5:8) Not = Spaces
               Move "JURISDICTION MUST BE 1 TO 4 CHARACTERS"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Move WS-Fld (3) To WS-Chk-Text
           Perform Check-Date-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move 0.5 To WS-Chk-Bound
           Move "BASE TAX" To WS-Chk-Name
           Move WS-Fld (4) To WS-Chk-Text
           Perform Check-Rate-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move WS-Chk-Value To WS-Cur-After (1)
           Move "DOM TAX" To WS-Chk-Name
           Move WS-Fld (5) To WS-Chk-Text
           Perform Check-Rate-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move WS-Chk-Value To WS-Cur-After (2)
           Move "INTL TAX" To WS-Chk-Name
           Move WS-Fld (6) To WS-Chk-Text
           Perform Check-Rate-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move WS-Chk-Value To WS-Cur-After (3)
           Move WS-Fld (7) To WS-Confirm-Field
           Perform Check-Confirm-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move "N" To WS-Dup-Found-Flag
           Perform Varying JT-Idx From 1 By 1
                   Until JT-Idx > Jur-Table-Count
                   Or WS-Duplicate-Row
               If JT-Jurisdiction (JT-Idx) = WS-Fld (2)
               And JT-Effective-Date (JT-Idx) = WS-New-Date
                   Set WS-Duplicate-Row To True
               End-If
           End-Perform
           If WS-Duplicate-Row
               Move "JURISDICTION AND DATE ALREADY ON JURTAB"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Move 3 To WS-Cur-Fld-Count
           Move "BTAX" To WS-Cur-Label (1)
           Move "DTAX" To WS-Cur-Label (2)
           Move "ITAX" To WS-Cur-Label (3)
           Move "Y" To WS-Cur-Tol (1) WS-Cur-Tol (2) WS-Cur-Tol (3)
           Move "N" To WS-Cur-Prior-Flag
           Move Zero To WS-Prior-Best-Date
           Perform Varying JT-Idx From 1 By 1
                   Until JT-Idx > Jur-Table-Count
               If JT-Jurisdiction (JT-Idx) = WS-Fld (2)
               And JT-Effective-Date (JT-Idx) Not > WS-New-Date
               And JT-Effective-Date (JT-Idx) >= WS-Prior-Best-Date
                   Move JT-Effective-Date (JT-Idx)
                       To WS-Prior-Best-Date
                   Move JT-BTax-Rate (JT-Idx) To WS-Cur-Before (1)
                   Move JT-DTax-Rate (JT-Idx) To WS-Cur-Before (2)
                   Move JT-ITax-Rate (JT-Idx) To WS-Cur-Before (3)
                   Set WS-Cur-Prior-Found To True
               End-If
           End-Perform
           Perform Check-Tolerance
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           If Jur-Table-Count Not < WS-Table-Limit
               Move "JURTAB WOULD EXCEED ITS 50-ROW TABLE"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Add 1 To Jur-Table-Count
           Set JT-Idx To Jur-Table-Count
           Move WS-Fld (2) To JT-Jurisdiction (JT-Idx)
           Move WS-New-Date To JT-Effective-Date (JT-Idx)
           Move WS-Cur-After (1) To JT-BTax-Rate (JT-Idx)
           Move WS-Cur-After (2) To JT-DTax-Rate (JT-Idx)
           Move WS-Cur-After (3) To JT-ITax-Rate (JT-Idx)
           Move "JURTAB" To WS-Cur-Table
           Move WS-Fld (2) To WS-Cur-Key
           String WS-Fld (2) Delimited By Space
                  "/" WS-Fld (3) (1:8) Delimited By Size
               Into WS-Cur-Log-Key
           Move Jur-Table-Entry (JT-Idx) To WS-Cur-Row
           Perform Stage-Current-Row
           .

      * ROAMTAB|PARTNER|DATE|SURCHARGE|SETTLE|CONFIRM - BOTH RATES
      * ARE PER-MINUTE, BOUNDED LIKE A UNIT RATE.
       Validate-Roam-Change.
           If WS-Field-Count Not = 5 And WS-Field-Count Not = 6
               Move "ROAMTAB ROW NEEDS 5 OR 6 FIELDS" To WS-Row-Error
               Exit Paragraph
           End-If
           If WS-Fld (2) = Spaces Or WS-Fld (2) (5:8) Not = Spaces
               Move "PARTNER CODE MUST BE 1 TO 4 CHARACTERS"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Move WS-Fld (3) To WS-Chk-Text
           Perform Check-Date-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move 1 To WS-Chk-Bound
           Move "SURCHARGE" To WS-Chk-Name
           Move WS-Fld (4) To WS-Chk-Text
           Perform Check-Rate-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move WS-Chk-Value To WS-Cur-After (1)
           Move "SETTLE" To WS-Chk-Name
           Move WS-Fld (5) To WS-Chk-Text
           Perform Check-Rate-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move WS-Chk-Value To WS-Cur-After (2)
           Move WS-Fld (6) To WS-Confirm-Field
           Perform Check-Confirm-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move "N" To WS-Dup-Found-Flag
           Perform Varying RP-Idx From 1 By 1
                   Until RP-Idx > Roam-Table-Count
                   Or WS-Duplicate-Row
               If RP-Partner-Code (RP-Idx) = WS-Fld (2)
               And RP-Effective-Date (RP-Idx) = WS-New-Date
                   Set WS-Duplicate-Row To True
               End-If
           End-Perform
           If WS-Duplicate-Row
               Move "PARTNER AND DATE ALREADY ON ROAMTAB"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Move 2 To WS-Cur-Fld-Count
           Move "SURCHG" To WS-Cur-Label (1)
           Move "SETTLE" To WS-Cur-Label (2)
           Move "Y" To WS-Cur-Tol (1) WS-Cur-Tol (2)
           Move "N" To WS-Cur-Prior-Flag
           Move Zero To WS-Prior-Best-Date
           Perform Varying RP-Idx From 1 By 1
                   Until RP-Idx > Roam-Table-Count
               If RP-Partner-Code (RP-Idx) = WS-Fld (2)
               And RP-Effective-Date (RP-Idx) Not > WS-New-Date
               And RP-Effective-Date (RP-Idx) >= WS-Prior-Best-Date
                   Move RP-Effective-Date (RP-Idx)
                       To WS-Prior-Best-Date
                   Move RP-Surcharge-Rate (RP-Idx)
                       To WS-Cur-Before (1)
                   Move RP-Settle-Rate (RP-Idx) To WS-Cur-Before (2)
                   Set WS-Cur-Prior-Found To True
               End-If
           End-Perform
           Perform Check-Tolerance
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           If Roam-Table-Count Not < WS-Table-Limit
               Move "ROAMTAB WOULD EXCEED ITS 50-ROW TABLE"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Add 1 To Roam-Table-Count
           Set RP-Idx To Roam-Table-Count
           Move WS-Fld (2) To RP-Partner-Code (RP-Idx)
           Move WS-New-Date To RP-Effective-Date (RP-Idx)
           Move WS-Cur-After (1) To RP-Surcharge-Rate (RP-Idx)
           Move WS-Cur-After (2) To RP-Settle-Rate (RP-Idx)
           Move "ROAMTAB" To WS-Cur-Table
           Move WS-Fld (2) To WS-Cur-Key
           String WS-Fld (2) Delimited By Space
                  "/" WS-Fld (3) (1:8) Delimited By Size
               Into WS-Cur-Log-Key
           Move Roam-Table-Entry (RP-Idx) To WS-Cur-Row
           Perform Stage-Current-Row
           .

      * CARRTAB|CARRIER|DIRECTION|DATE|RATE|CONFIRM.
       Validate-Carr-Change.
           If WS-Field-Count Not = 5 And WS-Field-Count Not = 6
               Move "CARRTAB ROW NEEDS 5 OR 6 FIELDS" To WS-Row-Error
               Exit Paragraph
           End-If
           If WS-Fld (2) = Spaces Or WS-Fld (2) (5:8) Not = Spaces
               Move "CARRIER CODE MUST BE 1 TO 4 CHARACTERS"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           If WS-Fld (3) Not = "O" And WS-Fld (3) Not = "I"
               Move "DIRECTION MUST BE O OR I" To WS-Row-Error
               Exit Paragraph
           End-If
           Move WS-Fld (4) To WS-Chk-Text
           Perform Check-Date-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move 1 To WS-Chk-Bound
           Move "RATE" To WS-Chk-Name
           Move WS-Fld (5) To WS-Chk-Text
           Perform Check-Rate-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move WS-Chk-Value To WS-Cur-After (1)
           Move WS-Fld (6) To WS-Confirm-Field
           Perform Check-Confirm-Field
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           Move "N" To WS-Dup-Found-Flag
           Perform Varying CA-Idx From 1 By 1
                   Until CA-Idx > Carr-Table-Count
                   Or WS-Duplicate-Row
               If CA-Carrier-Code (CA-Idx) = WS-Fld (2)
               And CA-Direction (CA-Idx) = WS-Fld (3)
               And CA-Effective-Date (CA-Idx) = WS-New-Date
                   Set WS-Duplicate-Row To True
               End-If
           End-Perform
           If WS-Duplicate-Row
               Move "CARRIER, DIRECTION AND DATE ALREADY ON CARRTAB"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Move 1 To WS-Cur-Fld-Count
           Move "RATE" To WS-Cur-Label (1)
           Move "Y" To WS-Cur-Tol (1)
           Move "N" To WS-Cur-Prior-Flag
           Move Zero To WS-Prior-Best-Date
           Perform Varying CA-Idx From 1 By 1
                   Until CA-Idx > Carr-Table-Count
               If CA-Carrier-Code (CA-Idx) = WS-Fld (2)
               And CA-Direction (CA-Idx) = WS-Fld (3)
               And CA-Effective-Date (CA-Idx) Not > WS-New-Date
               And CA-Effective-Date (CA-Idx) >= WS-Prior-Best-Date
                   Move CA-Effective-Date (CA-Idx)
                       To WS-Prior-Best-Date
                   Move CA-Rate (CA-Idx) To WS-Cur-Before (1)
                   Set WS-Cur-Prior-Found To True
               End-If
           End-Perform
           Perform Check-Tolerance
           If WS-Row-Error Not = Spaces
               Exit Paragraph
           End-If
           If Carr-Table-Count Not < WS-Table-Limit
               Move "CARRTAB WOULD EXCEED ITS 50-ROW TABLE"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           Add 1 To Carr-Table-Count
           Set CA-Idx To Carr-Table-Count
           Move WS-Fld (2) To CA-Carrier-Code (CA-Idx)
           Move WS-Fld (3) To CA-Direction (CA-Idx)
           Move WS-New-Date To CA-Effective-Date (CA-Idx)
           Move WS-Cur-After (1) To CA-Rate (CA-Idx)
           Move "CARRTAB" To WS-Cur-Table
           String WS-Fld (2) (1:4) " " WS-Fld (3) (1:1)
               Delimited By Size Into WS-Cur-Key
           String WS-Fld (2) Delimited By Space
                  "/" WS-Fld (3) (1:1) "/" WS-Fld (4) (1:8)
                  Delimited By Size
               Into WS-Cur-Log-Key
           Move Carr-Table-Entry (CA-Idx) To WS-Cur-Row
           Perform Stage-Current-Row
           .

      * SAME EFFECTIVE-DATE RULE AS TELCOTAB'S Prompt-Effective-Date.
       Check-Date-Field.
           If WS-Chk-Text (1:8) Is Not Numeric
           Or WS-Chk-Text (9:4) Not = Spaces
               Move "EFFECTIVE DATE MUST BE 8 DIGITS" To WS-Row-Error
               Exit Paragraph
           End-If
           Move WS-Chk-Text (1:8) To WS-New-Date
           Move WS-New-Date To WS-Cur-Date
           If WS-New-Date (5:2) < "01" Or WS-New-Date (5:2) > "12"
           Or WS-New-Date (7:2) < "01" Or WS-New-Date (7:2) > "31"
               Move "EFFECTIVE DATE MONTH/DAY OUT OF RANGE"
                   To WS-Row-Error
           End-If
           .

      * SAME SHAPE AND SANE-BOUND RULE AS TELCOTAB'S
      * Validate-Rate-Value / Validate-Tax-Value.
       Check-Rate-Field.
           If WS-Chk-Text (2:1) Not = "."
           Or WS-Chk-Text (1:1) Is Not Numeric
           Or WS-Chk-Text (3:6) Is Not Numeric
           Or WS-Chk-Text (9:4) Not = Spaces
               String WS-Chk-Name Delimited By "  "
                      " MUST LOOK LIKE 9.999999" Delimited By Size
                   Into WS-Row-Error
               Exit Paragraph
           End-If
           Compute WS-Chk-As-Num = Function Numval ( WS-Chk-Text )
           If WS-Chk-As-Num >= WS-Chk-Bound
               String WS-Chk-Name Delimited By "  "
                      " " WS-Chk-Text (1:8)
                      " IS OUT OF SANE BOUNDS" Delimited By Size
                   Into WS-Row-Error
               Exit Paragraph
           End-If
           Move WS-Chk-As-Num To WS-Chk-Value
           .

       Check-Confirm-Field.
           Move WS-Confirm-Field (1:1) To WS-Cur-Confirmed
           If WS-Confirm-Field Not = Spaces
           And WS-Confirm-Field Not = "Y"
               Move "CONFIRM COLUMN MUST BE Y OR BLANK"
                   To WS-Row-Error
           End-If
           .

      * THE POINT WHERE A TRANSPOSED DECIMAL GETS CAUGHT - A MOVE
      * BEYOND THE TOLERANCE ON A CHECKED FIELD NEEDS THE ROW'S
      * CONFIRM COLUMN, THE BULK EQUIVALENT OF TELCOTAB'S "Y".
       Check-Tolerance.
           Move "N" To WS-Over-Tol-Flag
           Perform Check-One-Field-Tolerance
               Varying WS-Cur-Sub From 1 By 1
               Until WS-Cur-Sub > WS-Cur-Fld-Count
           If WS-Over-Tolerance And WS-Cur-Confirmed Not = "Y"
               Move "RATE CHANGE EXCEEDS TOLERANCE - CONFIRM WITH Y"
                   To WS-Row-Error
           End-If
           .

       Check-One-Field-Tolerance.
           Move Zero To WS-Cur-Pct (WS-Cur-Sub)
           If Not WS-Cur-Prior-Found
               Move Zero To WS-Cur-Before (WS-Cur-Sub)
               Exit Paragraph
           End-If
           If WS-Cur-Before (WS-Cur-Sub) = Zero
               Exit Paragraph
           End-If
           Compute WS-Cur-Pct (WS-Cur-Sub) = Function Abs
                   ( ( WS-Cur-After (WS-Cur-Sub)
                     - WS-Cur-Before (WS-Cur-Sub) )
                     / WS-Cur-Before (WS-Cur-Sub) ) * 100
           If WS-Cur-Tol (WS-Cur-Sub) = "Y"
           And WS-Cur-Pct (WS-Cur-Sub) > WS-Tolerance-Pct
               Set WS-Over-Tolerance To True
           End-If
           .

       Stage-Current-Row.
           If WS-Stg-Count Not < 200
               Move "CHANGE FILE HOLDS MORE THAN 200 ROWS"
                   To WS-Row-Error
               Exit Paragraph
           End-If
           If Not WS-Over-Tolerance
               Move Space To WS-Cur-Confirmed
           End-If
           Add 1 To WS-Stg-Count
           Move WS-Cur-Entry To WS-Stg-Entry (WS-Stg-Count)
           .

       Report-One-Staged-Row.
           Perform Report-One-Staged-Field
               Varying WS-Stg-Fld-Sub From 1 By 1
               Until WS-Stg-Fld-Sub > WS-Stg-Fld-Count (WS-Stg-Sub)
           .

       Report-One-Staged-Field.
           Move Spaces To WS-Dline-Table-Out WS-Dline-Key-Out
           Move Zero To WS-Dline-Date-Out
           If WS-Stg-Fld-Sub = 1
               Move WS-Stg-Table (WS-Stg-Sub) To WS-Dline-Table-Out
               Move WS-Stg-Key (WS-Stg-Sub) To WS-Dline-Key-Out
               Move WS-Stg-Date (WS-Stg-Sub) To WS-Dline-Date-Out
           End-If
           Move WS-Stg-Label (WS-Stg-Sub, WS-Stg-Fld-Sub)
               To WS-Dline-Label-Out
           Move WS-Stg-Before (WS-Stg-Sub, WS-Stg-Fld-Sub)
               To WS-Dline-Before-Out
           Move WS-Stg-After (WS-Stg-Sub, WS-Stg-Fld-Sub)
               To WS-Dline-After-Out
           Move WS-Stg-Pct (WS-Stg-Sub, WS-Stg-Fld-Sub)
               To WS-Dline-Pct-Out
           Move Spaces To WS-Dline-Note-Out
           If WS-Stg-Fld-Sub = 1
               If WS-Stg-Prior-Flag (WS-Stg-Sub) Not = "Y"
                   Move "NEW KEY" To WS-Dline-Note-Out
               End-If
               If WS-Stg-Confirmed (WS-Stg-Sub) = "Y"
                   Move "CONFIRMED" To WS-Dline-Note-Out
               End-If
           End-If
           Write Report-Line From WS-Detail-Line
           .

      * ALL OR NOTHING: ONE REJECTED ROW OR AN OPERATOR "N" LEAVES
      * EVERY TABLE UNTOUCHED.
       Decide-And-Apply.
           If WS-Rows-Rejected > Zero
               Move "NOT APPLIED - FIX THE REJECTED ROWS AND RERUN"
                   To WS-Result-Text
               Move 8 To WS-Import-Result
               Exit Paragraph
           End-If
           If WS-Stg-Count = Zero
               Move "NOTHING TO APPLY - NO CHANGE ROWS"
                   To WS-Result-Text
               Move 4 To WS-Import-Result
               Exit Paragraph
           End-If
           Display "ALL " WS-Stg-Count " CHANGE ROWS PASSED - SEE "
                   "TRFRPT FOR THE BEFORE/AFTER COMPARISON."
           Display "APPLY THEM UNDER TICKET " WS-Ticket-Ref
                   " (Y/N): " With No Advancing
           Move Space To WS-Input-Confirm
           Accept WS-Input-Confirm From Console
           If WS-Input-Confirm Not = "Y"
               Move "NOT APPLIED - OPERATOR DECLINED"
                   To WS-Result-Text
               Move 4 To WS-Import-Result
               Exit Paragraph
           End-If
           Perform Apply-One-Staged-Row
               Varying WS-Stg-Sub From 1 By 1
               Until WS-Stg-Sub > WS-Stg-Count
           Move "APPLIED AND LOGGED ON TABMLOG" To WS-Result-Text
           Move Zero To WS-Import-Result
           .

       Apply-One-Staged-Row.
           Evaluate WS-Stg-Table (WS-Stg-Sub)
               When "RATETAB"
                   Move WS-Stg-Row (WS-Stg-Sub)
                       To Rate-Table-File-Record
                   Open Extend Rate-Table-File
                   If WS-Rate-Table-File-Status Not = "00"
                       Open Output Rate-Table-File
                   End-If
                   Write Rate-Table-File-Record
                   Close Rate-Table-File
               When "JURTAB"
                   Move WS-Stg-Row (WS-Stg-Sub)
                       To Jurisdiction-Table-File-Record
                   Open Extend Jurisdiction-Table-File
                   If WS-Jur-Table-File-Status Not = "00"
                       Open Output Jurisdiction-Table-File
                   End-If
                   Write Jurisdiction-Table-File-Record
                   Close Jurisdiction-Table-File
               When "ROAMTAB"
                   Move WS-Stg-Row (WS-Stg-Sub)
                       To Roaming-Table-File-Record
                   Open Extend Roaming-Table-File
                   If WS-Roam-Table-File-Status Not = "00"
                       Open Output Roaming-Table-File
                   End-If
                   Write Roaming-Table-File-Record
                   Close Roaming-Table-File
               When "CARRTAB"
                   Move WS-Stg-Row (WS-Stg-Sub)
                       To Carrier-Table-File-Record
                   Open Extend Carrier-Table-File
                   If WS-Carr-Table-File-Status Not = "00"
                       Open Output Carrier-Table-File
                   End-If
                   Write Carrier-Table-File-Record
                   Close Carrier-Table-File
           End-Evaluate
           Add 1 To WS-Rows-Applied
           Move WS-Stg-Table (WS-Stg-Sub) To TML-Table
           Move WS-Stg-Log-Key (WS-Stg-Sub) To TML-Key
           If WS-Stg-Tol (WS-Stg-Sub, 1) = "Y"
               Move WS-Stg-After (WS-Stg-Sub, 1) To TML-New-Rate
               Move WS-Stg-Before (WS-Stg-Sub, 1) To TML-Prior-Rate
           Else
               Move WS-Stg-After (WS-Stg-Sub, 2) To TML-New-Rate
               Move WS-Stg-Before (WS-Stg-Sub, 2) To TML-Prior-Rate
           End-If
           Perform Write-Table-Maint-Log
           .

      * SAME DOUBLE-LOGGING AS TELCOTAB'S Write-Table-Maint-Log -
      * EVERY ROW ON TABMLOG, MIRRORED INTO THE SHARED AUDIT LOG.
       Write-Table-Maint-Log.
           Move Function Current-Date To TML-Timestamp
           Move WS-Run-Id To TML-Run-Id
           Move "BULK TARIFF IMPORT" To TML-Reason
           Move WS-Sgn-Operator To TML-Operator
           Move WS-Ticket-Ref To TML-Ticket
           Open Extend Table-Maint-Log-File
           Write Table-Maint-Log-Record
           Close Table-Maint-Log-File
           Move "TELCOTRF" To audit-log-program
           Move "TABMAINT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

      * DERIVES THE RUN-ID CORRELATING THIS IMPORT'S AUDIT-LOG
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

       End Program TELCOTRF.
