       Identification Division.
       Program-ID. TELCOCCM.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  COST-CENTRE ASSIGNMENT CONSOLE (DYNMAINT-STYLE MENUS) OVER
      *  THE COSTCTR FILE - THE CORPORATE ACCOUNT MANAGER LISTS A
      *  GROUP OWNER'S MEMBERS (ACCTHIER, THE OWNER ITSELF INCLUDED)
      *  WITH THE COST CENTRE EACH IS IN TODAY, PLACES A MEMBER IN A
      *  COST CENTRE FROM A GIVEN DATE, OR TAKES A MEMBER OUT OF ITS
      *  COST CENTRE. ONLY A SUBSCRIBER THE OWNER ACTUALLY OWNS CAN BE
      *  ASSIGNED. ROWS ARE APPENDED, NEVER REWRITTEN, STAMPED WITH
      *  THE OPERATOR AND MIRRORED TO THE SHARED AUDIT LOG; THE
      *  PERIOD-END SPLIT ITSELF IS TELCOCCA'S.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Cost-Centre-File Assign To "COSTCTR"
               Organization Is Sequential
               File Status Is WS-Costctr-File-Status.
           Select Account-Hierarchy-File Assign To "ACCTHIER"
               Organization Is Sequential
               File Status Is WS-Hierarchy-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Cost-Centre-File
           Recording Mode Is F.
       01  Cost-Centre-Record.
               COPY COSTCTR.

       FD  Account-Hierarchy-File
           Recording Mode Is F.
       01  Account-Hierarchy-Record.
               COPY ACCTHIER REPLACING LEADING ==AH-== BY ==AHF-==.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Costctr-File-Status   Pic X(2)    Value Spaces.
       01  WS-Hierarchy-File-Status Pic X(2)    Value Spaces.

       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(1)    Value Spaces.

       01  WS-Hierarchy-Table.
           05  WS-Hie-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Hie-Entry Occurs 500 Times.
               10  WS-Hie-Member    Pic X(10).
               10  WS-Hie-Owner     Pic X(10).
       01  WS-Hie-Sub               Pic 9(4)    Binary.
       01  WS-Hie-Eof-Flag          Pic X       Value "N".
         88  WS-Hie-Eof             Value "Y".

      * ASSIGNMENTS FOLDED FROM THE FILE - PER MEMBER, THE ROW IN
      * FORCE TODAY (MOST RECENT EFFECTIVE DATE NOT AFTER TODAY,
      * LATER ROW WINS A TIE).
       01  WS-Assignment-Table.
           05  WS-Asg-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Asg-Entry Occurs 2000 Times.
               10  WS-Asg-Member    Pic X(10).
               10  WS-Asg-Owner     Pic X(10).
               10  WS-Asg-Centre    Pic X(12).
               10  WS-Asg-Date      Pic 9(8).
               10  WS-Asg-Status    Pic X(1).
       01  WS-Asg-Sub               Pic 9(4)    Binary.
       01  WS-Asg-Found-Flag        Pic X       Value "N".
         88  WS-Asg-Found           Value "Y".
       01  WS-Asg-Eof-Flag          Pic X       Value "N".
         88  WS-Asg-Eof             Value "Y".

       01  WS-Today                 Pic 9(8).
       01  WS-Input-Owner           Pic X(10)   Value Spaces.
       01  WS-Input-Member          Pic X(10)   Value Spaces.
       01  WS-Input-Centre          Pic X(12)   Value Spaces.
       01  WS-Input-Date            Pic X(8)    Value Spaces.
       01  WS-Work-Date             Pic 9(8).
       01  WS-Member-Count          Pic 9(4)    Binary.
       01  WS-Owns-Flag             Pic X       Value "N".
         88  WS-Owner-Owns-Member   Value "Y".
       01  WS-Operator-Id           Pic X(8)    Value Spaces.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN. CHANGING AN
      * ASSIGNMENT NEEDS CHANGE AUTHORITY.
       01  WS-Sgn-Console           Pic X(8)    Value "TELCOCCM".
       01  WS-Sgn-Mode              Pic X(1)    Value "S".
       01  WS-Sgn-Auth-Level        Pic X(1)    Value Space.
         88  WS-Operator-May-Change Value "O".
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

       01  WS-Member-Line.
           05  Pic X(8)  Value "MEMBER: ".
           05  WS-Line-Member-Out   Pic X(10).
           05  Pic X(15) Value " COST CENTRE: ".
           05  WS-Line-Centre-Out   Pic X(12).
           05  Pic X(8)  Value " SINCE: ".
           05  WS-Line-Date-Out     Pic X(8).

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Main.
           Perform Get-Run-Id
           Move "S" To WS-Sgn-Mode
           Call "TELCOSGN" Using WS-Sgn-Console WS-Sgn-Mode
                WS-Operator-Id WS-Sgn-Auth-Level WS-Sgn-Threshold
                WS-Sgn-Result
           If WS-Sgn-Result Not = Zero
               Display "SIGN-ON REFUSED - SESSION ENDED."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Move WS-Operator-Id To WS-Audit-Operator
           Move Function Current-Date (1:8) To WS-Today
           Perform Load-Account-Hierarchy
           Perform Load-Assignments
           Perform Menu-Loop Until Not Continue-Menu
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Menu-Loop.
           Display " "
           Display "===== COST-CENTRE ASSIGNMENT ====="
           Display "1. LIST A GROUP'S COST CENTRES"
           Display "2. ASSIGN A MEMBER TO A COST CENTRE"
           Display "3. REMOVE A MEMBER FROM ITS COST CENTRE"
           Display "4. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "1"
                   Perform List-Group
               When "2"
                   If WS-Operator-May-Change
                       Perform Assign-Member
                   Else
                       Display "OPERATOR " WS-Operator-Id " IS "
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "3"
                   If WS-Operator-May-Change
                       Perform Remove-Member
                   Else
                       Display "OPERATOR " WS-Operator-Id " IS "
                               "INQUIRY-ONLY - CHANGE REFUSED."
                   End-If
               When "4"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1, 2, 3 OR 4."
           End-Evaluate
           .

       Load-Account-Hierarchy.
           Move Zero To WS-Hie-Count
           Move "N" To WS-Hie-Eof-Flag
           Open Input Account-Hierarchy-File
           If WS-Hierarchy-File-Status = "00"
               Perform Read-One-Hierarchy-Row Until WS-Hie-Eof
               Close Account-Hierarchy-File
           End-If
           Display "GROUP MEMBERS LOADED: " WS-Hie-Count
           .

       Read-One-Hierarchy-Row.
           Read Account-Hierarchy-File
               At End
                   Set WS-Hie-Eof To True
               Not At End
                   If WS-Hie-Count < 500
                       Add 1 To WS-Hie-Count
                       Move AHF-Member-Id
                           To WS-Hie-Member (WS-Hie-Count)
                       Move AHF-Owner-Id
                           To WS-Hie-Owner (WS-Hie-Count)
                   End-If
           End-Read
           .

       Load-Assignments.
           Move Zero To WS-Asg-Count
           Move "N" To WS-Asg-Eof-Flag
           Open Input Cost-Centre-File
           If WS-Costctr-File-Status = "00"
               Perform Read-One-Assignment Until WS-Asg-Eof
               Close Cost-Centre-File
           End-If
           .

       Read-One-Assignment.
           Read Cost-Centre-File
               At End
                   Set WS-Asg-Eof To True
               Not At End
                   If CC-Effective-Date Not > WS-Today
                       Perform Fold-One-Assignment
                   End-If
           End-Read
           .

       Fold-One-Assignment.
           Move CC-Member-Id To WS-Input-Member
           Perform Find-Assignment
           If Not WS-Asg-Found
               If WS-Asg-Count < 2000
                   Add 1 To WS-Asg-Count
                   Move WS-Asg-Count To WS-Asg-Sub
                   Move CC-Member-Id To WS-Asg-Member (WS-Asg-Sub)
                   Move Zero To WS-Asg-Date (WS-Asg-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           If CC-Effective-Date >= WS-Asg-Date (WS-Asg-Sub)
               Move CC-Owner-Id To WS-Asg-Owner (WS-Asg-Sub)
               Move CC-Cost-Centre To WS-Asg-Centre (WS-Asg-Sub)
               Move CC-Effective-Date To WS-Asg-Date (WS-Asg-Sub)
               Move CC-Status To WS-Asg-Status (WS-Asg-Sub)
           End-If
           .

       Find-Assignment.
           Move "N" To WS-Asg-Found-Flag
           Perform Varying WS-Asg-Sub From 1 By 1
                   Until WS-Asg-Sub > WS-Asg-Count
                   Or WS-Asg-Found
               If WS-Asg-Member (WS-Asg-Sub) = WS-Input-Member
                   Set WS-Asg-Found To True
                   Subtract 1 From WS-Asg-Sub
               End-If
           End-Perform
           .

      * THE OWNER ITSELF IS PART OF ITS OWN GROUP - ITS OWN USAGE
      * LANDS ON THE CONSOLIDATED INVOICE TOO.
       Check-Owner-Owns-Member.
           Move "N" To WS-Owns-Flag
           If WS-Input-Member = WS-Input-Owner
               Set WS-Owner-Owns-Member To True
               Exit Paragraph
           End-If
           Perform Varying WS-Hie-Sub From 1 By 1
                   Until WS-Hie-Sub > WS-Hie-Count
                   Or WS-Owner-Owns-Member
               If WS-Hie-Member (WS-Hie-Sub) = WS-Input-Member
               And WS-Hie-Owner (WS-Hie-Sub) = WS-Input-Owner
                   Set WS-Owner-Owns-Member To True
               End-If
           End-Perform
           .

       Prompt-For-Owner.
           Display "ENTER GROUP OWNER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Owner From Console
           .

       List-Group.
           Perform Prompt-For-Owner
           Move Zero To WS-Member-Count
           Move WS-Input-Owner To WS-Input-Member
           Perform List-One-Member
           Perform Varying WS-Hie-Sub From 1 By 1
                   Until WS-Hie-Sub > WS-Hie-Count
               If WS-Hie-Owner (WS-Hie-Sub) = WS-Input-Owner
               And WS-Hie-Member (WS-Hie-Sub) Not = WS-Input-Owner
                   Move WS-Hie-Member (WS-Hie-Sub) To WS-Input-Member
                   Perform List-One-Member
               End-If
           End-Perform
           If WS-Member-Count = 1
               Display "NOTE: " WS-Input-Owner " OWNS NO OTHER "
                       "MEMBERS IN ACCTHIER."
           End-If
           .

       List-One-Member.
           Add 1 To WS-Member-Count
           Move WS-Input-Member To WS-Line-Member-Out
           Move "(NONE)" To WS-Line-Centre-Out
           Move Spaces To WS-Line-Date-Out
           Perform Find-Assignment
           If WS-Asg-Found
               If WS-Asg-Status (WS-Asg-Sub) = "A"
               And WS-Asg-Owner (WS-Asg-Sub) = WS-Input-Owner
                   Move WS-Asg-Centre (WS-Asg-Sub)
                       To WS-Line-Centre-Out
                   Move WS-Asg-Date (WS-Asg-Sub) To WS-Line-Date-Out
               End-If
           End-If
           Display WS-Member-Line
           .

      * THE EFFECTIVE DATE DEFAULTS TO TODAY; A FUTURE DATE IS
      * ALLOWED SO A REORGANISATION CAN BE KEYED AHEAD.
       Prompt-For-Effective-Date.
           Move Zero To WS-Work-Date
           Display "ENTER EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY): "
               With No Advancing
           Move Spaces To WS-Input-Date
           Accept WS-Input-Date From Console
           If WS-Input-Date = Spaces
               Move WS-Today To WS-Work-Date
               Exit Paragraph
           End-If
           If WS-Input-Date Is Not Numeric
               Display "EFFECTIVE DATE MUST BE YYYYMMDD."
               Exit Paragraph
           End-If
           Move WS-Input-Date To WS-Work-Date
           If Function Test-Date-YYYYMMDD ( WS-Work-Date ) Not = Zero
               Display "EFFECTIVE DATE IS NOT A CALENDAR DATE."
               Move Zero To WS-Work-Date
           End-If
           .

       Prompt-For-Member.
           Display "ENTER MEMBER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Member From Console
           Perform Check-Owner-Owns-Member
           If Not WS-Owner-Owns-Member
               Display "SUBSCRIBER " WS-Input-Member
                       " IS NOT A MEMBER OF GROUP " WS-Input-Owner
           End-If
           .

       Assign-Member.
           Perform Prompt-For-Owner
           Perform Prompt-For-Member
           If Not WS-Owner-Owns-Member
               Exit Paragraph
           End-If
           Display "ENTER COST CENTRE CODE: " With No Advancing
           Move Spaces To WS-Input-Centre
           Accept WS-Input-Centre From Console
           If WS-Input-Centre = Spaces
               Display "A COST CENTRE CODE IS REQUIRED."
               Exit Paragraph
           End-If
           Perform Prompt-For-Effective-Date
           If WS-Work-Date = Zero
               Exit Paragraph
           End-If
           Move "A" To CC-Status
           Move WS-Input-Centre To CC-Cost-Centre
           Perform Append-Assignment
           Display "MEMBER " WS-Input-Member " ASSIGNED TO "
                   WS-Input-Centre " FROM " WS-Work-Date "."
           .

       Remove-Member.
           Perform Prompt-For-Owner
           Perform Prompt-For-Member
           If Not WS-Owner-Owns-Member
               Exit Paragraph
           End-If
           Perform Find-Assignment
           If Not WS-Asg-Found
           Or WS-Asg-Status (WS-Asg-Sub) Not = "A"
           Or WS-Asg-Owner (WS-Asg-Sub) Not = WS-Input-Owner
               Display "MEMBER " WS-Input-Member
                       " IS NOT IN A COST CENTRE."
               Exit Paragraph
           End-If
           Perform Prompt-For-Effective-Date
           If WS-Work-Date = Zero
               Exit Paragraph
           End-If
           Move "R" To CC-Status
           Move WS-Asg-Centre (WS-Asg-Sub) To CC-Cost-Centre
           Perform Append-Assignment
           Display "MEMBER " WS-Input-Member " REMOVED FROM "
                   CC-Cost-Centre " FROM " WS-Work-Date "."
           .

      * APPENDS THE ROW BUILT BY THE CALLER (STATUS AND CENTRE SET),
      * REFOLDS IT INTO THE TABLE WHEN ALREADY IN FORCE, AND AUDITS.
       Append-Assignment.
           Move WS-Input-Member To CC-Member-Id
           Move WS-Input-Owner To CC-Owner-Id
           Move WS-Work-Date To CC-Effective-Date
           Move WS-Operator-Id To CC-Operator
           Move Function Current-Date To CC-Timestamp
           Open Extend Cost-Centre-File
           If WS-Costctr-File-Status Not = "00"
               Open Output Cost-Centre-File
           End-If
           Write Cost-Centre-Record
           Close Cost-Centre-File
           If CC-Effective-Date Not > WS-Today
               Perform Fold-One-Assignment
           End-If
           Move "TELCOCCM" To audit-log-program
           Move "CCASSIGN" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

      * DERIVES THE RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG
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

       End Program TELCOCCM.
