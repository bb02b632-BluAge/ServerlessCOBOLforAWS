       Identification Division.
       Program-ID. TELCOCFA.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  CONFIGURATION BASELINE APPROVAL CONSOLE (DYNMAINT-STYLE
      *  MENUS) OVER THE SNAPSHOTS TELCOCFG TAKES - LIST THE LATEST
      *  SNAPSHOT AGAINST THE APPROVED BASELINE, SETTING BY SETTING,
      *  AND PROMOTE THE SNAPSHOT TO BE THE NEW BASELINE WITH A
      *  REQUIRED REASON. APPROVING NEEDS TELCOSGN CHANGE AUTHORITY;
      *  EVERY APPROVAL IS LOGGED TO CFGAPPR WITH THE OPERATOR AND
      *  REASON AND MIRRORED TO THE SHARED AUDIT LOG. A SECRET SHOWS
      *  ONLY ITS FINGERPRINT AND VERSION, AS ON THE SNAPSHOT.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Config-Snapshot-File Assign To "CFGSNAP"
               Organization Is Sequential
               File Status Is WS-Snap-File-Status.
           Select Config-Baseline-File Assign To "CFGBASE"
               Organization Is Sequential
               File Status Is WS-Base-File-Status.
           Select Config-Approval-File Assign To "CFGAPPR"
               Organization Is Sequential
               File Status Is WS-Appr-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Config-Snapshot-File
           Recording Mode Is F.
       01  Config-Snapshot-Record.
               COPY CFGSNAP.

       FD  Config-Baseline-File
           Recording Mode Is F.
       01  Config-Baseline-Record.
               COPY CFGSNAP REPLACING LEADING ==CFS-== BY ==CFB-==.

       FD  Config-Approval-File
           Recording Mode Is F.
       01  Config-Approval-Record.
               COPY CFGAPPR.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Snap-File-Status      Pic X(2)    Value Spaces.
       01  WS-Base-File-Status      Pic X(2)    Value Spaces.
       01  WS-Appr-File-Status      Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(1)    Value Spaces.

      * THE LATEST SNAPSHOT AND THE BASELINE IN FORCE - EACH THE
      * ROWS CARRYING THE LATEST STAMP ON ITS FILE.
       01  WS-Snap-Table.
           05  WS-Snp-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Snp-Entry Occurs 200 Times.
               COPY CFGSNAP REPLACING LEADING ==CFS-== BY ==WS-Snp-==.
       01  WS-Snp-Sub               Pic 9(3)    Binary.
       01  WS-Snp-Found-Flag        Pic X       Value "N".
         88  WS-Snp-Found           Value "Y".

       01  WS-Base-Table.
           05  WS-Bas-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Bas-Entry Occurs 200 Times.
               COPY CFGSNAP REPLACING LEADING ==CFS-== BY ==WS-Bas-==.
       01  WS-Bas-Sub               Pic 9(3)    Binary.
       01  WS-Bas-Found-Flag        Pic X       Value "N".
         88  WS-Bas-Found           Value "Y".

       01  WS-Approved-Stamp        Pic X(14).
       01  WS-Confirm               Pic X(1)    Value Space.
       01  WS-Reason-Code           Pic X(40)   Value Spaces.
       01  WS-Operator-Id           Pic X(8)    Value Spaces.
       01  WS-Drift-Count           Pic 9(3)    Binary Value Zero.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN. APPROVING A
      * BASELINE NEEDS CHANGE AUTHORITY.
       01  WS-Sgn-Console           Pic X(8)    Value "TELCOCFA".
       01  WS-Sgn-Mode              Pic X(1)    Value "S".
       01  WS-Sgn-Auth-Level        Pic X(1)    Value Space.
         88  WS-Operator-May-Change Value "O".
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

       01  WS-Item-Line.
           05  WS-Line-State        Pic X(8).
           05  WS-Line-Kind         Pic X(2).
           05  WS-Line-Name         Pic X(32).
           05  WS-Line-Crit         Pic X(5).
           05  WS-Line-Detail       Pic X(40).
       01  WS-Secret-Detail.
           05  Pic X(4)  Value "FP: ".
           05  WS-Dtl-Fingerprint   Pic 9(10).
           05  Pic X(6)  Value " VER: ".
           05  WS-Dtl-Version       Pic ZZZ9.
           05  Pic X(16) Value Spaces.

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
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
           Perform Load-Latest-Snapshot
           Perform Load-Baseline
           Perform Menu-Loop Until Not Continue-Menu
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Menu-Loop.
           Display " "
           Display "===== CONFIGURATION BASELINE ====="
           Display "1. LIST LATEST SNAPSHOT AGAINST THE BASELINE"
           Display "2. APPROVE SNAPSHOT AS NEW BASELINE (REASON "
                   "REQUIRED)"
           Display "3. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "1"
                   Perform List-Snapshot
               When "2"
                   If WS-Operator-May-Change
                       Perform Approve-Snapshot
                   Else
                       Display "OPERATOR " WS-Operator-Id " IS "
                               "INQUIRY-ONLY - APPROVAL REFUSED."
                   End-If
               When "3"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1, 2 OR 3."
           End-Evaluate
           .

       Load-Latest-Snapshot.
           Move Zero To WS-Snp-Count
           Move "N" To WS-Eof-Flag
           Open Input Config-Snapshot-File
           If WS-Snap-File-Status = "00"
               Perform Load-One-Snapshot-Row Until WS-Eof
               Close Config-Snapshot-File
           End-If
           .

       Load-One-Snapshot-Row.
           Read Config-Snapshot-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Snp-Count > Zero
                   And CFS-Stamp Not = WS-Snp-Stamp (1)
                       Move Zero To WS-Snp-Count
                   End-If
                   If WS-Snp-Count < 200
                       Add 1 To WS-Snp-Count
                       Move Config-Snapshot-Record
                           To WS-Snp-Entry (WS-Snp-Count)
                   End-If
           End-Read
           .

       Load-Baseline.
           Move Zero To WS-Bas-Count
           Move "N" To WS-Eof-Flag
           Open Input Config-Baseline-File
           If WS-Base-File-Status = "00"
               Perform Load-One-Baseline-Row Until WS-Eof
               Close Config-Baseline-File
           End-If
           .

       Load-One-Baseline-Row.
           Read Config-Baseline-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Bas-Count > Zero
                   And CFB-Stamp Not = WS-Bas-Stamp (1)
                       Move Zero To WS-Bas-Count
                   End-If
                   If WS-Bas-Count < 200
                       Add 1 To WS-Bas-Count
                       Move Config-Baseline-Record
                           To WS-Bas-Entry (WS-Bas-Count)
                   End-If
           End-Read
           .

       List-Snapshot.
           If WS-Snp-Count = Zero
               Display "NO SNAPSHOT ON FILE - TELCOCFG HAS NOT RUN."
               Exit Paragraph
           End-If
           Display "SNAPSHOT TAKEN " WS-Snp-Stamp (1)
           If WS-Bas-Count = Zero
               Display "NO BASELINE APPROVED YET."
           Else
               Display "BASELINE APPROVED " WS-Bas-Stamp (1)
           End-If
           Move Zero To WS-Drift-Count
           Perform List-One-Snapshot-Item
               Varying WS-Snp-Sub From 1 By 1
               Until WS-Snp-Sub > WS-Snp-Count
           Perform List-One-Dropped-Item
               Varying WS-Bas-Sub From 1 By 1
               Until WS-Bas-Sub > WS-Bas-Count
           Display "SETTINGS DRIFTED FROM THE BASELINE: "
                   WS-Drift-Count
           .

      * ONE SNAPSHOT SETTING WITH ITS STANDING AGAINST THE BASELINE
      * - SAME ADDED / REMOVED / CHANGED RULES AS TELCOCFG.
       List-One-Snapshot-Item.
           Move "N" To WS-Bas-Found-Flag
           Perform Varying WS-Bas-Sub From 1 By 1
                   Until WS-Bas-Sub > WS-Bas-Count
                   Or WS-Bas-Found
               If WS-Bas-Kind (WS-Bas-Sub) = WS-Snp-Kind (WS-Snp-Sub)
               And WS-Bas-Name (WS-Bas-Sub) = WS-Snp-Name (WS-Snp-Sub)
                   Set WS-Bas-Found To True
               End-If
           End-Perform
           If WS-Bas-Found
               Subtract 1 From WS-Bas-Sub
           End-If
           Move "SAME" To WS-Line-State
           Evaluate True
               When WS-Snp-Is-Present (WS-Snp-Sub)
                And Not WS-Bas-Found
                   Move "ADDED" To WS-Line-State
               When WS-Snp-Is-Present (WS-Snp-Sub)
                And Not WS-Bas-Is-Present (WS-Bas-Sub)
                   Move "ADDED" To WS-Line-State
               When Not WS-Snp-Is-Present (WS-Snp-Sub)
                And WS-Bas-Found
                   If WS-Bas-Is-Present (WS-Bas-Sub)
                       Move "REMOVED" To WS-Line-State
                   End-If
               When Not WS-Snp-Is-Present (WS-Snp-Sub)
                   Continue
               When WS-Snp-Fingerprint (WS-Snp-Sub)
                       Not = WS-Bas-Fingerprint (WS-Bas-Sub)
                 Or WS-Snp-Value (WS-Snp-Sub)
                       Not = WS-Bas-Value (WS-Bas-Sub)
                   Move "CHANGED" To WS-Line-State
           End-Evaluate
           If WS-Line-State Not = "SAME"
               Add 1 To WS-Drift-Count
           End-If
           Move WS-Snp-Kind (WS-Snp-Sub) To WS-Line-Kind
           Move WS-Snp-Name (WS-Snp-Sub) To WS-Line-Name
           If WS-Snp-Is-Critical (WS-Snp-Sub)
               Move "CRIT " To WS-Line-Crit
           Else
               Move Spaces To WS-Line-Crit
           End-If
           Evaluate True
               When Not WS-Snp-Is-Present (WS-Snp-Sub)
                   Move "(NOT SET)" To WS-Line-Detail
               When WS-Snp-Kind (WS-Snp-Sub) = "S"
                   Move WS-Snp-Fingerprint (WS-Snp-Sub)
                       To WS-Dtl-Fingerprint
                   Move WS-Snp-Version (WS-Snp-Sub) To WS-Dtl-Version
                   Move WS-Secret-Detail To WS-Line-Detail
               When Other
                   Move WS-Snp-Value (WS-Snp-Sub) To WS-Line-Detail
           End-Evaluate
           Display WS-Item-Line
           .

      * A BASELINE SETTING THE SNAPSHOT NO LONGER CARRIES.
       List-One-Dropped-Item.
           If Not WS-Bas-Is-Present (WS-Bas-Sub)
               Exit Paragraph
           End-If
           Move "N" To WS-Snp-Found-Flag
           Perform Varying WS-Snp-Sub From 1 By 1
                   Until WS-Snp-Sub > WS-Snp-Count
                   Or WS-Snp-Found
               If WS-Snp-Kind (WS-Snp-Sub) = WS-Bas-Kind (WS-Bas-Sub)
               And WS-Snp-Name (WS-Snp-Sub) = WS-Bas-Name (WS-Bas-Sub)
                   Set WS-Snp-Found To True
               End-If
           End-Perform
           If WS-Snp-Found
               Exit Paragraph
           End-If
           Add 1 To WS-Drift-Count
           Move "REMOVED" To WS-Line-State
           Move WS-Bas-Kind (WS-Bas-Sub) To WS-Line-Kind
           Move WS-Bas-Name (WS-Bas-Sub) To WS-Line-Name
           If WS-Bas-Is-Critical (WS-Bas-Sub)
               Move "CRIT " To WS-Line-Crit
           Else
               Move Spaces To WS-Line-Crit
           End-If
           Move "(NO LONGER TRACKED)" To WS-Line-Detail
           Display WS-Item-Line
           .

      * PROMOTES THE LATEST SNAPSHOT, EVERY ROW OF IT, TO BE THE
      * BASELINE IN FORCE, AND LOGS WHO DID IT AND WHY. THE NEXT
      * TELCOCFG RUN COMPARES AGAINST IT.
       Approve-Snapshot.
           If WS-Snp-Count = Zero
               Display "NO SNAPSHOT ON FILE - NOTHING TO APPROVE."
               Exit Paragraph
           End-If
           If WS-Bas-Count > Zero
           And WS-Bas-Stamp (1) > WS-Snp-Stamp (1)
               Display "SNAPSHOT " WS-Snp-Stamp (1) " IS OLDER THAN "
                       "THE BASELINE - RUN TELCOCFG FIRST."
               Exit Paragraph
           End-If
           Display "APPROVE SNAPSHOT " WS-Snp-Stamp (1) " ("
                   WS-Snp-Count " SETTINGS) AS THE BASELINE? (Y/N): "
                   With No Advancing
           Accept WS-Confirm From Console
           If WS-Confirm Not = "Y"
               Display "APPROVAL CANCELLED."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           Move Function Current-Date (1:14) To WS-Approved-Stamp
           Open Extend Config-Baseline-File
           If WS-Base-File-Status Not = "00"
               Open Output Config-Baseline-File
           End-If
           Perform Write-One-Baseline-Row
               Varying WS-Snp-Sub From 1 By 1
               Until WS-Snp-Sub > WS-Snp-Count
           Close Config-Baseline-File
           Move WS-Approved-Stamp To CFA-Approved-Stamp
           Move WS-Snp-Stamp (1) To CFA-Snap-Stamp
           Move WS-Operator-Id To CFA-Operator
           Move WS-Reason-Code To CFA-Reason
           Move WS-Snp-Count To CFA-Item-Count
           Open Extend Config-Approval-File
           If WS-Appr-File-Status Not = "00"
               Open Output Config-Approval-File
           End-If
           Write Config-Approval-Record
           Close Config-Approval-File
           Move "TELCOCFA" To audit-log-program
           Move "CFGAPPRV" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Perform Load-Baseline
           Display "BASELINE " WS-Approved-Stamp " APPROVED AND "
                   "LOGGED. REASON: " WS-Reason-Code
           .

       Write-One-Baseline-Row.
           Move WS-Snp-Entry (WS-Snp-Sub) To Config-Baseline-Record
           Move WS-Approved-Stamp To CFB-Stamp
           Write Config-Baseline-Record
           .

       Prompt-For-Reason-Code.
           Display "ENTER APPROVAL REASON (REQUIRED): "
               With No Advancing
           Accept WS-Reason-Code From Console
           If WS-Reason-Code = Spaces
               Display "AN APPROVAL REASON IS REQUIRED."
           End-If
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

       End Program TELCOCFA.
