       Identification Division.
       Program-ID. TELCOCFG.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  NIGHTLY CONFIGURATION SNAPSHOT AND DRIFT CHECK - READS EVERY
      *  SETTING LISTED ON CFGITEMS, PLAIN VARIABLES THROUGH GETENVOP
      *  AND MANAGED SECRETS THROUGH SECRETSOP, AND APPENDS THE
      *  SNAPSHOT TO CFGSNAP: A VARIABLE'S VALUE, BUT FOR A SECRET
      *  ONLY A FINGERPRINT AND VERSION - THE SECRET ITSELF IS NEVER
      *  WRITTEN, DISPLAYED OR KEPT PAST THE FINGERPRINT. THE
      *  SNAPSHOT IS THEN COMPARED WITH THE BASELINE LAST APPROVED
      *  THROUGH TELCOCFA (CFGBASE) AND EVERY SETTING ADDED, REMOVED
      *  OR CHANGED SINCE IS REPORTED. TELCOCHN CALLS THIS BEFORE ITS
      *  FIRST STEP: RETURN-CODE 8 (UNAPPROVED DRIFT IN A CRITICAL
      *  SETTING, ALSO PAGED THROUGH TELCOALR) HOLDS THE CHAIN UNTIL
      *  THE SETTING IS PUT BACK OR THE NEW VALUE IS APPROVED; 4 IS
      *  DRIFT IN ORDINARY SETTINGS ONLY, OR NO BASELINE APPROVED YET.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Config-Item-File Assign To "CFGITEMS"
               Organization Is Sequential
               File Status Is WS-Item-File-Status.
           Select Config-Snapshot-File Assign To "CFGSNAP"
               Organization Is Sequential
               File Status Is WS-Snap-File-Status.
           Select Config-Baseline-File Assign To "CFGBASE"
               Organization Is Sequential
               File Status Is WS-Base-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Config-Item-File
           Recording Mode Is F.
       01  Config-Item-Record.
               COPY CFGITEM.

       FD  Config-Snapshot-File
           Recording Mode Is F.
       01  Config-Snapshot-Record.
               COPY CFGSNAP.

       FD  Config-Baseline-File
           Recording Mode Is F.
       01  Config-Baseline-Record.
               COPY CFGSNAP REPLACING LEADING ==CFS-== BY ==CFB-==.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Item-File-Status      Pic X(2)    Value Spaces.
       01  WS-Snap-File-Status      Pic X(2)    Value Spaces.
       01  WS-Base-File-Status      Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 200 Times.
               COPY CFGITEM REPLACING LEADING ==CFI-== BY ==WS-Itm-==.
       01  WS-Itm-Sub               Pic 9(3)    Binary.

      * THE SNAPSHOT BEING TAKEN, THE ONE BEFORE IT (FOR THE SECRET
      * VERSIONS) AND THE APPROVED BASELINE - EACH THE ROWS CARRYING
      * THE LATEST STAMP ON ITS FILE.
       01  WS-Snap-Table.
           05  WS-Snp-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Snp-Entry Occurs 200 Times.
               COPY CFGSNAP REPLACING LEADING ==CFS-== BY ==WS-Snp-==.
       01  WS-Snp-Sub               Pic 9(3)    Binary.
       01  WS-Snp-Found-Flag        Pic X       Value "N".
         88  WS-Snp-Found           Value "Y".

       01  WS-Prior-Table.
           05  WS-Prv-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Prv-Entry Occurs 200 Times.
               COPY CFGSNAP REPLACING LEADING ==CFS-== BY ==WS-Prv-==.
       01  WS-Prv-Sub               Pic 9(3)    Binary.
       01  WS-Prv-Found-Flag        Pic X       Value "N".
         88  WS-Prv-Found           Value "Y".

       01  WS-Base-Table.
           05  WS-Bas-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Bas-Entry Occurs 200 Times.
               COPY CFGSNAP REPLACING LEADING ==CFS-== BY ==WS-Bas-==.
       01  WS-Bas-Sub               Pic 9(3)    Binary.
       01  WS-Bas-Found-Flag        Pic X       Value "N".
         88  WS-Bas-Found           Value "Y".
       01  WS-Base-Stamp            Pic X(14)   Value Spaces.

       01  WS-Snap-Stamp            Pic X(14).
       01  WS-Find-Kind             Pic X(1).
       01  WS-Find-Name             Pic X(64).

      * THE LOOKUPS - A VARIABLE BY ITS 32-BYTE NAME, A SECRET BY ITS
      * 64-BYTE ONE, SAME CALLING CONVENTION FOR BOTH.
       01  WS-Env-Name              Pic X(32).
       01  WS-Env-Value             Pic X(80).
       01  WS-Env-Ge-Result         Pic 9(2)    Binary.
       01  WS-Secret-Name           Pic X(64).
       01  WS-Secret-Value          Pic X(256).
       01  WS-Secret-Result         Pic 9(2)    Binary.

      * FINGERPRINT - A ROLLING CHECKSUM OVER THE VALUE'S 256 BYTES.
      * IT TELLS ONE VALUE FROM ANOTHER BUT CANNOT BE TURNED BACK
      * INTO EITHER.
       01  WS-Fp-Text               Pic X(256).
       01  WS-Fp-Pos                Pic 9(3)    Binary.
       01  WS-Fp-Hash               Pic S9(18)  Binary.

       01  WS-Drift-Counts.
           05  WS-Added-Count       Pic 9(3)    Binary Value Zero.
           05  WS-Removed-Count     Pic 9(3)    Binary Value Zero.
           05  WS-Changed-Count     Pic 9(3)    Binary Value Zero.
           05  WS-Critical-Count    Pic 9(3)    Binary Value Zero.
       01  WS-Drift-Crit-Flag       Pic X       Value "N".
         88  WS-Drift-Is-Critical   Value "Y".

       01  WS-Drift-Line.
           05  WS-Line-Change       Pic X(8).
           05  WS-Line-Kind         Pic X(2).
           05  WS-Line-Name         Pic X(36).
           05  WS-Line-Crit         Pic X(5).
           05  WS-Line-Detail       Pic X(60).
       01  WS-Env-Change-Detail.
           05  Pic X(4)  Value "WAS ".
           05  WS-Dtl-Was           Pic X(26).
           05  Pic X(4)  Value " IS ".
           05  WS-Dtl-Now           Pic X(26).
       01  WS-Sec-Change-Detail.
           05  Pic X(15)  Value "SECRET VERSION ".
           05  WS-Dtl-Old-Ver       Pic ZZZ9.
           05  Pic X(4)  Value " TO ".
           05  WS-Dtl-New-Ver       Pic ZZZ9.
           05  Pic X(33)
                   Value " - FINGERPRINT CHANGED".
       01  WS-Sec-Added-Detail.
           05  Pic X(15)  Value "SECRET VERSION ".
           05  WS-Dtl-Add-Ver       Pic ZZZ9.
           05  Pic X(41)  Value Spaces.

      * SHARED ALERTING CALL AREA - SEE TELCOALR.
       01  WS-Alert-Severity        Pic X(4)    Value "CRIT".
       01  WS-Alert-Program         Pic X(8)    Value "TELCOCFG".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.
       01  WS-Alert-Count           Pic ZZ9.

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
           Perform Load-Config-Items
           If WS-Itm-Count = Zero
               Display "NO ROWS ON CFGITEMS - NOTHING TO SNAPSHOT."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Perform Load-Prior-Snapshot
           Perform Load-Baseline
           Move Function Current-Date (1:14) To WS-Snap-Stamp
           Display "===== CONFIGURATION SNAPSHOT " WS-Snap-Stamp
                   " ====="
           Open Extend Config-Snapshot-File
           If WS-Snap-File-Status Not = "00"
               Open Output Config-Snapshot-File
           End-If
           Perform Snapshot-One-Item
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           Close Config-Snapshot-File
           Display "SETTINGS SNAPSHOT: " WS-Snp-Count
           Move "TELCOCFG" To audit-log-program
           If WS-Bas-Count = Zero
               Display "NO APPROVED BASELINE - REVIEW THIS SNAPSHOT "
                       "AND APPROVE IT THROUGH TELCOCFA."
               Move "CFGNOBAS" To audit-log-operation
               Move 4 To audit-log-result-code
               Perform Write-Audit-Record
               Move 4 To Return-Code
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Display "COMPARED WITH BASELINE APPROVED " WS-Base-Stamp
           Perform Compare-One-Snapshot-Item
               Varying WS-Snp-Sub From 1 By 1
               Until WS-Snp-Sub > WS-Snp-Count
           Perform Check-One-Baseline-Item
               Varying WS-Bas-Sub From 1 By 1
               Until WS-Bas-Sub > WS-Bas-Count
           Display "ADDED: " WS-Added-Count
                   "  REMOVED: " WS-Removed-Count
                   "  CHANGED: " WS-Changed-Count
                   "  CRITICAL: " WS-Critical-Count
           Move "CFGCHECK" To audit-log-operation
           Evaluate True
               When WS-Critical-Count > Zero
                   Display "UNAPPROVED DRIFT IN A CRITICAL SETTING - "
                           "THE JOB CHAIN IS HELD."
                   Move WS-Critical-Count To WS-Alert-Count
                   Move Spaces To WS-Alert-Message
                   String "UNAPPROVED CONFIG DRIFT IN "
                          WS-Alert-Count
                          " CRITICAL SETTING(S) - CHAIN HELD"
                          Delimited By Size Into WS-Alert-Message
                   Call "TELCOALR" Using WS-Alert-Severity
                        WS-Alert-Program WS-Alert-Message
                        WS-Alert-Op-Result
                   Move "CFGDRIFT" To audit-log-operation
                   Move 8 To audit-log-result-code
                   Move 8 To Return-Code
               When WS-Added-Count > Zero
                 Or WS-Removed-Count > Zero
                 Or WS-Changed-Count > Zero
                   Display "UNAPPROVED DRIFT IN ORDINARY SETTINGS "
                           "ONLY."
                   Move "CFGDRIFT" To audit-log-operation
                   Move 4 To audit-log-result-code
                   Move 4 To Return-Code
               When Other
                   Display "CONFIGURATION MATCHES THE BASELINE."
                   Move Zero To audit-log-result-code
           End-Evaluate
           Perform Write-Audit-Record
           Perform Flush-Audit-Buffer
           Goback
           .

       Load-Config-Items.
           Move "N" To WS-Eof-Flag
           Open Input Config-Item-File
           If WS-Item-File-Status = "00"
               Perform Load-One-Item Until WS-Eof
               Close Config-Item-File
           End-If
           .

       Load-One-Item.
           Read Config-Item-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Itm-Count < 200
                       Add 1 To WS-Itm-Count
                       Move Config-Item-Record
                           To WS-Itm-Entry (WS-Itm-Count)
                   End-If
           End-Read
           .

      * THE LAST SNAPSHOT ON FILE - ROWS ARE APPENDED A SNAPSHOT AT A
      * TIME, SO A NEW STAMP STARTS THE TABLE AGAIN.
       Load-Prior-Snapshot.
           Move "N" To WS-Eof-Flag
           Open Input Config-Snapshot-File
           If WS-Snap-File-Status = "00"
               Perform Load-One-Prior-Row Until WS-Eof
               Close Config-Snapshot-File
           End-If
           .

       Load-One-Prior-Row.
           Read Config-Snapshot-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Prv-Count > Zero
                   And CFS-Stamp Not = WS-Prv-Stamp (1)
                       Move Zero To WS-Prv-Count
                   End-If
                   If WS-Prv-Count < 200
                       Add 1 To WS-Prv-Count
                       Move Config-Snapshot-Record
                           To WS-Prv-Entry (WS-Prv-Count)
                   End-If
           End-Read
           .

      * THE BASELINE IN FORCE - THE ROWS OF THE LAST APPROVAL.
       Load-Baseline.
           Move "N" To WS-Eof-Flag
           Open Input Config-Baseline-File
           If WS-Base-File-Status = "00"
               Perform Load-One-Baseline-Row Until WS-Eof
               Close Config-Baseline-File
           End-If
           If WS-Bas-Count > Zero
               Move WS-Bas-Stamp (1) To WS-Base-Stamp
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

      * READS ONE SETTING AND APPENDS ITS SNAPSHOT ROW. A SECRET IS
      * FINGERPRINTED AND CLEARED STRAIGHT AFTER THE LOOKUP; ITS
      * VERSION CARRIES FORWARD FROM THE LAST SNAPSHOT UNLESS THE
      * FINGERPRINT HAS MOVED.
       Snapshot-One-Item.
           Add 1 To WS-Snp-Count
           Move WS-Snp-Count To WS-Snp-Sub
           Move WS-Snap-Stamp To WS-Snp-Stamp (WS-Snp-Sub)
           Move WS-Itm-Kind (WS-Itm-Sub) To WS-Snp-Kind (WS-Snp-Sub)
           Move WS-Itm-Name (WS-Itm-Sub) To WS-Snp-Name (WS-Snp-Sub)
           Move WS-Itm-Critical (WS-Itm-Sub)
               To WS-Snp-Critical (WS-Snp-Sub)
           Move "N" To WS-Snp-Present (WS-Snp-Sub)
           Move Spaces To WS-Snp-Value (WS-Snp-Sub)
           Move Zero To WS-Snp-Fingerprint (WS-Snp-Sub)
           Move Zero To WS-Snp-Version (WS-Snp-Sub)
           If WS-Itm-Secret (WS-Itm-Sub)
               Move WS-Itm-Name (WS-Itm-Sub) To WS-Secret-Name
               Move Spaces To WS-Secret-Value
               Call "SECRETSOP" Using WS-Secret-Name WS-Secret-Value
                    WS-Secret-Result
               If WS-Secret-Result < 19
                       And WS-Secret-Value Not = Spaces
                   Move "Y" To WS-Snp-Present (WS-Snp-Sub)
                   Move WS-Secret-Value To WS-Fp-Text
                   Perform Compute-Fingerprint
               End-If
               Move Spaces To WS-Secret-Value
           Else
               Move WS-Itm-Name (WS-Itm-Sub) To WS-Env-Name
               Move Spaces To WS-Env-Value
               Call "GETENVOP" Using WS-Env-Name WS-Env-Value
                    WS-Env-Ge-Result
               If WS-Env-Ge-Result < 19
                       And WS-Env-Value Not = Spaces
                   Move "Y" To WS-Snp-Present (WS-Snp-Sub)
                   Move WS-Env-Value To WS-Snp-Value (WS-Snp-Sub)
                   Move WS-Env-Value To WS-Fp-Text
                   Perform Compute-Fingerprint
               End-If
           End-If
           If WS-Snp-Is-Present (WS-Snp-Sub)
               Perform Set-Snapshot-Version
           End-If
           Move WS-Snp-Entry (WS-Snp-Sub) To Config-Snapshot-Record
           Write Config-Snapshot-Record
           .

       Compute-Fingerprint.
           Move Zero To WS-Fp-Hash
           Perform Add-One-Fingerprint-Byte
               Varying WS-Fp-Pos From 1 By 1
               Until WS-Fp-Pos > 256
           Move WS-Fp-Hash To WS-Snp-Fingerprint (WS-Snp-Sub)
           Move Spaces To WS-Fp-Text
           .

       Add-One-Fingerprint-Byte.
           Compute WS-Fp-Hash = Function Mod
                   ( WS-Fp-Hash * 31
                     + Function Ord ( WS-Fp-Text (WS-Fp-Pos:1) ),
                     9999999967 )
           .

       Set-Snapshot-Version.
           Move WS-Snp-Kind (WS-Snp-Sub) To WS-Find-Kind
           Move WS-Snp-Name (WS-Snp-Sub) To WS-Find-Name
           Move "N" To WS-Prv-Found-Flag
           Perform Varying WS-Prv-Sub From 1 By 1
                   Until WS-Prv-Sub > WS-Prv-Count
                   Or WS-Prv-Found
               If WS-Prv-Kind (WS-Prv-Sub) = WS-Find-Kind
               And WS-Prv-Name (WS-Prv-Sub) = WS-Find-Name
                   Set WS-Prv-Found To True
               End-If
           End-Perform
           If WS-Prv-Found
               Subtract 1 From WS-Prv-Sub
           End-If
           Evaluate True
               When Not WS-Prv-Found
                   Move 1 To WS-Snp-Version (WS-Snp-Sub)
               When WS-Prv-Version (WS-Prv-Sub) = Zero
                   Move 1 To WS-Snp-Version (WS-Snp-Sub)
               When WS-Prv-Fingerprint (WS-Prv-Sub)
                       = WS-Snp-Fingerprint (WS-Snp-Sub)
                   Move WS-Prv-Version (WS-Prv-Sub)
                       To WS-Snp-Version (WS-Snp-Sub)
               When Other
                   Compute WS-Snp-Version (WS-Snp-Sub)
                       = WS-Prv-Version (WS-Prv-Sub) + 1
           End-Evaluate
           .

      * LOOKS UP WS-FIND-KIND/WS-FIND-NAME IN THE BASELINE.
       Find-Baseline-Item.
           Move "N" To WS-Bas-Found-Flag
           Perform Varying WS-Bas-Sub From 1 By 1
                   Until WS-Bas-Sub > WS-Bas-Count
                   Or WS-Bas-Found
               If WS-Bas-Kind (WS-Bas-Sub) = WS-Find-Kind
               And WS-Bas-Name (WS-Bas-Sub) = WS-Find-Name
                   Set WS-Bas-Found To True
               End-If
           End-Perform
           If WS-Bas-Found
               Subtract 1 From WS-Bas-Sub
           End-If
           .

      * ONE SNAPSHOT ROW AGAINST THE BASELINE - SET NOW BUT NOT THEN
      * IS ADDED, SET THEN BUT NOT NOW IS REMOVED, SET BOTH TIMES
      * WITH A DIFFERENT VALUE (OR FINGERPRINT) IS CHANGED.
       Compare-One-Snapshot-Item.
           Move WS-Snp-Kind (WS-Snp-Sub) To WS-Find-Kind
           Move WS-Snp-Name (WS-Snp-Sub) To WS-Find-Name
           Perform Find-Baseline-Item
           Move "N" To WS-Drift-Crit-Flag
           If WS-Snp-Is-Critical (WS-Snp-Sub)
               Set WS-Drift-Is-Critical To True
           End-If
           If WS-Bas-Found
               If WS-Bas-Is-Critical (WS-Bas-Sub)
                   Set WS-Drift-Is-Critical To True
               End-If
           End-If
           Evaluate True
               When WS-Snp-Is-Present (WS-Snp-Sub)
                And (Not WS-Bas-Found
                 Or Not WS-Bas-Is-Present (WS-Bas-Sub))
                   Move "ADDED" To WS-Line-Change
                   If WS-Snp-Kind (WS-Snp-Sub) = "S"
                       Move WS-Snp-Version (WS-Snp-Sub)
                           To WS-Dtl-Add-Ver
                       Move WS-Sec-Added-Detail To WS-Line-Detail
                   Else
                       Move WS-Snp-Value (WS-Snp-Sub)
                           To WS-Line-Detail
                   End-If
                   Add 1 To WS-Added-Count
                   Perform Report-Drift
               When Not WS-Snp-Is-Present (WS-Snp-Sub)
                And WS-Bas-Found
                And WS-Bas-Is-Present (WS-Bas-Sub)
                   Move "REMOVED" To WS-Line-Change
                   Move "NO LONGER SET" To WS-Line-Detail
                   Add 1 To WS-Removed-Count
                   Perform Report-Drift
               When Not WS-Snp-Is-Present (WS-Snp-Sub)
                   Continue
               When WS-Snp-Fingerprint (WS-Snp-Sub)
                       Not = WS-Bas-Fingerprint (WS-Bas-Sub)
                 Or WS-Snp-Value (WS-Snp-Sub)
                       Not = WS-Bas-Value (WS-Bas-Sub)
                   Move "CHANGED" To WS-Line-Change
                   If WS-Snp-Kind (WS-Snp-Sub) = "S"
                       Move WS-Bas-Version (WS-Bas-Sub)
                           To WS-Dtl-Old-Ver
                       Move WS-Snp-Version (WS-Snp-Sub)
                           To WS-Dtl-New-Ver
                       Move WS-Sec-Change-Detail To WS-Line-Detail
                   Else
                       Move WS-Bas-Value (WS-Bas-Sub) To WS-Dtl-Was
                       Move WS-Snp-Value (WS-Snp-Sub) To WS-Dtl-Now
                       Move WS-Env-Change-Detail To WS-Line-Detail
                   End-If
                   Add 1 To WS-Changed-Count
                   Perform Report-Drift
           End-Evaluate
           .

      * A BASELINE SETTING NO LONGER LISTED ON CFGITEMS IS NOT IN
      * THE SNAPSHOT AT ALL - THAT IS DRIFT TOO.
       Check-One-Baseline-Item.
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
           Move "N" To WS-Drift-Crit-Flag
           If WS-Bas-Is-Critical (WS-Bas-Sub)
               Set WS-Drift-Is-Critical To True
           End-If
           Move WS-Bas-Kind (WS-Bas-Sub) To WS-Find-Kind
           Move WS-Bas-Name (WS-Bas-Sub) To WS-Find-Name
           Move "REMOVED" To WS-Line-Change
           Move "NO LONGER TRACKED ON CFGITEMS" To WS-Line-Detail
           Add 1 To WS-Removed-Count
           Perform Report-Drift
           .

       Report-Drift.
           Move WS-Find-Kind To WS-Line-Kind
           Move WS-Find-Name To WS-Line-Name
           If WS-Drift-Is-Critical
               Move "CRIT " To WS-Line-Crit
               Add 1 To WS-Critical-Count
           Else
               Move Spaces To WS-Line-Crit
           End-If
           Display WS-Drift-Line
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

       End Program TELCOCFG.
