       Identification Division.
       Program-ID. TELCOINT.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  WEEKLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP - CHECKS EVERY
      *  SUBSCRIBER-KEYED FILE (PLANENRL, SUBSTAT, ACCTHIER, CREDLIM,
      *  PREPAY, TAXEXMPT, CNTRATE, COMMTAB, DLRSUBS, ARITEMS, CHGFILE
      *  AND ADJFILE) AGAINST SUBMAST AND LISTS EVERY ORPHAN ROW PER
      *  FILE ON INTGRPT. ALSO LISTS ACCTHIER MEMBERS WHOSE OWNER IS
      *  DISCONNECTED, WHOSE OWNER IS ITSELF A MEMBER OF ANOTHER GROUP
      *  (MULTI-LEVEL - TELCOATOM POOLS ONE LEVEL UP ONLY) OR WHOSE
      *  CHAIN LOOPS BACK (CIRCULAR), ENROLLMENTS ON PLANS MISSING
      *  FROM PLANTAB, AND DLRSUBS DEALERS MISSING FROM DLRMAST. A
      *  COUNT SUMMARY CLOSES THE REPORT AND, WHEN ANYTHING WAS FOUND,
      *  IS RAISED THROUGH TELCOALR.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Subscriber-Master-File Assign To "SUBMAST"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Plan-Table-File Assign To "PLANTAB"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Dealer-Master-File Assign To "DLRMAST"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Enrollment-File Assign To "PLANENRL"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Account-Hierarchy-File Assign To "ACCTHIER"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Credit-Limit-File Assign To "CREDLIM"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Prepaid-Balance-File Assign To "PREPAY"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Tax-Exempt-File Assign To "TAXEXMPT"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Contract-Rate-File Assign To "CNTRATE"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Commitment-File Assign To "COMMTAB"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Dealer-Subscriber-File Assign To "DLRSUBS"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Adjustment-File Assign To "ADJFILE"
               Organization Is Sequential
               File Status Is WS-Check-File-Status.
           Select Report-File Assign To "INTGRPT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Subscriber-Master-File
           Recording Mode Is F.
       01  Subscriber-Master-Record.
           05  SUB-Id               Pic X(10).
           05  SUB-Name             Pic X(30).
           05  SUB-Status           Pic X(1).

       FD  Plan-Table-File
           Recording Mode Is F.
       01  Plan-Table-File-Record.
               COPY PLANTAB REPLACING LEADING ==PL-== BY ==PLF-==.

       FD  Dealer-Master-File
           Recording Mode Is F.
       01  Dealer-Master-Record.
               COPY DLRMAST.

       FD  Enrollment-File
           Recording Mode Is F.
       01  Enrollment-Record.
               COPY PLANENRL.

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT.

       FD  Account-Hierarchy-File
           Recording Mode Is F.
       01  Account-Hierarchy-File-Record.
               COPY ACCTHIER REPLACING LEADING ==AH-== BY ==AHF-==.

       FD  Credit-Limit-File
           Recording Mode Is F.
       01  Credit-Limit-Record.
               COPY CREDLIM.

       FD  Prepaid-Balance-File
           Recording Mode Is F.
       01  Prepaid-Balance-Record.
               COPY PREPAY.

       FD  Tax-Exempt-File
           Recording Mode Is F.
       01  Tax-Exempt-Record.
               COPY TAXEXMPT.

       FD  Contract-Rate-File
           Recording Mode Is F.
       01  Contract-Rate-Record.
               COPY CNTRATE.

       FD  Commitment-File
           Recording Mode Is F.
       01  Commitment-Record.
               COPY COMMTAB.

       FD  Dealer-Subscriber-File
           Recording Mode Is F.
       01  Dealer-Subscriber-Record.
               COPY DLRSUBS.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
               COPY CHGREC.

       FD  Adjustment-File
           Recording Mode Is F.
       01  Adjustment-Record.
           05  ADJO-InRec           Pic S9(15)      Packed-Decimal.
           05  ADJO-Call-Date       Pic 9(8).
           05  ADJO-Type            Pic X(2).
           05  ADJO-Orig-Amount     Pic S9(7)V99    Binary.
           05  ADJO-New-Amount      Pic S9(7)V99    Binary.
           05  ADJO-Adjust-Amount   Pic S9(7)V99    Binary.
           05  ADJO-Subscriber-Id   Pic X(10).
           05  ADJO-Jurisdiction    Pic X(4).
           05  ADJO-New-BTax        Pic S9(5)V99    Binary.
           05  ADJO-New-DTax        Pic S9(5)V99    Binary.
           05  ADJO-New-ITax        Pic S9(5)V99    Binary.
           05  ADJO-New-Jur-Tax     Pic S9(5)V99    Binary.
           05  ADJO-Post-Date       Pic 9(8).

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

      * ONE STATUS SERVES EVERY INPUT - THEY ARE READ ONE AT A TIME.
       01  WS-Check-File-Status     Pic X(2)    Value Spaces.
       01  WS-Check-Eof-Flag        Pic X       Value "N".
         88  WS-Check-Eof           Value "Y".

      * RUN-ID FOR THE AUDIT ENTRY - SAME GETENVOP CONVENTION AS
      * TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SUBMAST IN MEMORY - SAME CAPACITY AS TELCOSCM'S MASTER TABLE.
       01  WS-Master-Table.
           05  WS-Mst-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Mst-Entry Occurs 5000 Times.
               10  WS-Mst-Id        Pic X(10).
               10  WS-Mst-Status    Pic X(1).
       01  WS-Mst-Sub               Pic 9(4)    Binary.
       01  WS-Mst-Found-Flag        Pic X       Value "N".
         88  WS-Mst-Found           Value "Y".

       01  WS-Plan-Table.
           05  WS-Pln-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Pln-Code Occurs 20 Times Pic X(4).
       01  WS-Dealer-Table.
           05  WS-Dlr-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Dlr-Code Occurs 200 Times Pic X(6).
       01  WS-Code-Sub              Pic 9(3)    Binary.
       01  WS-Code-Found-Flag       Pic X       Value "N".
         88  WS-Code-Found          Value "Y".

      * ACCTHIER IN MEMORY - SAME CAPACITY AS TELCOATOM'S HIERARCHY
      * TABLE - FOR THE CHAIN WALK.
       01  WS-Hierarchy-Table.
           05  WS-Hier-Count        Pic 9(3)    Binary Value Zero.
           05  WS-Hier-Entry Occurs 500 Times.
               10  WS-Hier-Member   Pic X(10).
               10  WS-Hier-Owner    Pic X(10).
       01  WS-Hier-Sub              Pic 9(3)    Binary.
       01  WS-Walk-Sub              Pic 9(3)    Binary.
       01  WS-Walk-Id               Pic X(10).
       01  WS-Walk-Depth            Pic 9(3)    Binary.
       01  WS-Walk-Flags.
           05  WS-Walk-Up-Flag      Pic X       Value "N".
             88  WS-Walk-Has-Parent Value "Y".
           05  WS-Walk-Loop-Flag    Pic X       Value "N".
             88  WS-Walk-Circular   Value "Y".

      * THE FILE BEING SWEPT AND ITS TALLIES.
       01  WS-Current-File          Pic X(8).
       01  WS-Check-Id              Pic X(10).
       01  WS-File-Read             Pic 9(7)    Binary.
       01  WS-File-Orphans          Pic 9(7)    Binary.
       01  WS-Counters.
           05  WS-Total-Orphans     Pic 9(7)    Binary Value Zero.
           05  WS-Total-Disconn     Pic 9(7)    Binary Value Zero.
           05  WS-Total-Multi       Pic 9(7)    Binary Value Zero.
           05  WS-Total-Circular    Pic 9(7)    Binary Value Zero.
           05  WS-Total-Bad-Plans   Pic 9(7)    Binary Value Zero.
           05  WS-Total-Bad-Dealers Pic 9(7)    Binary Value Zero.
           05  WS-Total-Findings    Pic 9(7)    Binary Value Zero.

      * ONE SUMMARY ROW PER FILE SWEPT, PRINTED AT THE END.
       01  WS-Summary-Table.
           05  WS-Sum-Count         Pic 9(2)    Binary Value Zero.
           05  WS-Sum-Entry Occurs 12 Times.
               10  WS-Sum-File      Pic X(8).
               10  WS-Sum-Read      Pic 9(7)    Binary.
               10  WS-Sum-Orphans   Pic 9(7)    Binary.
               10  WS-Sum-Missing   Pic X(1).
       01  WS-Sum-Sub               Pic 9(2)    Binary.

       01  WS-Alert-Severity        Pic X(4).
       01  WS-Alert-Program         Pic X(8)    Value "TELCOINT".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.
       01  WS-Edit-Count            Pic Z(6)9.
       01  WS-Alert-Summary.
           05  Pic X(16) Value "INTEGRITY SWEEP:".
           05  WS-Alert-Orphans-Out Pic Z(6)9.
           05  Pic X(9)  Value " ORPHANS,".
           05  WS-Alert-Disconn-Out Pic Z(6)9.
           05  Pic X(12) Value " DISC OWNER,".
           05  WS-Alert-Chains-Out  Pic Z(6)9.
           05  Pic X(8)  Value " CHAINS,".
           05  WS-Alert-Refs-Out    Pic Z(6)9.
           05  Pic X(7)  Value " REFS".

       01  WS-Title-Line.
           05  Pic X(49) Value
               "SUBSCRIBER-KEYED FILE REFERENTIAL INTEGRITY - RUN".
           05  Pic X(1)  Value Space.
           05  WS-Title-Run-Out     Pic X(15).
       01  WS-Heading-Line.
           05  Pic X(40) Value
               "FILE      SUBSCRIBER  FINDING".
       01  WS-Detail-Line.
           05  WS-Dl-File-Out       Pic X(8).
           05  Pic X(2)  Value Spaces.
           05  WS-Dl-Id-Out         Pic X(10).
           05  Pic X(2)  Value Spaces.
           05  WS-Dl-Text-Out       Pic X(80).
       01  WS-Summary-Heading.
           05  Pic X(40) Value
               "FILE         ROWS READ  ORPHAN ROWS".
       01  WS-Summary-Line.
           05  WS-Sl-File-Out       Pic X(8).
           05  Pic X(3)  Value Spaces.
           05  WS-Sl-Read-Out       Pic Z(6)9.
           05  Pic X(6)  Value Spaces.
           05  WS-Sl-Orphans-Out    Pic Z(6)9.
           05  Pic X(2)  Value Spaces.
           05  WS-Sl-Note-Out       Pic X(20).
       01  WS-Total-Line.
           05  WS-Tl-Label-Out      Pic X(40).
           05  WS-Tl-Count-Out      Pic Z(6)9.

       COPY OPAUDITB.

       Procedure Division.

       Main.
           Perform Get-Run-Id
           Perform Load-Subscriber-Master
           If WS-Mst-Count = Zero
               Display "NO SUBSCRIBER MASTER ON FILE - NOTHING TO "
                       "CHECK AGAINST."
               Perform Flush-Audit-Buffer
               Move 8 To Return-Code
               Goback
           End-If
           Perform Load-Plan-Codes
           Perform Load-Dealer-Codes
           Open Output Report-File
           Move WS-Run-Id To WS-Title-Run-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Heading-Line
           Perform Sweep-Enrollments
           Perform Sweep-Status-History
           Perform Sweep-Hierarchy
           Perform Sweep-Credit-Limits
           Perform Sweep-Prepaid-Balances
           Perform Sweep-Tax-Exemptions
           Perform Sweep-Contract-Rates
           Perform Sweep-Commitments
           Perform Sweep-Dealer-Subscribers
           Perform Sweep-Ar-Items
           Perform Sweep-Charges
           Perform Sweep-Adjustments
           Perform Check-Hierarchy-Chains
               Varying WS-Hier-Sub From 1 By 1
               Until WS-Hier-Sub > WS-Hier-Count
           Perform Write-Summary
           Close Report-File
           Compute WS-Total-Findings = WS-Total-Orphans
                   + WS-Total-Disconn + WS-Total-Multi
                   + WS-Total-Circular + WS-Total-Bad-Plans
                   + WS-Total-Bad-Dealers
           Display "INTEGRITY SWEEP: SUBSCRIBERS " WS-Mst-Count
                   " FINDINGS " WS-Total-Findings
           Move "TELCOINT" To audit-log-program
           Move "INTEGCHK" To audit-log-operation
           If WS-Total-Findings > Zero
               Perform Raise-Summary-Alert
               Move 4 To audit-log-result-code
           Else
               Move Zero To audit-log-result-code
           End-If
           Perform Write-Audit-Record
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Move audit-log-result-code To Return-Code
           Goback
           .

       Load-Subscriber-Master.
           Move Zero To WS-Mst-Count
           Open Input Subscriber-Master-File
           If WS-Check-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-Check-File-Status Not = "00"
               Read Subscriber-Master-File
               If WS-Check-File-Status = "00"
               And WS-Mst-Count < 5000
                   Add 1 To WS-Mst-Count
                   Move SUB-Id To WS-Mst-Id (WS-Mst-Count)
                   Move SUB-Status To WS-Mst-Status (WS-Mst-Count)
               End-If
           End-Perform
           Close Subscriber-Master-File
           .

       Load-Plan-Codes.
           Move Zero To WS-Pln-Count
           Open Input Plan-Table-File
           If WS-Check-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-Check-File-Status Not = "00"
               Read Plan-Table-File
               If WS-Check-File-Status = "00"
               And WS-Pln-Count < 20
                   Add 1 To WS-Pln-Count
                   Move PLF-Plan-Code To WS-Pln-Code (WS-Pln-Count)
               End-If
           End-Perform
           Close Plan-Table-File
           .

       Load-Dealer-Codes.
           Move Zero To WS-Dlr-Count
           Open Input Dealer-Master-File
           If WS-Check-File-Status Not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-Check-File-Status Not = "00"
               Read Dealer-Master-File
               If WS-Check-File-Status = "00"
               And WS-Dlr-Count < 200
                   Add 1 To WS-Dlr-Count
                   Move DM-Dealer-Code To WS-Dlr-Code (WS-Dlr-Count)
               End-If
           End-Perform
           Close Dealer-Master-File
           .

      * EACH SWEEP READS ONE FILE THROUGH Check-Subscriber-Id. A FILE
      * THAT IS NOT THERE IS NOTED ON THE SUMMARY, NOT AN ERROR -
      * NOT EVERY ENVIRONMENT CARRIES EVERY FILE.
       Sweep-Enrollments.
           Move "PLANENRL" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Enrollment-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Enrollment-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move PE-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
                       Perform Check-Enrolled-Plan
               End-Read
           End-Perform
           Close Enrollment-File
           Perform End-File-Sweep
           .

       Sweep-Status-History.
           Move "SUBSTAT" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Status-History-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Status-History-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move SS-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Status-History-File
           Perform End-File-Sweep
           .

      * BOTH ENDS OF A HIERARCHY ROW MUST BE ON SUBMAST. THE ROWS ARE
      * KEPT FOR THE CHAIN WALK, AND A MEMBER WHOSE OWNER HAS BEEN
      * DISCONNECTED IS LISTED - ITS ALLOWANCE STILL POOLS THERE.
       Sweep-Hierarchy.
           Move "ACCTHIER" To WS-Current-File
           Perform Start-File-Sweep
           Move Zero To WS-Hier-Count
           Open Input Account-Hierarchy-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Account-Hierarchy-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Perform Check-One-Hierarchy-Row
               End-Read
           End-Perform
           Close Account-Hierarchy-File
           Perform End-File-Sweep
           .

       Check-One-Hierarchy-Row.
           If WS-Hier-Count < 500
               Add 1 To WS-Hier-Count
               Move AHF-Member-Id To WS-Hier-Member (WS-Hier-Count)
               Move AHF-Owner-Id To WS-Hier-Owner (WS-Hier-Count)
           End-If
           Move AHF-Member-Id To WS-Check-Id
           Perform Check-Subscriber-Id
           Subtract 1 From WS-File-Read
           Move AHF-Owner-Id To WS-Check-Id
           Perform Check-Subscriber-Id
           If WS-Mst-Found
           And WS-Mst-Status (WS-Mst-Sub) = "D"
               Add 1 To WS-Total-Disconn
               Move AHF-Member-Id To WS-Dl-Id-Out
               Move Spaces To WS-Dl-Text-Out
               String "OWNER " AHF-Owner-Id " IS DISCONNECTED"
                   Delimited By Size Into WS-Dl-Text-Out
               Perform Write-Detail
           End-If
           .

       Sweep-Credit-Limits.
           Move "CREDLIM" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Credit-Limit-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Credit-Limit-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move CL-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Credit-Limit-File
           Perform End-File-Sweep
           .

       Sweep-Prepaid-Balances.
           Move "PREPAY" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Prepaid-Balance-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Prepaid-Balance-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move PP-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Prepaid-Balance-File
           Perform End-File-Sweep
           .

       Sweep-Tax-Exemptions.
           Move "TAXEXMPT" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Tax-Exempt-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Tax-Exempt-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move TX-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Tax-Exempt-File
           Perform End-File-Sweep
           .

       Sweep-Contract-Rates.
           Move "CNTRATE" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Contract-Rate-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Contract-Rate-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move CT-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Contract-Rate-File
           Perform End-File-Sweep
           .

       Sweep-Commitments.
           Move "COMMTAB" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Commitment-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Commitment-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move CM-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Commitment-File
           Perform End-File-Sweep
           .

       Sweep-Dealer-Subscribers.
           Move "DLRSUBS" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Dealer-Subscriber-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Dealer-Subscriber-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move DL-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
                       Perform Check-Signing-Dealer
               End-Read
           End-Perform
           Close Dealer-Subscriber-File
           Perform End-File-Sweep
           .

       Sweep-Ar-Items.
           Move "ARITEMS" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Ar-Item-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Ar-Item-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move AR-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Ar-Item-File
           Perform End-File-Sweep
           .

       Sweep-Charges.
           Move "CHGFILE" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Charge-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Charge-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move CHG-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Charge-File
           Perform End-File-Sweep
           .

       Sweep-Adjustments.
           Move "ADJFILE" To WS-Current-File
           Perform Start-File-Sweep
           Open Input Adjustment-File
           If WS-Check-File-Status Not = "00"
               Perform End-File-Sweep-Missing
               Exit Paragraph
           End-If
           Perform Until WS-Check-Eof
               Read Adjustment-File
                   At End Set WS-Check-Eof To True
                   Not At End
                       Move ADJO-Subscriber-Id To WS-Check-Id
                       Perform Check-Subscriber-Id
               End-Read
           End-Perform
           Close Adjustment-File
           Perform End-File-Sweep
           .

       Start-File-Sweep.
           Move "N" To WS-Check-Eof-Flag
           Move Zero To WS-File-Read WS-File-Orphans
           Move WS-Current-File To WS-Dl-File-Out
           .

       End-File-Sweep.
           If WS-Sum-Count < 12
               Add 1 To WS-Sum-Count
               Move WS-Current-File To WS-Sum-File (WS-Sum-Count)
               Move WS-File-Read To WS-Sum-Read (WS-Sum-Count)
               Move WS-File-Orphans To WS-Sum-Orphans (WS-Sum-Count)
               Move "N" To WS-Sum-Missing (WS-Sum-Count)
           End-If
           .

       End-File-Sweep-Missing.
           Perform End-File-Sweep
           Move "Y" To WS-Sum-Missing (WS-Sum-Count)
           .

      * ONE SUBSCRIBER KEY AGAINST SUBMAST - NOT THERE (OR BLANK) IS
      * AN ORPHAN ROW. LEAVES WS-Mst-Sub ON THE MASTER ENTRY FOUND.
       Check-Subscriber-Id.
           Add 1 To WS-File-Read
           Move "N" To WS-Mst-Found-Flag
           Perform Varying WS-Mst-Sub From 1 By 1
                   Until WS-Mst-Sub > WS-Mst-Count
                   Or WS-Mst-Found
               If WS-Mst-Id (WS-Mst-Sub) = WS-Check-Id
                   Set WS-Mst-Found To True
                   Subtract 1 From WS-Mst-Sub
               End-If
           End-Perform
           If WS-Mst-Found And WS-Check-Id Not = Spaces
               Exit Paragraph
           End-If
           Add 1 To WS-File-Orphans WS-Total-Orphans
           Move WS-Check-Id To WS-Dl-Id-Out
           If WS-Check-Id = Spaces
               Move "ORPHAN - BLANK SUBSCRIBER ID" To WS-Dl-Text-Out
           Else
               Move "ORPHAN - SUBSCRIBER NOT ON SUBMAST"
                   To WS-Dl-Text-Out
           End-If
           Perform Write-Detail
           .

       Check-Enrolled-Plan.
           Move "N" To WS-Code-Found-Flag
           Perform Varying WS-Code-Sub From 1 By 1
                   Until WS-Code-Sub > WS-Pln-Count
                   Or WS-Code-Found
               If WS-Pln-Code (WS-Code-Sub) = PE-Plan-Code
                   Set WS-Code-Found To True
               End-If
           End-Perform
           If WS-Code-Found
               Exit Paragraph
           End-If
           Add 1 To WS-Total-Bad-Plans
           Move PE-Subscriber-Id To WS-Dl-Id-Out
           Move Spaces To WS-Dl-Text-Out
           String "ENROLLED ON PLAN " PE-Plan-Code
                  " - NOT ON PLANTAB" Delimited By Size
               Into WS-Dl-Text-Out
           Perform Write-Detail
           .

       Check-Signing-Dealer.
           Move "N" To WS-Code-Found-Flag
           Perform Varying WS-Code-Sub From 1 By 1
                   Until WS-Code-Sub > WS-Dlr-Count
                   Or WS-Code-Found
               If WS-Dlr-Code (WS-Code-Sub) = DL-Dealer-Code
                   Set WS-Code-Found To True
               End-If
           End-Perform
           If WS-Code-Found
               Exit Paragraph
           End-If
           Add 1 To WS-Total-Bad-Dealers
           Move DL-Subscriber-Id To WS-Dl-Id-Out
           Move Spaces To WS-Dl-Text-Out
           String "SIGNED BY DEALER " DL-Dealer-Code
                  " - NOT ON DLRMAST" Delimited By Size
               Into WS-Dl-Text-Out
           Perform Write-Detail
           .

      * WALKS UP FROM ONE MEMBER THROUGH ITS OWNERS. TELCOATOM POOLS
      * A MEMBER INTO ITS DIRECT OWNER ONLY, SO AN OWNER THAT IS
      * ITSELF SOMEONE'S MEMBER SPLITS THE GROUP (MULTI-LEVEL), AND A
      * WALK THAT COMES BACK TO WHERE IT STARTED, OR NEVER ENDS, IS
      * CIRCULAR. A ROW NAMING THE MEMBER AS ITS OWN OWNER IS THE
      * GROUP'S OWN ROW AND ENDS THE WALK.
       Check-Hierarchy-Chains.
           If WS-Hier-Member (WS-Hier-Sub) = WS-Hier-Owner (WS-Hier-Sub)
               Exit Paragraph
           End-If
           Move WS-Hier-Owner (WS-Hier-Sub) To WS-Walk-Id
           Move 1 To WS-Walk-Depth
           Move "N" To WS-Walk-Loop-Flag
           Set WS-Walk-Has-Parent To True
           Perform Walk-One-Level
               Until Not WS-Walk-Has-Parent
               Or WS-Walk-Circular
           If WS-Walk-Depth = 1
               Exit Paragraph
           End-If
           Move "ACCTHIER" To WS-Dl-File-Out
           Move WS-Hier-Member (WS-Hier-Sub) To WS-Dl-Id-Out
           Move Spaces To WS-Dl-Text-Out
           If WS-Walk-Circular
               Add 1 To WS-Total-Circular
               String "CIRCULAR CHAIN VIA OWNER "
                      WS-Hier-Owner (WS-Hier-Sub)
                      Delimited By Size Into WS-Dl-Text-Out
           Else
               Add 1 To WS-Total-Multi
               Move WS-Walk-Depth To WS-Edit-Count
               String "MULTI-LEVEL - OWNER " WS-Hier-Owner (WS-Hier-Sub)
                      " IS A MEMBER, TOP " WS-Walk-Id
                      " DEPTH " Delimited By Size
                      Function Trim ( WS-Edit-Count ) Delimited By Size
                      Into WS-Dl-Text-Out
           End-If
           Perform Write-Detail
           .

       Walk-One-Level.
           Move "N" To WS-Walk-Up-Flag
           Perform Varying WS-Walk-Sub From 1 By 1
                   Until WS-Walk-Sub > WS-Hier-Count
                   Or WS-Walk-Has-Parent
               If WS-Hier-Member (WS-Walk-Sub) = WS-Walk-Id
               And WS-Hier-Owner (WS-Walk-Sub) Not = WS-Walk-Id
                   Set WS-Walk-Has-Parent To True
                   Subtract 1 From WS-Walk-Sub
               End-If
           End-Perform
           If Not WS-Walk-Has-Parent
               Exit Paragraph
           End-If
           Add 1 To WS-Walk-Depth
           Move WS-Hier-Owner (WS-Walk-Sub) To WS-Walk-Id
           If WS-Walk-Id = WS-Hier-Member (WS-Hier-Sub)
           Or WS-Walk-Depth > WS-Hier-Count
               Set WS-Walk-Circular To True
           End-If
           .

       Write-Detail.
           Write Report-Line From WS-Detail-Line
           .

       Write-Summary.
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Summary-Heading
           Perform Write-One-Summary-Line
               Varying WS-Sum-Sub From 1 By 1
               Until WS-Sum-Sub > WS-Sum-Count
           Move Spaces To Report-Line
           Write Report-Line
           Move "ORPHAN ROWS, ALL FILES" To WS-Tl-Label-Out
           Move WS-Total-Orphans To WS-Tl-Count-Out
           Write Report-Line From WS-Total-Line
           Move "MEMBERS OF A DISCONNECTED OWNER" To WS-Tl-Label-Out
           Move WS-Total-Disconn To WS-Tl-Count-Out
           Write Report-Line From WS-Total-Line
           Move "MULTI-LEVEL HIERARCHY CHAINS" To WS-Tl-Label-Out
           Move WS-Total-Multi To WS-Tl-Count-Out
           Write Report-Line From WS-Total-Line
           Move "CIRCULAR HIERARCHY CHAINS" To WS-Tl-Label-Out
           Move WS-Total-Circular To WS-Tl-Count-Out
           Write Report-Line From WS-Total-Line
           Move "ENROLLMENTS ON PLANS NOT ON PLANTAB"
               To WS-Tl-Label-Out
           Move WS-Total-Bad-Plans To WS-Tl-Count-Out
           Write Report-Line From WS-Total-Line
           Move "DEALERS NOT ON DLRMAST" To WS-Tl-Label-Out
           Move WS-Total-Bad-Dealers To WS-Tl-Count-Out
           Write Report-Line From WS-Total-Line
           .

       Write-One-Summary-Line.
           Move WS-Sum-File (WS-Sum-Sub) To WS-Sl-File-Out
           Move WS-Sum-Read (WS-Sum-Sub) To WS-Sl-Read-Out
           Move WS-Sum-Orphans (WS-Sum-Sub) To WS-Sl-Orphans-Out
           If WS-Sum-Missing (WS-Sum-Sub) = "Y"
               Move "FILE NOT PRESENT" To WS-Sl-Note-Out
           Else
               Move Spaces To WS-Sl-Note-Out
           End-If
           Write Report-Line From WS-Summary-Line
           .

       Raise-Summary-Alert.
           Move "WARN" To WS-Alert-Severity
           Move WS-Total-Orphans To WS-Alert-Orphans-Out
           Move WS-Total-Disconn To WS-Alert-Disconn-Out
           Compute WS-Alert-Chains-Out = WS-Total-Multi
                   + WS-Total-Circular
           Compute WS-Alert-Refs-Out = WS-Total-Bad-Plans
                   + WS-Total-Bad-Dealers
           Move WS-Alert-Summary To WS-Alert-Message
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message
                WS-Alert-Op-Result
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

       End Program TELCOINT.
