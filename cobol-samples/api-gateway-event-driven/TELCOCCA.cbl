       Identification Division.
       Program-ID. TELCOCCA.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  PERIOD-END COST-CENTRE ALLOCATION FOR CORPORATE GROUPS - FOR
      *  EVERY ACCTHIER OWNER, ROLLS EACH MEMBER'S (AND THE OWNER'S
      *  OWN) RATED USAGE FROM CDRRATED, ITS LIVE CHGFILE CHARGES AND
      *  ITS TAXES FOR THE PERIOD (TELCO_PERIOD_START/END) UP INTO
      *  THE CUSTOMER'S OWN COST CENTRES, AS ASSIGNED IN COSTCTR
      *  THROUGH TELCOCCM AND IN FORCE AT THE PERIOD END. A MEMBER IN
      *  NO COST CENTRE FALLS INTO "UNASSIGNED" SO THE SPLIT ALWAYS
      *  ADDS UP TO THE CONSOLIDATED BILL. EACH OWNER GETS A SECTION
      *  OF THE CCAPRT ALLOCATION REPORT AND A SEMICOLON-DELIMITED
      *  costcentre.csv UPLOADED UNDER ITS OWN E-BILL PREFIX
      *  (ebill/<period-start>/<owner>/ IN TELCO_EBILL_BUCKET, SAME
      *  MULTIPART PATH AS TELCOEBL). THE SAME LINES, OWNER FIRST,
      *  ARE KEPT LOCALLY ON CCACSV TO RE-DRIVE A FAILED UPLOAD.
      *  MVNO RESELLER TRAFFIC IS LEFT OUT, AS ON THE E-BILL.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Account-Hierarchy-File Assign To "ACCTHIER"
               Organization Is Sequential
               File Status Is WS-Hierarchy-File-Status.
           Select Cost-Centre-File Assign To "COSTCTR"
               Organization Is Sequential
               File Status Is WS-Costctr-File-Status.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential
               File Status Is WS-Charge-File-Status.
           Select Report-File Assign To "CCAPRT"
               Organization Is Sequential.
           Select Allocation-Csv-File Assign To "CCACSV"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Rated-Input-File
           Recording Mode Is F.
       01  Rated-Output-Record.
           05  RO-InRec             Pic S9(15)      Packed-Decimal.
           05  RO-Currency          Pic X(3).
           05  RO-Subscriber-Id     Pic X(10).
           05  RO-Call-Date         Pic 9(8).
               COPY RATEDTL REPLACING LEADING ==RD-== BY ==RO-==.

       FD  Account-Hierarchy-File
           Recording Mode Is F.
       01  Account-Hierarchy-Record.
               COPY ACCTHIER REPLACING LEADING ==AH-== BY ==AHF-==.

       FD  Cost-Centre-File
           Recording Mode Is F.
       01  Cost-Centre-Record.
               COPY COSTCTR.

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
               COPY CHGREC.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Allocation-Csv-File
           Recording Mode Is F.
       01  Allocation-Csv-Record    Pic X(160).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Hierarchy-File-Status Pic X(2)    Value Spaces.
       01  WS-Costctr-File-Status   Pic X(2)    Value Spaces.
       01  WS-Charge-File-Status    Pic X(2)    Value Spaces.
       01  WS-Rated-Eof-Flag        Pic X       Value "N".
         88  WS-Rated-Eof           Value "Y".
       01  WS-Hie-Eof-Flag          Pic X       Value "N".
         88  WS-Hie-Eof             Value "Y".
       01  WS-Asg-Eof-Flag          Pic X       Value "N".
         88  WS-Asg-Eof             Value "Y".
       01  WS-Chg-Eof-Flag          Pic X       Value "N".
         88  WS-Chg-Eof             Value "Y".

       01  WS-Period-Control.
           05  WS-Period-Start      Pic 9(8)    Value Zero.
           05  WS-Period-End        Pic 9(8)    Value 99999999.
           05  WS-Start-Env-Name    Pic X(32)
                   Value "TELCO_PERIOD_START".
           05  WS-End-Env-Name      Pic X(32)
                   Value "TELCO_PERIOD_END".
           05  WS-Period-Env-Value  Pic X(32)   Value Spaces.
           05  WS-Period-Ge-Result  Pic 9(2)    Binary.

      * SAME LAYOUT S3OP EXPECTS - LOCAL COPY, TELCODRV CONVENTION.
       01  s3-request-area.
           05 s3-handle PIC 9(9) COMP-5.
           05 s3-command PIC X(6).
              88 s3-open-file VALUE "OPEN  ".
              88 s3-read-file VALUE "READ  ".
              88 s3-close-file VALUE "CLOSE ".
              88 s3-write-file VALUE "WRITE ".
              88 s3-list-file VALUE "LIST  ".
              88 s3-archive-file VALUE "ARCHIV".
              88 s3-verify-file VALUE "VERIFY".
              88 s3-mpu-start VALUE "MPUSTR".
              88 s3-mpu-part VALUE "MPUPRT".
              88 s3-mpu-complete VALUE "MPUFIN".
              88 s3-mpd-part VALUE "MPDPRT".
           05 s3-object-description.
              10 bucket-name PIC X(63).
              10 object-key PIC X(1024).
              10 region PIC X(24).
              10 object-version PIC X(64).
              10 object-key-prefix PIC X(1024).
              10 archive-prefix PIC X(1024).
           05 integrity-control.
              10 expected-checksum PIC X(64).
              10 expected-content-length PIC 9(15) COMP-5.
              10 actual-content-length PIC 9(15) COMP-5.
           05 multipart-control.
              10 upload-id PIC X(128).
              10 part-number PIC 9(4) COMP-5.
              10 total-parts PIC 9(4) COMP-5.

       01  s3-op-result             Pic 9(2)    Binary.
       01  s3-op-res-displ.
           05  s3-op-err-msg        Pic X(23)
               Value "ERROR ON S3 OPERATION: ".
           05  s3-op-result-as-str  Pic X(2).

       01  WS-Extract-Control.
           05  WS-Bucket-Env-Name   Pic X(32)
                   Value "TELCO_EBILL_BUCKET".
           05  WS-Bucket-Value      Pic X(63)   Value Spaces.
           05  WS-Region-Env-Name   Pic X(32)
                   Value "S3_AWS_REGION".
           05  WS-Region-Value      Pic X(24)   Value Spaces.
           05  WS-Ge-Result         Pic 9(2)    Binary.

      * MULTIPART BUFFERING - SAME 32K PART DISCIPLINE AS TELCOBAT'S
      * Archive-Run-Outputs.
       01  WS-Part-Data             Pic X(32768).
       01  WS-Part-Offset           Pic 9(9)    Binary Value 1.
       01  WS-Upload-Started-Flag   Pic X       Value "N".
         88  WS-Upload-Started      Value "Y".

       01  WS-Hierarchy-Table.
           05  WS-Hie-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Hie-Entry Occurs 500 Times.
               10  WS-Hie-Member    Pic X(10).
               10  WS-Hie-Owner     Pic X(10).
       01  WS-Hie-Sub               Pic 9(4)    Binary.

      * THE GROUP OWNERS - EVERY DISTINCT ACCTHIER OWNER.
       01  WS-Owner-Table.
           05  WS-Own-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Own-Entry Occurs 500 Times.
               10  WS-Own-Id        Pic X(10).
       01  WS-Own-Sub               Pic 9(4)    Binary.
       01  WS-Own-Found-Flag        Pic X       Value "N".
         88  WS-Own-Found           Value "Y".

      * ONE ENTRY PER GROUP MEMBER (OWNERS INCLUDED) WITH ITS COST
      * CENTRE AT THE PERIOD END AND WHAT IT RAN UP IN THE PERIOD.
       01  WS-Member-Table.
           05  WS-Mbr-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Mbr-Entry Occurs 1000 Times.
               10  WS-Mbr-Id        Pic X(10).
               10  WS-Mbr-Owner     Pic X(10).
               10  WS-Mbr-Centre    Pic X(12).
               10  WS-Mbr-Asg-Date  Pic 9(8).
               10  WS-Mbr-Calls     Pic 9(7)    Binary.
               10  WS-Mbr-Minutes   Pic 9(9)    Binary.
               10  WS-Mbr-Usage     Pic S9(9)V99 Binary.
               10  WS-Mbr-Charges   Pic S9(9)V99 Binary.
               10  WS-Mbr-Taxes     Pic S9(9)V99 Binary.
       01  WS-Mbr-Sub               Pic 9(4)    Binary.
       01  WS-Mbr-Found-Flag        Pic X       Value "N".
         88  WS-Mbr-Found           Value "Y".
       01  WS-Mbr-Key               Pic X(10).

      * ONE OWNER'S COST CENTRES, REBUILT PER OWNER.
       01  WS-Centre-Table.
           05  WS-Ctr-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Ctr-Entry Occurs 200 Times.
               10  WS-Ctr-Code      Pic X(12).
               10  WS-Ctr-Members   Pic 9(5)    Binary.
               10  WS-Ctr-Calls     Pic 9(9)    Binary.
               10  WS-Ctr-Minutes   Pic 9(9)    Binary.
               10  WS-Ctr-Usage     Pic S9(11)V99 Binary.
               10  WS-Ctr-Charges   Pic S9(11)V99 Binary.
               10  WS-Ctr-Taxes     Pic S9(11)V99 Binary.
       01  WS-Ctr-Sub               Pic 9(3)    Binary.
       01  WS-Ctr-Found-Flag        Pic X       Value "N".
         88  WS-Ctr-Found           Value "Y".
       01  WS-Unassigned-Code       Pic X(12)   Value "UNASSIGNED".

       01  WS-Owner-Totals.
           05  WS-Otl-Members       Pic 9(5)    Binary.
           05  WS-Otl-Calls         Pic 9(9)    Binary.
           05  WS-Otl-Minutes       Pic 9(9)    Binary.
           05  WS-Otl-Usage         Pic S9(11)V99 Binary.
           05  WS-Otl-Charges       Pic S9(11)V99 Binary.
           05  WS-Otl-Taxes         Pic S9(11)V99 Binary.
       01  WS-Line-Total            Pic S9(11)V99.

      * RUN COUNTERS.
       01  WS-Records-Read          Pic 9(9)    Binary Value Zero.
       01  WS-Records-Allocated     Pic 9(9)    Binary Value Zero.
       01  WS-Charges-Allocated     Pic 9(7)    Binary Value Zero.
       01  WS-Owners-Reported       Pic 9(5)    Binary Value Zero.
       01  WS-Files-Uploaded        Pic 9(5)    Binary Value Zero.

      * REPORT LINES.
       01  WS-Owner-Head-Line.
           05  Pic X(33) Value "COST-CENTRE ALLOCATION - ACCOUNT ".
           05  WS-Ohead-Owner-Out   Pic X(10).
           05  Pic X(9)  Value "  PERIOD ".
           05  WS-Ohead-Start-Out   Pic 9(8).
           05  Pic X(3)  Value " - ".
           05  WS-Ohead-End-Out     Pic 9(8).
       01  WS-Column-Line.
           05  Pic X(50) Value
               "COST CENTRE   MEMBER        CALLS   MINUTES       ".
           05  Pic X(60) Value
               "  USAGE        CHARGES          TAXES          TOTAL".
       01  WS-Detail-Line.
           05  WS-Dline-Centre-Out  Pic X(12).
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-Member-Out  Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Calls-Out   Pic ZZZ,ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Minutes-Out Pic ZZZ,ZZZ,ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Usage-Out   Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Charges-Out Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Taxes-Out   Pic ZZ,ZZZ,ZZ9.99-.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Total-Out   Pic ZZ,ZZZ,ZZ9.99-.

      * ONE DELIMITED ALLOCATION LINE - SEMICOLON-DELIMITED LIKE THE
      * E-BILL ITEMIZATION, WITH A COLUMN-NAME LINE FIRST.
       01  WS-Csv-Amounts.
           05  WS-Csv-Members       Pic 9(5).
           05  WS-Csv-Calls         Pic 9(9).
           05  WS-Csv-Minutes       Pic 9(9).
           05  WS-Csv-Usage         Pic -9(11).99.
           05  WS-Csv-Charges       Pic -9(11).99.
           05  WS-Csv-Taxes         Pic -9(11).99.
           05  WS-Csv-Total         Pic -9(11).99.
       01  WS-Csv-Line              Pic X(150).

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
           Perform Get-Billing-Period
           Perform Get-Extract-Config
           Perform Load-Account-Hierarchy
           If WS-Own-Count = Zero
               Display "NO CORPORATE GROUPS IN ACCTHIER - NOTHING "
                       "TO ALLOCATE."
               Goback
           End-If
           Perform Load-Assignments
           Perform Accumulate-Usage
           Perform Accumulate-Charges
           Open Output Report-File
           Open Output Allocation-Csv-File
           Perform Allocate-One-Owner
               Varying WS-Own-Sub From 1 By 1
               Until WS-Own-Sub > WS-Own-Count
           Close Allocation-Csv-File
           Close Report-File
           Move "TELCOCCA" To audit-log-program
           Move "CCALLOC " To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== COST-CENTRE ALLOCATION ====="
           Display "PERIOD " WS-Period-Start " - " WS-Period-End
           Display "RATED RECORDS READ....: " WS-Records-Read
           Display "ALLOCATED TO GROUPS...: " WS-Records-Allocated
           Display "CHARGES ALLOCATED.....: " WS-Charges-Allocated
           Display "GROUP OWNERS REPORTED.: " WS-Owners-Reported
           Display "FILES UPLOADED........: " WS-Files-Uploaded
           Display "=================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Billing-Period.
           Call "GETENVOP" Using WS-Start-Env-Name WS-Period-Env-Value
                WS-Period-Ge-Result
           If WS-Period-Ge-Result < 19
                   And WS-Period-Env-Value Not = Spaces
               Move WS-Period-Env-Value To WS-Period-Start
           End-If
           Move Spaces To WS-Period-Env-Value
           Call "GETENVOP" Using WS-End-Env-Name WS-Period-Env-Value
                WS-Period-Ge-Result
           If WS-Period-Ge-Result < 19
                   And WS-Period-Env-Value Not = Spaces
               Move WS-Period-Env-Value To WS-Period-End
           End-If
           .

      * NO BUCKET - THE REPORT AND THE LOCAL FILE ARE STILL WRITTEN,
      * NOTHING IS UPLOADED.
       Get-Extract-Config.
           Call "GETENVOP" Using WS-Bucket-Env-Name WS-Bucket-Value
                WS-Ge-Result
           If WS-Bucket-Value Not = Spaces
               Move WS-Bucket-Value To bucket-name
               Call "GETENVOP" Using WS-Region-Env-Name
                    WS-Region-Value WS-Ge-Result
               If WS-Region-Value Not = Spaces
                   Move WS-Region-Value To region
               Else
                   Move "eu-central-1" To region
               End-If
           Else
               Display "TELCO_EBILL_BUCKET IS NOT SET - ALLOCATION "
                       "FILES ARE NOT UPLOADED."
           End-If
           .

      * EVERY OWNER IS A MEMBER OF ITS OWN GROUP; EVERY ACCTHIER
      * MEMBER IS ENTERED UNDER ITS OWNER.
       Load-Account-Hierarchy.
           Move Zero To WS-Hie-Count
           Move "N" To WS-Hie-Eof-Flag
           Open Input Account-Hierarchy-File
           If WS-Hierarchy-File-Status = "00"
               Perform Read-One-Hierarchy-Row Until WS-Hie-Eof
               Close Account-Hierarchy-File
           End-If
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
                       Perform Note-One-Owner
                       Move AHF-Owner-Id To WS-Mbr-Key
                       Perform Find-Member
                       If Not WS-Mbr-Found
                           Perform Add-Member
                           If WS-Mbr-Found
                               Move AHF-Owner-Id
                                   To WS-Mbr-Owner (WS-Mbr-Sub)
                           End-If
                       End-If
                       Move AHF-Member-Id To WS-Mbr-Key
                       Perform Find-Member
                       If Not WS-Mbr-Found
                           Perform Add-Member
                       End-If
                       If WS-Mbr-Found
                           Move AHF-Owner-Id
                               To WS-Mbr-Owner (WS-Mbr-Sub)
                       End-If
                   End-If
           End-Read
           .

       Note-One-Owner.
           Move "N" To WS-Own-Found-Flag
           Perform Varying WS-Own-Sub From 1 By 1
                   Until WS-Own-Sub > WS-Own-Count
                   Or WS-Own-Found
               If WS-Own-Id (WS-Own-Sub) = AHF-Owner-Id
                   Set WS-Own-Found To True
               End-If
           End-Perform
           If Not WS-Own-Found
           And WS-Own-Count < 500
               Add 1 To WS-Own-Count
               Move AHF-Owner-Id To WS-Own-Id (WS-Own-Count)
           End-If
           .

       Find-Member.
           Move "N" To WS-Mbr-Found-Flag
           Perform Varying WS-Mbr-Sub From 1 By 1
                   Until WS-Mbr-Sub > WS-Mbr-Count
                   Or WS-Mbr-Found
               If WS-Mbr-Id (WS-Mbr-Sub) = WS-Mbr-Key
                   Set WS-Mbr-Found To True
                   Subtract 1 From WS-Mbr-Sub
               End-If
           End-Perform
           .

       Add-Member.
           If WS-Mbr-Count < 1000
               Add 1 To WS-Mbr-Count
               Move WS-Mbr-Count To WS-Mbr-Sub
               Initialize WS-Mbr-Entry (WS-Mbr-Sub)
               Move WS-Mbr-Key To WS-Mbr-Id (WS-Mbr-Sub)
               Move WS-Unassigned-Code To WS-Mbr-Centre (WS-Mbr-Sub)
               Set WS-Mbr-Found To True
           Else
               Display "MEMBER TABLE FULL - SUBSCRIBER NOT "
                       "ALLOCATED: " WS-Mbr-Key
           End-If
           .

      * THE ASSIGNMENT IN FORCE AT THE PERIOD END, AND ONLY WHILE
      * THE OWNER ON THE ROW STILL OWNS THE MEMBER.
       Load-Assignments.
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
                   If CC-Effective-Date Not > WS-Period-End
                       Move CC-Member-Id To WS-Mbr-Key
                       Perform Find-Member
                       If WS-Mbr-Found
                           Perform Apply-One-Assignment
                       End-If
                   End-If
           End-Read
           .

       Apply-One-Assignment.
           If CC-Owner-Id Not = WS-Mbr-Owner (WS-Mbr-Sub)
           Or CC-Effective-Date < WS-Mbr-Asg-Date (WS-Mbr-Sub)
               Exit Paragraph
           End-If
           Move CC-Effective-Date To WS-Mbr-Asg-Date (WS-Mbr-Sub)
           If CC-Assigned
               Move CC-Cost-Centre To WS-Mbr-Centre (WS-Mbr-Sub)
           Else
               Move WS-Unassigned-Code To WS-Mbr-Centre (WS-Mbr-Sub)
           End-If
           .

       Accumulate-Usage.
           Move "N" To WS-Rated-Eof-Flag
           Open Input Rated-Input-File
           If WS-Rated-File-Status Not = "00"
               Display "NO RATED OUTPUT FILE - USAGE NOT ALLOCATED."
               Exit Paragraph
           End-If
           Perform Accumulate-One-Record Until WS-Rated-Eof
           Close Rated-Input-File
           .

       Accumulate-One-Record.
           Read Rated-Input-File
               At End
                   Set WS-Rated-Eof To True
               Not At End
                   Add 1 To WS-Records-Read
                   If RO-Call-Date >= WS-Period-Start
                   And RO-Call-Date <= WS-Period-End
                   And RO-Rate-Class Not = Space
                   And RO-Reseller-Id = Spaces
                       Move RO-Subscriber-Id To WS-Mbr-Key
                       Perform Find-Member
                       If WS-Mbr-Found
                           Add 1 To WS-Records-Allocated
                           Add 1 To WS-Mbr-Calls (WS-Mbr-Sub)
                           Add RO-Billable-Minutes
                               To WS-Mbr-Minutes (WS-Mbr-Sub)
                           Add RO-Price To WS-Mbr-Usage (WS-Mbr-Sub)
                           Add RO-BTax RO-DTax RO-ITax
                               To WS-Mbr-Taxes (WS-Mbr-Sub)
                       End-If
                   End-If
           End-Read
           .

      * THE PERIOD'S LIVE CHARGES, AS A REGULAR TELCOINV RUN TAKES
      * THEM.
       Accumulate-Charges.
           Move "N" To WS-Chg-Eof-Flag
           Open Input Charge-File
           If WS-Charge-File-Status = "00"
               Perform Accumulate-One-Charge Until WS-Chg-Eof
               Close Charge-File
           End-If
           .

       Accumulate-One-Charge.
           Read Charge-File
               At End
                   Set WS-Chg-Eof To True
               Not At End
                   If CHG-Status = "A"
                   And CHG-Charge-Date >= WS-Period-Start
                   And CHG-Charge-Date <= WS-Period-End
                       Move CHG-Subscriber-Id To WS-Mbr-Key
                       Perform Find-Member
                       If WS-Mbr-Found
                           Add 1 To WS-Charges-Allocated
                           Add CHG-Amount
                               To WS-Mbr-Charges (WS-Mbr-Sub)
                       End-If
                   End-If
           End-Read
           .

      * ONE OWNER - ITS COST CENTRES IN FIRST-SEEN ORDER, EACH
      * FOLLOWED BY ITS MEMBERS, THEN THE OWNER'S TOTAL; THE SAME
      * CENTRE TOTALS GO TO THE OWNER'S DELIMITED FILE.
       Allocate-One-Owner.
           Move Zero To WS-Ctr-Count
           Initialize WS-Owner-Totals
           Perform Roll-Up-One-Member
               Varying WS-Mbr-Sub From 1 By 1
               Until WS-Mbr-Sub > WS-Mbr-Count
           Add 1 To WS-Owners-Reported
           Move WS-Own-Id (WS-Own-Sub) To WS-Ohead-Owner-Out
           Move WS-Period-Start To WS-Ohead-Start-Out
           Move WS-Period-End To WS-Ohead-End-Out
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Owner-Head-Line
           Write Report-Line From WS-Column-Line
           Move "N" To WS-Upload-Started-Flag
           Move Spaces To object-key
           String "ebill/" WS-Period-Start "/"
                  WS-Own-Id (WS-Own-Sub) Delimited By Space
                  "/costcentre.csv" Delimited By Size
                  Into object-key
           Move Spaces To WS-Csv-Line
           String "COST CENTRE;MEMBERS;CALLS;MINUTES;USAGE;CHARGES;"
                  "TAXES;TOTAL" Delimited By Size Into WS-Csv-Line
           Perform Deliver-Csv-Line
           Perform Report-One-Centre
               Varying WS-Ctr-Sub From 1 By 1
               Until WS-Ctr-Sub > WS-Ctr-Count
           Move "TOTAL" To WS-Dline-Centre-Out
           Move Spaces To WS-Dline-Member-Out
           Move WS-Otl-Calls To WS-Dline-Calls-Out
           Move WS-Otl-Minutes To WS-Dline-Minutes-Out
           Move WS-Otl-Usage To WS-Dline-Usage-Out
           Move WS-Otl-Charges To WS-Dline-Charges-Out
           Move WS-Otl-Taxes To WS-Dline-Taxes-Out
           Compute WS-Line-Total = WS-Otl-Usage + WS-Otl-Charges
                   + WS-Otl-Taxes
           Move WS-Line-Total To WS-Dline-Total-Out
           Write Report-Line From WS-Detail-Line
           Move WS-Otl-Members To WS-Csv-Members
           Move WS-Otl-Calls To WS-Csv-Calls
           Move WS-Otl-Minutes To WS-Csv-Minutes
           Move WS-Otl-Usage To WS-Csv-Usage
           Move WS-Otl-Charges To WS-Csv-Charges
           Move WS-Otl-Taxes To WS-Csv-Taxes
           Move WS-Line-Total To WS-Csv-Total
           Move Spaces To WS-Csv-Line
           String "TOTAL;" WS-Csv-Members ";" WS-Csv-Calls ";"
                  WS-Csv-Minutes ";" WS-Csv-Usage ";"
                  WS-Csv-Charges ";" WS-Csv-Taxes ";" WS-Csv-Total
                  Delimited By Size Into WS-Csv-Line
           Perform Deliver-Csv-Line
           If WS-Upload-Started
               Perform Finish-Multipart-Upload
               Add 1 To WS-Files-Uploaded
           End-If
           .

       Roll-Up-One-Member.
           If WS-Mbr-Owner (WS-Mbr-Sub) Not = WS-Own-Id (WS-Own-Sub)
               Exit Paragraph
           End-If
           Move "N" To WS-Ctr-Found-Flag
           Perform Varying WS-Ctr-Sub From 1 By 1
                   Until WS-Ctr-Sub > WS-Ctr-Count
                   Or WS-Ctr-Found
               If WS-Ctr-Code (WS-Ctr-Sub) = WS-Mbr-Centre (WS-Mbr-Sub)
                   Set WS-Ctr-Found To True
                   Subtract 1 From WS-Ctr-Sub
               End-If
           End-Perform
           If Not WS-Ctr-Found
               If WS-Ctr-Count < 200
                   Add 1 To WS-Ctr-Count
                   Move WS-Ctr-Count To WS-Ctr-Sub
                   Initialize WS-Ctr-Entry (WS-Ctr-Sub)
                   Move WS-Mbr-Centre (WS-Mbr-Sub)
                       To WS-Ctr-Code (WS-Ctr-Sub)
               Else
                   Display "COST-CENTRE TABLE FULL FOR ACCOUNT "
                           WS-Own-Id (WS-Own-Sub) " - MEMBER "
                           WS-Mbr-Id (WS-Mbr-Sub) " NOT ALLOCATED."
                   Exit Paragraph
               End-If
           End-If
           Add 1 To WS-Ctr-Members (WS-Ctr-Sub)
           Add WS-Mbr-Calls (WS-Mbr-Sub) To WS-Ctr-Calls (WS-Ctr-Sub)
           Add WS-Mbr-Minutes (WS-Mbr-Sub)
               To WS-Ctr-Minutes (WS-Ctr-Sub)
           Add WS-Mbr-Usage (WS-Mbr-Sub) To WS-Ctr-Usage (WS-Ctr-Sub)
           Add WS-Mbr-Charges (WS-Mbr-Sub)
               To WS-Ctr-Charges (WS-Ctr-Sub)
           Add WS-Mbr-Taxes (WS-Mbr-Sub) To WS-Ctr-Taxes (WS-Ctr-Sub)
           Add 1 To WS-Otl-Members
           Add WS-Mbr-Calls (WS-Mbr-Sub) To WS-Otl-Calls
           Add WS-Mbr-Minutes (WS-Mbr-Sub) To WS-Otl-Minutes
           Add WS-Mbr-Usage (WS-Mbr-Sub) To WS-Otl-Usage
           Add WS-Mbr-Charges (WS-Mbr-Sub) To WS-Otl-Charges
           Add WS-Mbr-Taxes (WS-Mbr-Sub) To WS-Otl-Taxes
           .

       Report-One-Centre.
           Move WS-Ctr-Code (WS-Ctr-Sub) To WS-Dline-Centre-Out
           Move "(CENTRE)" To WS-Dline-Member-Out
           Move WS-Ctr-Calls (WS-Ctr-Sub) To WS-Dline-Calls-Out
           Move WS-Ctr-Minutes (WS-Ctr-Sub) To WS-Dline-Minutes-Out
           Move WS-Ctr-Usage (WS-Ctr-Sub) To WS-Dline-Usage-Out
           Move WS-Ctr-Charges (WS-Ctr-Sub) To WS-Dline-Charges-Out
           Move WS-Ctr-Taxes (WS-Ctr-Sub) To WS-Dline-Taxes-Out
           Compute WS-Line-Total = WS-Ctr-Usage (WS-Ctr-Sub)
                   + WS-Ctr-Charges (WS-Ctr-Sub)
                   + WS-Ctr-Taxes (WS-Ctr-Sub)
           Move WS-Line-Total To WS-Dline-Total-Out
           Write Report-Line From WS-Detail-Line
           Move WS-Ctr-Members (WS-Ctr-Sub) To WS-Csv-Members
           Move WS-Ctr-Calls (WS-Ctr-Sub) To WS-Csv-Calls
           Move WS-Ctr-Minutes (WS-Ctr-Sub) To WS-Csv-Minutes
           Move WS-Ctr-Usage (WS-Ctr-Sub) To WS-Csv-Usage
           Move WS-Ctr-Charges (WS-Ctr-Sub) To WS-Csv-Charges
           Move WS-Ctr-Taxes (WS-Ctr-Sub) To WS-Csv-Taxes
           Move WS-Line-Total To WS-Csv-Total
           Move Spaces To WS-Csv-Line
           String WS-Ctr-Code (WS-Ctr-Sub) Delimited By "  "
                  ";" WS-Csv-Members ";" WS-Csv-Calls ";"
                  WS-Csv-Minutes ";" WS-Csv-Usage ";"
                  WS-Csv-Charges ";" WS-Csv-Taxes ";" WS-Csv-Total
                  Delimited By Size Into WS-Csv-Line
           Perform Deliver-Csv-Line
           Perform Report-Centre-Member
               Varying WS-Mbr-Sub From 1 By 1
               Until WS-Mbr-Sub > WS-Mbr-Count
           .

       Report-Centre-Member.
           If WS-Mbr-Owner (WS-Mbr-Sub) Not = WS-Own-Id (WS-Own-Sub)
           Or WS-Mbr-Centre (WS-Mbr-Sub) Not = WS-Ctr-Code (WS-Ctr-Sub)
               Exit Paragraph
           End-If
           Move Spaces To WS-Dline-Centre-Out
           Move WS-Mbr-Id (WS-Mbr-Sub) To WS-Dline-Member-Out
           Move WS-Mbr-Calls (WS-Mbr-Sub) To WS-Dline-Calls-Out
           Move WS-Mbr-Minutes (WS-Mbr-Sub) To WS-Dline-Minutes-Out
           Move WS-Mbr-Usage (WS-Mbr-Sub) To WS-Dline-Usage-Out
           Move WS-Mbr-Charges (WS-Mbr-Sub) To WS-Dline-Charges-Out
           Move WS-Mbr-Taxes (WS-Mbr-Sub) To WS-Dline-Taxes-Out
           Compute WS-Line-Total = WS-Mbr-Usage (WS-Mbr-Sub)
                   + WS-Mbr-Charges (WS-Mbr-Sub)
                   + WS-Mbr-Taxes (WS-Mbr-Sub)
           Move WS-Line-Total To WS-Dline-Total-Out
           Write Report-Line From WS-Detail-Line
           .

      * ONE LINE TO THE LOCAL FILE (OWNER FIRST) AND, WITH A BUCKET
      * CONFIGURED, INTO THE OWNER'S UPLOAD.
       Deliver-Csv-Line.
           Move Spaces To Allocation-Csv-Record
           String WS-Own-Id (WS-Own-Sub) Delimited By Space
                  ";" WS-Csv-Line Delimited By Size
                  Into Allocation-Csv-Record
           Write Allocation-Csv-Record
           If WS-Bucket-Value = Spaces
               Exit Paragraph
           End-If
           If Not WS-Upload-Started
               Perform Start-Multipart-Upload
           End-If
           If ( WS-Part-Offset + Length Of WS-Csv-Line ) > 32768
               Perform Send-Upload-Part
           End-If
           Move WS-Csv-Line To WS-Part-Data
                ( WS-Part-Offset : Length Of WS-Csv-Line )
           Add Length Of WS-Csv-Line To WS-Part-Offset
           .

       Start-Multipart-Upload.
           Set WS-Upload-Started To True
           Move 1 To WS-Part-Offset
           Move Spaces To WS-Part-Data
           Move Spaces To upload-id
           Move Zero To part-number
           Set s3-mpu-start To True
           Call "S3OP" Using s3-request-area s3-op-result
           Perform Check-S3-Op-Result
           Move 1 To part-number
           .

       Send-Upload-Part.
           Set s3-mpu-part To True
           Call "S3OP" Using s3-request-area WS-Part-Data s3-op-result
           Perform Check-S3-Op-Result
           Add 1 To part-number
           Move 1 To WS-Part-Offset
           Move Spaces To WS-Part-Data
           .

       Finish-Multipart-Upload.
           If Not WS-Upload-Started
               Exit Paragraph
           End-If
           If WS-Part-Offset > 1
               Perform Send-Upload-Part
           End-If
           Compute total-parts = part-number - 1
           Set s3-mpu-complete To True
           Call "S3OP" Using s3-request-area s3-op-result
           Perform Check-S3-Op-Result
           .

      * AN UPLOAD FAILURE IS AUDITED AND DISPLAYED BUT DOES NOT FAIL
      * THE RUN - THE LOCAL CCACSV FILE SHOWS WHAT TO RE-DRIVE.
       Check-S3-Op-Result.
           If s3-op-result >= 10
               Move "TELCOCCA" To audit-log-program
               Move s3-command To audit-log-operation
               Move s3-op-result To audit-log-result-code
               Perform Write-Audit-Record
               Move s3-op-result To s3-op-result-as-str
               Display s3-op-res-displ
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES
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

       End Program TELCOCCA.
