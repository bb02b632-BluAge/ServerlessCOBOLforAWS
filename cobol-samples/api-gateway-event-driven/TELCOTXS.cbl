       Identification Division.
       Program-ID. TELCOTXS.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  ANNUAL TAX-PAID STATEMENT - FOR THE CALENDAR YEAR IN
      *  TELCO_TAX_YEAR (DEFAULT LAST YEAR) WRITES ONE PRINT-IMAGE
      *  STATEMENT PER ACCOUNT TO TAXSTMT OF THE TELECOM TAXES IT
      *  PAID: THE BTAX, DTAX AND ITAX ON EVERY RATED CALL DATED IN
      *  THE YEAR (CDRRATED) BY SUBSCRIBER AND JURISDICTION, WITH
      *  THE JURISDICTION ADD-ONS (RD-JUR-TAX) INSIDE THEM SHOWN PER
      *  JURISDICTION, NET OF THE TAX THE ADJUSTMENT STREAM TOOK
      *  BACK OR ADDED - EVERY RERATE OR DISPUTE ADJUSTMENT APPLIED
      *  TO AN INVOICE (ADJHIST) FOR A CALL OF THE YEAR, AT THE
      *  DIFFERENCE BETWEEN ITS RERATED TAX SPLIT AND THE CALL'S
      *  ORIGINAL ONE. A MEMBER OF AN ACCTHIER GROUP ROLLS UP INTO
      *  ITS OWNER'S STATEMENT, EACH LINE CARRYING THE SUBSCRIBER IT
      *  BELONGS TO; RESELLER TRAFFIC, NEVER INVOICED TO THE END
      *  USER, IS LEFT OUT. WHEN TELCO_EBILL_BUCKET IS SET THE SAME
      *  STATEMENT IS ALSO UPLOADED AS A DELIMITED FILE UNDER THE
      *  ACCOUNT'S E-BILL PREFIX FOR THE YEAR, ON THE SAME MULTIPART
      *  UPLOAD PATH AS TELCOSTM.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Adjustment-History-File Assign To "ADJHIST"
               Organization Is Sequential
               File Status Is WS-Adjhist-File-Status.
           Select Account-Hierarchy-File Assign To "ACCTHIER"
               Organization Is Sequential
               File Status Is WS-Hierarchy-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Statement-Print-File Assign To "TAXSTMT"
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

      * SAME LAYOUT AS THE ADJFILE RECORD THE INVOICE RUN MOVES HERE
      * ONCE AN ADJUSTMENT IS APPLIED.
       FD  Adjustment-History-File
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

       FD  Account-Hierarchy-File
           Recording Mode Is F.
       01  Account-Hierarchy-Record.
               COPY ACCTHIER REPLACING LEADING ==AH-== BY ==AHF-==.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Statement-Print-File
           Recording Mode Is F.
       01  Statement-Print-Line     Pic X(80).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Rated-Eof-Flag        Pic X       Value "N".
         88  WS-Rated-Eof           Value "Y".
       01  WS-Adjhist-File-Status   Pic X(2)    Value Spaces.
       01  WS-Adh-Eof-Flag          Pic X       Value "N".
         88  WS-Adh-Eof             Value "Y".

      * THE STATEMENT YEAR AND ITS BOUNDS.
       01  WS-Year-Control.
           05  WS-Tax-Year          Pic 9(4)    Value Zero.
           05  WS-Year-Start        Pic 9(8).
           05  WS-Year-Start-Parts Redefines WS-Year-Start.
               10  WS-Start-Ccyy    Pic 9(4).
               10  WS-Start-Mmdd    Pic 9(4).
           05  WS-Year-End          Pic 9(8).
           05  WS-Year-End-Parts Redefines WS-Year-End.
               10  WS-End-Ccyy      Pic 9(4).
               10  WS-End-Mmdd      Pic 9(4).
           05  WS-Year-Env-Name     Pic X(32)
                   Value "TELCO_TAX_YEAR".
           05  WS-Year-Env-Value    Pic X(32)   Value Spaces.
           05  WS-Year-Ge-Result    Pic 9(2)    Binary.

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

      * MULTIPART BUFFERING - SAME 32K PART DISCIPLINE AS TELCOEBL.
       01  WS-Part-Data             Pic X(32768).
       01  WS-Part-Offset           Pic 9(9)    Binary Value 1.
       01  WS-Upload-Started-Flag   Pic X       Value "N".
         88  WS-Upload-Started      Value "Y".

      * ONE LINE PER STATEMENT ACCOUNT, SUBSCRIBER AND JURISDICTION -
      * THE TAXES RATED ON THE YEAR'S CALLS AND WHAT THE APPLIED
      * ADJUSTMENTS MOVED THEM BY.
       01  WS-Line-Table.
           05  WS-Lin-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Lin-Entry Occurs 20000 Times.
               10  WS-Lin-Owner     Pic X(10).
               10  WS-Lin-Id        Pic X(10).
               10  WS-Lin-Jur       Pic X(4).
               10  WS-Lin-BTax      Pic S9(9)V99 Binary.
               10  WS-Lin-DTax      Pic S9(9)V99 Binary.
               10  WS-Lin-ITax      Pic S9(9)V99 Binary.
               10  WS-Lin-Jur-Tax   Pic S9(9)V99 Binary.
               10  WS-Lin-Adj-BTax  Pic S9(9)V99 Binary.
               10  WS-Lin-Adj-DTax  Pic S9(9)V99 Binary.
               10  WS-Lin-Adj-ITax  Pic S9(9)V99 Binary.
               10  WS-Lin-Adj-Jur-Tax Pic S9(9)V99 Binary.
       01  WS-Lin-Sub               Pic 9(5)    Binary.
       01  WS-Lin-Found-Flag        Pic X       Value "N".
         88  WS-Lin-Found           Value "Y".
       01  WS-Lin-Full-Warned       Pic X       Value "N".
       01  WS-Line-Key.
           05  WS-Key-Id            Pic X(10).
           05  WS-Key-Jur           Pic X(4).

      * THE YEAR'S APPLIED CALL ADJUSTMENTS, EACH MATCHED TO ITS
      * ORIGINAL RATED CALL FOR THE TAX IT FIRST CARRIED.
       01  WS-Adjust-Table.
           05  WS-Adh-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Adh-Entry Occurs 5000 Times.
               10  WS-Adh-InRec     Pic S9(15)  Packed-Decimal.
               10  WS-Adh-Id        Pic X(10).
               10  WS-Adh-New-Jur   Pic X(4).
               10  WS-Adh-New-BTax  Pic S9(5)V99 Binary.
               10  WS-Adh-New-DTax  Pic S9(5)V99 Binary.
               10  WS-Adh-New-ITax  Pic S9(5)V99 Binary.
               10  WS-Adh-New-Jur-Tax Pic S9(5)V99 Binary.
               10  WS-Adh-Matched   Pic X(1).
               10  WS-Adh-Orig-Jur  Pic X(4).
               10  WS-Adh-Orig-BTax Pic S9(5)V99 Binary.
               10  WS-Adh-Orig-DTax Pic S9(5)V99 Binary.
               10  WS-Adh-Orig-ITax Pic S9(5)V99 Binary.
               10  WS-Adh-Orig-Jur-Tax Pic S9(5)V99 Binary.
       01  WS-Adh-Sub               Pic 9(5)    Binary.
       01  WS-Adh-Found-Flag        Pic X       Value "N".
         88  WS-Adh-Found           Value "Y".

      * DISTINCT STATEMENT ACCOUNTS, IN ORDER OF FIRST APPEARANCE.
       01  WS-Account-List.
           05  WS-Acc-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Acc-Entry Occurs 5000 Times
                                    Pic X(10).
       01  WS-Acc-Sub               Pic 9(5)    Binary.
       01  WS-Acc-Found-Flag        Pic X       Value "N".
         88  WS-Acc-Found           Value "Y".
       01  WS-Current-Acct          Pic X(10).

       01  WS-Hierarchy-File-Status Pic X(2)    Value Spaces.
       01  WS-Hierarchy-Table.
           05  WS-Hie-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Hie-Entry Occurs 500 Times.
               10  WS-Hie-Member    Pic X(10).
               10  WS-Hie-Owner     Pic X(10).
       01  WS-Hie-Sub               Pic 9(3)    Binary.
       01  WS-Hie-Eof-Flag          Pic X       Value "N".
         88  WS-Hie-Eof             Value "Y".
       01  WS-Resolve-Id            Pic X(10).
       01  WS-Resolve-Owner         Pic X(10).

      * CONTACT TABLE - THE STATEMENT IS ADDRESSED TO THE ACCOUNT'S
      * BILLING NAME AND ADDRESS.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".

      * ONE ACCOUNT'S JURISDICTION ROLL-UP.
       01  WS-Jur-Table.
           05  WS-Jur-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Jur-Entry Occurs 100 Times.
               10  WS-Jur-Code      Pic X(4).
               10  WS-Jur-Amount    Pic S9(11)V99 Binary.
       01  WS-Jur-Sub               Pic 9(3)    Binary.
       01  WS-Jur-Found-Flag        Pic X       Value "N".
         88  WS-Jur-Found           Value "Y".

       01  WS-Statement-Work.
           05  WS-Rated-BTax        Pic S9(11)V99 Binary.
           05  WS-Rated-DTax        Pic S9(11)V99 Binary.
           05  WS-Rated-ITax        Pic S9(11)V99 Binary.
           05  WS-Adjust-BTax       Pic S9(11)V99 Binary.
           05  WS-Adjust-DTax       Pic S9(11)V99 Binary.
           05  WS-Adjust-ITax       Pic S9(11)V99 Binary.
           05  WS-Net-BTax          Pic S9(11)V99 Binary.
           05  WS-Net-DTax          Pic S9(11)V99 Binary.
           05  WS-Net-ITax          Pic S9(11)V99 Binary.
           05  WS-Net-Jur-Tax       Pic S9(11)V99 Binary.
           05  WS-Row-Total         Pic S9(11)V99 Binary.
           05  WS-Account-Lines     Pic 9(5)    Binary.
           05  WS-Account-Nonzero   Pic X(1).

      * RUN COUNTERS.
       01  WS-Records-Read          Pic 9(9)    Binary Value Zero.
       01  WS-Records-Stated        Pic 9(9)    Binary Value Zero.
       01  WS-Adjustments-Netted    Pic 9(5)    Binary Value Zero.
       01  WS-Adjustments-Unmatched Pic 9(5)    Binary Value Zero.
       01  WS-Statements-Produced   Pic 9(5)    Binary Value Zero.
       01  WS-Statements-Skipped    Pic 9(5)    Binary Value Zero.
       01  WS-Files-Uploaded        Pic 9(5)    Binary Value Zero.

       01  WS-Print-Line            Pic X(80).
       01  WS-Head-Line.
           05  Pic X(21) Value "ANNUAL TAX STATEMENT ".
           05  WS-Head-Account      Pic X(10).
           05  Pic X(7)  Value " YEAR: ".
           05  WS-Head-Year         Pic 9(4).
           05  Pic X(2)  Value " (".
           05  WS-Head-Start        Pic 9(8).
           05  Pic X(3)  Value " - ".
           05  WS-Head-End          Pic 9(8).
           05  Pic X(1)  Value ")".
       01  WS-Address-Line.
           05  Pic X(2)  Value "  ".
           05  WS-Address-Text      Pic X(60).
       01  WS-Column-Line.
           05  Pic X(40) Value
               "SUBSCRIBER JUR  BUSINESS TAX  DIGITAL TA".
           05  Pic X(40) Value
               "X     INTL TAX    TOTAL TAX   JUR ADD-ON".
       01  WS-Detail-Line.
           05  WS-Dtl-Id-Out        Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Dtl-Jur-Out       Pic X(4).
           05  WS-Dtl-BTax-Out      Pic --,---,--9.99.
           05  WS-Dtl-DTax-Out      Pic --,---,--9.99.
           05  WS-Dtl-ITax-Out      Pic --,---,--9.99.
           05  WS-Dtl-Total-Out     Pic --,---,--9.99.
           05  WS-Dtl-Jur-Tax-Out   Pic --,---,--9.99.
       01  WS-Summary-Line.
           05  WS-Sum-Label-Out     Pic X(15).
           05  WS-Sum-BTax-Out      Pic ---,---,--9.99.
           05  WS-Sum-DTax-Out      Pic --,---,--9.99.
           05  WS-Sum-ITax-Out      Pic --,---,--9.99.
           05  WS-Sum-Total-Out     Pic --,---,--9.99.
       01  WS-Jur-Line.
           05  Pic X(2)  Value "  ".
           05  WS-Jline-Code-Out    Pic X(4).
           05  Pic X(2)  Value "  ".
           05  WS-Jline-Amount-Out  Pic ---,---,---,--9.99.
       01  WS-Adjust-Note.
           05  Pic X(40) Value
               "  NET OF TAX CREDITED OR DEBITED BY RERA".
           05  Pic X(40) Value
               "TE AND DISPUTE ADJUSTMENTS SHOWN BELOW.".

      * ONE DELIMITED STATEMENT LINE - SEMICOLON-DELIMITED LIKE THE
      * MONTHLY STATEMENT. "H" HEADER, "D" SUBSCRIBER/JURISDICTION
      * LINE, "J" JURISDICTION ADD-ON TOTAL, "T" RATED, ADJUSTED AND
      * NET TOTALS.
       01  WS-Stm-Amounts.
           05  WS-Stm-Amount-1      Pic -9(11).99.
           05  WS-Stm-Amount-2      Pic -9(11).99.
           05  WS-Stm-Amount-3      Pic -9(11).99.
           05  WS-Stm-Amount-4      Pic -9(11).99.
       01  WS-Stm-Line              Pic X(120).

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
           Perform Get-Statement-Year
           If WS-Tax-Year = Zero
               Move 8 To Return-Code
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Perform Get-Extract-Config
           Perform Load-Account-Hierarchy
           Perform Load-Applied-Adjustments
           Open Input Rated-Input-File
           If WS-Rated-File-Status = "00"
               Perform Read-Rated-Record
               Perform Accumulate-One-Record Until WS-Rated-Eof
               Close Rated-Input-File
           Else
               Display "NO RATED OUTPUT FILE - NO RATED TAXES."
           End-If
           Perform Net-One-Adjustment
               Varying WS-Adh-Sub From 1 By 1
               Until WS-Adh-Sub > WS-Adh-Count
           If WS-Acc-Count = Zero
               Display "NO TAXED ACTIVITY IN " WS-Tax-Year
                       " - NO STATEMENTS."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Perform Load-Contact-File
           Open Output Statement-Print-File
           Perform Produce-One-Statement
               Varying WS-Acc-Sub From 1 By 1
               Until WS-Acc-Sub > WS-Acc-Count
           Close Statement-Print-File
           Move "TELCOTXS" To audit-log-program
           Move "TAXSTMT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== ANNUAL TAX STATEMENTS ====="
           Display "TAX YEAR...............: " WS-Tax-Year
           Display "RATED RECORDS READ.....: " WS-Records-Read
           Display "RATED RECORDS STATED...: " WS-Records-Stated
           Display "ADJUSTMENTS NETTED.....: " WS-Adjustments-Netted
           Display "ADJUSTMENTS UNMATCHED..: "
                   WS-Adjustments-Unmatched
           Display "STATEMENTS PRODUCED....: " WS-Statements-Produced
           Display "NO TAX PAID - SKIPPED..: " WS-Statements-Skipped
           Display "E-STATEMENTS UPLOADED..: " WS-Files-Uploaded
           Display "================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * THE YEAR FROM TELCO_TAX_YEAR, OR THE ONE BEFORE TODAY'S -
      * THE STATEMENT IS A JANUARY RUN. AN UNUSABLE YEAR LEAVES
      * WS-TAX-YEAR ZERO AND THE RUN ENDS RC 8.
       Get-Statement-Year.
           Call "GETENVOP" Using WS-Year-Env-Name WS-Year-Env-Value
                WS-Year-Ge-Result
           If WS-Year-Ge-Result < 19
                   And WS-Year-Env-Value Not = Spaces
               If WS-Year-Env-Value (1:4) Is Numeric
               And WS-Year-Env-Value (5:) = Spaces
                   Move WS-Year-Env-Value (1:4) To WS-Tax-Year
               End-If
               If WS-Tax-Year < 1900
                   Display "TELCO_TAX_YEAR IS NOT A VALID YEAR: "
                           WS-Year-Env-Value
                   Move Zero To WS-Tax-Year
                   Exit Paragraph
               End-If
           Else
               Move Function Current-Date (1:4) To WS-Tax-Year
               Subtract 1 From WS-Tax-Year
           End-If
           Move WS-Tax-Year To WS-Start-Ccyy WS-End-Ccyy
           Move 0101 To WS-Start-Mmdd
           Move 1231 To WS-End-Mmdd
           Display "TAX STATEMENT YEAR " WS-Tax-Year " ("
                   WS-Year-Start " - " WS-Year-End ")"
           .

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
               Display "TELCO_EBILL_BUCKET IS NOT SET - PRINT ONLY."
           End-If
           .

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
                   End-If
           End-Read
           .

      * THE ACCOUNT WS-RESOLVE-ID'S STATEMENT GOES TO - ITS
      * HIERARCHY OWNER, OR ITSELF.
       Resolve-Owner.
           Move WS-Resolve-Id To WS-Resolve-Owner
           Perform Varying WS-Hie-Sub From 1 By 1
                   Until WS-Hie-Sub > WS-Hie-Count
               If WS-Hie-Member (WS-Hie-Sub) = WS-Resolve-Id
                   Move WS-Hie-Owner (WS-Hie-Sub) To WS-Resolve-Owner
               End-If
           End-Perform
           .

      * THE APPLIED ADJUSTMENTS FOR CALLS DATED IN THE YEAR. A
      * LOYALTY CREDIT HAS NO CALL AND NO TAX BEHIND IT. PENDING
      * ADJUSTMENTS STILL ON ADJFILE HAVE NOT YET BEEN CREDITED AND
      * BELONG TO THE YEAR THEY ARE INVOICED IN.
       Load-Applied-Adjustments.
           Move Zero To WS-Adh-Count
           Move "N" To WS-Adh-Eof-Flag
           Open Input Adjustment-History-File
           If WS-Adjhist-File-Status = "00"
               Perform Read-One-Adjustment Until WS-Adh-Eof
               Close Adjustment-History-File
           End-If
           .

       Read-One-Adjustment.
           Read Adjustment-History-File
               At End
                   Set WS-Adh-Eof To True
               Not At End
                   If ADJO-Type Not = "LP"
                   And ADJO-InRec Not = Zero
                   And ADJO-Call-Date >= WS-Year-Start
                   And ADJO-Call-Date <= WS-Year-End
                       Perform Keep-One-Adjustment
                   End-If
           End-Read
           .

       Keep-One-Adjustment.
           If WS-Adh-Count Not < 5000
               Display "ADJUSTMENT TABLE FULL - NOT NETTED: "
                       ADJO-Subscriber-Id " " ADJO-Call-Date
               Add 1 To WS-Adjustments-Unmatched
               Exit Paragraph
           End-If
           Add 1 To WS-Adh-Count
           Move ADJO-InRec To WS-Adh-InRec (WS-Adh-Count)
           Move ADJO-Subscriber-Id To WS-Adh-Id (WS-Adh-Count)
           Move ADJO-Jurisdiction To WS-Adh-New-Jur (WS-Adh-Count)
           Move ADJO-New-BTax To WS-Adh-New-BTax (WS-Adh-Count)
           Move ADJO-New-DTax To WS-Adh-New-DTax (WS-Adh-Count)
           Move ADJO-New-ITax To WS-Adh-New-ITax (WS-Adh-Count)
           Move ADJO-New-Jur-Tax To WS-Adh-New-Jur-Tax (WS-Adh-Count)
           Move "N" To WS-Adh-Matched (WS-Adh-Count)
           Move Spaces To WS-Adh-Orig-Jur (WS-Adh-Count)
           Move Zero To WS-Adh-Orig-BTax (WS-Adh-Count)
                        WS-Adh-Orig-DTax (WS-Adh-Count)
                        WS-Adh-Orig-ITax (WS-Adh-Count)
                        WS-Adh-Orig-Jur-Tax (WS-Adh-Count)
           .

       Read-Rated-Record.
           Read Rated-Input-File
               At End Set WS-Rated-Eof To True
           End-Read
           .

      * A RETAIL CALL DATED IN THE YEAR ADDS ITS TAXES TO ITS
      * SUBSCRIBER/JURISDICTION LINE, AND HANDS ITS ORIGINAL SPLIT
      * TO ANY APPLIED ADJUSTMENT OF THE SAME CALL.
       Accumulate-One-Record.
           Add 1 To WS-Records-Read
           If RO-Call-Date >= WS-Year-Start
           And RO-Call-Date <= WS-Year-End
           And RO-Rate-Class Not = Space
           And RO-Reseller-Id = Spaces
               Add 1 To WS-Records-Stated
               Move RO-Subscriber-Id To WS-Key-Id
               Move RO-Jurisdiction To WS-Key-Jur
               Perform Find-Or-Add-Line
               If WS-Lin-Found
                   Add RO-BTax To WS-Lin-BTax (WS-Lin-Sub)
                   Add RO-DTax To WS-Lin-DTax (WS-Lin-Sub)
                   Add RO-ITax To WS-Lin-ITax (WS-Lin-Sub)
                   Add RO-Jur-Tax To WS-Lin-Jur-Tax (WS-Lin-Sub)
               End-If
               If WS-Adh-Count > Zero
                   Perform Match-Original-Call
               End-If
           End-If
           Perform Read-Rated-Record
           .

       Match-Original-Call.
           Perform Varying WS-Adh-Sub From 1 By 1
                   Until WS-Adh-Sub > WS-Adh-Count
               If WS-Adh-InRec (WS-Adh-Sub) = RO-InRec
               And WS-Adh-Matched (WS-Adh-Sub) = "N"
                   Move "Y" To WS-Adh-Matched (WS-Adh-Sub)
                   Move RO-Jurisdiction To WS-Adh-Orig-Jur (WS-Adh-Sub)
                   Move RO-BTax To WS-Adh-Orig-BTax (WS-Adh-Sub)
                   Move RO-DTax To WS-Adh-Orig-DTax (WS-Adh-Sub)
                   Move RO-ITax To WS-Adh-Orig-ITax (WS-Adh-Sub)
                   Move RO-Jur-Tax
                       To WS-Adh-Orig-Jur-Tax (WS-Adh-Sub)
               End-If
           End-Perform
           .

      * WHAT ONE APPLIED ADJUSTMENT MOVED THE TAX BY - THE ORIGINAL
      * SPLIT COMES OFF THE CALL'S ORIGINAL JURISDICTION LINE AND
      * THE RERATED SPLIT GOES ON TO THE RERATED ONE (THE SAME LINE
      * UNLESS THE RERATE MOVED THE CALL). AN ADJUSTMENT WHOSE CALL
      * IS NOT ON CDRRATED CANNOT BE NETTED AND IS ONLY COUNTED.
       Net-One-Adjustment.
           If WS-Adh-Matched (WS-Adh-Sub) Not = "Y"
               Add 1 To WS-Adjustments-Unmatched
               Display "ADJUSTMENT WITH NO RATED CALL - NOT NETTED: "
                       WS-Adh-Id (WS-Adh-Sub)
               Exit Paragraph
           End-If
           Add 1 To WS-Adjustments-Netted
           Move WS-Adh-Id (WS-Adh-Sub) To WS-Key-Id
           Move WS-Adh-Orig-Jur (WS-Adh-Sub) To WS-Key-Jur
           Perform Find-Or-Add-Line
           If WS-Lin-Found
               Subtract WS-Adh-Orig-BTax (WS-Adh-Sub)
                   From WS-Lin-Adj-BTax (WS-Lin-Sub)
               Subtract WS-Adh-Orig-DTax (WS-Adh-Sub)
                   From WS-Lin-Adj-DTax (WS-Lin-Sub)
               Subtract WS-Adh-Orig-ITax (WS-Adh-Sub)
                   From WS-Lin-Adj-ITax (WS-Lin-Sub)
               Subtract WS-Adh-Orig-Jur-Tax (WS-Adh-Sub)
                   From WS-Lin-Adj-Jur-Tax (WS-Lin-Sub)
           End-If
           If WS-Adh-New-BTax (WS-Adh-Sub) = Zero
           And WS-Adh-New-DTax (WS-Adh-Sub) = Zero
           And WS-Adh-New-ITax (WS-Adh-Sub) = Zero
           And WS-Adh-New-Jur-Tax (WS-Adh-Sub) = Zero
               Exit Paragraph
           End-If
           Move WS-Adh-New-Jur (WS-Adh-Sub) To WS-Key-Jur
           Perform Find-Or-Add-Line
           If WS-Lin-Found
               Add WS-Adh-New-BTax (WS-Adh-Sub)
                   To WS-Lin-Adj-BTax (WS-Lin-Sub)
               Add WS-Adh-New-DTax (WS-Adh-Sub)
                   To WS-Lin-Adj-DTax (WS-Lin-Sub)
               Add WS-Adh-New-ITax (WS-Adh-Sub)
                   To WS-Lin-Adj-ITax (WS-Lin-Sub)
               Add WS-Adh-New-Jur-Tax (WS-Adh-Sub)
                   To WS-Lin-Adj-Jur-Tax (WS-Lin-Sub)
           End-If
           .

      * THE LINE FOR WS-LINE-KEY, ADDED (AND ITS STATEMENT ACCOUNT
      * LISTED) WHEN NEW. WS-LIN-FOUND IS OFF ONLY WHEN THE TABLE
      * IS FULL.
       Find-Or-Add-Line.
           Move "N" To WS-Lin-Found-Flag
           Perform Varying WS-Lin-Sub From 1 By 1
                   Until WS-Lin-Sub > WS-Lin-Count
                   Or WS-Lin-Found
               If WS-Lin-Id (WS-Lin-Sub) = WS-Key-Id
               And WS-Lin-Jur (WS-Lin-Sub) = WS-Key-Jur
                   Set WS-Lin-Found To True
                   Subtract 1 From WS-Lin-Sub
               End-If
           End-Perform
           If WS-Lin-Found
               Exit Paragraph
           End-If
           If WS-Lin-Count Not < 20000
               If WS-Lin-Full-Warned = "N"
                   Move "Y" To WS-Lin-Full-Warned
                   Display "STATEMENT LINE TABLE FULL - LATER "
                           "SUBSCRIBERS NOT STATED."
               End-If
               Exit Paragraph
           End-If
           Add 1 To WS-Lin-Count
           Move WS-Lin-Count To WS-Lin-Sub
           Initialize WS-Lin-Entry (WS-Lin-Sub)
           Move WS-Key-Id To WS-Lin-Id (WS-Lin-Sub)
           Move WS-Key-Jur To WS-Lin-Jur (WS-Lin-Sub)
           Move WS-Key-Id To WS-Resolve-Id
           Perform Resolve-Owner
           Move WS-Resolve-Owner To WS-Lin-Owner (WS-Lin-Sub)
           Set WS-Lin-Found To True
           Move "N" To WS-Acc-Found-Flag
           Perform Varying WS-Acc-Sub From 1 By 1
                   Until WS-Acc-Sub > WS-Acc-Count
                   Or WS-Acc-Found
               If WS-Acc-Entry (WS-Acc-Sub) = WS-Resolve-Owner
                   Set WS-Acc-Found To True
               End-If
           End-Perform
           If Not WS-Acc-Found
               If WS-Acc-Count < 5000
                   Add 1 To WS-Acc-Count
                   Move WS-Resolve-Owner
                       To WS-Acc-Entry (WS-Acc-Count)
               Else
                   Display "ACCOUNT LIST FULL - NO STATEMENT: "
                           WS-Resolve-Owner
               End-If
           End-If
           .

      * LOAD THE CONTACT FILE (IF PRESENT) INTO ITS TABLE.
       Load-Contact-File.
           Move Zero To WS-Cnt-Count
           Move "N" To WS-Cnt-Eof-Flag
           Open Input Contact-File
           If WS-Subcont-File-Status = "00"
               Perform Read-One-Contact Until WS-Cnt-Eof
               Close Contact-File
           End-If
           .

       Read-One-Contact.
           Read Contact-File
               At End
                   Set WS-Cnt-Eof To True
               Not At End
                   If WS-Cnt-Count < 5000
                       Add 1 To WS-Cnt-Count
                       Move Contact-Record
                           To WS-Cnt-Entry (WS-Cnt-Count)
                   End-If
           End-Read
           .

      * ONE ACCOUNT'S STATEMENT - SKIPPED WHEN EVERY FIGURE ON IT IS
      * ZERO (AN ACCOUNT TAX EXEMPT ALL YEAR).
       Produce-One-Statement.
           Move WS-Acc-Entry (WS-Acc-Sub) To WS-Current-Acct
           Move Zero To WS-Rated-BTax WS-Rated-DTax WS-Rated-ITax
                        WS-Adjust-BTax WS-Adjust-DTax WS-Adjust-ITax
           Move Zero To WS-Account-Lines
           Move "N" To WS-Account-Nonzero
           Perform Sum-One-Line
               Varying WS-Lin-Sub From 1 By 1
               Until WS-Lin-Sub > WS-Lin-Count
           If WS-Account-Nonzero = "N"
               Add 1 To WS-Statements-Skipped
               Exit Paragraph
           End-If
           Add 1 To WS-Statements-Produced
           Move "N" To WS-Upload-Started-Flag
           If WS-Bucket-Value Not = Spaces
               Move Spaces To object-key
               String "ebill/" WS-Year-Start "/"
                      WS-Current-Acct Delimited By Space
                      "/taxstatement.csv" Delimited By Size
                      Into object-key
           End-If
           Perform Print-Statement-Head
           Move Zero To WS-Jur-Count
           Perform State-One-Line
               Varying WS-Lin-Sub From 1 By 1
               Until WS-Lin-Sub > WS-Lin-Count
           Perform Print-Jurisdiction-Totals
           Perform Print-Statement-Foot
           If WS-Upload-Started
               Perform Finish-Multipart-Upload
               Add 1 To WS-Files-Uploaded
           End-If
           .

       Sum-One-Line.
           If WS-Lin-Owner (WS-Lin-Sub) Not = WS-Current-Acct
               Exit Paragraph
           End-If
           Add 1 To WS-Account-Lines
           Add WS-Lin-BTax (WS-Lin-Sub) To WS-Rated-BTax
           Add WS-Lin-DTax (WS-Lin-Sub) To WS-Rated-DTax
           Add WS-Lin-ITax (WS-Lin-Sub) To WS-Rated-ITax
           Add WS-Lin-Adj-BTax (WS-Lin-Sub) To WS-Adjust-BTax
           Add WS-Lin-Adj-DTax (WS-Lin-Sub) To WS-Adjust-DTax
           Add WS-Lin-Adj-ITax (WS-Lin-Sub) To WS-Adjust-ITax
           If WS-Lin-BTax (WS-Lin-Sub) Not = Zero
           Or WS-Lin-DTax (WS-Lin-Sub) Not = Zero
           Or WS-Lin-ITax (WS-Lin-Sub) Not = Zero
           Or WS-Lin-Adj-BTax (WS-Lin-Sub) Not = Zero
           Or WS-Lin-Adj-DTax (WS-Lin-Sub) Not = Zero
           Or WS-Lin-Adj-ITax (WS-Lin-Sub) Not = Zero
               Move "Y" To WS-Account-Nonzero
           End-If
           .

       Print-Statement-Head.
           Move All "=" To WS-Print-Line
           Perform Put-Statement-Line
           Move WS-Current-Acct To WS-Head-Account
           Move WS-Tax-Year To WS-Head-Year
           Move WS-Year-Start To WS-Head-Start
           Move WS-Year-End To WS-Head-End
           Move WS-Head-Line To WS-Print-Line
           Perform Put-Statement-Line
           Perform Print-Address-Block
           Move Spaces To WS-Print-Line
           Perform Put-Statement-Line
           Move "TELECOM TAXES PAID ON CALLS DATED IN THE YEAR, BY "
               To WS-Print-Line
           Move "SUBSCRIBER AND JURISDICTION:" To WS-Print-Line (51:)
           Perform Put-Statement-Line
           If WS-Adjust-BTax Not = Zero
           Or WS-Adjust-DTax Not = Zero
           Or WS-Adjust-ITax Not = Zero
               Move WS-Adjust-Note To WS-Print-Line
               Perform Put-Statement-Line
           End-If
           Move WS-Column-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move Spaces To WS-Stm-Line
           String "H;" WS-Current-Acct ";" WS-Tax-Year ";"
                  WS-Year-Start ";" WS-Year-End
                  Delimited By Size Into WS-Stm-Line
           Perform Put-Statement-Csv
           .

       Print-Address-Block.
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub) = WS-Current-Acct
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           If Not WS-Cnt-Found
               Exit Paragraph
           End-If
           Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To WS-Address-Text
           Move WS-Address-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move WS-Cnt-Address-1 (WS-Cnt-Sub) To WS-Address-Text
           Move WS-Address-Line To WS-Print-Line
           Perform Put-Statement-Line
           If WS-Cnt-Address-2 (WS-Cnt-Sub) Not = Spaces
               Move WS-Cnt-Address-2 (WS-Cnt-Sub) To WS-Address-Text
               Move WS-Address-Line To WS-Print-Line
               Perform Put-Statement-Line
           End-If
           Move Spaces To WS-Address-Text
           String WS-Cnt-City (WS-Cnt-Sub) Delimited By "  "
                  " " Delimited By Size
                  WS-Cnt-Region (WS-Cnt-Sub) Delimited By Space
                  " " Delimited By Size
                  WS-Cnt-Postal-Code (WS-Cnt-Sub) Delimited By Space
                  " " Delimited By Size
                  WS-Cnt-Country (WS-Cnt-Sub) Delimited By Space
                  Into WS-Address-Text
           Move WS-Address-Line To WS-Print-Line
           Perform Put-Statement-Line
           .

      * ONE SUBSCRIBER/JURISDICTION LINE AT ITS NET FIGURES, ITS
      * ADD-ON ALSO CARRIED INTO THE ACCOUNT'S JURISDICTION ROLL-UP.
       State-One-Line.
           If WS-Lin-Owner (WS-Lin-Sub) Not = WS-Current-Acct
               Exit Paragraph
           End-If
           Compute WS-Net-BTax = WS-Lin-BTax (WS-Lin-Sub)
                   + WS-Lin-Adj-BTax (WS-Lin-Sub)
           Compute WS-Net-DTax = WS-Lin-DTax (WS-Lin-Sub)
                   + WS-Lin-Adj-DTax (WS-Lin-Sub)
           Compute WS-Net-ITax = WS-Lin-ITax (WS-Lin-Sub)
                   + WS-Lin-Adj-ITax (WS-Lin-Sub)
           Compute WS-Net-Jur-Tax = WS-Lin-Jur-Tax (WS-Lin-Sub)
                   + WS-Lin-Adj-Jur-Tax (WS-Lin-Sub)
           If WS-Net-BTax = Zero And WS-Net-DTax = Zero
           And WS-Net-ITax = Zero And WS-Net-Jur-Tax = Zero
               Exit Paragraph
           End-If
           Compute WS-Row-Total = WS-Net-BTax + WS-Net-DTax
                   + WS-Net-ITax
           Move WS-Lin-Id (WS-Lin-Sub) To WS-Dtl-Id-Out
           Move WS-Lin-Jur (WS-Lin-Sub) To WS-Dtl-Jur-Out
           Move WS-Net-BTax To WS-Dtl-BTax-Out WS-Stm-Amount-1
           Move WS-Net-DTax To WS-Dtl-DTax-Out WS-Stm-Amount-2
           Move WS-Net-ITax To WS-Dtl-ITax-Out WS-Stm-Amount-3
           Move WS-Row-Total To WS-Dtl-Total-Out
           Move WS-Net-Jur-Tax To WS-Dtl-Jur-Tax-Out WS-Stm-Amount-4
           Move WS-Detail-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move Spaces To WS-Stm-Line
           String "D;" WS-Dtl-Id-Out ";" WS-Dtl-Jur-Out ";"
                  WS-Stm-Amount-1 ";" WS-Stm-Amount-2 ";"
                  WS-Stm-Amount-3 ";" WS-Stm-Amount-4
                  Delimited By Size Into WS-Stm-Line
           Perform Put-Statement-Csv
           If WS-Net-Jur-Tax Not = Zero
               Perform Add-Jurisdiction-Total
           End-If
           .

       Add-Jurisdiction-Total.
           Move "N" To WS-Jur-Found-Flag
           Perform Varying WS-Jur-Sub From 1 By 1
                   Until WS-Jur-Sub > WS-Jur-Count
                   Or WS-Jur-Found
               If WS-Jur-Code (WS-Jur-Sub) = WS-Lin-Jur (WS-Lin-Sub)
                   Set WS-Jur-Found To True
                   Subtract 1 From WS-Jur-Sub
               End-If
           End-Perform
           If Not WS-Jur-Found
               If WS-Jur-Count Not < 100
                   Display "JURISDICTION TABLE FULL FOR "
                           WS-Current-Acct " - ADD-ON NOT TOTALLED: "
                           WS-Lin-Jur (WS-Lin-Sub)
                   Exit Paragraph
               End-If
               Add 1 To WS-Jur-Count
               Move WS-Jur-Count To WS-Jur-Sub
               Move WS-Lin-Jur (WS-Lin-Sub) To WS-Jur-Code (WS-Jur-Sub)
               Move Zero To WS-Jur-Amount (WS-Jur-Sub)
           End-If
           Add WS-Net-Jur-Tax To WS-Jur-Amount (WS-Jur-Sub)
           .

      * THE JURISDICTION ADD-ONS INSIDE THE TAXES ABOVE, ONE LINE PER
      * JURISDICTION - WHAT A PER-JURISDICTION RECLAIM IS FILED ON.
       Print-Jurisdiction-Totals.
           If WS-Jur-Count = Zero
               Exit Paragraph
           End-If
           Move Spaces To WS-Print-Line
           Perform Put-Statement-Line
           Move "JURISDICTION ADD-ONS INCLUDED IN THE TAXES ABOVE:"
               To WS-Print-Line
           Perform Put-Statement-Line
           Perform Print-One-Jurisdiction
               Varying WS-Jur-Sub From 1 By 1
               Until WS-Jur-Sub > WS-Jur-Count
           .

       Print-One-Jurisdiction.
           Move WS-Jur-Code (WS-Jur-Sub) To WS-Jline-Code-Out
           Move WS-Jur-Amount (WS-Jur-Sub) To WS-Jline-Amount-Out
                                             WS-Stm-Amount-1
           Move WS-Jur-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move Spaces To WS-Stm-Line
           String "J;" WS-Jline-Code-Out ";" WS-Stm-Amount-1
                  Delimited By Size Into WS-Stm-Line
           Perform Put-Statement-Csv
           .

      * RATED, ADJUSTED AND NET TOTALS BY TAX.
       Print-Statement-Foot.
           Move Spaces To WS-Print-Line
           Perform Put-Statement-Line
           Move "RATED CALLS...." To WS-Sum-Label-Out
           Move WS-Rated-BTax To WS-Sum-BTax-Out
           Move WS-Rated-DTax To WS-Sum-DTax-Out
           Move WS-Rated-ITax To WS-Sum-ITax-Out
           Compute WS-Row-Total = WS-Rated-BTax + WS-Rated-DTax
                   + WS-Rated-ITax
           Move WS-Row-Total To WS-Sum-Total-Out
           Move WS-Summary-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move "ADJUSTMENTS...." To WS-Sum-Label-Out
           Move WS-Adjust-BTax To WS-Sum-BTax-Out
           Move WS-Adjust-DTax To WS-Sum-DTax-Out
           Move WS-Adjust-ITax To WS-Sum-ITax-Out
           Compute WS-Row-Total = WS-Adjust-BTax + WS-Adjust-DTax
                   + WS-Adjust-ITax
           Move WS-Row-Total To WS-Sum-Total-Out
           Move WS-Summary-Line To WS-Print-Line
           Perform Put-Statement-Line
           Compute WS-Net-BTax = WS-Rated-BTax + WS-Adjust-BTax
           Compute WS-Net-DTax = WS-Rated-DTax + WS-Adjust-DTax
           Compute WS-Net-ITax = WS-Rated-ITax + WS-Adjust-ITax
           Compute WS-Row-Total = WS-Net-BTax + WS-Net-DTax
                   + WS-Net-ITax
           Move "NET TAX PAID..." To WS-Sum-Label-Out
           Move WS-Net-BTax To WS-Sum-BTax-Out
           Move WS-Net-DTax To WS-Sum-DTax-Out
           Move WS-Net-ITax To WS-Sum-ITax-Out
           Move WS-Row-Total To WS-Sum-Total-Out
           Move WS-Summary-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move WS-Rated-BTax To WS-Stm-Amount-1
           Move WS-Rated-DTax To WS-Stm-Amount-2
           Move WS-Rated-ITax To WS-Stm-Amount-3
           Move Spaces To WS-Stm-Line
           String "T;RATED;" WS-Stm-Amount-1 ";" WS-Stm-Amount-2 ";"
                  WS-Stm-Amount-3
                  Delimited By Size Into WS-Stm-Line
           Perform Put-Statement-Csv
           Move WS-Adjust-BTax To WS-Stm-Amount-1
           Move WS-Adjust-DTax To WS-Stm-Amount-2
           Move WS-Adjust-ITax To WS-Stm-Amount-3
           Move Spaces To WS-Stm-Line
           String "T;ADJUSTED;" WS-Stm-Amount-1 ";" WS-Stm-Amount-2
                  ";" WS-Stm-Amount-3
                  Delimited By Size Into WS-Stm-Line
           Perform Put-Statement-Csv
           Move WS-Net-BTax To WS-Stm-Amount-1
           Move WS-Net-DTax To WS-Stm-Amount-2
           Move WS-Net-ITax To WS-Stm-Amount-3
           Move WS-Row-Total To WS-Stm-Amount-4
           Move Spaces To WS-Stm-Line
           String "T;NET;" WS-Stm-Amount-1 ";" WS-Stm-Amount-2 ";"
                  WS-Stm-Amount-3 ";" WS-Stm-Amount-4
                  Delimited By Size Into WS-Stm-Line
           Perform Put-Statement-Csv
           .

       Put-Statement-Line.
           Write Statement-Print-Line From WS-Print-Line
           Move Spaces To WS-Print-Line
           .

      * BUFFERS ONE DELIMITED LINE INTO THE ACCOUNT'S UPLOAD - A
      * NO-OP WHEN NO E-BILL BUCKET IS CONFIGURED.
       Put-Statement-Csv.
           If WS-Bucket-Value = Spaces
               Exit Paragraph
           End-If
           If Not WS-Upload-Started
               Perform Start-Multipart-Upload
           End-If
           If ( WS-Part-Offset + Length Of WS-Stm-Line ) > 32768
               Perform Send-Upload-Part
           End-If
           Move WS-Stm-Line To WS-Part-Data
                ( WS-Part-Offset : Length Of WS-Stm-Line )
           Add Length Of WS-Stm-Line To WS-Part-Offset
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
      * THE RUN - THE PRINT IMAGE IS STILL PRODUCED.
       Check-S3-Op-Result.
           If s3-op-result >= 10
               Move "TELCOTXS" To audit-log-program
               Move s3-command To audit-log-operation
               Move s3-op-result To audit-log-result-code
               Perform Write-Audit-Record
               Move s3-op-result To s3-op-result-as-str
               Display s3-op-res-displ
           End-If
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

       End Program TELCOTXS.
