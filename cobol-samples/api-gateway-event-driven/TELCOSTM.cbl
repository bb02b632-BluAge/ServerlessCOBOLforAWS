       Identification Division.
       Program-ID. TELCOSTM.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  MONTHLY STATEMENT OF ACCOUNT - RUNS ALONGSIDE TELCOINV OVER
      *  THE SAME BILLING PERIOD (TELCO_PERIOD_START/END OR THE BILL
      *  CYCLE SELECTED THROUGH TELCOCYC; WITH NEITHER, THE MONTH TO
      *  DATE) AND WRITES ONE PRINT-IMAGE STATEMENT PER ACCOUNT TO
      *  STMTPRINT FROM THE ARITEMS LEDGER: THE OPENING BALANCE
      *  BROUGHT FORWARD, EVERY INVOICE, PAYMENT, CREDIT, WRITE-OFF,
      *  RETURN, REFUND AND RECOVERY POSTED IN THE PERIOD WITH A
      *  RUNNING BALANCE, THE FEES AND CHARGES BILLED IN THE PERIOD
      *  FROM CHGFILE, THE CLOSING BALANCE, AND THE OPEN ITEMS AGED
      *  AS OF THE PERIOD END ON TELCOAGE'S DUNNING THRESHOLDS
      *  (TELCO_DUN_REMIND/WARN/SUSPEND_DAYS). A MEMBER OF AN ACCTHIER
      *  GROUP ROLLS UP INTO ITS OWNER'S STATEMENT, EACH LINE CARRYING
      *  THE SUBSCRIBER IT BELONGS TO. WHEN TELCO_EBILL_BUCKET IS SET
      *  THE SAME STATEMENT IS ALSO UPLOADED AS A DELIMITED FILE UNDER
      *  THE ACCOUNT'S E-BILL PREFIX, NEXT TO TELCOEBL'S ITEMIZATION,
      *  ON THE SAME MULTIPART UPLOAD PATH.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Account-Hierarchy-File Assign To "ACCTHIER"
               Organization Is Sequential
               File Status Is WS-Hierarchy-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential
               File Status Is WS-Charge-File-Status.
           Select Statement-Print-File Assign To "STMTPRINT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Account-Hierarchy-File
           Recording Mode Is F.
       01  Account-Hierarchy-Record.
               COPY ACCTHIER REPLACING LEADING ==AH-== BY ==AHF-==.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
               COPY CHGREC.

       FD  Statement-Print-File
           Recording Mode Is F.
       01  Statement-Print-Line     Pic X(80).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".

       01  WS-Period-Control.
           05  WS-Period-Start      Pic 9(8)    Value Zero.
           05  WS-Period-Start-Parts Redefines WS-Period-Start.
               10  WS-Start-Ccyymm  Pic 9(6).
               10  WS-Start-Dd      Pic 9(2).
           05  WS-Period-End        Pic 9(8)    Value Zero.
           05  WS-Start-Env-Name    Pic X(32)
                   Value "TELCO_PERIOD_START".
           05  WS-End-Env-Name      Pic X(32)
                   Value "TELCO_PERIOD_END".
           05  WS-Period-Env-Value  Pic X(32)   Value Spaces.
           05  WS-Period-Ge-Result  Pic 9(2)    Binary.
       01  WS-Today-Date            Pic 9(8).
       01  WS-End-Int               Pic 9(7)    Binary.
       01  WS-Item-Int              Pic 9(7)    Binary.
       01  WS-Age-Days              Pic S9(5)   Binary.

      * BILL-CYCLE SELECTION - SEE TELCOCYC.
       01  WS-Cycle-Period-Area.
               COPY CYCCAL REPLACING LEADING ==CC-== BY ==WS-Cyc-==.
       01  WS-Cyc-Mode              Pic X(1).
       01  WS-Cyc-Subscriber        Pic X(10).
       01  WS-Cyc-Result            Pic 9(2)    Binary.
         88  WS-Cyc-Not-Member      Value 4.
         88  WS-Cyc-No-Calendar     Value 20.
       01  WS-Cyc-Abend-Msg         Pic X(33)
               Value "NO CYCLE CALENDAR ROW FOR PERIOD".

      * AGING THRESHOLDS IN DAYS - THE SAME SETTINGS AND DEFAULTS
      * TELCOAGE BUCKETS ITS REPORT ON, SO THE STATEMENT'S SPLIT
      * AGREES WITH THE DUNNING THE CUSTOMER RECEIVES.
       01  WS-Dunning-Control.
           05  WS-Remind-Days       Pic 9(3)    Value 30.
           05  WS-Warn-Days         Pic 9(3)    Value 60.
           05  WS-Suspend-Days      Pic 9(3)    Value 90.
           05  WS-Remind-Env-Name   Pic X(32)
                   Value "TELCO_DUN_REMIND_DAYS".
           05  WS-Warn-Env-Name     Pic X(32)
                   Value "TELCO_DUN_WARN_DAYS".
           05  WS-Suspend-Env-Name  Pic X(32)
                   Value "TELCO_DUN_SUSPEND_DAYS".
           05  WS-Dun-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Dun-Ge-Result     Pic 9(2)    Binary.

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

      * THE LEDGER ROWS UP TO THE PERIOD END, EACH STAMPED WITH THE
      * STATEMENT ACCOUNT IT ROLLS UP TO.
       01  WS-Row-Table.
           05  WS-Row-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Row-Entry Occurs 20000 Times.
               10  WS-Row-Invoice   Pic X(19).
               10  WS-Row-Id        Pic X(10).
               10  WS-Row-Owner     Pic X(10).
               10  WS-Row-Type      Pic X(3).
               10  WS-Row-Date      Pic 9(8).
               10  WS-Row-Amount    Pic S9(9)V99 Binary.
       01  WS-Row-Sub               Pic 9(5)    Binary.

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

      * BILLABLE CHARGES DATED IN THE PERIOD - ALREADY INSIDE THE
      * INVOICE AMOUNTS, LISTED SO THE CUSTOMER SEES EACH FEE.
       01  WS-Charge-File-Status    Pic X(2)    Value Spaces.
       01  WS-Charge-Table.
           05  WS-Chg-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Chg-Entry Occurs 5000 Times.
               COPY CHGREC REPLACING LEADING ==CHG-== BY ==WS-Chg-==.
           05  WS-Chg-Owner Occurs 5000 Times
                                    Pic X(10).
       01  WS-Chg-Sub               Pic 9(5)    Binary.
       01  WS-Chg-Eof-Flag          Pic X       Value "N".
         88  WS-Chg-Eof             Value "Y".
       01  WS-Fee-Head-Flag         Pic X       Value "N".
         88  WS-Fee-Head-Printed    Value "Y".

      * ONE ACCOUNT'S ITEMS AS OF THE PERIOD END, FOR THE AGED SPLIT.
       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 1000 Times.
               10  WS-Itm-Invoice   Pic X(19).
               10  WS-Itm-Date      Pic 9(8).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".

       01  WS-Statement-Work.
           05  WS-Opening-Balance   Pic S9(11)V99 Binary.
           05  WS-Running-Balance   Pic S9(11)V99 Binary.
           05  WS-Effect            Pic S9(11)V99 Binary.
           05  WS-Open-Balance      Pic S9(11)V99 Binary.
           05  WS-Age-Current       Pic S9(11)V99 Binary.
           05  WS-Age-30            Pic S9(11)V99 Binary.
           05  WS-Age-60            Pic S9(11)V99 Binary.
           05  WS-Age-90            Pic S9(11)V99 Binary.
           05  WS-Credit-On-Account Pic S9(11)V99 Binary.
           05  WS-Period-Lines      Pic 9(5)    Binary.
           05  WS-Recovery-Lines    Pic 9(5)    Binary.
       01  WS-Statements-Produced   Pic 9(5)    Binary Value Zero.
       01  WS-Statements-Skipped    Pic 9(5)    Binary Value Zero.
       01  WS-Files-Uploaded        Pic 9(5)    Binary Value Zero.

       01  WS-Print-Line            Pic X(80).
       01  WS-Head-Line.
           05  Pic X(21) Value "STATEMENT OF ACCOUNT ".
           05  WS-Head-Account      Pic X(10).
           05  Pic X(9)  Value " PERIOD: ".
           05  WS-Head-Start        Pic 9(8).
           05  Pic X(3)  Value " - ".
           05  WS-Head-End          Pic 9(8).
       01  WS-Address-Line.
           05  Pic X(2)  Value "  ".
           05  WS-Address-Text      Pic X(60).
       01  WS-Column-Line.
           05  Pic X(40) Value
               "DATE     SUBSCRIBER DESCRIPTION  REFEREN".
           05  Pic X(38) Value
               "CE                AMOUNT       BALANCE".
       01  WS-Detail-Line.
           05  WS-Dtl-Date-Out      Pic 9(8).
           05  Pic X(1)  Value Space.
           05  WS-Dtl-Id-Out        Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Dtl-Desc-Out      Pic X(12).
           05  Pic X(1)  Value Space.
           05  WS-Dtl-Ref-Out       Pic X(19).
           05  Pic X(1)  Value Space.
           05  WS-Dtl-Amount-Out    Pic ----,--9.99.
           05  Pic X(1)  Value Space.
           05  WS-Dtl-Balance-Out   Pic --,---,--9.99.
       01  WS-Fee-Line.
           05  Pic X(2)  Value "  ".
           05  WS-Fee-Date-Out      Pic 9(8).
           05  Pic X(1)  Value Space.
           05  WS-Fee-Id-Out        Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Fee-Code-Out      Pic X(8).
           05  Pic X(1)  Value Space.
           05  WS-Fee-Desc-Out      Pic X(30).
           05  Pic X(1)  Value Space.
           05  WS-Fee-Amount-Out    Pic ----,--9.99.
       01  WS-Recovery-Note.
           05  Pic X(40) Value
               "  RECOVERY - RECEIVED ON A WRITTEN-OFF I".
           05  Pic X(32) Value
               "NVOICE, BALANCE UNCHANGED".
       01  WS-Total-Line.
           05  WS-Total-Label       Pic X(21).
           05  WS-Total-Amount-Out  Pic ---,---,---,--9.99.

      * ONE DELIMITED STATEMENT LINE - SEMICOLON-DELIMITED LIKE THE
      * ITEMIZATION FILE. "H" HEADER/OPENING, "D" LEDGER ROW, "F" FEE,
      * "T" CLOSING WITH THE AGED SPLIT.
       01  WS-Stm-Amounts.
           05  WS-Stm-Amount        Pic -9(9).99.
           05  WS-Stm-Balance       Pic -9(11).99.
           05  WS-Stm-Current       Pic -9(11).99.
           05  WS-Stm-30            Pic -9(11).99.
           05  WS-Stm-60            Pic -9(11).99.
           05  WS-Stm-90            Pic -9(11).99.
           05  WS-Stm-Credit        Pic -9(11).99.
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
           Perform Get-Statement-Period
           Perform Get-Dunning-Thresholds
           Perform Get-Extract-Config
           Perform Load-Account-Hierarchy
           Perform Load-Ar-Rows
           If WS-Acc-Count = Zero
               Display "NO AR ACTIVITY - NO STATEMENTS."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Perform Load-Contact-File
           Perform Load-Period-Charges
           Compute WS-End-Int =
                   Function Integer-Of-Date ( WS-Period-End )
           Open Output Statement-Print-File
           Perform Produce-One-Statement
               Varying WS-Acc-Sub From 1 By 1
               Until WS-Acc-Sub > WS-Acc-Count
           Close Statement-Print-File
           Display "STATEMENTS PRODUCED....: " WS-Statements-Produced
           Display "NO BALANCE OR ACTIVITY.: " WS-Statements-Skipped
           Display "E-STATEMENTS UPLOADED..: " WS-Files-Uploaded
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * THE SAME PERIOD TELCOINV BILLS - THE BOUNDS FROM GETENVOP,
      * OVERRIDDEN BY A SELECTED BILL CYCLE. AN UNSET END IS TODAY
      * AND AN UNSET START THE FIRST OF THE END'S MONTH.
       Get-Statement-Period.
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
           Move "P" To WS-Cyc-Mode
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           If WS-Cyc-No-Calendar
               Call "FORCEABEND" Using WS-Cyc-Abend-Msg
           End-If
           If WS-Cyc-Result = Zero
               Move WS-Cyc-Period-Start To WS-Period-Start
               Move WS-Cyc-Period-End To WS-Period-End
               Display "BILL CYCLE " WS-Cyc-Cycle-Code " PERIOD "
                       WS-Period-Start " - " WS-Period-End
           End-If
           Move Function Current-Date (1:8) To WS-Today-Date
           If WS-Period-End = Zero
               Move WS-Today-Date To WS-Period-End
           End-If
           If WS-Period-Start = Zero
               Move WS-Period-End To WS-Period-Start
               Move 1 To WS-Start-Dd
           End-If
           Display "STATEMENT PERIOD " WS-Period-Start " - "
                   WS-Period-End
           .

       Get-Dunning-Thresholds.
           Call "GETENVOP" Using WS-Remind-Env-Name WS-Dun-Env-Value
                WS-Dun-Ge-Result
           If WS-Dun-Ge-Result < 19 And WS-Dun-Env-Value Not = Spaces
               Move WS-Dun-Env-Value To WS-Remind-Days
           End-If
           Move Spaces To WS-Dun-Env-Value
           Call "GETENVOP" Using WS-Warn-Env-Name WS-Dun-Env-Value
                WS-Dun-Ge-Result
           If WS-Dun-Ge-Result < 19 And WS-Dun-Env-Value Not = Spaces
               Move WS-Dun-Env-Value To WS-Warn-Days
           End-If
           Move Spaces To WS-Dun-Env-Value
           Call "GETENVOP" Using WS-Suspend-Env-Name WS-Dun-Env-Value
                WS-Dun-Ge-Result
           If WS-Dun-Ge-Result < 19 And WS-Dun-Env-Value Not = Spaces
               Move WS-Dun-Env-Value To WS-Suspend-Days
           End-If
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

      * LOADS EVERY LEDGER ROW DATED UP TO THE PERIOD END - LATER
      * ROWS BELONG TO THE NEXT STATEMENT.
       Load-Ar-Rows.
           Move Zero To WS-Row-Count
           Move "N" To WS-Ar-Eof-Flag
           Open Input Ar-Item-File
           If WS-Ar-File-Status = "00"
               Perform Read-One-Ar-Row Until WS-Ar-Eof
               Close Ar-Item-File
           End-If
           .

       Read-One-Ar-Row.
           Read Ar-Item-File
               At End
                   Set WS-Ar-Eof To True
               Not At End
                   If AR-Tran-Date Not > WS-Period-End
                       Perform Keep-One-Ar-Row
                   End-If
           End-Read
           .

       Keep-One-Ar-Row.
           If WS-Row-Count Not < 20000
               Display "AR ROW TABLE FULL - ROW NOT STATED: "
                       AR-Invoice-No " " AR-Tran-Type
               Exit Paragraph
           End-If
           Add 1 To WS-Row-Count
           Move AR-Invoice-No To WS-Row-Invoice (WS-Row-Count)
           Move AR-Subscriber-Id To WS-Row-Id (WS-Row-Count)
           Move AR-Tran-Type To WS-Row-Type (WS-Row-Count)
           Move AR-Tran-Date To WS-Row-Date (WS-Row-Count)
           Move AR-Amount To WS-Row-Amount (WS-Row-Count)
           Move AR-Subscriber-Id To WS-Resolve-Id
           Perform Resolve-Owner
           Move WS-Resolve-Owner To WS-Row-Owner (WS-Row-Count)
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

      * THE BILLABLE CHARGES DATED IN THE PERIOD (IF CHGFILE IS
      * PRESENT); VOIDED CHARGES WERE NEVER INVOICED.
       Load-Period-Charges.
           Move Zero To WS-Chg-Count
           Move "N" To WS-Chg-Eof-Flag
           Open Input Charge-File
           If WS-Charge-File-Status = "00"
               Perform Read-One-Charge Until WS-Chg-Eof
               Close Charge-File
           End-If
           .

       Read-One-Charge.
           Read Charge-File
               At End
                   Set WS-Chg-Eof To True
               Not At End
                   If CHG-Status = "A"
                   And CHG-Charge-Date >= WS-Period-Start
                   And CHG-Charge-Date <= WS-Period-End
                   And WS-Chg-Count < 5000
                       Add 1 To WS-Chg-Count
                       Move Charge-Record
                           To WS-Chg-Entry (WS-Chg-Count)
                       Move CHG-Subscriber-Id To WS-Resolve-Id
                       Perform Resolve-Owner
                       Move WS-Resolve-Owner
                           To WS-Chg-Owner (WS-Chg-Count)
                   End-If
           End-Read
           .

      * ONE ACCOUNT'S STATEMENT - SKIPPED WHEN IT IS NOT ON THE CYCLE
      * BEING RUN, OR WHEN IT BROUGHT NOTHING FORWARD AND NOTHING WAS
      * POSTED TO IT IN THE PERIOD.
       Produce-One-Statement.
           Move WS-Acc-Entry (WS-Acc-Sub) To WS-Current-Acct
           Move WS-Current-Acct To WS-Cyc-Subscriber
           Move "M" To WS-Cyc-Mode
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           If WS-Cyc-Not-Member
               Exit Paragraph
           End-If
           Move Zero To WS-Opening-Balance
           Move Zero To WS-Period-Lines
           Move Zero To WS-Recovery-Lines
           Perform Sum-One-Row
               Varying WS-Row-Sub From 1 By 1
               Until WS-Row-Sub > WS-Row-Count
           If WS-Opening-Balance = Zero And WS-Period-Lines = Zero
               Add 1 To WS-Statements-Skipped
               Exit Paragraph
           End-If
           Add 1 To WS-Statements-Produced
           Move "N" To WS-Upload-Started-Flag
           If WS-Bucket-Value Not = Spaces
               Move Spaces To object-key
               String "ebill/" WS-Period-Start "/"
                      WS-Current-Acct Delimited By Space
                      "/statement.csv" Delimited By Size
                      Into object-key
           End-If
           Perform Print-Statement-Head
           Move WS-Opening-Balance To WS-Running-Balance
           Perform State-One-Row
               Varying WS-Row-Sub From 1 By 1
               Until WS-Row-Sub > WS-Row-Count
           If WS-Recovery-Lines > Zero
               Move WS-Recovery-Note To WS-Print-Line
               Perform Put-Statement-Line
           End-If
           Perform Print-Period-Charges
           Perform Age-Statement-Items
           Perform Print-Statement-Foot
           If WS-Upload-Started
               Perform Finish-Multipart-Upload
               Add 1 To WS-Files-Uploaded
           End-If
           .

      * THE BALANCE EFFECT OF ONE ROW - AN INVOICE ADDS, EVERY OTHER
      * ROW TAKES ITS AMOUNT OFF (A NEGATIVE RETURN OR REFUND ROW SO
      * PUTS IT BACK). A RECOVERY LEAVES THE BALANCE ALONE.
       Set-Row-Effect.
           Evaluate WS-Row-Type (WS-Row-Sub)
               When "INV"
                   Move WS-Row-Amount (WS-Row-Sub) To WS-Effect
               When "REC"
                   Move Zero To WS-Effect
               When Other
                   Compute WS-Effect = Zero
                           - WS-Row-Amount (WS-Row-Sub)
           End-Evaluate
           .

       Sum-One-Row.
           If WS-Row-Owner (WS-Row-Sub) Not = WS-Current-Acct
               Exit Paragraph
           End-If
           If WS-Row-Date (WS-Row-Sub) < WS-Period-Start
               Perform Set-Row-Effect
               Add WS-Effect To WS-Opening-Balance
           Else
               Add 1 To WS-Period-Lines
           End-If
           .

       Print-Statement-Head.
           Move All "=" To WS-Print-Line
           Perform Put-Statement-Line
           Move WS-Current-Acct To WS-Head-Account
           Move WS-Period-Start To WS-Head-Start
           Move WS-Period-End To WS-Head-End
           Move WS-Head-Line To WS-Print-Line
           Perform Put-Statement-Line
           Perform Print-Address-Block
           Move Spaces To WS-Print-Line
           Perform Put-Statement-Line
           Move "OPENING BALANCE....: " To WS-Total-Label
           Move WS-Opening-Balance To WS-Total-Amount-Out
           Move WS-Total-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move WS-Column-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move WS-Opening-Balance To WS-Stm-Balance
           Move Spaces To WS-Stm-Line
           String "H;" WS-Current-Acct ";" WS-Period-Start ";"
                  WS-Period-End ";" WS-Stm-Balance
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
                  " " WS-Cnt-Region (WS-Cnt-Sub) Delimited By Space
                  " " WS-Cnt-Postal-Code (WS-Cnt-Sub)
                      Delimited By Space
                  " " WS-Cnt-Country (WS-Cnt-Sub) Delimited By Space
                  Into WS-Address-Text
           Move WS-Address-Line To WS-Print-Line
           Perform Put-Statement-Line
           .

       State-One-Row.
           If WS-Row-Owner (WS-Row-Sub) Not = WS-Current-Acct
           Or WS-Row-Date (WS-Row-Sub) < WS-Period-Start
               Exit Paragraph
           End-If
           Perform Set-Row-Effect
           Add WS-Effect To WS-Running-Balance
           Evaluate WS-Row-Type (WS-Row-Sub)
               When "INV"
                   Move "INVOICE" To WS-Dtl-Desc-Out
               When "PAY"
                   Move "PAYMENT" To WS-Dtl-Desc-Out
               When "CRD"
                   Move "CREDIT" To WS-Dtl-Desc-Out
               When "WO "
                   Move "WRITE-OFF" To WS-Dtl-Desc-Out
               When "RTN"
                   Move "PAYMT RETURN" To WS-Dtl-Desc-Out
               When "RFD"
                   Move "REFUND" To WS-Dtl-Desc-Out
               When "REC"
                   Move "RECOVERY" To WS-Dtl-Desc-Out
                   Add 1 To WS-Recovery-Lines
               When Other
                   Move WS-Row-Type (WS-Row-Sub) To WS-Dtl-Desc-Out
           End-Evaluate
           Move WS-Row-Date (WS-Row-Sub) To WS-Dtl-Date-Out
           Move WS-Row-Id (WS-Row-Sub) To WS-Dtl-Id-Out
           Move WS-Row-Invoice (WS-Row-Sub) To WS-Dtl-Ref-Out
           If WS-Row-Type (WS-Row-Sub) = "REC"
               Move WS-Row-Amount (WS-Row-Sub) To WS-Dtl-Amount-Out
                                                  WS-Stm-Amount
           Else
               Move WS-Effect To WS-Dtl-Amount-Out WS-Stm-Amount
           End-If
           Move WS-Running-Balance To WS-Dtl-Balance-Out
                                      WS-Stm-Balance
           Move WS-Detail-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move Spaces To WS-Stm-Line
           String "D;" WS-Dtl-Date-Out ";" WS-Dtl-Id-Out ";"
                  WS-Row-Type (WS-Row-Sub) ";" WS-Dtl-Ref-Out ";"
                  WS-Stm-Amount ";" WS-Stm-Balance
                  Delimited By Size Into WS-Stm-Line
           Perform Put-Statement-Csv
           .

      * THE FEES AND CHARGES BEHIND THE PERIOD'S INVOICES - LISTED
      * FOR INFORMATION, THEY ARE ALREADY IN THE INVOICE AMOUNTS.
       Print-Period-Charges.
           Move "N" To WS-Fee-Head-Flag
           Perform Print-One-Charge
               Varying WS-Chg-Sub From 1 By 1
               Until WS-Chg-Sub > WS-Chg-Count
           .

       Print-One-Charge.
           If WS-Chg-Owner (WS-Chg-Sub) Not = WS-Current-Acct
               Exit Paragraph
           End-If
           If Not WS-Fee-Head-Printed
               Set WS-Fee-Head-Printed To True
               Move Spaces To WS-Print-Line
               Perform Put-Statement-Line
               Move "FEES AND CHARGES INCLUDED IN THE INVOICES ABOVE:"
                   To WS-Print-Line
               Perform Put-Statement-Line
           End-If
           Move WS-Chg-Charge-Date (WS-Chg-Sub) To WS-Fee-Date-Out
           Move WS-Chg-Subscriber-Id (WS-Chg-Sub) To WS-Fee-Id-Out
           Move WS-Chg-Charge-Code (WS-Chg-Sub) To WS-Fee-Code-Out
           Move WS-Chg-Description (WS-Chg-Sub) To WS-Fee-Desc-Out
           Move WS-Chg-Amount (WS-Chg-Sub) To WS-Fee-Amount-Out
                                              WS-Stm-Amount
           Move WS-Fee-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move Spaces To WS-Stm-Line
           String "F;" WS-Fee-Date-Out ";" WS-Fee-Id-Out ";"
                  WS-Fee-Code-Out ";" WS-Fee-Desc-Out ";"
                  WS-Stm-Amount
                  Delimited By Size Into WS-Stm-Line
           Perform Put-Statement-Csv
           .

      * FOLDS THE ACCOUNT'S ROWS UP TO THE PERIOD END INTO ITEMS THE
      * WAY TELCOAGE DOES (A RECOVERY NEITHER REOPENS NOR REDUCES
      * ITS ITEM) AND BUCKETS EACH ITEM STILL OPEN BY ITS AGE AT THE
      * PERIOD END. WHAT IS LEFT IN CREDIT IS SHOWN ON ITS OWN.
       Age-Statement-Items.
           Move Zero To WS-Itm-Count
           Perform Fold-One-Row
               Varying WS-Row-Sub From 1 By 1
               Until WS-Row-Sub > WS-Row-Count
           Move Zero To WS-Age-Current WS-Age-30 WS-Age-60 WS-Age-90
           Move Zero To WS-Credit-On-Account
           Perform Bucket-One-Item
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           .

       Fold-One-Row.
           If WS-Row-Owner (WS-Row-Sub) Not = WS-Current-Acct
           Or WS-Row-Type (WS-Row-Sub) = "REC"
               Exit Paragraph
           End-If
           Move "N" To WS-Itm-Found-Flag
           Perform Varying WS-Itm-Sub From 1 By 1
                   Until WS-Itm-Sub > WS-Itm-Count
                   Or WS-Itm-Found
               If WS-Itm-Invoice (WS-Itm-Sub)
                       = WS-Row-Invoice (WS-Row-Sub)
                   Set WS-Itm-Found To True
                   Subtract 1 From WS-Itm-Sub
               End-If
           End-Perform
           If Not WS-Itm-Found
               If WS-Itm-Count < 1000
                   Add 1 To WS-Itm-Count
                   Move WS-Itm-Count To WS-Itm-Sub
                   Move WS-Row-Invoice (WS-Row-Sub)
                       To WS-Itm-Invoice (WS-Itm-Sub)
                   Move WS-Row-Date (WS-Row-Sub)
                       To WS-Itm-Date (WS-Itm-Sub)
                   Move Zero To WS-Itm-Billed (WS-Itm-Sub)
                   Move Zero To WS-Itm-Applied (WS-Itm-Sub)
               Else
                   Display "AR ITEM TABLE FULL - ITEM NOT AGED: "
                           WS-Row-Invoice (WS-Row-Sub)
                   Exit Paragraph
               End-If
           End-If
           If WS-Row-Type (WS-Row-Sub) = "INV"
               Move WS-Row-Date (WS-Row-Sub)
                   To WS-Itm-Date (WS-Itm-Sub)
               Add WS-Row-Amount (WS-Row-Sub)
                   To WS-Itm-Billed (WS-Itm-Sub)
           Else
               Add WS-Row-Amount (WS-Row-Sub)
                   To WS-Itm-Applied (WS-Itm-Sub)
           End-If
           .

       Bucket-One-Item.
           Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                   - WS-Itm-Applied (WS-Itm-Sub)
           If WS-Open-Balance < Zero
               Add WS-Open-Balance To WS-Credit-On-Account
               Exit Paragraph
           End-If
           If WS-Open-Balance = Zero
               Exit Paragraph
           End-If
           Compute WS-Item-Int = Function Integer-Of-Date
                   ( WS-Itm-Date (WS-Itm-Sub) )
           Compute WS-Age-Days = WS-End-Int - WS-Item-Int
           Evaluate True
               When WS-Age-Days >= WS-Suspend-Days
                   Add WS-Open-Balance To WS-Age-90
               When WS-Age-Days >= WS-Warn-Days
                   Add WS-Open-Balance To WS-Age-60
               When WS-Age-Days >= WS-Remind-Days
                   Add WS-Open-Balance To WS-Age-30
               When Other
                   Add WS-Open-Balance To WS-Age-Current
           End-Evaluate
           .

       Print-Statement-Foot.
           Move Spaces To WS-Print-Line
           Perform Put-Statement-Line
           Move "CLOSING BALANCE....: " To WS-Total-Label
           Move WS-Running-Balance To WS-Total-Amount-Out
           Move WS-Total-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move "  CURRENT..........: " To WS-Total-Label
           Move WS-Age-Current To WS-Total-Amount-Out
           Move WS-Total-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move "  OVERDUE 30 DAYS..: " To WS-Total-Label
           Move WS-Age-30 To WS-Total-Amount-Out
           Move WS-Total-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move "  OVERDUE 60 DAYS..: " To WS-Total-Label
           Move WS-Age-60 To WS-Total-Amount-Out
           Move WS-Total-Line To WS-Print-Line
           Perform Put-Statement-Line
           Move "  OVERDUE 90+ DAYS.: " To WS-Total-Label
           Move WS-Age-90 To WS-Total-Amount-Out
           Move WS-Total-Line To WS-Print-Line
           Perform Put-Statement-Line
           If WS-Credit-On-Account Not = Zero
               Move "  LESS CREDIT......: " To WS-Total-Label
               Move WS-Credit-On-Account To WS-Total-Amount-Out
               Move WS-Total-Line To WS-Print-Line
               Perform Put-Statement-Line
           End-If
           Move WS-Running-Balance To WS-Stm-Balance
           Move WS-Age-Current To WS-Stm-Current
           Move WS-Age-30 To WS-Stm-30
           Move WS-Age-60 To WS-Stm-60
           Move WS-Age-90 To WS-Stm-90
           Move WS-Credit-On-Account To WS-Stm-Credit
           Move Spaces To WS-Stm-Line
           String "T;" WS-Stm-Balance ";" WS-Stm-Current ";"
                  WS-Stm-30 ";" WS-Stm-60 ";" WS-Stm-90 ";"
                  WS-Stm-Credit
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
               Move "TELCOSTM" To audit-log-program
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

       End Program TELCOSTM.
