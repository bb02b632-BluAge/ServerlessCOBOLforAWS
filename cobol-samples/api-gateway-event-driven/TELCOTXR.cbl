       Identification Division.
       Program-ID. TELCOTXR.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DAILY TAX-EXEMPTION RENEWAL RUN - AS OF TELCO_BUSINESS_DATE
      *  (DEFAULT TODAY) LISTS EVERY EXEMPTION CERTIFICATE ON
      *  TAXEXMPT WHOSE EXPIRY DATE FALLS WITHIN THE NEXT
      *  TELCO_TAXEX_NOTICE_DAYS (DEFAULT 60) AND HAS NO RENEWED
      *  CERTIFICATE ON FILE BEHIND IT, ON THE TXRPT REPORT, AND
      *  ASKS THE CUSTOMER FOR THE RENEWED CERTIFICATE THROUGH
      *  TELCONTF (EVENT "TXRN"). THE REQUEST GOES OUT ONCE AT EACH
      *  REMINDER STEP - THE NOTICE WINDOW, 30 DAYS AND 7 DAYS
      *  BEFORE EXPIRY - NTFLOG SHOWING WHETHER THE CURRENT STEP'S
      *  REQUEST HAS ALREADY BEEN SENT, SO A DAILY RERUN DOES NOT
      *  REPEAT IT. CERTIFICATES WITH NO EXPIRY DATE RECORDED ARE
      *  LISTED SEPARATELY FOR THE TAX TEAM TO COMPLETE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Tax-Exempt-File Assign To "TAXEXMPT"
               Organization Is Sequential
               File Status Is WS-Taxexmpt-File-Status.
           Select Notification-Log-File Assign To "NTFLOG"
               Organization Is Sequential
               File Status Is WS-Ntflog-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Report-File Assign To "TXRPT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Tax-Exempt-File
           Recording Mode Is F.
       01  Tax-Exempt-Record.
               COPY TAXEXMPT REPLACING LEADING ==TX-== BY ==TXF-==.

       FD  Notification-Log-File
           Recording Mode Is F.
       01  Notification-Log-Record.
               COPY NTFLOG.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Taxexmpt-File-Status  Pic X(2)    Value Spaces.
       01  WS-Ntflog-File-Status    Pic X(2)    Value Spaces.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Exm-Eof-Flag          Pic X       Value "N".
         88  WS-Exm-Eof             Value "Y".
       01  WS-Log-Eof-Flag          Pic X       Value "N".
         88  WS-Log-Eof             Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".

      * BUSINESS DATE - SAME TELCO_BUSINESS_DATE CONVENTION AS THE
      * JOB CHAIN - AND THE NOTICE WINDOW AHEAD OF IT.
       01  WS-Date-Control.
           05  WS-Business-Date     Pic 9(8)    Value Zero.
           05  WS-Business-Int      Pic 9(7)    Binary.
           05  WS-Notice-Days       Pic 9(3)    Value 60.
           05  WS-Work-Int          Pic 9(7)    Binary.
           05  WS-Date-Env-Name     Pic X(32)
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Notice-Env-Name   Pic X(32)
                   Value "TELCO_TAXEX_NOTICE_DAYS".
           05  WS-Txr-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Txr-Ge-Result     Pic 9(2)    Binary.

      * THE REMINDER STEPS - THE NOTICE WINDOW, THEN 30 AND 7 DAYS
      * OUT. A CERTIFICATE'S STEP IS THE NEAREST ONE IT HAS REACHED.
       01  WS-Step-Control.
           05  WS-Step-Bound Occurs 3 Times
                                    Pic 9(3).
           05  WS-Step-No           Pic 9(1)    Binary.
           05  WS-Step-Start        Pic 9(8).

      * RUN-ID FOR THE AUDIT ENTRY - SAME GETENVOP CONVENTION AS
      * TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * EVERY EXEMPTION ROW ON FILE. A ROW FOR THE SAME SUBSCRIBER
      * EXPIRING LATER (OR OPEN-ENDED AND ISSUED LATER) IS THE
      * RENEWAL.
       01  WS-Exemption-Table.
           05  WS-Exm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Exm-Entry Occurs 500 Times.
               10  WS-Exm-Id        Pic X(10).
               10  WS-Exm-Cert      Pic X(20).
               10  WS-Exm-Issue     Pic 9(8).
               10  WS-Exm-Expiry    Pic 9(8).
               10  WS-Exm-Days-Left Pic S9(5)   Binary.
               10  WS-Exm-State     Pic X(1).
                 88  WS-Exm-Due     Value "D".
                 88  WS-Exm-Undated Value "U".
       01  WS-Exm-Sub               Pic 9(4)    Binary.
       01  WS-Ren-Sub               Pic 9(4)    Binary.
       01  WS-Renewed-Flag          Pic X       Value "N".
         88  WS-Renewed             Value "Y".

      * RENEWAL REQUESTS ALREADY ON NTFLOG - DELIVERED ("S"/"Q") OR
      * DECLINED BY OPT-OUT ("O"), WHICH A RESEND WOULD NOT CHANGE.
       01  WS-Sent-Table.
           05  WS-Snt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Snt-Entry Occurs 2000 Times.
               10  WS-Snt-Id        Pic X(10).
               10  WS-Snt-Date      Pic 9(8).
       01  WS-Snt-Sub               Pic 9(5)    Binary.
       01  WS-Snt-Found-Flag        Pic X       Value "N".
         88  WS-Snt-Found           Value "Y".

       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".

       01  WS-Ntf-Event             Pic X(4)    Value "TXRN".
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOTXR".
       01  WS-Ntf-Detail            Pic X(60).
       01  WS-Ntf-Result            Pic 9(2)    Binary.

      * RUN COUNTERS.
       01  WS-Certs-Due             Pic 9(5)    Binary Value Zero.
       01  WS-Certs-Undated         Pic 9(5)    Binary Value Zero.
       01  WS-Notices-Sent          Pic 9(5)    Binary Value Zero.
       01  WS-Notices-Skipped       Pic 9(5)    Binary Value Zero.
       01  WS-Notices-Failed        Pic 9(5)    Binary Value Zero.

      * REPORT LINES.
       01  WS-Title-Line.
           05  Pic X(35) Value
               "TAX-EXEMPTION CERTIFICATES - AS OF ".
           05  WS-Title-Date-Out    Pic 9(8).
           05  Pic X(16) Value "  NOTICE WINDOW ".
           05  WS-Title-Days-Out    Pic ZZ9.
           05  Pic X(5)  Value " DAYS".
       01  WS-Section-Line.
           05  Pic X(6)  Value "----- ".
           05  WS-Sline-Title-Out   Pic X(40).
           05  Pic X(6)  Value " -----".
       01  WS-Heading-Line.
           05  Pic X(42) Value "SUBSCRIBER NAME".
           05  Pic X(21) Value "CERTIFICATE".
           05  Pic X(38) Value
               "ISSUED   EXPIRES  DAYS RENEWAL REQUEST".
       01  WS-Detail-Line.
           05  WS-Dline-Id-Out      Pic X(10).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Name-Out    Pic X(30).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Cert-Out    Pic X(20).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Issue-Out   Pic 9(8).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Expiry-Out  Pic 9(8).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Days-Out    Pic ZZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Action-Out  Pic X(20).
       01  WS-Total-Line.
           05  Pic X(15) Value "CERTIFICATES: ".
           05  WS-Tline-Due-Out     Pic ZZ,ZZ9.
           05  Pic X(10) Value "  NOTICES ".
           05  WS-Tline-Sent-Out    Pic ZZ,ZZ9.
           05  Pic X(10) Value "  ALREADY ".
           05  WS-Tline-Skip-Out    Pic ZZ,ZZ9.
           05  Pic X(10) Value "  UNDATED ".
           05  WS-Tline-Undated-Out Pic ZZ,ZZ9.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Business-Date
           Perform Get-Renewal-Settings
           Perform Load-Exemptions
           If WS-Exm-Count = Zero
               Display "NO TAX EXEMPTIONS ON FILE - NOTHING TO TRACK."
               Goback
           End-If
           Perform Track-One-Certificate
               Varying WS-Exm-Sub From 1 By 1
               Until WS-Exm-Sub > WS-Exm-Count
           Perform Load-Contacts
           Perform Load-Sent-Notices
           Open Output Report-File
           Move WS-Business-Date To WS-Title-Date-Out
           Move WS-Notice-Days To WS-Title-Days-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Move "EXPIRING WITHIN THE NOTICE WINDOW"
               To WS-Sline-Title-Out
           Write Report-Line From WS-Section-Line
           Write Report-Line From WS-Heading-Line
           Perform List-One-Due-Certificate
               Varying WS-Exm-Sub From 1 By 1
               Until WS-Exm-Sub > WS-Exm-Count
           If WS-Certs-Undated > Zero
               Move Spaces To Report-Line
               Write Report-Line
               Move "NO EXPIRY DATE RECORDED"
                   To WS-Sline-Title-Out
               Write Report-Line From WS-Section-Line
               Write Report-Line From WS-Heading-Line
               Perform List-One-Undated-Certificate
                   Varying WS-Exm-Sub From 1 By 1
                   Until WS-Exm-Sub > WS-Exm-Count
           End-If
           Move WS-Certs-Due To WS-Tline-Due-Out
           Move WS-Notices-Sent To WS-Tline-Sent-Out
           Move WS-Notices-Skipped To WS-Tline-Skip-Out
           Move WS-Certs-Undated To WS-Tline-Undated-Out
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Total-Line
           Close Report-File
           Move "TELCOTXR" To audit-log-program
           Move "TAXRENEW" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== TAX-EXEMPTION RENEWAL RUN ====="
           Display "AS OF.................: " WS-Business-Date
           Display "EXEMPTION ROWS LOADED.: " WS-Exm-Count
           Display "EXPIRING IN WINDOW....: " WS-Certs-Due
           Display "RENEWAL NOTICES SENT..: " WS-Notices-Sent
           Display "ALREADY NOTIFIED......: " WS-Notices-Skipped
           Display "NOTICES NOT DELIVERED.: " WS-Notices-Failed
           Display "NO EXPIRY RECORDED....: " WS-Certs-Undated
           Display "====================================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Business-Date.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Txr-Env-Value
                WS-Txr-Ge-Result
           If WS-Txr-Ge-Result < 19
                   And WS-Txr-Env-Value Not = Spaces
               Move WS-Txr-Env-Value To WS-Business-Date
           Else
               Move Function Current-Date (1:8) To WS-Business-Date
           End-If
           Compute WS-Business-Int =
                   Function Integer-Of-Date ( WS-Business-Date )
           .

      * NOTICE WINDOW (GETENVOP CONVENTION, WITH THE SHOP DEFAULT)
      * AND THE REMINDER STEPS INSIDE IT.
       Get-Renewal-Settings.
           Move Spaces To WS-Txr-Env-Value
           Call "GETENVOP" Using WS-Notice-Env-Name WS-Txr-Env-Value
                WS-Txr-Ge-Result
           If WS-Txr-Ge-Result < 19 And WS-Txr-Env-Value Not = Spaces
               Compute WS-Notice-Days =
                       Function Numval ( WS-Txr-Env-Value )
           End-If
           If WS-Notice-Days = Zero
               Move 60 To WS-Notice-Days
           End-If
           Move WS-Notice-Days To WS-Step-Bound (1)
           Move 30 To WS-Step-Bound (2)
           Move 7 To WS-Step-Bound (3)
           .

       Load-Exemptions.
           Move Zero To WS-Exm-Count
           Move "N" To WS-Exm-Eof-Flag
           Open Input Tax-Exempt-File
           If WS-Taxexmpt-File-Status = "00"
               Perform Read-One-Exemption Until WS-Exm-Eof
               Close Tax-Exempt-File
           End-If
           .

       Read-One-Exemption.
           Read Tax-Exempt-File
               At End
                   Set WS-Exm-Eof To True
               Not At End
                   If WS-Exm-Count < 500
                       Add 1 To WS-Exm-Count
                       Move TXF-Subscriber-Id
                           To WS-Exm-Id (WS-Exm-Count)
                       Move TXF-Cert-Number
                           To WS-Exm-Cert (WS-Exm-Count)
                       Move TXF-Issue-Date
                           To WS-Exm-Issue (WS-Exm-Count)
                       Move TXF-Expiry-Date
                           To WS-Exm-Expiry (WS-Exm-Count)
                       Move Space To WS-Exm-State (WS-Exm-Count)
                       Move Zero To WS-Exm-Days-Left (WS-Exm-Count)
                   End-If
           End-Read
           .

      * A CERTIFICATE IS DUE WHEN IT HAS NOT YET EXPIRED, EXPIRES
      * WITHIN THE NOTICE WINDOW, AND NO RENEWED CERTIFICATE FOR THE
      * SAME ACCOUNT IS ON FILE TO CARRY THE EXEMPTION ON.
       Track-One-Certificate.
           If WS-Exm-Expiry (WS-Exm-Sub) = Zero
               Set WS-Exm-Undated (WS-Exm-Sub) To True
               Add 1 To WS-Certs-Undated
               Exit Paragraph
           End-If
           If WS-Exm-Expiry (WS-Exm-Sub) Not > WS-Business-Date
               Exit Paragraph
           End-If
           Compute WS-Exm-Days-Left (WS-Exm-Sub) =
                   Function Integer-Of-Date
                       ( WS-Exm-Expiry (WS-Exm-Sub) )
                 - WS-Business-Int
           If WS-Exm-Days-Left (WS-Exm-Sub) > WS-Notice-Days
               Exit Paragraph
           End-If
           Move "N" To WS-Renewed-Flag
           Perform Varying WS-Ren-Sub From 1 By 1
                   Until WS-Ren-Sub > WS-Exm-Count
                   Or WS-Renewed
               If WS-Exm-Id (WS-Ren-Sub) = WS-Exm-Id (WS-Exm-Sub)
               And WS-Ren-Sub Not = WS-Exm-Sub
                   If WS-Exm-Expiry (WS-Ren-Sub)
                           > WS-Exm-Expiry (WS-Exm-Sub)
                   Or ( WS-Exm-Expiry (WS-Ren-Sub) = Zero
                     And WS-Exm-Issue (WS-Ren-Sub)
                           > WS-Exm-Issue (WS-Exm-Sub) )
                       Set WS-Renewed To True
                   End-If
               End-If
           End-Perform
           If WS-Renewed
               Exit Paragraph
           End-If
           Set WS-Exm-Due (WS-Exm-Sub) To True
           .

       Load-Contacts.
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

      * THE RENEWAL REQUESTS ALREADY LOGGED - READ BEFORE ANY ARE
      * SENT, SINCE TELCONTF APPENDS TO THE SAME FILE.
       Load-Sent-Notices.
           Move Zero To WS-Snt-Count
           Move "N" To WS-Log-Eof-Flag
           Open Input Notification-Log-File
           If WS-Ntflog-File-Status = "00"
               Perform Read-One-Log-Row Until WS-Log-Eof
               Close Notification-Log-File
           End-If
           .

       Read-One-Log-Row.
           Read Notification-Log-File
               At End
                   Set WS-Log-Eof To True
               Not At End
                   If NL-Event-Code = WS-Ntf-Event
                   And ( NL-Status = "S" Or NL-Status = "Q"
                         Or NL-Status = "O" )
                   And WS-Snt-Count < 2000
                       Add 1 To WS-Snt-Count
                       Move NL-Subscriber-Id
                           To WS-Snt-Id (WS-Snt-Count)
                       Move NL-Timestamp (1:8)
                           To WS-Snt-Date (WS-Snt-Count)
                   End-If
           End-Read
           .

      * ONE DUE CERTIFICATE - REQUESTS THE RENEWAL UNLESS THE
      * CURRENT REMINDER STEP'S REQUEST IS ALREADY ON NTFLOG.
       List-One-Due-Certificate.
           If Not WS-Exm-Due (WS-Exm-Sub)
               Exit Paragraph
           End-If
           Add 1 To WS-Certs-Due
           Perform Build-Detail-Line
           Move WS-Exm-Days-Left (WS-Exm-Sub) To WS-Dline-Days-Out
           Move 1 To WS-Step-No
           If WS-Exm-Days-Left (WS-Exm-Sub) <= WS-Step-Bound (2)
               Move 2 To WS-Step-No
           End-If
           If WS-Exm-Days-Left (WS-Exm-Sub) <= WS-Step-Bound (3)
               Move 3 To WS-Step-No
           End-If
           Compute WS-Work-Int =
                   Function Integer-Of-Date
                       ( WS-Exm-Expiry (WS-Exm-Sub) )
                 - WS-Step-Bound (WS-Step-No)
           Compute WS-Step-Start =
                   Function Date-Of-Integer ( WS-Work-Int )
           Perform Find-Sent-Notice
           If WS-Snt-Found
               Add 1 To WS-Notices-Skipped
               Move "ALREADY REQUESTED" To WS-Dline-Action-Out
           Else
               Perform Send-Renewal-Request
           End-If
           Write Report-Line From WS-Detail-Line
           .

       List-One-Undated-Certificate.
           If Not WS-Exm-Undated (WS-Exm-Sub)
               Exit Paragraph
           End-If
           Perform Build-Detail-Line
           Move Zero To WS-Dline-Days-Out
           Move "EXPIRY NOT RECORDED" To WS-Dline-Action-Out
           Write Report-Line From WS-Detail-Line
           .

       Build-Detail-Line.
           Perform Find-Contact
           Move WS-Exm-Id (WS-Exm-Sub) To WS-Dline-Id-Out
           If WS-Cnt-Found
               Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To WS-Dline-Name-Out
           Else
               Move Spaces To WS-Dline-Name-Out
           End-If
           Move WS-Exm-Cert (WS-Exm-Sub) To WS-Dline-Cert-Out
           Move WS-Exm-Issue (WS-Exm-Sub) To WS-Dline-Issue-Out
           Move WS-Exm-Expiry (WS-Exm-Sub) To WS-Dline-Expiry-Out
           .

      * A RENEWAL REQUEST LOGGED FOR THE ACCOUNT ON OR AFTER THE DAY
      * THE CURRENT REMINDER STEP OPENED.
       Find-Sent-Notice.
           Move "N" To WS-Snt-Found-Flag
           Perform Varying WS-Snt-Sub From 1 By 1
                   Until WS-Snt-Sub > WS-Snt-Count
                   Or WS-Snt-Found
               If WS-Snt-Id (WS-Snt-Sub) = WS-Exm-Id (WS-Exm-Sub)
               And WS-Snt-Date (WS-Snt-Sub) >= WS-Step-Start
                   Set WS-Snt-Found To True
               End-If
           End-Perform
           .

       Send-Renewal-Request.
           Move WS-Exm-Id (WS-Exm-Sub) To WS-Ntf-Subscriber
           Move Spaces To WS-Ntf-Detail
           String "CERTIFICATE " Delimited By Size
                  WS-Exm-Cert (WS-Exm-Sub) Delimited By Space
                  " EXPIRES " WS-Exm-Expiry (WS-Exm-Sub)
                  Delimited By Size Into WS-Ntf-Detail
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           Evaluate WS-Ntf-Result
               When 0
                   Add 1 To WS-Notices-Sent
                   Move "REQUEST SENT" To WS-Dline-Action-Out
               When 1
                   Add 1 To WS-Notices-Sent
                   Move "REQUEST LOGGED" To WS-Dline-Action-Out
               When Other
                   Add 1 To WS-Notices-Failed
                   Move "NOT DELIVERED-NTFLOG" To WS-Dline-Action-Out
           End-Evaluate
           .

       Find-Contact.
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub)
                       = WS-Exm-Id (WS-Exm-Sub)
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
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

       End Program TELCOTXR.
