       Identification Division.
       Program-ID. TELCONTF.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  SHARED CUSTOMER NOTIFICATION MODULE - CALLABLE THE WAY
      *  TELCOALR IS. A PROGRAM THAT SEES AN EVENT THE CUSTOMER
      *  SHOULD HEAR ABOUT PASSES THE EVENT CODE, THE SUBSCRIBER AND
      *  THE EVENT'S DETAIL; THE MODULE WORDS IT FROM THE NTFTMPL
      *  TEMPLATE FOR THE EVENT IN THE CUSTOMER'S LANGUAGE, ADDRESSES
      *  IT FROM THE SUBCONT CONTACT ROW, AND PUBLISHES IT TO THE
      *  NOTIFICATION QUEUE NAMED BY TELCO_NOTIFY_QUEUE FOR THE
      *  SMS/EMAIL GATEWAY. A CUSTOMER WHO OPTED OUT OF THE EVENT
      *  (NTFOPT) IS NOT SENT IT, AND NO SUBSCRIBER IS SENT MORE THAN
      *  TELCO_NOTIFY_DAILY_MAX (DEFAULT 3, ZERO FOR NO LIMIT)
      *  MESSAGES A DAY. EVERY EVENT, SENT OR NOT, IS LOGGED TO
      *  NTFLOG WITH THE OUTCOME FOR CARE TO LOOK UP. WITH NO QUEUE
      *  CONFIGURED THE MESSAGE IS LOGGED ONLY AND A DISTINCT RESULT
      *  COMES BACK, SO CALLERS CARRY ON REGARDLESS.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Template-File Assign To "NTFTMPL"
               Organization Is Sequential
               File Status Is WS-Ntftmpl-File-Status.
           Select Opt-Out-File Assign To "NTFOPT"
               Organization Is Sequential
               File Status Is WS-Ntfopt-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Notification-Log-File Assign To "NTFLOG"
               Organization Is Sequential
               File Status Is WS-Ntflog-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Template-File
           Recording Mode Is F.
       01  Template-Record.
               COPY NTFTMPL.

       FD  Opt-Out-File
           Recording Mode Is F.
       01  Opt-Out-Record.
               COPY NTFOPT.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Notification-Log-File
           Recording Mode Is F.
       01  Notification-Log-Record.
               COPY NTFLOG.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

      * SAME LAYOUT SQSOP EXPECTS - SEE SQSRQA.cpy IN THE SQS
      * SAMPLES. KEPT LOCAL HERE (TELCOALR CONVENTION) WITH THE
      * SEND-SINGLE SUBSET A NOTIFICATION NEEDS.
       01  sqs-request-area.
           05 command PIC X(7).
             88 sqs-send-single-message value 'SENDS'.
           05 message-encoding PIC X(6) value spaces.
             88 clear-text value 'CLEAR'.
           05 queue-name PIC X(80) value spaces.
           05 queue-url PIC X(255) value spaces.
           05 aws-region PIC X(24) value spaces.
           05 sqs-max-number-of-messages PIC 9(2) value zero.
           05 sqs-visibility-timeout PIC 9(5) value zero.
           05 sqs-wait-time-seconds PIC 9(2) value zero.
           05 sqs-received-messages-count PIC 9(2) binary value zero.
           05 sqs-sent-messages-count PIC 9(3) binary value zero.
           05 sqs-message-receipt-handle PIC X(512) value spaces.

       01  sqs-op-result            Pic 9(2)    Binary.

       01  WS-Ntftmpl-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ntfopt-File-Status    Pic X(2)    Value Spaces.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ntflog-File-Status    Pic X(2)    Value Spaces.
       01  WS-Load-Eof-Flag         Pic X       Value "N".
         88  WS-Load-Eof            Value "Y".

      * QUEUE, LIMIT AND TABLES - FETCHED ONCE PER LOADED INSTANCE,
      * SAME LOAD-ONCE STATE AS TELCOALR'S QUEUE CONFIGURATION.
       01  WS-Notify-Config.
           05  WS-Config-State      Pic X       Value "N".
             88  WS-Config-Loaded   Value "Y".
           05  WS-Queue-Configured  Pic X       Value "N".
             88  WS-Notify-Queue-On Value "Y".
           05  WS-Queue-Env-Name    Pic X(32)
                   Value "TELCO_NOTIFY_QUEUE".
           05  WS-Queue-Value       Pic X(80)   Value Spaces.
           05  WS-Region-Env-Name   Pic X(32)
                   Value "SQS_AWS_REGION".
           05  WS-Region-Value      Pic X(24)   Value Spaces.
           05  WS-Max-Env-Name      Pic X(32)
                   Value "TELCO_NOTIFY_DAILY_MAX".
           05  WS-Max-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Daily-Max         Pic 9(3)    Value 3.
           05  WS-Ge-Op-Result      Pic 9(2)    Binary.

       01  WS-Today-Date            Pic X(8).

       01  WS-Template-Table.
           05  WS-Tpl-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Tpl-Entry Occurs 100 Times.
               COPY NTFTMPL REPLACING LEADING ==NT-== BY ==WS-Tpl-==.
       01  WS-Tpl-Sub               Pic 9(3)    Binary.
       01  WS-Tpl-Found-Flag        Pic X       Value "N".
         88  WS-Tpl-Found           Value "Y".

      * EACH SUBSCRIBER/EVENT'S LATEST OPT-OUT CHOICE.
       01  WS-Opt-Table.
           05  WS-Opt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Opt-Entry Occurs 5000 Times.
               10  WS-Opt-Id        Pic X(10).
               10  WS-Opt-Event     Pic X(4).
               10  WS-Opt-Flag      Pic X(1).
       01  WS-Opt-Sub               Pic 9(5)    Binary.
       01  WS-Opt-Found-Flag        Pic X       Value "N".
         88  WS-Opt-Found           Value "Y".

       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               10  WS-Cnt-Id        Pic X(10).
               10  WS-Cnt-Email     Pic X(60).
               10  WS-Cnt-Phone     Pic X(15).
               10  WS-Cnt-Language  Pic X(2).
               10  WS-Cnt-Bounced   Pic X(1).
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".

      * MESSAGES ALREADY SENT TODAY PER SUBSCRIBER - SEEDED FROM THE
      * LOG, THEN COUNTED UP AS THIS INSTANCE SENDS.
       01  WS-Sent-Table.
           05  WS-Snt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Snt-Entry Occurs 5000 Times.
               10  WS-Snt-Id        Pic X(10).
               10  WS-Snt-Today     Pic 9(3)    Binary.
       01  WS-Snt-Sub               Pic 9(5)    Binary.
       01  WS-Snt-Key               Pic X(10).
       01  WS-Snt-Found-Flag        Pic X       Value "N".
         88  WS-Snt-Found           Value "Y".

       01  WS-Outcome               Pic X(1).
       01  WS-Channel               Pic X(1).
       01  WS-Address               Pic X(60).
       01  WS-Message-Text          Pic X(160).
       01  WS-Text-Before           Pic X(120).
       01  WS-Text-After            Pic X(120).
       01  WS-Before-Len            Pic 9(3)    Binary.
       01  WS-Marker-Count          Pic 9(3)    Binary.
       01  WS-Message-Ptr           Pic 9(3)    Binary.
      * THE EVENT DETAIL WITH ITS RUNS OF SPACES (EDITED AMOUNTS AND
      * PADDED FIELDS) CLOSED UP TO SINGLE SPACES.
       01  WS-Detail-Work           Pic X(60).
       01  WS-Detail-Len            Pic 9(3)    Binary.
       01  WS-Detail-Sub            Pic 9(3)    Binary.

       01  WS-Notify-Message-Body.
           05  Pic X(4)  Value "SUB=".
           05  WS-Body-Subscriber   Pic X(10).
           05  Pic X(5)  Value " EVT=".
           05  WS-Body-Event        Pic X(4).
           05  Pic X(4)  Value " CH=".
           05  WS-Body-Channel      Pic X(1).
           05  Pic X(4)  Value " TO=".
           05  WS-Body-Address      Pic X(60).
           05  Pic X(5)  Value " MSG=".
           05  WS-Body-Message      Pic X(160).

      * RUN-ID CORRELATING THIS MODULE'S LOG AND AUDIT-LOG ENTRIES
      * WITH THE REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP
      * CONVENTION AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

       COPY OPAUDITB.

       Linkage Section.
      * THE EVENT CODE (SEE NTFTMPL.cpy), THE SUBSCRIBER TO TELL, THE
      * CALLING PROGRAM, AND THE EVENT DETAIL FOR THE TEMPLATE'S "&&".
       01  Notify-Event-Link        Pic X(4).
       01  Notify-Subscriber-Link   Pic X(10).
       01  Notify-Program-Link      Pic X(8).
       01  Notify-Detail-Link       Pic X(60).
      * 0 = PUBLISHED. 1 = NO NOTIFICATION QUEUE CONFIGURED (LOGGED
      * ONLY). 4 = NOT SENT - OPTED OUT, THROTTLED, NO TEMPLATE OR NO
      * CONTACT ADDRESS (THE LOG SAYS WHICH). 20 = PUBLISH FAILED
      * (AUDITED). NONE OF THEM IS A REASON FOR THE CALLER TO STOP.
       01  Notify-Op-Result         Pic 9(2)    Binary.

       Procedure Division Using Notify-Event-Link,
               Notify-Subscriber-Link, Notify-Program-Link,
               Notify-Detail-Link, Notify-Op-Result.
       Mainline.
           Perform Get-Run-Id
           If Not WS-Config-Loaded
               Perform Load-Notify-Config
           End-If
           Move Spaces To WS-Channel WS-Address WS-Message-Text
           Move 4 To Notify-Op-Result
           Perform Find-Opt-Out
           If WS-Opt-Found And WS-Opt-Flag (WS-Opt-Sub) = "Y"
               Move "O" To WS-Outcome
               Perform Write-Notification-Log
               Goback
           End-If
           Perform Find-Contact
           Perform Find-Template
           If Not WS-Tpl-Found
               Move "X" To WS-Outcome
               Perform Write-Notification-Log
               Goback
           End-If
           Perform Build-Message-Text
           Perform Choose-Address
           If WS-Address = Spaces
               Move "C" To WS-Outcome
               Perform Write-Notification-Log
               Goback
           End-If
           Move Notify-Subscriber-Link To WS-Snt-Key
           Perform Find-Sent-Today
           If WS-Daily-Max > Zero
           And WS-Snt-Today (WS-Snt-Sub) Not < WS-Daily-Max
               Move "T" To WS-Outcome
               Perform Write-Notification-Log
               Goback
           End-If
           If Not WS-Notify-Queue-On
               Add 1 To WS-Snt-Today (WS-Snt-Sub)
               Move "Q" To WS-Outcome
               Move 1 To Notify-Op-Result
               Perform Write-Notification-Log
               Goback
           End-If
           Move Notify-Subscriber-Link To WS-Body-Subscriber
           Move Notify-Event-Link To WS-Body-Event
           Move WS-Channel To WS-Body-Channel
           Move WS-Address To WS-Body-Address
           Move WS-Message-Text To WS-Body-Message
           Set clear-text To True
           Set sqs-send-single-message To True
           Call "SQSOP" Using sqs-request-area WS-Notify-Message-Body
               sqs-op-result
           If sqs-op-result Not = 0
               Move "TELCONTF" To audit-log-program
               Move command To audit-log-operation
               Move sqs-op-result To audit-log-result-code
               Perform Write-Audit-Record
               Perform Flush-Audit-Buffer
               Move "F" To WS-Outcome
               Move 20 To Notify-Op-Result
           Else
               Add 1 To WS-Snt-Today (WS-Snt-Sub)
               Move "S" To WS-Outcome
               Move Zero To Notify-Op-Result
           End-If
           Perform Write-Notification-Log
           Goback
           .

      * FETCHES THE QUEUE, REGION AND DAILY LIMIT AND LOADS THE
      * TEMPLATES, OPT-OUTS, CONTACTS AND TODAY'S SENDS ONCE PER
      * LOADED INSTANCE - AN UNSET QUEUE LEAVES THE MODULE LOGGING
      * ONLY.
       Load-Notify-Config.
           Set WS-Config-Loaded To True
           Move Function Current-Date (1:8) To WS-Today-Date
           Call "GETENVOP" Using WS-Queue-Env-Name
                WS-Queue-Value WS-Ge-Op-Result
           If WS-Ge-Op-Result < 19
                   And WS-Queue-Value Not = Spaces
               Set WS-Notify-Queue-On To True
               Move WS-Queue-Value To queue-name
               Call "GETENVOP" Using WS-Region-Env-Name
                    WS-Region-Value WS-Ge-Op-Result
               If WS-Region-Value Not = Spaces
                   Move WS-Region-Value To aws-region
               Else
                   Move "eu-central-1" To aws-region
               End-If
           End-If
           Call "GETENVOP" Using WS-Max-Env-Name
                WS-Max-Env-Value WS-Ge-Op-Result
           If WS-Ge-Op-Result < 19
                   And WS-Max-Env-Value Not = Spaces
               Move WS-Max-Env-Value To WS-Daily-Max
           End-If
           Move "N" To WS-Load-Eof-Flag
           Open Input Template-File
           If WS-Ntftmpl-File-Status = "00"
               Perform Read-One-Template Until WS-Load-Eof
               Close Template-File
           End-If
           Move "N" To WS-Load-Eof-Flag
           Open Input Opt-Out-File
           If WS-Ntfopt-File-Status = "00"
               Perform Read-One-Opt-Out Until WS-Load-Eof
               Close Opt-Out-File
           End-If
           Move "N" To WS-Load-Eof-Flag
           Open Input Contact-File
           If WS-Subcont-File-Status = "00"
               Perform Read-One-Contact Until WS-Load-Eof
               Close Contact-File
           End-If
           Move "N" To WS-Load-Eof-Flag
           Open Input Notification-Log-File
           If WS-Ntflog-File-Status = "00"
               Perform Read-One-Log-Row Until WS-Load-Eof
               Close Notification-Log-File
           End-If
           .

       Read-One-Template.
           Read Template-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If WS-Tpl-Count < 100
                       Add 1 To WS-Tpl-Count
                       Move Template-Record
                           To WS-Tpl-Entry (WS-Tpl-Count)
                   End-If
           End-Read
           .

       Read-One-Opt-Out.
           Read Opt-Out-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   Perform Take-One-Opt-Out
           End-Read
           .

      * LAST ROW PER SUBSCRIBER AND EVENT WINS.
       Take-One-Opt-Out.
           Move "N" To WS-Opt-Found-Flag
           Perform Varying WS-Opt-Sub From 1 By 1
                   Until WS-Opt-Sub > WS-Opt-Count
                   Or WS-Opt-Found
               If WS-Opt-Id (WS-Opt-Sub) = NO-Subscriber-Id
               And WS-Opt-Event (WS-Opt-Sub) = NO-Event-Code
                   Set WS-Opt-Found To True
                   Subtract 1 From WS-Opt-Sub
               End-If
           End-Perform
           If Not WS-Opt-Found
               If WS-Opt-Count < 5000
                   Add 1 To WS-Opt-Count
                   Move WS-Opt-Count To WS-Opt-Sub
                   Move NO-Subscriber-Id To WS-Opt-Id (WS-Opt-Sub)
                   Move NO-Event-Code To WS-Opt-Event (WS-Opt-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           Move NO-Opted-Out To WS-Opt-Flag (WS-Opt-Sub)
           .

       Read-One-Contact.
           Read Contact-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If WS-Cnt-Count < 5000
                       Add 1 To WS-Cnt-Count
                       Move SCF-Subscriber-Id
                           To WS-Cnt-Id (WS-Cnt-Count)
                       Move SCF-Email To WS-Cnt-Email (WS-Cnt-Count)
                       Move SCF-Phone To WS-Cnt-Phone (WS-Cnt-Count)
                       Move SCF-Language
                           To WS-Cnt-Language (WS-Cnt-Count)
                       Move SCF-Bounced-Email
                           To WS-Cnt-Bounced (WS-Cnt-Count)
                   End-If
           End-Read
           .

      * ONLY TODAY'S DELIVERED ROWS ("S" SENT, "Q" LOGGED WITH NO
      * QUEUE) COUNT TOWARDS THE LIMIT.
       Read-One-Log-Row.
           Read Notification-Log-File
               At End
                   Set WS-Load-Eof To True
               Not At End
                   If NL-Timestamp (1:8) = WS-Today-Date
                   And ( NL-Status = "S" Or NL-Status = "Q" )
                       Move NL-Subscriber-Id To WS-Snt-Key
                       Perform Find-Sent-Today
                       Add 1 To WS-Snt-Today (WS-Snt-Sub)
                   End-If
           End-Read
           .

       Find-Opt-Out.
           Move "N" To WS-Opt-Found-Flag
           Perform Varying WS-Opt-Sub From 1 By 1
                   Until WS-Opt-Sub > WS-Opt-Count
                   Or WS-Opt-Found
               If WS-Opt-Id (WS-Opt-Sub) = Notify-Subscriber-Link
               And WS-Opt-Event (WS-Opt-Sub) = Notify-Event-Link
                   Set WS-Opt-Found To True
                   Subtract 1 From WS-Opt-Sub
               End-If
           End-Perform
           .

       Find-Contact.
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Id (WS-Cnt-Sub) = Notify-Subscriber-Link
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           .

      * THE EVENT'S WORDING IN THE CUSTOMER'S LANGUAGE IF THERE IS
      * ONE, ELSE ITS DEFAULT (BLANK-LANGUAGE) WORDING.
       Find-Template.
           Move "N" To WS-Tpl-Found-Flag
           If WS-Cnt-Found
               Perform Varying WS-Tpl-Sub From 1 By 1
                       Until WS-Tpl-Sub > WS-Tpl-Count
                       Or WS-Tpl-Found
                   If WS-Tpl-Event-Code (WS-Tpl-Sub) = Notify-Event-Link
                   And WS-Tpl-Language (WS-Tpl-Sub)
                           = WS-Cnt-Language (WS-Cnt-Sub)
                       Set WS-Tpl-Found To True
                       Subtract 1 From WS-Tpl-Sub
                   End-If
               End-Perform
           End-If
           If Not WS-Tpl-Found
               Perform Varying WS-Tpl-Sub From 1 By 1
                       Until WS-Tpl-Sub > WS-Tpl-Count
                       Or WS-Tpl-Found
                   If WS-Tpl-Event-Code (WS-Tpl-Sub) = Notify-Event-Link
                   And WS-Tpl-Language (WS-Tpl-Sub) = Spaces
                       Set WS-Tpl-Found To True
                       Subtract 1 From WS-Tpl-Sub
                   End-If
               End-Perform
           End-If
           .

      * THE TEMPLATE TEXT WITH ITS "&&" REPLACED BY THE EVENT DETAIL.
       Build-Message-Text.
           Move Zero To WS-Marker-Count
           Inspect WS-Tpl-Text (WS-Tpl-Sub)
               Tallying WS-Marker-Count For All "&&"
           If WS-Marker-Count = Zero
               Move WS-Tpl-Text (WS-Tpl-Sub) To WS-Message-Text
               Exit Paragraph
           End-If
           Move Spaces To WS-Text-Before WS-Text-After
           Move Zero To WS-Before-Len
           Unstring WS-Tpl-Text (WS-Tpl-Sub) Delimited By "&&"
               Into WS-Text-Before Count In WS-Before-Len
                    WS-Text-After
           End-Unstring
           Move 1 To WS-Message-Ptr
           If WS-Before-Len > Zero
               String WS-Text-Before (1:WS-Before-Len)
                   Delimited By Size
                   Into WS-Message-Text With Pointer WS-Message-Ptr
               End-String
           End-If
           Move Spaces To WS-Detail-Work
           Move Zero To WS-Detail-Len
           Perform Squeeze-One-Detail-Char
               Varying WS-Detail-Sub From 1 By 1
               Until WS-Detail-Sub > 60
           If WS-Detail-Len > Zero
           And WS-Detail-Work (WS-Detail-Len:1) = Space
               Subtract 1 From WS-Detail-Len
           End-If
           If WS-Detail-Len > Zero
               String WS-Detail-Work (1:WS-Detail-Len)
                   Delimited By Size
                   Into WS-Message-Text With Pointer WS-Message-Ptr
               End-String
           End-If
           String WS-Text-After Delimited By Size
               Into WS-Message-Text With Pointer WS-Message-Ptr
           End-String
           .

       Squeeze-One-Detail-Char.
           If Notify-Detail-Link (WS-Detail-Sub:1) = Space
               If WS-Detail-Len = Zero
               Or WS-Detail-Work (WS-Detail-Len:1) = Space
                   Exit Paragraph
               End-If
           End-If
           Add 1 To WS-Detail-Len
           Move Notify-Detail-Link (WS-Detail-Sub:1)
               To WS-Detail-Work (WS-Detail-Len:1)
           .

      * THE TEMPLATE'S CHANNEL IF THE ACCOUNT HAS A USABLE ADDRESS
      * FOR IT, ELSE THE OTHER ONE. A BOUNCED MAILBOX IS NOT USABLE.
       Choose-Address.
           If Not WS-Cnt-Found
               Exit Paragraph
           End-If
           If WS-Cnt-Bounced (WS-Cnt-Sub) = "Y"
               Move Spaces To WS-Cnt-Email (WS-Cnt-Sub)
           End-If
           If WS-Tpl-Channel (WS-Tpl-Sub) = "E"
               If WS-Cnt-Email (WS-Cnt-Sub) Not = Spaces
                   Move "E" To WS-Channel
                   Move WS-Cnt-Email (WS-Cnt-Sub) To WS-Address
               Else
                   If WS-Cnt-Phone (WS-Cnt-Sub) Not = Spaces
                       Move "S" To WS-Channel
                       Move WS-Cnt-Phone (WS-Cnt-Sub) To WS-Address
                   End-If
               End-If
           Else
               If WS-Cnt-Phone (WS-Cnt-Sub) Not = Spaces
                   Move "S" To WS-Channel
                   Move WS-Cnt-Phone (WS-Cnt-Sub) To WS-Address
               Else
                   If WS-Cnt-Email (WS-Cnt-Sub) Not = Spaces
                       Move "E" To WS-Channel
                       Move WS-Cnt-Email (WS-Cnt-Sub) To WS-Address
                   End-If
               End-If
           End-If
           .

      * THE SUBSCRIBER'S SENT-TODAY COUNTER, OPENED AT ZERO THE FIRST
      * TIME. A FULL TABLE SHARES ITS LAST SLOT, WHICH ONLY EVER
      * THROTTLES SOONER.
       Find-Sent-Today.
           Move "N" To WS-Snt-Found-Flag
           Perform Varying WS-Snt-Sub From 1 By 1
                   Until WS-Snt-Sub > WS-Snt-Count
                   Or WS-Snt-Found
               If WS-Snt-Id (WS-Snt-Sub) = WS-Snt-Key
                   Set WS-Snt-Found To True
                   Subtract 1 From WS-Snt-Sub
               End-If
           End-Perform
           If Not WS-Snt-Found
               If WS-Snt-Count < 5000
                   Add 1 To WS-Snt-Count
                   Move WS-Snt-Count To WS-Snt-Sub
                   Move WS-Snt-Key To WS-Snt-Id (WS-Snt-Sub)
                   Move Zero To WS-Snt-Today (WS-Snt-Sub)
               Else
                   Move WS-Snt-Count To WS-Snt-Sub
               End-If
           End-If
           .

       Write-Notification-Log.
           Move Function Current-Date To NL-Timestamp
           Move WS-Run-Id To NL-Run-Id
           Move Notify-Subscriber-Link To NL-Subscriber-Id
           Move Notify-Event-Link To NL-Event-Code
           Move Notify-Program-Link To NL-Program
           Move WS-Outcome To NL-Status
           Move WS-Channel To NL-Channel
           Move WS-Address To NL-Address
           Move WS-Message-Text To NL-Message
           Open Extend Notification-Log-File
           Write Notification-Log-Record
           Close Notification-Log-File
           .

      * DERIVES THE RUN-ID CORRELATING THIS MODULE'S LOG AND
      * AUDIT-LOG ENTRIES WITH THE REST OF THE PIPELINE, FROM
      * TELCO_RUN_ID IF SET, ELSE A DATE/TIME-STAMP - SAME PATTERN AS
      * TELCOBAT'S Get-Run-Id.
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

       End Program TELCONTF.
