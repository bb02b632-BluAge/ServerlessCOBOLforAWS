       Identification Division.
       Program-ID. TELCOINQ.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  ONLINE REQUEST/REPLY ACCOUNT-INQUIRY SERVICE - LONG-POLLS THE
      *  INQUIRY QUEUE (TELCO_ACCT_REQ_QUEUE, SAME RECEIVE-THEN-PULL
      *  MACHINERY AS TELCOSVC), READS THE SUBSCRIBER'S ACCOUNT
      *  SNAPSHOT THAT TELCOSNP PUBLISHED AFTER THE LAST PIPELINE RUN
      *  (TELCO_SNAPSHOT_TABLE, DEFAULT "telcosnap") IN ONE KEYED
      *  DYNAMODBOP READ, AND SENDS STATUS, OPEN BALANCE, PREPAID
      *  BALANCE, ALLOWANCE LEFT AND LAST INVOICE BACK ON THE REPLY
      *  QUEUE (TELCO_ACCT_REP_QUEUE) CORRELATED BY THE REQUEST'S OWN
      *  CORRELATION ID - "WHAT'S MY BALANCE, HOW MANY MINUTES DO I
      *  HAVE LEFT, AM I SUSPENDED" WITHOUT FOUR CONSOLES.
      *
      *  REQUEST MESSAGE (FIXED COLUMNS):
      *    1-16  CORRELATION ID        17-26 SUBSCRIBER ID
      *  REPLY RC: 00 FOUND, 01 NO SNAPSHOT FOR THE SUBSCRIBER,
      *            10 NO SUBSCRIBER IN REQUEST, 20 TABLE UNAVAILABLE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

      * SAME LAYOUT SQSOP EXPECTS - LOCAL COPY (TELCOREC CONVENTION)
      * WITH THE RECEIVE/PULL/DELETE/SEND SUBSET THE SERVICE NEEDS.
       01  sqs-request-area.
           05 command PIC X(7).
             88 sqs-send-single-message value 'SENDS'.
             88 sqs-receive-multiple-messages value 'RECVM'.
             88 sqs-pull-single-message value 'PULLS'.
             88 sqs-delete-single-message value 'DELS'.
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
           05 received-receipt-handles occurs 10 times
                   indexed by rrh-idx.
             10 received-receipt-handle PIC X(512).

       01  sqs-op-result            Pic 9(2)    Binary.
       01  sqs-op-res-displ.
           05  sqs-op-err-msg       Pic X(24)
               Value "ERROR ON SQS OPERATION: ".
           05  sqs-op-result-as-str Pic X(2).

      * SAME LAYOUT DYNAMODBOP EXPECTS - SEE DynamoDBRQA.cpy IN
      * dynamodb-sample. KEPT LOCAL HERE (TELCOREC CONVENTION) WITH
      * THE KEYED READ THE INQUIRY NEEDS.
       01  dynamoDB-request-area.
           05 command PIC X(6).
             88 read-command value 'READ'.
           05 batch-op-count PIC 9(5) Binary.
           05 filter-expression PIC X(80) Value Spaces.
           05 aws-region PIC X(24).
           05 table-name PIC X(255).
           05 key-type PIC X(6).
             88 string-key-type value 'STRING'.
           05 record-type PIC X(6).
             88 string-record-type value 'STRING'.
           05 sort-key-type PIC X(6) Value Spaces.
           05 sort-key-value PIC X(15) Value Spaces.
           05 ttl-epoch-seconds PIC 9(10) Binary Value Zero.

       01  WS-Op-Result             Pic 9(2)    Binary.

      * SERVICE CONFIGURATION - REQUEST AND REPLY QUEUES, REGIONS,
      * SNAPSHOT TABLE, LONG-POLL WAIT, AND HOW MANY EMPTY RECEIVES
      * END THE INVOCATION (THE RESIDENT LOOP IS RE-DRIVEN BY THE
      * HARNESS).
       01  WS-Service-Config.
           05  WS-Req-Queue-Env     Pic X(32)
                   Value "TELCO_ACCT_REQ_QUEUE".
           05  WS-Rep-Queue-Env     Pic X(32)
                   Value "TELCO_ACCT_REP_QUEUE".
           05  WS-Region-Env        Pic X(32)
                   Value "SQS_AWS_REGION".
           05  WS-Dyn-Region-Env    Pic X(32)
                   Value "DYNAMODB_AWS_REGION".
           05  WS-Table-Env         Pic X(32)
                   Value "TELCO_SNAPSHOT_TABLE".
           05  WS-Wait-Env          Pic X(32)
                   Value "SQS_RECEIVE_WAIT_SECS".
           05  WS-Empty-Env         Pic X(32)
                   Value "TELCO_SVC_MAX_EMPTY".
           05  WS-Retry-Env         Pic X(32)
                   Value "DYNAMODB_MAX_RETRIES".
           05  WS-Req-Queue         Pic X(80)   Value Spaces.
           05  WS-Rep-Queue         Pic X(80)   Value Spaces.
           05  WS-Region-Value      Pic X(24)   Value Spaces.
           05  WS-Env-Value         Pic X(32)   Value Spaces.
           05  WS-Ge-Result         Pic 9(2)    Binary.
           05  WS-Wait-Secs         Pic 9(2)    Value 20.
           05  WS-Max-Empty         Pic 9(2)    Value 1.
           05  WS-Empty-Receives    Pic 9(2)    Binary Value Zero.
       01  WS-Service-Done-Flag     Pic X       Value "N".
         88  WS-Service-Done        Value "Y".
       01  WS-Stack-Drained-Flag    Pic X       Value "N".
         88  WS-Stack-Drained       Value "Y".
       01  WS-Inquiries-Answered    Pic 9(7)    Binary Value Zero.
       01  WS-Inquiries-Not-Found   Pic 9(7)    Binary Value Zero.
       01  WS-Inquiries-Failed      Pic 9(7)    Binary Value Zero.

      * A THROTTLED READ IS RETRIED WITH BACKOFF; ONE THAT STILL
      * FAILS IS ANSWERED "UNAVAILABLE" RATHER THAN TAKING THE
      * SERVICE DOWN.
       01  WS-Retry-Count           Pic 9(2)    Value Zero.
       01  WS-Max-Retries           Pic 9(2)    Value 3.
       01  WS-Retry-Flag            Pic X       Value "N".
         88  WS-Should-Retry        Value "Y".
       01  WS-Backoff-Secs          Pic 9(4)    Binary.

      * THE REQUEST MESSAGE AND ITS FIXED-COLUMN FIELDS.
       01  WS-Request-Body          Pic X(80).
       01  WS-Request-Fields Redefines WS-Request-Body.
           05  WS-Req-Corr-Id       Pic X(16).
           05  WS-Req-Subscriber    Pic X(10).
           05                       Pic X(54).

       01  WS-Snap-Key              Pic X(10).
       01  WS-Snapshot-Item.
               COPY SNAPSHOT.
       01  WS-Inquiry-Return-Code   Pic 9(2).

      * THE REPLY MESSAGE - THE SNAPSHOT'S FACTS, CORRELATED TO THE
      * REQUEST.
       01  WS-Reply-Body.
           05  WS-Rep-Corr-Id       Pic X(16).
           05  Pic X(4)  Value " RC=".
           05  WS-Rep-Return-Code   Pic 9(2).
           05  Pic X(4)  Value " ST=".
           05  WS-Rep-Status        Pic X(1).
           05  Pic X(4)  Value " AR=".
           05  WS-Rep-Ar-Balance    Pic -(9)9.99.
           05  Pic X(4)  Value " PP=".
           05  WS-Rep-Prepaid-Flag  Pic X(1).
           05  WS-Rep-Prepaid       Pic -(7)9.99.
           05  Pic X(5)  Value " ALW=".
           05  WS-Rep-Allow-Left    Pic Z(6)9.
           05  Pic X(1)  Value "/".
           05  WS-Rep-Allow-Period  Pic 9(6).
           05  Pic X(5)  Value " INV=".
           05  WS-Rep-Last-Invoice  Pic X(19).
           05  Pic X(5)  Value " AMT=".
           05  WS-Rep-Last-Amount   Pic -(11)9.99.
           05  Pic X(6)  Value " ASOF=".
           05  WS-Rep-As-Of         Pic 9(8).

      * RUN-ID CORRELATING THIS SERVICE'S AUDIT-LOG ENTRIES WITH THE
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
           Perform Get-Service-Config
           If WS-Req-Queue = Spaces Or WS-Rep-Queue = Spaces
               Display "ACCOUNT INQUIRY QUEUES NOT CONFIGURED - "
                       "NOTHING TO SERVE."
               Goback
           End-If
           Perform Serve-One-Batch Until WS-Service-Done
           Display "INQUIRIES ANSWERED......: " WS-Inquiries-Answered
           Display "INQUIRIES NOT FOUND.....: " WS-Inquiries-Not-Found
           Display "INQUIRIES FAILED........: " WS-Inquiries-Failed
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * ONE LONG-POLLED RECEIVE STAGES UP TO TEN INQUIRIES; EACH IS
      * PULLED, ANSWERED AND DELETED SO IT CANNOT REAPPEAR. ENOUGH
      * CONSECUTIVE EMPTY RECEIVES END THE INVOCATION.
       Serve-One-Batch.
           Move WS-Req-Queue To queue-name
           Set clear-text To True
           Set sqs-receive-multiple-messages To True
           Move 10 To sqs-max-number-of-messages
           Move 60 To sqs-visibility-timeout
           Move WS-Wait-Secs To sqs-wait-time-seconds
           Call "SQSOP" Using sqs-request-area sqs-op-result
           Perform Check-Sqs-Op-Result
           If sqs-received-messages-count = Zero
               Add 1 To WS-Empty-Receives
               If WS-Empty-Receives >= WS-Max-Empty
                   Set WS-Service-Done To True
               End-If
           Else
               Move Zero To WS-Empty-Receives
               Move "N" To WS-Stack-Drained-Flag
               Perform Serve-One-Inquiry Until WS-Stack-Drained
           End-If
           .

       Serve-One-Inquiry.
           Move WS-Req-Queue To queue-name
           Move Spaces To WS-Request-Body
           Move Spaces To sqs-message-receipt-handle
           Set sqs-pull-single-message To True
           Call "SQSOP" Using sqs-request-area WS-Request-Body
               sqs-op-result
           Perform Check-Sqs-Op-Result
           If sqs-op-result = 4 Or sqs-op-result = 20
               Set WS-Stack-Drained To True
           Else
               Perform Answer-One-Inquiry
               Set sqs-delete-single-message To True
               Call "SQSOP" Using sqs-request-area sqs-op-result
               Perform Check-Sqs-Op-Result
           End-If
           .

      * ONE KEYED READ OF THE SUBSCRIBER'S SNAPSHOT. A REQUEST WITH
      * NO SUBSCRIBER, OR ONE NOT ON THE TABLE, STILL GETS A REPLY
      * SO THE DESK ISN'T LEFT WAITING.
       Answer-One-Inquiry.
           Initialize WS-Snapshot-Item
           If WS-Req-Subscriber = Spaces
               Move 10 To WS-Inquiry-Return-Code
               Add 1 To WS-Inquiries-Failed
               Perform Send-Inquiry-Reply
               Exit Paragraph
           End-If
           Move WS-Req-Subscriber To WS-Snap-Key
           Set read-command To True
           Move Zero To WS-Retry-Count
           Perform Read-Snapshot-Item
               With Test After Until Not WS-Should-Retry
           Evaluate WS-Op-Result
               When 0
                   Move Zero To WS-Inquiry-Return-Code
                   Add 1 To WS-Inquiries-Answered
               When 1
                   Move 1 To WS-Inquiry-Return-Code
                   Initialize WS-Snapshot-Item
                   Add 1 To WS-Inquiries-Not-Found
               When Other
                   Move 20 To WS-Inquiry-Return-Code
                   Initialize WS-Snapshot-Item
                   Add 1 To WS-Inquiries-Failed
           End-Evaluate
           Perform Send-Inquiry-Reply
           .

       Read-Snapshot-Item.
           Move "N" To WS-Retry-Flag
           Call "DYNAMODBOP" Using dynamoDB-request-area
                WS-Snap-Key WS-Snapshot-Item WS-Op-Result
           If WS-Op-Result Not = 0 And WS-Op-Result Not = 1
               Move "TELCOINQ" To audit-log-program
               Move command Of dynamoDB-request-area
                   To audit-log-operation
               Move WS-Op-Result To audit-log-result-code
               Perform Write-Audit-Record
           End-If
           If WS-Op-Result = 19 And WS-Retry-Count < WS-Max-Retries
               Add 1 To WS-Retry-Count
               Move WS-Retry-Count To WS-Backoff-Secs
               Call "C$SLEEP" Using WS-Backoff-Secs
               Set WS-Should-Retry To True
           End-If
           .

       Send-Inquiry-Reply.
           Move WS-Req-Corr-Id To WS-Rep-Corr-Id
           Move WS-Inquiry-Return-Code To WS-Rep-Return-Code
           Move SNP-Status To WS-Rep-Status
           Move SNP-Ar-Balance To WS-Rep-Ar-Balance
           Move SNP-Prepaid-Flag To WS-Rep-Prepaid-Flag
           Move SNP-Prepaid-Balance To WS-Rep-Prepaid
           Move SNP-Allow-Left To WS-Rep-Allow-Left
           Move SNP-Allow-Period To WS-Rep-Allow-Period
           Move SNP-Last-Invoice To WS-Rep-Last-Invoice
           Move SNP-Last-Inv-Amount To WS-Rep-Last-Amount
           Move SNP-As-Of-Date To WS-Rep-As-Of
           Move WS-Rep-Queue To queue-name
           Set clear-text To True
           Set sqs-send-single-message To True
           Call "SQSOP" Using sqs-request-area WS-Reply-Body
               sqs-op-result
           Perform Check-Sqs-Op-Result
           .

       Get-Service-Config.
           Call "GETENVOP" Using WS-Req-Queue-Env WS-Req-Queue
                WS-Ge-Result
           Call "GETENVOP" Using WS-Rep-Queue-Env WS-Rep-Queue
                WS-Ge-Result
           Call "GETENVOP" Using WS-Region-Env WS-Region-Value
                WS-Ge-Result
           If WS-Region-Value Not = Spaces
               Move WS-Region-Value To aws-region Of sqs-request-area
           Else
               Move "eu-central-1" To aws-region Of sqs-request-area
           End-If
           Move Spaces To WS-Region-Value
           Call "GETENVOP" Using WS-Dyn-Region-Env WS-Region-Value
                WS-Ge-Result
           If WS-Ge-Result < 19 And WS-Region-Value Not = Spaces
               Move WS-Region-Value
                   To aws-region Of dynamoDB-request-area
           Else
               Move "eu-central-1"
                   To aws-region Of dynamoDB-request-area
           End-If
           Move "telcosnap" To table-name
           Move Spaces To WS-Env-Value
           Call "GETENVOP" Using WS-Table-Env WS-Env-Value
                WS-Ge-Result
           If WS-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To table-name
           End-If
           Set string-key-type To True
           Set string-record-type To True
           Move Spaces To WS-Env-Value
           Call "GETENVOP" Using WS-Wait-Env WS-Env-Value
                WS-Ge-Result
           If WS-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-Wait-Secs
           End-If
           Move Spaces To WS-Env-Value
           Call "GETENVOP" Using WS-Empty-Env WS-Env-Value
                WS-Ge-Result
           If WS-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-Max-Empty
           End-If
           Move Spaces To WS-Env-Value
           Call "GETENVOP" Using WS-Retry-Env WS-Env-Value
                WS-Ge-Result
           If WS-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-Max-Retries
           End-If
           .

      * A QUEUE FAILURE IS AUDITED AND DISPLAYED; THE SERVICE KEEPS
      * SERVING - ONE BAD OPERATION MUST NOT TAKE THE DESK'S INQUIRY
      * API DOWN.
       Check-Sqs-Op-Result.
           If sqs-op-result Not = 0 And sqs-op-result Not = 4
               Move "TELCOINQ" To audit-log-program
               Move command Of sqs-request-area To audit-log-operation
               Move sqs-op-result To audit-log-result-code
               Perform Write-Audit-Record
               Move sqs-op-result To sqs-op-result-as-str
               Display sqs-op-res-displ
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS SERVICE'S AUDIT-LOG
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

       End Program TELCOINQ.
