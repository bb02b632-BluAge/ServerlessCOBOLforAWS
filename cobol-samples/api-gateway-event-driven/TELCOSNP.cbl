       Identification Division.
       Program-ID. TELCOSNP.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  CUSTOMER ACCOUNT SNAPSHOT PUBLISHER - RUN AS THE LAST STEP OF
      *  THE PIPELINE, FOLDS THE FILES CARE USED TO OPEN ONE CONSOLE
      *  EACH FOR INTO ONE ITEM PER SUBSCRIBER: THE STATUS IN FORCE
      *  (SUBSTAT), THE OPEN RECEIVABLE (ARITEMS - INVOICES LESS
      *  EVERY PAYMENT, CREDIT, WRITE-OFF, RETURN AND REFUND ROW, THE
      *  TELCOAGE RULE), THE PREPAID BALANCE (PREPAY), THE ALLOWANCE
      *  LEFT IN THE LATEST PERIOD (ALWLEDG, LAST RECORD WINS), AND
      *  THE LAST INVOICE NUMBER AND AMOUNT (INVREG). THE ITEMS ARE
      *  BATCH-WRITTEN THROUGH DYNAMODBOP TO THE SNAPSHOT TABLE
      *  (TELCO_SNAPSHOT_TABLE, DEFAULT "telcosnap") KEYED BY
      *  SUBSCRIBER ID, WHERE TELCOINQ ANSWERS CARE'S ACCOUNT
      *  INQUIRIES FROM ONE LOOKUP.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Aritems-File-Status.
           Select Prepaid-Balance-File Assign To "PREPAY"
               Organization Is Sequential
               File Status Is WS-Prepay-File-Status.
           Select Allowance-Ledger-File Assign To "ALWLEDG"
               Organization Is Sequential
               File Status Is WS-Alwledg-File-Status.
           Select Invoice-Register-File Assign To "INVREG"
               Organization Is Sequential
               File Status Is WS-Invreg-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.
      * THE SNAPSHOTS BEING BUILT, ONE PER SUBSCRIBER SEEN ON ANY OF
      * THE FILES, KEYED SO EACH FILE'S ROWS FOLD STRAIGHT IN.
           Select Snapshot-Work-File Assign To "SNAPWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is SNW-Subscriber-Id
               File Status Is WS-Snapwork-File-Status.

       Data Division.
       File Section.
       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Prepaid-Balance-File
           Recording Mode Is F.
       01  Prepaid-Balance-Record.
               COPY PREPAY.

      * SAME LAYOUT TELCOATOM APPENDS TO THE ALLOWANCE LEDGER.
       FD  Allowance-Ledger-File
           Recording Mode Is F.
       01  Allowance-Ledger-Record.
           05  ALF-Period           Pic 9(6).
           05  ALF-Plan             Pic X(4).
           05  ALF-Sub-Id           Pic X(10).
           05  ALF-Remaining        Pic 9(6).
           05  ALF-Drawn            Pic 9(6).
           05  ALF-Run-Id           Pic X(15).

       FD  Invoice-Register-File
           Recording Mode Is F.
       01  Invoice-Register-Record.
               COPY INVREG.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       FD  Snapshot-Work-File.
       01  Snapshot-Work-Record.
           05  SNW-Subscriber-Id    Pic X(10).
      * THE EFFECTIVE DATE OF THE STATUS CARRIED - A LATER ROW DATED
      * NO LATER THAN THE AS-OF DATE REPLACES IT.
           05  SNW-Status-Date      Pic 9(8).
           05  SNW-Snapshot.
               COPY SNAPSHOT.

       Working-Storage Section.

       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Aritems-File-Status   Pic X(2)    Value Spaces.
       01  WS-Prepay-File-Status    Pic X(2)    Value Spaces.
       01  WS-Alwledg-File-Status   Pic X(2)    Value Spaces.
       01  WS-Invreg-File-Status    Pic X(2)    Value Spaces.
       01  WS-Snapwork-File-Status  Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".
       01  WS-Snap-Found-Flag       Pic X       Value "N".
         88  WS-Snap-Found          Value "Y".

      * THE BUSINESS DATE THE SNAPSHOT IS TAKEN FOR.
       01  WS-As-Of-Date            Pic 9(8)    Value Zero.
       01  WS-Date-Env-Name         Pic X(32)
               Value "TELCO_BUSINESS_DATE".
       01  WS-Date-Env-Value        Pic X(32)   Value Spaces.
       01  WS-Date-Ge-Result        Pic 9(2)    Binary.

       01  WS-Snap-Key              Pic X(10).
       01  WS-Snapshot-Count        Pic 9(9)    Binary Value Zero.
       01  WS-Published-Count       Pic 9(9)    Binary Value Zero.
       01  WS-Stacked-Count         Pic 9(3)    Binary Value Zero.
       01  WS-Batch-Limit           Pic 9(3)    Binary Value 25.

      * SAME LAYOUT DYNAMODBOP EXPECTS - SEE DynamoDBRQA.cpy IN
      * dynamodb-sample. KEPT LOCAL HERE (TELCOREC CONVENTION) WITH
      * THE STACK/BATCH-WRITE SUBSET THE PUBLISH NEEDS.
       01  dynamoDB-request-area.
           05 command PIC X(6).
             88 stack-item-command value 'STACKI'.
             88 batch-write-command value 'BWRITE'.
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
       01  WS-Op-Res-Displ.
           05  WS-Op-Err-Msg        Pic X(29)
               Value "ERROR ON DYNAMODB OPERATION: ".
           05  WS-Op-Result-As-Str  Pic X(2).

       01  WS-Table-Env-Name        Pic X(32)
               Value "TELCO_SNAPSHOT_TABLE".
       01  WS-Table-Env-Value       Pic X(32)   Value Spaces.
       01  WS-Table-Ge-Result       Pic 9(2)    Binary.

      * THE ITEM STORED PER SUBSCRIBER.
       01  WS-Snapshot-Item.
               COPY SNAPSHOT REPLACING LEADING ==SNP-== BY ==SNI-==.

      * RETRY-WITH-BACKOFF CONTROL FOR THROTTLING-CLASS RESULT CODE
      * 19 - SAME PATTERN AS TELCOREC'S Call-DynamoDB-With-Retry.
       01  WS-Retry-Count           Pic 9(2)    Value Zero.
       01  WS-Max-Retries           Pic 9(2)    Value 3.
       01  WS-Retry-Flag            Pic X       Value "N".
         88  WS-Should-Retry        Value "Y".
       01  WS-Backoff-Secs          Pic 9(4)    Binary.
       01  WS-Retry-Env-Name        Pic X(32)
               Value "DYNAMODB_MAX_RETRIES".
       01  WS-Retry-Env-Value       Pic X(32).
       01  WS-Retry-Ge-Result       Pic 9(2)    Binary.

      * SECONDARY-REGION FAILOVER - SAME AS TELCOREC.
       01  WS-Failover-Control.
           05  WS-Failover-Used-Flag Pic X      Value "N".
             88  WS-Failover-Used   Value "Y".
           05  WS-Failover-Env-Name Pic X(32)
                   Value "AWS_REGION_SECONDARY".
           05  WS-Failover-Region   Pic X(24)   Value Spaces.
           05  WS-Failover-Ge-Result Pic 9(2)   Binary.

       01  WS-Region-Env-Name      Pic X(32)
               Value "DYNAMODB_AWS_REGION".
       01  WS-Region-Env-Value     Pic X(24)   Value Spaces.
       01  WS-Region-Ge-Result     Pic 9(2)    Binary.

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
           Perform Get-As-Of-Date
           Open Output Snapshot-Work-File
           Close Snapshot-Work-File
           Open I-O Snapshot-Work-File
           Perform Fold-Status-History
           Perform Fold-Receivables
           Perform Fold-Prepaid-Balances
           Perform Fold-Allowances
           Perform Fold-Invoice-Register
           Perform Publish-Snapshots
           Close Snapshot-Work-File
           Display "===== ACCOUNT SNAPSHOT AS OF " WS-As-Of-Date
                   " ====="
           Display "SUBSCRIBERS SNAPSHOT.....: " WS-Snapshot-Count
           Display "ITEMS PUBLISHED..........: " WS-Published-Count
           Move "TELCOSNP" To audit-log-program
           Move "SNAPSHOT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-As-Of-Date.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Date-Env-Value
                WS-Date-Ge-Result
           If WS-Date-Ge-Result < 19
                   And WS-Date-Env-Value Not = Spaces
               Move WS-Date-Env-Value To WS-As-Of-Date
           Else
               Move Function Current-Date (1:8) To WS-As-Of-Date
           End-If
           .

      * FETCHES THE SUBSCRIBER'S SNAPSHOT UNDER CONSTRUCTION, OR
      * STARTS AN EMPTY ONE - WS-Snap-Found SAYS WHICH, SO THE
      * CALLER KNOWS TO WRITE RATHER THAN REWRITE.
       Get-Snapshot.
           Move WS-Snap-Key To SNW-Subscriber-Id
           Read Snapshot-Work-File
               Invalid Key
                   Move "N" To WS-Snap-Found-Flag
                   Initialize SNW-Snapshot
                   Move WS-Snap-Key To SNW-Subscriber-Id
                   Move Zero To SNW-Status-Date
                   Move WS-As-Of-Date To SNP-As-Of-Date
                   Move "N" To SNP-Prepaid-Flag
               Not Invalid Key
                   Set WS-Snap-Found To True
           End-Read
           .

       Put-Snapshot.
           If WS-Snap-Found
               Rewrite Snapshot-Work-Record
                   Invalid Key
                       Continue
               End-Rewrite
           Else
               Write Snapshot-Work-Record
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Add 1 To WS-Snapshot-Count
               End-Write
           End-If
           .

      * THE STATUS IN FORCE ON THE AS-OF DATE - THE LATEST EFFECTIVE
      * DATE NOT AFTER IT, A LATER ROW WINNING A TIE.
       Fold-Status-History.
           Move "N" To WS-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Fold-One-Status Until WS-Eof
               Close Status-History-File
           End-If
           .

       Fold-One-Status.
           Read Status-History-File
               At End
                   Set WS-Eof To True
               Not At End
                   If SS-Effective-Date Not > WS-As-Of-Date
                       Move SS-Subscriber-Id To WS-Snap-Key
                       Perform Get-Snapshot
                       If SS-Effective-Date >= SNW-Status-Date
                           Move SS-Status To SNP-Status
                           Move SS-Effective-Date To SNW-Status-Date
                       End-If
                       Perform Put-Snapshot
                   End-If
           End-Read
           .

      * OPEN RECEIVABLE - INVOICES LESS EVERY ROW APPLIED AGAINST
      * THEM; A RECOVERY ON A WRITTEN-OFF ITEM REOPENS NOTHING.
       Fold-Receivables.
           Move "N" To WS-Eof-Flag
           Open Input Ar-Item-File
           If WS-Aritems-File-Status = "00"
               Perform Fold-One-Ar-Item Until WS-Eof
               Close Ar-Item-File
           End-If
           .

       Fold-One-Ar-Item.
           Read Ar-Item-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move AR-Subscriber-Id To WS-Snap-Key
                   Perform Get-Snapshot
                   Evaluate AR-Tran-Type
                       When "INV"
                           Add AR-Amount To SNP-Ar-Balance
                       When "REC"
                           Continue
                       When Other
                           Subtract AR-Amount From SNP-Ar-Balance
                   End-Evaluate
                   Perform Put-Snapshot
           End-Read
           .

       Fold-Prepaid-Balances.
           Move "N" To WS-Eof-Flag
           Open Input Prepaid-Balance-File
           If WS-Prepay-File-Status = "00"
               Perform Fold-One-Prepaid Until WS-Eof
               Close Prepaid-Balance-File
           End-If
           .

       Fold-One-Prepaid.
           Read Prepaid-Balance-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move PP-Subscriber-Id To WS-Snap-Key
                   Perform Get-Snapshot
                   Move "Y" To SNP-Prepaid-Flag
                   Move PP-Balance To SNP-Prepaid-Balance
                   Perform Put-Snapshot
           End-Read
           .

      * THE SUBSCRIBER'S OWN ALLOWANCE BUCKET IN ITS LATEST PERIOD -
      * THE LAST LEDGER RECORD WINS, TELCOATOM'S RELOAD CONVENTION.
      * SHARED-POOL BUCKETS (NO SUBSCRIBER) BELONG TO NOBODY'S
      * SNAPSHOT.
       Fold-Allowances.
           Move "N" To WS-Eof-Flag
           Open Input Allowance-Ledger-File
           If WS-Alwledg-File-Status = "00"
               Perform Fold-One-Allowance Until WS-Eof
               Close Allowance-Ledger-File
           End-If
           .

       Fold-One-Allowance.
           Read Allowance-Ledger-File
               At End
                   Set WS-Eof To True
               Not At End
                   If ALF-Sub-Id Not = Spaces
                       Move ALF-Sub-Id To WS-Snap-Key
                       Perform Get-Snapshot
                       If ALF-Period >= SNP-Allow-Period
                           Move ALF-Period To SNP-Allow-Period
                           Move ALF-Remaining To SNP-Allow-Left
                       End-If
                       Perform Put-Snapshot
                   End-If
           End-Read
           .

      * THE REGISTER IS APPENDED IN GENERATION ORDER - THE LAST ROW
      * FOR A SUBSCRIBER IS ITS LAST INVOICE.
       Fold-Invoice-Register.
           Move "N" To WS-Eof-Flag
           Open Input Invoice-Register-File
           If WS-Invreg-File-Status = "00"
               Perform Fold-One-Invoice Until WS-Eof
               Close Invoice-Register-File
           End-If
           .

       Fold-One-Invoice.
           Read Invoice-Register-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move IR-Subscriber-Id To WS-Snap-Key
                   Perform Get-Snapshot
                   Move IR-Invoice-No To SNP-Last-Invoice
                   Move IR-Amount To SNP-Last-Inv-Amount
                   Move IR-Period-End To SNP-Last-Inv-End
                   Perform Put-Snapshot
           End-Read
           .

      * STACKS ONE ITEM PER SUBSCRIBER AND FLUSHES EVERY 25 (THE
      * DYNAMODB BATCH-WRITE LIMIT) AND AT THE END.
       Publish-Snapshots.
           Perform Get-Configured-Region
           Move "telcosnap" To table-name
           Call "GETENVOP" Using WS-Table-Env-Name WS-Table-Env-Value
                WS-Table-Ge-Result
           If WS-Table-Ge-Result < 19
                   And WS-Table-Env-Value Not = Spaces
               Move WS-Table-Env-Value To table-name
           End-If
           Set string-key-type To True
           Set string-record-type To True
           Move Low-Values To SNW-Subscriber-Id
           Move "N" To WS-Eof-Flag
           Start Snapshot-Work-File Key Not < SNW-Subscriber-Id
               Invalid Key
                   Set WS-Eof To True
           End-Start
           Perform Publish-One-Snapshot Until WS-Eof
           If WS-Stacked-Count > Zero
               Perform Flush-Snapshot-Batch
           End-If
           .

       Publish-One-Snapshot.
           Read Snapshot-Work-File Next Record
               At End
                   Set WS-Eof To True
               Not At End
                   Move SNW-Snapshot To WS-Snapshot-Item
                   Move SNW-Subscriber-Id To WS-Snap-Key
                   Set stack-item-command To True
                   Perform Call-DynamoDB-With-Retry-Keyed
                   Add 1 To WS-Stacked-Count
                   If WS-Stacked-Count >= WS-Batch-Limit
                       Perform Flush-Snapshot-Batch
                   End-If
           End-Read
           .

       Flush-Snapshot-Batch.
           Set batch-write-command To True
           Perform Call-DynamoDB-With-Retry-No-Key
           Add WS-Stacked-Count To WS-Published-Count
           Move Zero To WS-Stacked-Count
           .

      * ISSUES A KEYED DYNAMODBOP CALL (STACK), RETRYING WITH BACKOFF
      * ON THROTTLING - SAME PATTERN AS TELCOREC.
       Call-DynamoDB-With-Retry-Keyed.
           Move Zero To WS-Retry-Count
           Perform Get-Max-Retries
           Perform Test After Until Not WS-Should-Retry
               Call "DYNAMODBOP" Using dynamoDB-request-area
                    WS-Snap-Key WS-Snapshot-Item WS-Op-Result
               Perform Check-Op-Result
           End-Perform
           .

       Call-DynamoDB-With-Retry-No-Key.
           Move Zero To WS-Retry-Count
           Perform Get-Max-Retries
           Perform Test After Until Not WS-Should-Retry
               Call "DYNAMODBOP" Using dynamoDB-request-area
                    WS-Op-Result
               Perform Check-Op-Result
           End-Perform
           .

       Get-Max-Retries.
           Call "GETENVOP" Using WS-Retry-Env-Name WS-Retry-Env-Value
                WS-Retry-Ge-Result
           If WS-Retry-Ge-Result < 19
                   And WS-Retry-Env-Value Not = Spaces
               Move WS-Retry-Env-Value To WS-Max-Retries
           End-If
           .

      * CHECK DYNAMODB OPERATION OUTCOME - SAME PATTERN AS
      * Checkdynamodb-op-result IN DynamoDB.cbl.
       Check-Op-Result.
           Move "N" To WS-Retry-Flag
           If WS-Op-Result Not = 0
               Move "TELCOSNP" To audit-log-program
               Move command To audit-log-operation
               Move WS-Op-Result To audit-log-result-code
               Perform Write-Audit-Record
           End-If
           Evaluate WS-Op-Result
               When 2
                   Display "EMPTY TABLE NAME."
               When 3
                   Display "UNSUPPORTED COMMAND."
               When 4
                   Display "UNSUPPORTED TYPE CONVERSION."
               When 18
                   Display "INVALID REGION."
               When 19
                   Perform Retry-Or-Abend-Throttle
               When 20
                   Move WS-Op-Result To WS-Op-Result-As-Str
                   Display WS-Op-Res-Displ
                   Perform Flush-Audit-Buffer
                   Call "FORCEABEND" Using WS-Op-Err-Msg
           End-Evaluate
           .

       Retry-Or-Abend-Throttle.
           If WS-Retry-Count < WS-Max-Retries
               Add 1 To WS-Retry-Count
               Display "DYNAMODB THROTTLED - RETRY " WS-Retry-Count
                       " OF " WS-Max-Retries
               Move WS-Retry-Count To WS-Backoff-Secs
               Call "C$SLEEP" Using WS-Backoff-Secs
               Set WS-Should-Retry To True
           Else
               Perform Try-Failover-Region
               If Not WS-Should-Retry
                   Move WS-Op-Result To WS-Op-Result-As-Str
                   Display WS-Op-Res-Displ
                   Perform Flush-Audit-Buffer
                   Call "FORCEABEND" Using WS-Op-Err-Msg
               End-If
           End-If
           .

      * THE RETRY BUDGET IS GONE - IF A SECONDARY REGION IS
      * CONFIGURED AND NOT YET TRIED, SWITCH TO IT FOR ONE MORE
      * ATTEMPT AND RECORD THE SWITCH IN THE AUDIT LOG.
       Try-Failover-Region.
           If Not WS-Failover-Used
               Call "GETENVOP" Using WS-Failover-Env-Name
                    WS-Failover-Region WS-Failover-Ge-Result
               If WS-Failover-Ge-Result < 19
                       And WS-Failover-Region Not = Spaces
                   Set WS-Failover-Used To True
                   Move WS-Failover-Region To aws-region
                   Display "RETRY BUDGET EXHAUSTED - FAILING OVER "
                           "TO REGION " WS-Failover-Region
                   Move "TELCOSNP" To audit-log-program
                   Move "FAILOVER" To audit-log-operation
                   Move WS-Op-Result To audit-log-result-code
                   Perform Write-Audit-Record
                   Set WS-Should-Retry To True
               End-If
           End-If
           .

       Get-Configured-Region.
           Call "GETENVOP" Using WS-Region-Env-Name
                WS-Region-Env-Value WS-Region-Ge-Result
           If WS-Region-Ge-Result < 19
                   And WS-Region-Env-Value Not = Spaces
               Move WS-Region-Env-Value To aws-region
           Else
               Move "eu-central-1" To aws-region
           End-If
           .

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

       End Program TELCOSNP.
