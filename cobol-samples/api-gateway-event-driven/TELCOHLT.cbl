       Identification Division.
       Program-ID. TELCOHLT.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  OVERNIGHT QUEUE, STREAM AND TABLE HEALTH SWEEP - WHERE
      *  TELCOPRE PROVES AT 18:00 THAT EVERYTHING EXISTS, THIS SWEEP
      *  IS SCHEDULED THROUGH THE NIGHT TO SAY WHETHER IT IS KEEPING
      *  UP. FOR EVERY ROW ON HLTHTAB IT REPORTS THE SQS CALLS A
      *  QUEUE'S CONSUMER HAS AUDITED AS FAILED ON OPAUDIT, HOW MANY
      *  RECORDS WAIT ON THE STREAM PAST A KINESIS CONSUMER'S
      *  CHECKPOINT (TELCOKCN'S KINCKPT, TELCOFRT'S FRTCKPT) - READ
      *  THE WAY THE CONSUMER ITSELF READS, WITHOUT MOVING IT - AND
      *  THE DYNAMODB THROTTLE RETRIES AND REGION FAILOVERS THE
      *  PIPELINE HAS AUDITED ON OPAUDIT. SQS OFFERS THE PIPELINE NO
      *  QUEUE-DEPTH CALL, AND RECEIVING TO COUNT WOULD HIDE MESSAGES
      *  FROM THEIR CONSUMERS, SO A QUEUE IS JUDGED BY ITS CONSUMER'S
      *  FAILURES. A THRESHOLD CROSSED (OR A PROBE THAT FAILS) PAGES
      *  THROUGH TELCOALR THE FIRST SWEEP IT HAPPENS, NOT EVERY SWEEP
      *  AFTER; EVERY SWEEP IS APPENDED TO HLTHHIST FOR THE MORNING
      *  HANDOVER.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Health-Table-File Assign To "HLTHTAB"
               Organization Is Sequential
               File Status Is WS-Table-File-Status.
           Select Health-History-File Assign To "HLTHHIST"
               Organization Is Sequential
               File Status Is WS-History-File-Status.
      * THE TWO STREAM CONSUMERS' SEQUENCE CHECKPOINTS - READ ONLY,
      * LAST RECORD WINS, NEVER WRITTEN HERE.
           Select Kcn-Checkpoint-File Assign To "KINCKPT"
               Organization Is Sequential
               File Status Is WS-Ckp-File-Status.
           Select Frt-Checkpoint-File Assign To "FRTCKPT"
               Organization Is Sequential
               File Status Is WS-Ckp-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential
               File Status Is WS-Audit-File-Status.

       Data Division.
       File Section.
       FD  Health-Table-File
           Recording Mode Is F.
       01  Health-Table-Record.
               COPY HLTHTAB.

       FD  Health-History-File
           Recording Mode Is F.
       01  Health-History-Record.
               COPY HLTHHIST.

       FD  Kcn-Checkpoint-File
           Recording Mode Is F.
       01  Kcn-Checkpoint-Record.
           05  KCK-Sequence-Number  Pic X(128).

       FD  Frt-Checkpoint-File
           Recording Mode Is F.
       01  Frt-Checkpoint-Record.
           05  FCK-Sequence-Number  Pic X(128).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Table-File-Status     Pic X(2)    Value Spaces.
       01  WS-History-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ckp-File-Status       Pic X(2)    Value Spaces.
       01  WS-Audit-File-Status     Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Check-Table.
           05  WS-Chk-Count         Pic 9(2)    Binary Value Zero.
           05  WS-Chk-Entry Occurs 40 Times.
               COPY HLTHTAB REPLACING LEADING ==HT-== BY ==WS-Chk-==.
       01  WS-Chk-Sub               Pic 9(2)    Binary.

      * THE LAST STATUS EACH RESOURCE WAS SWEPT AT, FOLDED FROM
      * HLTHHIST - A RESOURCE ALREADY IN BREACH IS NOT PAGED AGAIN.
       01  WS-Last-Table.
           05  WS-Lst-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Lst-Entry Occurs 200 Times.
               10  WS-Lst-Type      Pic X(1).
               10  WS-Lst-Resource  Pic X(40).
               10  WS-Lst-Status    Pic X(4).
       01  WS-Lst-Sub               Pic 9(3)    Binary.
       01  WS-Find-Type             Pic X(1).
       01  WS-Lst-Found-Flag        Pic X       Value "N".
         88  WS-Lst-Found           Value "Y".

      * ONE RESOURCE'S READINGS FOR THIS SWEEP.
       01  WS-Reading.
           05  WS-Rdg-Resource      Pic X(40).
           05  WS-Rdg-Status        Pic X(4).
           05  WS-Rdg-Behind        Pic 9(9)    Binary.
           05  WS-Rdg-Errors        Pic 9(7)    Binary.
           05  WS-Rdg-Failovers     Pic 9(7)    Binary.
           05  WS-Rdg-Breached      Pic X(4).

       01  WS-Sweep-Stamp           Pic X(14).
       01  WS-Sweep-Counts.
           05  WS-Checked-Count     Pic 9(3)    Binary Value Zero.
           05  WS-Breach-Count      Pic 9(3)    Binary Value Zero.
           05  WS-Unavail-Count     Pic 9(3)    Binary Value Zero.
           05  WS-Paged-Count       Pic 9(3)    Binary Value Zero.

      * CONFIGURATION - THE VARIABLE A ROW NAMES, AND THE REGION THE
      * STREAM LIVES IN.
       01  WS-Env-Value             Pic X(80).
       01  WS-Env-Ge-Result         Pic 9(2)    Binary.
       01  WS-Kin-Region-Env-Name   Pic X(32)
               Value "KINESIS_AWS_REGION".
       01  WS-Kin-Region            Pic X(24)   Value "eu-central-1".

      * OPAUDIT COUNTS - AUDIT ROWS NEWER THAN THE CUTOFF
      * (YYYYMMDDHHMM): A QUEUE CONSUMER'S FAILED SQS COMMANDS, OR
      * RESULT 19 AGAINST A DYNAMODB COMMAND AND FAILOVER ROWS.
       01  WS-Cutoff-Work.
           05  WS-Cutoff-Stamp      Pic X(12).
           05  WS-Cutoff-Date       Pic 9(8).
           05  WS-Cutoff-Total-Min  Pic S9(11)  Binary.
           05  WS-Cutoff-Day        Pic 9(9)    Binary.
           05  WS-Cutoff-Minute     Pic 9(4)    Binary.
           05  WS-Cutoff-Hhmm.
               10  WS-Cutoff-Hh     Pic 9(2).
               10  WS-Cutoff-Mi     Pic 9(2).
           05  WS-Now-Date          Pic 9(8).
           05  WS-Now-Hh            Pic 9(2).
           05  WS-Now-Mi            Pic 9(2).

      * SAME LAYOUT KINESISOP EXPECTS - LOCAL COPY OF KinesisRQA.cpy
      * IN kinesis-sample WITH THE READ SUBSET A SWEEP NEEDS
      * (TELCOPRE CONVENTION).
       01  kinesis-request-area.
           05 kin-command PIC X(7).
             88 kin-read-command value 'READ'.
           05 kin-aws-region PIC X(24).
           05 stream-name PIC X(255).
           05 shard-count PIC 9(3) COMP-5 value 1.
           05 partition-key PIC X(255) value 'default'.
           05 retention-period-hours PIC 9(4) COMP-5 value 24.
           05 sse-enabled-flag PIC X(1) value 'N'.
           05 iterator-type PIC X(20) value 'LATEST'.
             88 iter-after-sequence value 'AFTER_SEQUENCE_NUMBER'.
           05 sequence-number PIC X(128) value spaces.
           05 start-timestamp PIC X(26) value spaces.
           05 end-timestamp PIC X(26) value spaces.
       01  kinesis-data             Pic X(70).
       01  kinesis-op-result        Pic 9(2)    Binary.
       01  WS-Ckp-Sequence          Pic X(128).
      * THE RECORDS-BEHIND COUNT STOPS ONE PAST THE ROW'S LIMIT (OR
      * AT WS-BEHIND-CAP WITH NO LIMIT) - ENOUGH TO JUDGE A BREACH
      * WITHOUT WALKING A WHOLE BACKLOG EVERY SWEEP.
       01  WS-Behind-Cap            Pic 9(9)    Binary Value 9999.
       01  WS-Behind-Limit          Pic 9(9)    Binary.
       01  WS-Caught-Up-Flag        Pic X       Value "N".
         88  WS-Caught-Up           Value "Y".

      * SHARED ALERTING CALL AREA - SEE TELCOALR.
       01  WS-Alert-Severity        Pic X(4)    Value "CRIT".
       01  WS-Alert-Program         Pic X(8)    Value "TELCOHLT".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.
       01  WS-Page-Value-1          Pic 9(7).
       01  WS-Page-Value-2          Pic 9(7).

       01  WS-Sweep-Line.
           05  WS-Line-Type         Pic X(2).
           05  WS-Line-Resource     Pic X(32).
           05  Pic X(1)  Value Space.
           05  WS-Line-Status       Pic X(5).
           05  Pic X(7)  Value " BEHIND".
           05  WS-Line-Behind       Pic ZZZZZZ9.
           05  Pic X(4)  Value " ERR".
           05  WS-Line-Errors       Pic ZZZZ9.
           05  Pic X(1)  Value "/".
           05  WS-Line-Failovers    Pic ZZ9.

      * RUN-ID CORRELATING THIS SWEEP'S AUDIT-LOG ENTRIES WITH THE
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
           Perform Load-Health-Table
           If WS-Chk-Count = Zero
               Display "NO ROWS ON HLTHTAB - NOTHING TO SWEEP."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Perform Get-Region
           Move Function Current-Date (1:14) To WS-Sweep-Stamp
           Perform Load-Last-Statuses
           Display "===== QUEUE / STREAM / TABLE HEALTH SWEEP "
                   WS-Sweep-Stamp " ====="
           Open Extend Health-History-File
           If WS-History-File-Status Not = "00"
               Open Output Health-History-File
           End-If
           Perform Check-One-Resource
               Varying WS-Chk-Sub From 1 By 1
               Until WS-Chk-Sub > WS-Chk-Count
           Close Health-History-File
           Display "RESOURCES SWEPT: " WS-Checked-Count
                   "  BREACHED: " WS-Breach-Count
                   "  UNAVAILABLE: " WS-Unavail-Count
                   "  PAGED: " WS-Paged-Count
           If WS-Breach-Count > Zero Or WS-Unavail-Count > Zero
               Move 4 To Return-Code
           End-If
           Perform Flush-Audit-Buffer
           Goback
           .

       Load-Health-Table.
           Move "N" To WS-Eof-Flag
           Open Input Health-Table-File
           If WS-Table-File-Status = "00"
               Perform Load-One-Check Until WS-Eof
               Close Health-Table-File
           End-If
           .

       Load-One-Check.
           Read Health-Table-File
               At End
                   Set WS-Eof To True
               Not At End
                   If WS-Chk-Count < 40
                       Add 1 To WS-Chk-Count
                       Move Health-Table-Record
                           To WS-Chk-Entry (WS-Chk-Count)
                   End-If
           End-Read
           .

       Load-Last-Statuses.
           Move "N" To WS-Eof-Flag
           Open Input Health-History-File
           If WS-History-File-Status = "00"
               Perform Load-One-Last-Status Until WS-Eof
               Close Health-History-File
           End-If
           .

       Load-One-Last-Status.
           Read Health-History-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move HH-Check-Type To WS-Find-Type
                   Move HH-Resource To WS-Rdg-Resource
                   Perform Find-Last-Status
                   If WS-Lst-Found
                       Move HH-Status To WS-Lst-Status (WS-Lst-Sub)
                   Else
                       If WS-Lst-Count < 200
                           Add 1 To WS-Lst-Count
                           Move HH-Check-Type
                               To WS-Lst-Type (WS-Lst-Count)
                           Move HH-Resource
                               To WS-Lst-Resource (WS-Lst-Count)
                           Move HH-Status
                               To WS-Lst-Status (WS-Lst-Count)
                       End-If
                   End-If
           End-Read
           .

      * LOOKS UP THE RESOURCE IN WS-RDG-RESOURCE UNDER THE CHECK TYPE
      * IN WS-FIND-TYPE.
       Find-Last-Status.
           Move "N" To WS-Lst-Found-Flag
           Perform Varying WS-Lst-Sub From 1 By 1
                   Until WS-Lst-Sub > WS-Lst-Count
                   Or WS-Lst-Found
               If WS-Lst-Type (WS-Lst-Sub) = WS-Find-Type
               And WS-Lst-Resource (WS-Lst-Sub) = WS-Rdg-Resource
                   Set WS-Lst-Found To True
               End-If
           End-Perform
           If WS-Lst-Found
               Subtract 1 From WS-Lst-Sub
           End-If
           .

      * ONE ROW OF HLTHTAB - READ THE RESOURCE, JUDGE IT AGAINST ITS
      * THRESHOLDS, LOG IT, AND PAGE A FRESH BREACH.
       Check-One-Resource.
           Initialize WS-Reading
           Move "OK" To WS-Rdg-Status
           Evaluate True
               When WS-Chk-Queue-Check (WS-Chk-Sub)
                   Perform Check-Queue-Consumer
               When WS-Chk-Stream-Check (WS-Chk-Sub)
                   Perform Check-Consumer-Lag
               When WS-Chk-Dynamo-Check (WS-Chk-Sub)
                   Perform Check-DynamoDB-Throttles
               When Other
                   Display "HLTHTAB ROW " WS-Chk-Sub
                           " HAS AN UNKNOWN CHECK TYPE - SKIPPED."
                   Exit Paragraph
           End-Evaluate
           Add 1 To WS-Checked-Count
           If WS-Rdg-Breached Not = Spaces
               Move "BRCH" To WS-Rdg-Status
           End-If
           Evaluate WS-Rdg-Status
               When "BRCH"
                   Add 1 To WS-Breach-Count
               When "UNAV"
                   Add 1 To WS-Unavail-Count
           End-Evaluate
           Perform Write-History-Row
           Perform Display-Sweep-Line
           If WS-Rdg-Status = "BRCH" Or WS-Rdg-Status = "UNAV"
               Perform Page-If-Fresh
           End-If
           .

      * A QUEUE'S CONSUMER AUDITS EVERY SQS CALL THAT FAILS ON IT
      * (AN EMPTY RECEIVE IS NOT A FAILURE) UNDER ITS OWN PROGRAM
      * NAME - THE FAILED CALLS OVER THE ROW'S WINDOW SAY WHETHER THE
      * QUEUE IS BEING SERVED.
       Check-Queue-Consumer.
           Perform Get-Row-Variable
           If WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-Rdg-Resource
           Else
               Move WS-Chk-Consumer (WS-Chk-Sub) To WS-Rdg-Resource
           End-If
           If WS-Chk-Consumer (WS-Chk-Sub) = Spaces
               Move WS-Chk-Env-Name (WS-Chk-Sub) To WS-Rdg-Resource
               Move "UNST" To WS-Rdg-Status
               Exit Paragraph
           End-If
           Perform Compute-Audit-Cutoff
           Move "N" To WS-Eof-Flag
           Open Input Audit-Log-File
           If WS-Audit-File-Status = "00"
               Perform Count-One-Sqs-Failure Until WS-Eof
               Close Audit-Log-File
           End-If
           If WS-Chk-Max-Errors (WS-Chk-Sub) > Zero
           And WS-Rdg-Errors > WS-Chk-Max-Errors (WS-Chk-Sub)
               Move "E" To WS-Rdg-Breached (2:1)
           End-If
           .

       Count-One-Sqs-Failure.
           Read Audit-Log-File
               At End
                   Set WS-Eof To True
               Not At End
                   If audit-log-timestamp (1:12) Not < WS-Cutoff-Stamp
                   And audit-log-program = WS-Chk-Consumer (WS-Chk-Sub)
                   And audit-log-result-code Not = Zero
                   And ( audit-log-operation = "SENDS"
                      Or audit-log-operation = "SENDM"
                      Or audit-log-operation = "RECVM"
                      Or audit-log-operation = "PULLS"
                      Or audit-log-operation = "DELS"
                      Or audit-log-operation = "DELM"
                      Or audit-log-operation = "STACKS" )
                       Add 1 To WS-Rdg-Errors
                   End-If
           End-Read
           .

      * READS ON FROM THE CONSUMER'S CHECKPOINT THE WAY THE CONSUMER
      * ITSELF DOES - EACH READ HANDS BACK THE NEXT RECORD AND ITS
      * SEQUENCE NUMBER, AND NO DATA ONCE THE STREAM TIP IS REACHED.
      * THE CHECKPOINT FILE IS ONLY READ, SO THE CONSUMER'S POSITION
      * DOES NOT MOVE.
       Check-Consumer-Lag.
           Perform Get-Row-Variable
           Move Spaces To WS-Rdg-Resource
           String WS-Chk-Consumer (WS-Chk-Sub) Delimited By Space
                  " ON " Delimited By Size
                  WS-Env-Value Delimited By Space
                  Into WS-Rdg-Resource
           If WS-Env-Value = Spaces
               Move "UNST" To WS-Rdg-Status
               Exit Paragraph
           End-If
           Move Spaces To WS-Ckp-Sequence
           Perform Load-Consumer-Checkpoint
           If WS-Ckp-Sequence = Spaces
               Move "UNST" To WS-Rdg-Status
               Exit Paragraph
           End-If
           If WS-Chk-Max-Behind (WS-Chk-Sub) > Zero
               Compute WS-Behind-Limit =
                       WS-Chk-Max-Behind (WS-Chk-Sub) + 1
           Else
               Move WS-Behind-Cap To WS-Behind-Limit
           End-If
           Move WS-Env-Value To stream-name
           Move WS-Kin-Region To kin-aws-region
           Move WS-Ckp-Sequence To sequence-number
           Set iter-after-sequence To True
           Set kin-read-command To True
           Move "N" To WS-Caught-Up-Flag
           Perform Read-Past-Checkpoint
               Until WS-Caught-Up
               Or WS-Rdg-Behind Not < WS-Behind-Limit
           If WS-Rdg-Status = "UNAV"
               Exit Paragraph
           End-If
           If WS-Chk-Max-Behind (WS-Chk-Sub) > Zero
           And WS-Rdg-Behind > WS-Chk-Max-Behind (WS-Chk-Sub)
               Move "B" To WS-Rdg-Breached (1:1)
           End-If
           .

       Read-Past-Checkpoint.
           Move Spaces To kinesis-data
           Call "KINESISOP" Using kinesis-request-area kinesis-data
               kinesis-op-result
           If kinesis-op-result Not = 0
               Move "UNAV" To WS-Rdg-Status
               Set WS-Caught-Up To True
               Move "TELCOHLT" To audit-log-program
               Move kin-command To audit-log-operation
               Move kinesis-op-result To audit-log-result-code
               Perform Write-Audit-Record
               Exit Paragraph
           End-If
           If kinesis-data = Spaces
               Set WS-Caught-Up To True
           Else
               Add 1 To WS-Rdg-Behind
           End-If
           .

       Load-Consumer-Checkpoint.
           Move "N" To WS-Eof-Flag
           Evaluate WS-Chk-Consumer (WS-Chk-Sub)
               When "TELCOFRT"
                   Open Input Frt-Checkpoint-File
                   If WS-Ckp-File-Status = "00"
                       Perform Read-Frt-Checkpoint Until WS-Eof
                       Close Frt-Checkpoint-File
                   End-If
               When Other
                   Open Input Kcn-Checkpoint-File
                   If WS-Ckp-File-Status = "00"
                       Perform Read-Kcn-Checkpoint Until WS-Eof
                       Close Kcn-Checkpoint-File
                   End-If
           End-Evaluate
           .

       Read-Kcn-Checkpoint.
           Read Kcn-Checkpoint-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move KCK-Sequence-Number To WS-Ckp-Sequence
           End-Read
           .

       Read-Frt-Checkpoint.
           Read Frt-Checkpoint-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move FCK-Sequence-Number To WS-Ckp-Sequence
           End-Read
           .

      * EVERY DYNAMODB CALLER AUDITS A THROTTLING-CLASS RESULT (19)
      * BEFORE IT BACKS OFF AND RETRIES, AND A "FAILOVER" ROW WHEN
      * ITS RETRIES RAN OUT AND IT SWITCHED REGION - SO THE AUDIT LOG
      * OVER THE ROW'S WINDOW IS THE THROTTLE HISTORY. ANY FAILOVER
      * IS A BREACH; RETRIES ONLY WHEN THERE ARE MORE THAN THE ROW
      * ALLOWS.
       Check-DynamoDB-Throttles.
           Move "DYNAMODB THROTTLING" To WS-Rdg-Resource
           Perform Compute-Audit-Cutoff
           Move "N" To WS-Eof-Flag
           Open Input Audit-Log-File
           If WS-Audit-File-Status = "00"
               Perform Count-One-Audit-Row Until WS-Eof
               Close Audit-Log-File
           End-If
           If WS-Chk-Max-Errors (WS-Chk-Sub) > Zero
           And WS-Rdg-Errors > WS-Chk-Max-Errors (WS-Chk-Sub)
               Move "E" To WS-Rdg-Breached (2:1)
           End-If
           If WS-Rdg-Failovers > Zero
               Move "F" To WS-Rdg-Breached (3:1)
           End-If
           .

       Count-One-Audit-Row.
           Read Audit-Log-File
               At End
                   Set WS-Eof To True
               Not At End
                   If audit-log-timestamp (1:12) Not < WS-Cutoff-Stamp
                       Evaluate True
                           When audit-log-operation = "FAILOVER"
                               Add 1 To WS-Rdg-Failovers
                           When audit-log-result-code = 19
                           And ( audit-log-operation = "STORE"
                              Or audit-log-operation = "READ"
                              Or audit-log-operation = "UPDATE"
                              Or audit-log-operation = "REMOVE"
                              Or audit-log-operation = "STORIA"
                              Or audit-log-operation = "CUPDAT"
                              Or audit-log-operation = "INCR"
                              Or audit-log-operation = "BWRITE"
                              Or audit-log-operation = "TCOMIT"
                              Or audit-log-operation = "BREAD"
                              Or audit-log-operation = "PULLI"
                              Or audit-log-operation = "QUERY" )
                               Add 1 To WS-Rdg-Errors
                       End-Evaluate
                   End-If
           End-Read
           .

      * THE START OF THE ROW'S WINDOW AS A YYYYMMDDHHMM STAMP,
      * COMPARABLE WITH THE FRONT OF AN AUDIT TIMESTAMP. NO WINDOW ON
      * THE ROW MEANS THE LAST HOUR.
       Compute-Audit-Cutoff.
           Move Function Current-Date (1:8) To WS-Now-Date
           Move Function Current-Date (9:2) To WS-Now-Hh
           Move Function Current-Date (11:2) To WS-Now-Mi
           If WS-Chk-Window-Mins (WS-Chk-Sub) = Zero
               Move 60 To WS-Chk-Window-Mins (WS-Chk-Sub)
           End-If
           Compute WS-Cutoff-Total-Min =
                   Function Integer-Of-Date ( WS-Now-Date ) * 1440
                   + WS-Now-Hh * 60 + WS-Now-Mi
                   - WS-Chk-Window-Mins (WS-Chk-Sub)
           Divide WS-Cutoff-Total-Min By 1440
               Giving WS-Cutoff-Day Remainder WS-Cutoff-Minute
           Compute WS-Cutoff-Date
                   = Function Date-Of-Integer ( WS-Cutoff-Day )
           Divide WS-Cutoff-Minute By 60
               Giving WS-Cutoff-Hh Remainder WS-Cutoff-Mi
           Move Spaces To WS-Cutoff-Stamp
           String WS-Cutoff-Date WS-Cutoff-Hhmm
               Delimited By Size Into WS-Cutoff-Stamp
           .

       Get-Row-Variable.
           Move Spaces To WS-Env-Value
           If WS-Chk-Env-Name (WS-Chk-Sub) = Spaces
               Exit Paragraph
           End-If
           Call "GETENVOP" Using WS-Chk-Env-Name (WS-Chk-Sub)
                WS-Env-Value WS-Env-Ge-Result
           If WS-Env-Ge-Result Not < 19
               Move Spaces To WS-Env-Value
           End-If
           .

       Write-History-Row.
           Move WS-Sweep-Stamp To HH-Sweep-Stamp
           Move WS-Chk-Check-Type (WS-Chk-Sub) To HH-Check-Type
           Move WS-Rdg-Resource To HH-Resource
           Move WS-Rdg-Status To HH-Status
           Move WS-Rdg-Behind To HH-Behind
           Move WS-Rdg-Errors To HH-Errors
           Move WS-Rdg-Failovers To HH-Failovers
           Move WS-Rdg-Breached To HH-Breached
           Write Health-History-Record
           .

       Display-Sweep-Line.
           Move WS-Chk-Check-Type (WS-Chk-Sub) To WS-Line-Type
           Move WS-Rdg-Resource To WS-Line-Resource
           Move WS-Rdg-Status To WS-Line-Status
           Move WS-Rdg-Behind To WS-Line-Behind
           Move WS-Rdg-Errors To WS-Line-Errors
           Move WS-Rdg-Failovers To WS-Line-Failovers
           Display WS-Sweep-Line
           .

      * PAGES ONLY WHEN THE RESOURCE'S PREVIOUS SWEEP WAS HEALTHY (OR
      * THERE WAS NONE) - A BACKLOG THAT LASTS ALL NIGHT PAGES ONCE.
       Page-If-Fresh.
           Move WS-Chk-Check-Type (WS-Chk-Sub) To WS-Find-Type
           Perform Find-Last-Status
           If WS-Lst-Found
           And ( WS-Lst-Status (WS-Lst-Sub) = "BRCH"
                 Or WS-Lst-Status (WS-Lst-Sub) = "UNAV" )
               Exit Paragraph
           End-If
           Move Spaces To WS-Alert-Message
           Evaluate True
               When WS-Rdg-Status = "UNAV"
                   String "HEALTH " WS-Rdg-Resource
                          Delimited By "  "
                          " UNAVAILABLE - PROBE FAILED"
                          Delimited By Size
                          Into WS-Alert-Message
               When WS-Chk-Dynamo-Check (WS-Chk-Sub)
                   Move WS-Rdg-Errors To WS-Page-Value-1
                   Move WS-Rdg-Failovers To WS-Page-Value-2
                   String "HEALTH " WS-Rdg-Resource
                          Delimited By "  "
                          " RETRIES " WS-Page-Value-1
                          " FAILOVERS " WS-Page-Value-2
                          Delimited By Size
                          Into WS-Alert-Message
               When WS-Chk-Stream-Check (WS-Chk-Sub)
                   Move WS-Rdg-Behind To WS-Page-Value-1
                   String "HEALTH " WS-Rdg-Resource
                          Delimited By "  "
                          " RECORDS BEHIND " WS-Page-Value-1
                          Delimited By Size
                          Into WS-Alert-Message
               When Other
                   Move WS-Rdg-Errors To WS-Page-Value-1
                   String "HEALTH " WS-Rdg-Resource
                          Delimited By "  "
                          " FAILED SQS CALLS " WS-Page-Value-1
                          Delimited By Size
                          Into WS-Alert-Message
           End-Evaluate
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message
                WS-Alert-Op-Result
           Add 1 To WS-Paged-Count
           Move "TELCOHLT" To audit-log-program
           Move "HLTHPAGE" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

       Get-Region.
           Move Spaces To WS-Env-Value
           Call "GETENVOP" Using WS-Kin-Region-Env-Name
                WS-Env-Value WS-Env-Ge-Result
           If WS-Env-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-Kin-Region
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS SWEEP'S AUDIT-LOG ENTRIES
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

       End Program TELCOHLT.
