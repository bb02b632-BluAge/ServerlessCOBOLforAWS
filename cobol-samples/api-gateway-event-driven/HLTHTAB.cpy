      * HEALTH-SWEEP THRESHOLD ROW - ONE ROW PER THING TELCOHLT
      * LOOKS AT. HT-CHECK-TYPE "Q" IS AN SQS QUEUE'S CONSUMER (HT-
      * CONSUMER NAMES THE PROGRAM) - THE SQS CALLS IT AUDITED AS
      * FAILED ON OPAUDIT OVER THE LAST HT-WINDOW-MINS MINUTES, THE
      * QUEUE NAMED FOR THE REPORT BY THE VARIABLE IN HT-ENV-NAME;
      * "K" IS A KINESIS CONSUMER (HT-CONSUMER NAMES IT - TELCOKCN OR
      * TELCOFRT) ON THE STREAM IN HT-ENV-NAME, JUDGED BY THE RECORDS
      * WAITING PAST ITS CHECKPOINT; "D" IS THE DYNAMODB THROTTLE/
      * FAILOVER COUNT OFF OPAUDIT OVER THE LAST HT-WINDOW-MINS
      * MINUTES. HT-MAX-ERRORS IS THE FAILED-CALL LIMIT FOR A QUEUE
      * AND THE THROTTLE-RETRY LIMIT FOR DYNAMODB. A ZERO THRESHOLD
      * IS NOT CHECKED.
           10  HT-Check-Type      Pic X(1).
             88  HT-Queue-Check      Value "Q".
             88  HT-Stream-Check     Value "K".
             88  HT-Dynamo-Check     Value "D".
           10  HT-Env-Name        Pic X(32).
           10  HT-Consumer        Pic X(8).
           10  HT-Max-Behind      Pic 9(7).
           10  HT-Max-Errors      Pic 9(5).
           10  HT-Window-Mins     Pic 9(4).
