       Identification Division.
       Program-ID. TELCOFRT.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  NEAR-REAL-TIME FRAUD RULES ON THE RATED-EVENT STREAM - A
      *  SECOND CONSUMER OF THE KINESIS STREAM TELCOBAT PUBLISHES TO
      *  (BESIDE TELCOKCN, WITH ITS OWN SEQUENCE CHECKPOINT) THAT
      *  KEEPS A SLIDING WINDOW OF EACH SUBSCRIBER'S RECENT EVENTS
      *  AND APPLIES THE VELOCITY RULES ON FRDRULES TO EVERY EVENT
      *  AS IT ARRIVES - PREMIUM/INTERNATIONAL CALL COUNT, SPEND,
      *  DISTINCT NUMBERS DIALED AND SIMULTANEOUS ROAMING PARTNERS.
      *  A BREACH OPENS A CASE ON FRDCASE FOR THE TELCOFCM CONSOLE,
      *  PAGES THROUGH TELCOALR AND, FOR A RULE MARKED AUTO-BLOCK,
      *  APPENDS A SUSPENDED ROW TO SUBSTAT - A STOLEN SIM IS STOPPED
      *  WHILE THE RUN IS STILL RATING IT, NOT AFTER TELCOFRD SCREENS
      *  THE FINISHED OUTPUT. THE WINDOWS ARE CARRIED ACROSS
      *  INVOCATIONS ON FRTSTATE; EXITS WHEN CAUGHT UP.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Fraud-Rule-File Assign To "FRDRULES"
               Organization Is Sequential
               File Status Is WS-Rule-File-Status.
      * THIS CONSUMER'S DURABLE SEQUENCE-NUMBER CHECKPOINT - SAME
      * LAST-RECORD-WINS CONVENTION AS TELCOKCN'S KINCKPT, KEPT APART
      * SO THE TWO CONSUMERS NEVER MOVE EACH OTHER'S POSITION.
           Select Checkpoint-File Assign To "FRTCKPT"
               Organization Is Sequential
               File Status Is WS-Ckp-File-Status.
      * THE OPEN WINDOWS AT THE END OF AN INVOCATION - ONE ROW PER
      * EVENT STILL INSIDE THE WIDEST RULE WINDOW, REWRITTEN WHOLE.
           Select Window-State-File Assign To "FRTSTATE"
               Organization Is Sequential
               File Status Is WS-State-File-Status.
           Select Fraud-Case-File Assign To "FRDCASE"
               Organization Is Sequential
               File Status Is WS-Case-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Status-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Fraud-Rule-File
           Recording Mode Is F.
       01  Fraud-Rule-Record.
               COPY FRDRULE.

       FD  Checkpoint-File
           Recording Mode Is F.
       01  Checkpoint-Record.
           05  CKP-Sequence-Number  Pic X(128).

       FD  Window-State-File
           Recording Mode Is F.
       01  Window-State-Record.
           05  FRS-Subscriber-Id    Pic X(10).
           05  FRS-Event-Min        Pic 9(9).
           05  FRS-Class            Pic X(1).
           05  FRS-Amount           Pic S9(7)V99.
           05  FRS-Number           Pic X(9).
           05  FRS-Partner          Pic X(4).

      * SAME LAYOUT TELCOFRD AND TELCOFCM WRITE.
       FD  Fraud-Case-File
           Recording Mode Is F.
       01  Fraud-Case-Record.
           05  FC-Subscriber-Id     Pic X(10).
           05  FC-Status            Pic X(1).
           05  FC-Timestamp         Pic X(26).
           05  FC-Reason            Pic X(40).
           05  FC-Operator          Pic X(8).

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT REPLACING LEADING ==SS-== BY ==SSF-==.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rule-File-Status      Pic X(2)    Value Spaces.
       01  WS-Ckp-File-Status       Pic X(2)    Value Spaces.
       01  WS-State-File-Status     Pic X(2)    Value Spaces.
       01  WS-Case-File-Status      Pic X(2)    Value Spaces.
       01  WS-Status-File-Status    Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".
       01  WS-Restart-Flag          Pic X       Value "N".
         88  WS-Restart-Found       Value "Y".
       01  WS-Caught-Up-Flag        Pic X       Value "N".
         88  WS-Caught-Up           Value "Y".

      * THE RULES, LOADED ONCE. WS-MAX-WINDOW IS THE WIDEST RULE
      * WINDOW - NO OLDER EVENT CAN MATTER TO ANY RULE.
       01  WS-Rule-Table.
           05  WS-Rule-Count        Pic 9(3)    Binary Value Zero.
           05  WS-Rule-Entry Occurs 50 Times.
               COPY FRDRULE REPLACING LEADING ==FRR-== BY ==WS-Rul-==.
       01  WS-Rule-Sub              Pic 9(3)    Binary.
       01  WS-Max-Window            Pic 9(4)    Binary Value Zero.

      * ONE SLIDING WINDOW PER SUBSCRIBER - A RING OF THE LAST 40
      * EVENTS, EACH STAMPED WITH ITS CALL TIME AS AN ABSOLUTE MINUTE
      * NUMBER (DAY NUMBER * 1440 + MINUTE OF DAY). WHEN THE TABLE IS
      * FULL THE SUBSCRIBER LEAST RECENTLY SEEN GIVES UP ITS SLOT.
       01  WS-Window-Table.
           05  WS-Win-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Win-Entry Occurs 2000 Times.
               10  WS-Win-Id        Pic X(10).
               10  WS-Win-Last-Min  Pic 9(9)    Binary.
               10  WS-Win-Used      Pic 9(3)    Binary.
               10  WS-Win-Next      Pic 9(3)    Binary.
               10  WS-Win-Blocked   Pic X(1).
               10  WS-Win-Event Occurs 40 Times.
                   15  WS-Wev-Min     Pic 9(9)    Binary.
                   15  WS-Wev-Class   Pic X(1).
                   15  WS-Wev-Amount  Pic S9(7)V99 Binary.
                   15  WS-Wev-Number  Pic X(9).
                   15  WS-Wev-Partner Pic X(4).
       01  WS-Win-Sub               Pic 9(5)    Binary.
       01  WS-Win-Oldest-Sub        Pic 9(5)    Binary.
       01  WS-Win-Found-Flag        Pic X       Value "N".
         88  WS-Win-Found           Value "Y".
       01  WS-Wev-Sub               Pic 9(3)    Binary.
       01  WS-Slot-Sub              Pic 9(3)    Binary.

      * THE EVENT BEING SCREENED, AS THE WINDOWS HOLD IT.
       01  WS-Event-Work.
           05  WS-Cur-Subscriber    Pic X(10).
           05  WS-Cur-Min           Pic 9(9)    Binary.
           05  WS-Cur-Class         Pic X(1).
           05  WS-Cur-Amount        Pic S9(7)V99 Binary.
           05  WS-Cur-Number        Pic X(9).
           05  WS-Cur-Partner       Pic X(4).

      * CLOCK WORK - THE STREAM CARRIES ONLY THE CALL'S HHMM, SO THE
      * DAY COMES FROM THE WALL CLOCK: A CALL TIME LATER THAN NOW
      * CANNOT BE TODAY'S AND IS TAKEN AS YESTERDAY'S.
       01  WS-Clock-Work.
           05  WS-Now-Stamp         Pic X(21).
           05  WS-Now-Date          Pic 9(8).
           05  WS-Now-Hhmm          Pic 9(4).
           05  WS-Now-Hhmm-X Redefines WS-Now-Hhmm.
               10  WS-Now-Hh        Pic 9(2).
               10  WS-Now-Mi        Pic 9(2).
           05  WS-Day-Base-Min      Pic 9(9)    Binary.
           05  WS-Now-Min           Pic 9(9)    Binary.
           05  WS-Oldest-Kept-Min   Pic 9(9)    Binary.
           05  WS-Call-Hhmm         Pic 9(4).
           05  WS-Call-Hhmm-X Redefines WS-Call-Hhmm.
               10  WS-Call-Hh       Pic 9(2).
               10  WS-Call-Mi       Pic 9(2).

      * ONE RULE'S MEASURE OVER THE WINDOW, AND THE DISTINCT VALUES
      * SEEN SO FAR FOR THE "N" AND "P" METRICS.
       01  WS-Measure               Pic S9(9)V99 Binary.
       01  WS-Window-Start-Min      Pic S9(9)   Binary.
       01  WS-Class-Hits            Pic 9(2)    Binary.
       01  WS-Distinct-Table.
           05  WS-Dst-Count         Pic 9(3)    Binary.
           05  WS-Dst-Value Occurs 40 Times Pic X(9).
       01  WS-Dst-Sub               Pic 9(3)    Binary.
       01  WS-Dst-Candidate         Pic X(9).
       01  WS-Dst-Found-Flag        Pic X       Value "N".
         88  WS-Dst-Found           Value "Y".

      * OPEN-CASE STATE PER ACCOUNT, FOLDED FROM FRDCASE AT STARTUP
      * (LAST ROW PER ACCOUNT WINS) - AN ACCOUNT WITH AN OPEN CASE
      * (NEW OR INVESTIGATING) IS NOT RE-PAGED ON EVERY EVENT.
       01  WS-Case-Table.
           05  WS-Cse-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Cse-Entry Occurs 1000 Times.
               10  WS-Cse-Id        Pic X(10).
               10  WS-Cse-Status    Pic X(1).
       01  WS-Cse-Sub               Pic 9(4)    Binary.
       01  WS-Cse-Found-Flag        Pic X       Value "N".
         88  WS-Cse-Found           Value "Y".

       01  WS-Run-Counters.
           05  WS-Drained-Count     Pic 9(9)    Binary Value Zero.
           05  WS-Screened-Count    Pic 9(9)    Binary Value Zero.
           05  WS-Breach-Count      Pic 9(7)    Binary Value Zero.
           05  WS-Suppressed-Count  Pic 9(7)    Binary Value Zero.
           05  WS-Blocked-Count     Pic 9(7)    Binary Value Zero.
           05  WS-State-Loaded      Pic 9(7)    Binary Value Zero.
           05  WS-State-Saved       Pic 9(7)    Binary Value Zero.

      * SAME LAYOUT KINESISOP EXPECTS - LOCAL COPY OF KinesisRQA.cpy
      * IN kinesis-sample WITH THE READ SUBSET A CONSUMER NEEDS
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
             88 iter-latest value 'LATEST'.
             88 iter-after-sequence value 'AFTER_SEQUENCE_NUMBER'.
           05 sequence-number PIC X(128) value spaces.
           05 start-timestamp PIC X(26) value spaces.
           05 end-timestamp PIC X(26) value spaces.
       01  kinesis-op-result        Pic 9(2)    Binary.
       01  kinesis-op-res-displ.
           05  kinesis-op-err-msg   Pic X(28)
               Value "ERROR ON KINESIS OPERATION: ".
           05  kinesis-op-resultAsStr Pic X(2).
       01  kinesis-data             Pic X(70).
      * THE RATED-EVENT PAYLOAD TELCOBAT STACKS - PARSED IN PLACE.
      * CLASS "R" IS THE REJECT PSEUDO-CLASS.
       01  kinesis-event-fields Redefines kinesis-data.
           05                       Pic X(4).
           05  evt-subscriber       Pic X(10).
           05                       Pic X(5).
           05  evt-class            Pic X(1).
           05                       Pic X(5).
           05  evt-output           Pic X(10).
           05                       Pic X(6).
           05  evt-currency         Pic X(3).
           05                       Pic X(3).
           05  evt-call-time        Pic X(4).
           05                       Pic X(3).
           05  evt-roam-partner     Pic X(4).
           05                       Pic X(3).
           05  evt-dialed           Pic X(9).

      * STREAM AND REGION FROM CONFIGURATION, FALLING BACK TO THE
      * SHOP DEFAULTS - THE SAME VARIABLES TELCOBAT PUBLISHES BY.
       01  WS-Stream-Env-Name       Pic X(32)
               Value "TELCO_EVENT_STREAM".
       01  WS-Stream-Env-Value      Pic X(80)   Value Spaces.
       01  WS-Region-Env-Name       Pic X(32)
               Value "KINESIS_AWS_REGION".
       01  WS-Region-Env-Value      Pic X(24)   Value Spaces.
       01  WS-Env-Ge-Result         Pic 9(2)    Binary.

      * SHARED ALERTING CALL AREA - SEE TELCOALR.
       01  WS-Alert-Severity        Pic X(4)    Value "CRIT".
       01  WS-Alert-Program         Pic X(8)    Value "TELCOFRT".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.
       01  WS-Page-Measure          Pic Z(6)9.99.
       01  WS-Page-Limit            Pic Z(6)9.99.
       01  WS-Page-Window           Pic 9(4).

      * SHARED CUSTOMER-NOTIFICATION CALL AREA - SEE TELCONTF.
       01  WS-Ntf-Event             Pic X(4)    Value "SUSP".
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOFRT".
       01  WS-Ntf-Detail            Pic X(60)
                                    Value "ACCOUNT SECURITY".
       01  WS-Ntf-Result            Pic 9(2)    Binary.

      * RUN-ID CORRELATING THIS CONSUMER'S AUDIT-LOG ENTRIES WITH THE
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
           Perform Load-Fraud-Rules
           If WS-Rule-Count = Zero
               Display "NO FRAUD RULES ON FRDRULES - STREAM NOT "
                       "SCREENED."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Perform Get-Config-From-Env
           Perform Set-Clock
           Perform Load-Fraud-Cases
           Perform Load-Window-State
           Perform Load-Sequence-Checkpoint
           If WS-Restart-Found
               Set iter-after-sequence To True
               Display "RESUMING AFTER CHECKPOINTED SEQUENCE NUMBER."
           Else
               Set iter-latest To True
               Display "NO CHECKPOINT - STARTING FROM THE LATEST "
                       "RECORD."
           End-If
           Open Extend Checkpoint-File
           If WS-Ckp-File-Status Not = "00"
               Open Output Checkpoint-File
           End-If
           Perform Drain-One-Record Until WS-Caught-Up
           Close Checkpoint-File
           Perform Save-Window-State
           Display "===== STREAM FRAUD RULES ====="
           Display "RULES LOADED.........: " WS-Rule-Count
           Display "EVENTS DRAINED.......: " WS-Drained-Count
           Display "EVENTS SCREENED......: " WS-Screened-Count
           Display "RULE BREACHES........: " WS-Breach-Count
           Display "OPEN CASE SUPPRESSED.: " WS-Suppressed-Count
           Display "ACCOUNTS BLOCKED.....: " WS-Blocked-Count
           Display "WINDOW EVENTS KEPT...: " WS-State-Saved
           Display "=============================="
           If WS-Breach-Count > Zero
               Move 4 To Return-Code
           End-If
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * A RULE WITH NO WINDOW OR NO THRESHOLD CAN NEVER MEAN ANYTHING
      * AND IS SKIPPED WITH A MESSAGE RATHER THAN FIRING ON EVERY
      * EVENT.
       Load-Fraud-Rules.
           Move "N" To WS-Eof-Flag
           Open Input Fraud-Rule-File
           If WS-Rule-File-Status = "00"
               Perform Load-One-Rule Until WS-Eof
               Close Fraud-Rule-File
           End-If
           .

       Load-One-Rule.
           Read Fraud-Rule-File
               At End
                   Set WS-Eof To True
               Not At End
                   If FRR-Window-Mins = Zero
                   Or FRR-Threshold = Zero
                   Or Not ( FRR-Metric-Count Or FRR-Metric-Spend
                            Or FRR-Metric-Numbers
                            Or FRR-Metric-Partners )
                       Display "FRAUD RULE " FRR-Rule-Id
                               " INCOMPLETE - SKIPPED."
                   Else
                       If WS-Rule-Count < 50
                           Add 1 To WS-Rule-Count
                           Move Fraud-Rule-Record
                               To WS-Rule-Entry (WS-Rule-Count)
                           If FRR-Window-Mins > WS-Max-Window
                               Move FRR-Window-Mins To WS-Max-Window
                           End-If
                       End-If
                   End-If
           End-Read
           .

      * ONE READ POSITIONED RIGHT AFTER THE LAST CONSUMED SEQUENCE
      * NUMBER - SAME DRAIN AS TELCOKCN. NO DATA MEANS CAUGHT UP.
       Drain-One-Record.
           Move Spaces To kinesis-data
           Set kin-read-command To True
           Call "KINESISOP" Using kinesis-request-area kinesis-data
               kinesis-op-result
           Perform Check-Kinesis-Op-Result
           If kinesis-op-result Not = 0
               Set WS-Caught-Up To True
           Else
               If kinesis-data = Spaces
                   Set WS-Caught-Up To True
               Else
                   Add 1 To WS-Drained-Count
                   Perform Screen-One-Event
                   Perform Persist-Sequence-Checkpoint
                   Set iter-after-sequence To True
               End-If
           End-If
           .

      * REJECTS, INBOUND ROAMERS ("*" ACCOUNTS) AND EVENTS WITH NO
      * SUBSCRIBER HAVE NO ACCOUNT TO PROTECT. AN EVENT PUBLISHED
      * BEFORE THE PAYLOAD CARRIED A CALL TIME IS TAKEN AS NOW.
       Screen-One-Event.
           If evt-class = "R"
           Or evt-subscriber = Spaces
           Or evt-subscriber (1:1) = "*"
               Exit Paragraph
           End-If
           Add 1 To WS-Screened-Count
           Perform Set-Clock
           Move evt-subscriber To WS-Cur-Subscriber
           Move evt-class To WS-Cur-Class
           Compute WS-Cur-Amount = Function Numval ( evt-output )
           Move evt-dialed To WS-Cur-Number
           Move evt-roam-partner To WS-Cur-Partner
           If evt-call-time Is Numeric
               Move evt-call-time To WS-Call-Hhmm
           Else
               Move WS-Now-Hhmm To WS-Call-Hhmm
               Move Spaces To WS-Cur-Number WS-Cur-Partner
           End-If
           Compute WS-Cur-Min = WS-Day-Base-Min
                   + WS-Call-Hh * 60 + WS-Call-Mi
           If WS-Call-Hhmm > WS-Now-Hhmm
               Subtract 1440 From WS-Cur-Min
           End-If
           Perform Find-Window-Entry
           Perform Add-Window-Event
           Perform Apply-One-Rule
               Varying WS-Rule-Sub From 1 By 1
               Until WS-Rule-Sub > WS-Rule-Count
           .

      * THE SUBSCRIBER'S WINDOW SLOT - FOUND, NEWLY TAKEN, OR, WITH
      * THE TABLE FULL, TAKEN OVER FROM THE SUBSCRIBER LEAST
      * RECENTLY SEEN.
       Find-Window-Entry.
           Move "N" To WS-Win-Found-Flag
           Perform Varying WS-Win-Sub From 1 By 1
                   Until WS-Win-Sub > WS-Win-Count
                   Or WS-Win-Found
               If WS-Win-Id (WS-Win-Sub) = WS-Cur-Subscriber
                   Set WS-Win-Found To True
               End-If
           End-Perform
           If WS-Win-Found
               Subtract 1 From WS-Win-Sub
               Exit Paragraph
           End-If
           If WS-Win-Count < 2000
               Add 1 To WS-Win-Count
               Move WS-Win-Count To WS-Win-Sub
           Else
               Move 1 To WS-Win-Oldest-Sub
               Perform Varying WS-Win-Sub From 2 By 1
                       Until WS-Win-Sub > WS-Win-Count
                   If WS-Win-Last-Min (WS-Win-Sub)
                           < WS-Win-Last-Min (WS-Win-Oldest-Sub)
                       Move WS-Win-Sub To WS-Win-Oldest-Sub
                   End-If
               End-Perform
               Move WS-Win-Oldest-Sub To WS-Win-Sub
           End-If
           Move WS-Cur-Subscriber To WS-Win-Id (WS-Win-Sub)
           Move Zero To WS-Win-Last-Min (WS-Win-Sub)
           Move Zero To WS-Win-Used (WS-Win-Sub)
           Move 1 To WS-Win-Next (WS-Win-Sub)
           Move "N" To WS-Win-Blocked (WS-Win-Sub)
           .

      * THE EVENT TAKES THE RING'S NEXT SLOT, OVERWRITING THE OLDEST
      * ONCE ALL 40 ARE IN USE.
       Add-Window-Event.
           Move WS-Win-Next (WS-Win-Sub) To WS-Slot-Sub
           Move WS-Cur-Min To WS-Wev-Min (WS-Win-Sub, WS-Slot-Sub)
           Move WS-Cur-Class To WS-Wev-Class (WS-Win-Sub, WS-Slot-Sub)
           Move WS-Cur-Amount
               To WS-Wev-Amount (WS-Win-Sub, WS-Slot-Sub)
           Move WS-Cur-Number
               To WS-Wev-Number (WS-Win-Sub, WS-Slot-Sub)
           Move WS-Cur-Partner
               To WS-Wev-Partner (WS-Win-Sub, WS-Slot-Sub)
           If WS-Win-Used (WS-Win-Sub) < 40
               Add 1 To WS-Win-Used (WS-Win-Sub)
           End-If
           If WS-Slot-Sub = 40
               Move 1 To WS-Win-Next (WS-Win-Sub)
           Else
               Add 1 To WS-Win-Next (WS-Win-Sub)
           End-If
           If WS-Cur-Min > WS-Win-Last-Min (WS-Win-Sub)
               Move WS-Cur-Min To WS-Win-Last-Min (WS-Win-Sub)
           End-If
           .

      * MEASURES ONE RULE OVER THE EVENTS WHOSE CALL TIME FALLS IN
      * THE RULE'S WINDOW ENDING AT THIS EVENT, AND RAISES A BREACH
      * WHEN THE MEASURE REACHES THE THRESHOLD. A RULE THE EVENT'S
      * OWN CLASS IS NOT COUNTED BY CANNOT HAVE MOVED, SO IT IS NOT
      * RE-MEASURED.
       Apply-One-Rule.
           If WS-Rul-Classes (WS-Rule-Sub) Not = Spaces
               Move Zero To WS-Class-Hits
               Inspect WS-Rul-Classes (WS-Rule-Sub)
                   Tallying WS-Class-Hits For All WS-Cur-Class
               If WS-Class-Hits = Zero
                   Exit Paragraph
               End-If
           End-If
           Compute WS-Window-Start-Min = WS-Cur-Min
                   - WS-Rul-Window-Mins (WS-Rule-Sub)
           Move Zero To WS-Measure
           Move Zero To WS-Dst-Count
           Perform Measure-One-Event
               Varying WS-Wev-Sub From 1 By 1
               Until WS-Wev-Sub > WS-Win-Used (WS-Win-Sub)
           If WS-Measure >= WS-Rul-Threshold (WS-Rule-Sub)
               Perform Raise-Breach
           End-If
           .

       Measure-One-Event.
           If WS-Wev-Min (WS-Win-Sub, WS-Wev-Sub)
                   Not > WS-Window-Start-Min
           Or WS-Wev-Min (WS-Win-Sub, WS-Wev-Sub) > WS-Cur-Min
               Exit Paragraph
           End-If
           If WS-Rul-Classes (WS-Rule-Sub) Not = Spaces
               Move Zero To WS-Class-Hits
               Inspect WS-Rul-Classes (WS-Rule-Sub)
                   Tallying WS-Class-Hits
                   For All WS-Wev-Class (WS-Win-Sub, WS-Wev-Sub)
               If WS-Class-Hits = Zero
                   Exit Paragraph
               End-If
           End-If
           Evaluate True
               When WS-Rul-Metric-Count (WS-Rule-Sub)
                   Add 1 To WS-Measure
               When WS-Rul-Metric-Spend (WS-Rule-Sub)
                   Add WS-Wev-Amount (WS-Win-Sub, WS-Wev-Sub)
                       To WS-Measure
               When WS-Rul-Metric-Numbers (WS-Rule-Sub)
                   If WS-Wev-Number (WS-Win-Sub, WS-Wev-Sub)
                           Not = Spaces
                   And WS-Wev-Number (WS-Win-Sub, WS-Wev-Sub)
                           Not = "000000000"
                       Move WS-Wev-Number (WS-Win-Sub, WS-Wev-Sub)
                           To WS-Dst-Candidate
                       Perform Note-Distinct-Value
                   End-If
               When WS-Rul-Metric-Partners (WS-Rule-Sub)
                   If WS-Wev-Partner (WS-Win-Sub, WS-Wev-Sub)
                           Not = Spaces
                       Move WS-Wev-Partner (WS-Win-Sub, WS-Wev-Sub)
                           To WS-Dst-Candidate
                       Perform Note-Distinct-Value
                   End-If
           End-Evaluate
           .

       Note-Distinct-Value.
           Move "N" To WS-Dst-Found-Flag
           Perform Varying WS-Dst-Sub From 1 By 1
                   Until WS-Dst-Sub > WS-Dst-Count
                   Or WS-Dst-Found
               If WS-Dst-Value (WS-Dst-Sub) = WS-Dst-Candidate
                   Set WS-Dst-Found To True
               End-If
           End-Perform
           If Not WS-Dst-Found
               Add 1 To WS-Dst-Count
               Move WS-Dst-Candidate To WS-Dst-Value (WS-Dst-Count)
               Add 1 To WS-Measure
           End-If
           .

      * A BREACH ON AN ACCOUNT ALREADY UNDER AN OPEN CASE IS NOT
      * RE-PAGED - SOMEBODY IS ALREADY ON IT. AN AUTO-BLOCK RULE
      * STILL SUSPENDS THE ACCOUNT (ONCE PER INVOCATION), SINCE A
      * CASE OPENED LAST NIGHT SAYS NOTHING ABOUT FRAUD RUNNING NOW.
       Raise-Breach.
           Add 1 To WS-Breach-Count
           Perform Check-Open-Case
           If WS-Cse-Found
               Add 1 To WS-Suppressed-Count
           Else
               Perform Open-Fraud-Case
               Perform Page-Rule-Breach
               Move "TELCOFRT" To audit-log-program
               Move "RULEHIT" To audit-log-operation
               Move Zero To audit-log-result-code
               Perform Write-Audit-Record
           End-If
           If WS-Rul-Blocks (WS-Rule-Sub)
           And WS-Win-Blocked (WS-Win-Sub) Not = "Y"
               Perform Suspend-Subscriber
           End-If
           .

       Check-Open-Case.
           Move "N" To WS-Cse-Found-Flag
           Perform Varying WS-Cse-Sub From 1 By 1
                   Until WS-Cse-Sub > WS-Cse-Count
                   Or WS-Cse-Found
               If WS-Cse-Id (WS-Cse-Sub) = WS-Cur-Subscriber
               And ( WS-Cse-Status (WS-Cse-Sub) = "N"
                     Or WS-Cse-Status (WS-Cse-Sub) = "I" )
                   Set WS-Cse-Found To True
               End-If
           End-Perform
           .

      * THE CASE OPENS STRAIGHT ONTO FRDCASE FOR THE TELCOFCM
      * CONSOLE, NAMING THE RULE THAT FIRED.
       Open-Fraud-Case.
           Move WS-Cur-Subscriber To FC-Subscriber-Id
           Move "N" To FC-Status
           Move Function Current-Date To FC-Timestamp
           Move Spaces To FC-Reason
           If WS-Rul-Blocks (WS-Rule-Sub)
               String "STREAM RULE " WS-Rul-Rule-Id (WS-Rule-Sub)
                      " BREACH - BLOCKED"
                      Delimited By Size Into FC-Reason
           Else
               String "STREAM RULE " WS-Rul-Rule-Id (WS-Rule-Sub)
                      " BREACH"
                      Delimited By Size Into FC-Reason
           End-If
           Move Spaces To FC-Operator
           Open Extend Fraud-Case-File
           If WS-Case-File-Status Not = "00"
               Open Output Fraud-Case-File
           End-If
           Write Fraud-Case-Record
           Close Fraud-Case-File
           If WS-Cse-Count < 1000
               Add 1 To WS-Cse-Count
               Move WS-Cur-Subscriber To WS-Cse-Id (WS-Cse-Count)
               Move "N" To WS-Cse-Status (WS-Cse-Count)
           End-If
           Display "FRAUD RULE " WS-Rul-Rule-Id (WS-Rule-Sub)
                   " BREACHED BY " WS-Cur-Subscriber " - CASE OPENED."
           .

       Page-Rule-Breach.
           Move WS-Measure To WS-Page-Measure
           Move WS-Rul-Threshold (WS-Rule-Sub) To WS-Page-Limit
           Move WS-Rul-Window-Mins (WS-Rule-Sub) To WS-Page-Window
           Move Spaces To WS-Alert-Message
           If WS-Rul-Blocks (WS-Rule-Sub)
               String "FRAUD RULE " WS-Rul-Rule-Id (WS-Rule-Sub)
                      " SUB " WS-Cur-Subscriber
                      " AT " WS-Page-Measure "/" WS-Page-Limit
                      " IN " WS-Page-Window "M BLOCKED"
                      Delimited By Size Into WS-Alert-Message
           Else
               String "FRAUD RULE " WS-Rul-Rule-Id (WS-Rule-Sub)
                      " SUB " WS-Cur-Subscriber
                      " AT " WS-Page-Measure "/" WS-Page-Limit
                      " IN " WS-Page-Window "M"
                      Delimited By Size Into WS-Alert-Message
           End-If
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message
                WS-Alert-Op-Result
           .

      * SAME SUSPENDED ROW TELCOFCM APPENDS ON CONFIRMED FRAUD, UNDER
      * THIS PROGRAM'S NAME - NOT A DUNNING SUSPENSION, SO A PAYMENT
      * NEVER LIFTS IT (SEE TELCORIN).
       Suspend-Subscriber.
           Move WS-Cur-Subscriber To SSF-Subscriber-Id
           Move "S" To SSF-Status
           Move WS-Now-Date To SSF-Effective-Date
           Move "TELCOFRT" To SSF-Source
           Open Extend Status-History-File
           If WS-Status-File-Status Not = "00"
               Open Output Status-History-File
           End-If
           Write Status-History-Record
           Close Status-History-File
           Move "Y" To WS-Win-Blocked (WS-Win-Sub)
           Add 1 To WS-Blocked-Count
           Display "SUBSCRIBER " WS-Cur-Subscriber
                   " SUSPENDED - FRAUD RULE "
                   WS-Rul-Rule-Id (WS-Rule-Sub) "."
           Move "TELCOFRT" To audit-log-program
           Move "AUTOBLCK" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Move WS-Cur-Subscriber To WS-Ntf-Subscriber
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

      * TODAY'S DAY NUMBER AND THE TIME NOW, IN MINUTES.
       Set-Clock.
           Move Function Current-Date To WS-Now-Stamp
           Move WS-Now-Stamp (1:8) To WS-Now-Date
           Move WS-Now-Stamp (9:4) To WS-Now-Hhmm
           Compute WS-Day-Base-Min
                   = Function Integer-Of-Date ( WS-Now-Date ) * 1440
           Compute WS-Now-Min = WS-Day-Base-Min
                   + WS-Now-Hh * 60 + WS-Now-Mi
           .

      * RELOADS THE WINDOWS THE LAST INVOCATION LEFT OPEN, DROPPING
      * ANY EVENT THAT HAS SINCE AGED OUT OF THE WIDEST RULE WINDOW.
       Load-Window-State.
           Compute WS-Oldest-Kept-Min = WS-Now-Min - WS-Max-Window
           Move "N" To WS-Eof-Flag
           Open Input Window-State-File
           If WS-State-File-Status = "00"
               Perform Load-One-Window-Event Until WS-Eof
               Close Window-State-File
           End-If
           .

       Load-One-Window-Event.
           Read Window-State-File
               At End
                   Set WS-Eof To True
               Not At End
                   If FRS-Event-Min Not < WS-Oldest-Kept-Min
                       Move FRS-Subscriber-Id To WS-Cur-Subscriber
                       Move FRS-Event-Min To WS-Cur-Min
                       Move FRS-Class To WS-Cur-Class
                       Move FRS-Amount To WS-Cur-Amount
                       Move FRS-Number To WS-Cur-Number
                       Move FRS-Partner To WS-Cur-Partner
                       Perform Find-Window-Entry
                       Perform Add-Window-Event
                       Add 1 To WS-State-Loaded
                   End-If
           End-Read
           .

      * REWRITES THE STATE FILE WITH EVERY EVENT STILL INSIDE THE
      * WIDEST RULE WINDOW.
       Save-Window-State.
           Perform Set-Clock
           Compute WS-Oldest-Kept-Min = WS-Now-Min - WS-Max-Window
           Open Output Window-State-File
           Perform Save-One-Window
               Varying WS-Win-Sub From 1 By 1
               Until WS-Win-Sub > WS-Win-Count
           Close Window-State-File
           .

       Save-One-Window.
           Perform Save-One-Window-Event
               Varying WS-Wev-Sub From 1 By 1
               Until WS-Wev-Sub > WS-Win-Used (WS-Win-Sub)
           .

       Save-One-Window-Event.
           If WS-Wev-Min (WS-Win-Sub, WS-Wev-Sub)
                   < WS-Oldest-Kept-Min
               Exit Paragraph
           End-If
           Move WS-Win-Id (WS-Win-Sub) To FRS-Subscriber-Id
           Move WS-Wev-Min (WS-Win-Sub, WS-Wev-Sub) To FRS-Event-Min
           Move WS-Wev-Class (WS-Win-Sub, WS-Wev-Sub) To FRS-Class
           Move WS-Wev-Amount (WS-Win-Sub, WS-Wev-Sub) To FRS-Amount
           Move WS-Wev-Number (WS-Win-Sub, WS-Wev-Sub) To FRS-Number
           Move WS-Wev-Partner (WS-Win-Sub, WS-Wev-Sub)
               To FRS-Partner
           Write Window-State-Record
           Add 1 To WS-State-Saved
           .

      * FOLD THE CASE FILE - LAST ROW PER ACCOUNT WINS.
       Load-Fraud-Cases.
           Move Zero To WS-Cse-Count
           Move "N" To WS-Eof-Flag
           Open Input Fraud-Case-File
           If WS-Case-File-Status = "00"
               Perform Read-One-Case Until WS-Eof
               Close Fraud-Case-File
           End-If
           .

       Read-One-Case.
           Read Fraud-Case-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move "N" To WS-Cse-Found-Flag
                   Perform Varying WS-Cse-Sub From 1 By 1
                           Until WS-Cse-Sub > WS-Cse-Count
                           Or WS-Cse-Found
                       If WS-Cse-Id (WS-Cse-Sub) = FC-Subscriber-Id
                           Set WS-Cse-Found To True
                           Move FC-Status
                               To WS-Cse-Status (WS-Cse-Sub)
                       End-If
                   End-Perform
                   If Not WS-Cse-Found
                   And WS-Cse-Count < 1000
                       Add 1 To WS-Cse-Count
                       Move FC-Subscriber-Id
                           To WS-Cse-Id (WS-Cse-Count)
                       Move FC-Status
                           To WS-Cse-Status (WS-Cse-Count)
                   End-If
           End-Read
           .

      * APPEND THE JUST-CONSUMED SEQUENCE NUMBER - SAME AT-MOST-ONE
      * RE-READ GUARANTEE AS TELCOKCN.
       Persist-Sequence-Checkpoint.
           Move sequence-number To CKP-Sequence-Number
           Write Checkpoint-Record
           .

       Load-Sequence-Checkpoint.
           Move "N" To WS-Eof-Flag
           Open Input Checkpoint-File
           If WS-Ckp-File-Status = "00"
               Perform Read-One-Checkpoint Until WS-Eof
               Close Checkpoint-File
           End-If
           .

       Read-One-Checkpoint.
           Read Checkpoint-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move CKP-Sequence-Number To sequence-number
                   Set WS-Restart-Found To True
           End-Read
           .

       Get-Config-From-Env.
           Call "GETENVOP" Using WS-Stream-Env-Name
                WS-Stream-Env-Value WS-Env-Ge-Result
           If WS-Env-Ge-Result < 19
                   And WS-Stream-Env-Value Not = Spaces
               Move WS-Stream-Env-Value To stream-name
           Else
               Move "newStream" To stream-name
           End-If
           Call "GETENVOP" Using WS-Region-Env-Name
                WS-Region-Env-Value WS-Env-Ge-Result
           If WS-Env-Ge-Result < 19
                   And WS-Region-Env-Value Not = Spaces
               Move WS-Region-Env-Value To kin-aws-region
           Else
               Move "eu-central-1" To kin-aws-region
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS CONSUMER'S AUDIT-LOG
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

      * A DRAIN TREATS ANY NON-ZERO RESULT AS END-OF-DRAIN AFTER
      * AUDITING IT - THE CHECKPOINT IS ALREADY DURABLE.
       Check-Kinesis-Op-Result.
           If kinesis-op-result Not = 0
               Move "TELCOFRT" To audit-log-program
               Move kin-command To audit-log-operation
               Move kinesis-op-result To audit-log-result-code
               Perform Write-Audit-Record
               Move kinesis-op-result To kinesis-op-resultAsStr
               Display kinesis-op-res-displ
           End-If
           .

       COPY OPAUDITW.

       End Program TELCOFRT.
