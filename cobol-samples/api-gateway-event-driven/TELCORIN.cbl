       Identification Division.
       Program-ID. TELCORIN.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  SHARED REINSTATEMENT MODULE - CALLED BY THE PAYMENT POSTERS
      *  (TELCOLBX, TELCOLBR, TELCOPAY) FOR EACH ACCOUNT THEY HAVE
      *  JUST POSTED A PAYMENT TO, AFTER THE LEDGER IS CLOSED. AN
      *  ACCOUNT WHOSE STATUS IN FORCE IS A DUNNING SUSPENSION (AN
      *  "S" ROW APPENDED BY TELCOAGE - NOT A TELCOFCM FRAUD HOLD,
      *  NOT AN OPERATOR'S TELCOSCM CHANGE) AND WHOSE OPEN BALANCE IS
      *  NOW BELOW TELCO_REINSTATE_THRESHOLD GETS AN "A" ROW APPENDED
      *  TO SUBSTAT EFFECTIVE THE PAYMENT DATE, AN AUDIT ENTRY, AND A
      *  LINE ON THE REINLIST REINSTATEMENT LIST FOR THE MORNING.
      *  WITH NO THRESHOLD CONFIGURED THE BALANCE MUST BE CLEARED.
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
               File Status Is WS-Ar-File-Status.
           Select Reinstate-List-File Assign To "REINLIST"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT REPLACING LEADING ==SS-== BY ==SSF-==.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

      * ONE LINE PER ACCOUNT REINSTATED - WHO, WHEN, WHICH POSTING
      * PROGRAM'S PAYMENT LIFTED IT, AND THE BALANCE LEFT OPEN.
       FD  Reinstate-List-File
           Recording Mode Is F.
       01  Reinstate-List-Record.
           05  RIL-Timestamp        Pic X(26).
           05  RIL-Run-Id           Pic X(15).
           05  RIL-Program          Pic X(8).
           05  RIL-Subscriber-Id    Pic X(10).
           05  RIL-Effective-Date   Pic 9(8).
           05  RIL-Suspended-Date   Pic 9(8).
           05  RIL-Balance          Pic S9(9)V99.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Stat-Eof-Flag         Pic X       Value "N".
         88  WS-Stat-Eof            Value "Y".
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".

      * THE THRESHOLD, FETCHED ONCE PER LOADED INSTANCE - SAME
      * LOAD-ONCE STATE AS TELCOALR'S QUEUE CONFIGURATION.
       01  WS-Reinstate-Config.
           05  WS-Config-State      Pic X       Value "N".
             88  WS-Config-Loaded   Value "Y".
           05  WS-Threshold-Env-Name Pic X(32)
                   Value "TELCO_REINSTATE_THRESHOLD".
           05  WS-Threshold-Env-Value Pic X(32) Value Spaces.
           05  WS-Threshold-Ge-Result Pic 9(2)  Binary.
           05  WS-Reinstate-Threshold Pic S9(9)V99 Value 0.01.

      * THE SUBSCRIBER'S STATUS IN FORCE - THE LATEST EFFECTIVE DATE
      * WINS, A LATER ROW WINNING A TIE.
       01  WS-Latest-Status.
           05  WS-Latest-Found-Flag Pic X       Value "N".
             88  WS-Latest-Found    Value "Y".
           05  WS-Latest-Code       Pic X(1)    Value Space.
           05  WS-Latest-Date       Pic 9(8)    Value Zero.
           05  WS-Latest-Source     Pic X(8)    Value Spaces.
       01  WS-Account-Balance       Pic S9(11)V99 Binary.
       01  WS-Effective-Date        Pic 9(8).

      * RUN-ID CORRELATING THIS MODULE'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

       COPY OPAUDITB.

       Linkage Section.
      * THE POSTING PROGRAM, STAMPED ON THE "A" ROW AND THE LIST.
       01  Rin-Program-Link         Pic X(8).
       01  Rin-Subscriber-Link      Pic X(10).
       01  Rin-Payment-Date-Link    Pic 9(8).
      * 0 = REINSTATED. 4 = NOT UNDER A DUNNING SUSPENSION (ACTIVE,
      * DISCONNECTED, OR HELD FOR FRAUD OR BY AN OPERATOR). 8 = STILL
      * SUSPENDED - THE OPEN BALANCE IS NOT BELOW THE THRESHOLD.
       01  Rin-Result-Link          Pic 9(2)    Binary.

       Procedure Division Using Rin-Program-Link, Rin-Subscriber-Link,
               Rin-Payment-Date-Link, Rin-Result-Link.
       Mainline.
           Perform Get-Run-Id
           If Not WS-Config-Loaded
               Perform Load-Reinstate-Config
           End-If
           Perform Find-Status-In-Force
           If Not WS-Latest-Found
           Or WS-Latest-Code Not = "S"
           Or WS-Latest-Source Not = "TELCOAGE"
               Move 4 To Rin-Result-Link
               Goback
           End-If
           Perform Compute-Open-Balance
           If WS-Account-Balance Not < WS-Reinstate-Threshold
               Move 8 To Rin-Result-Link
               Goback
           End-If
           Perform Reinstate-Subscriber
           Move Zero To Rin-Result-Link
           Perform Flush-Audit-Buffer
           Goback
           .

       Load-Reinstate-Config.
           Set WS-Config-Loaded To True
           Call "GETENVOP" Using WS-Threshold-Env-Name
                WS-Threshold-Env-Value WS-Threshold-Ge-Result
           If WS-Threshold-Ge-Result < 19
                   And WS-Threshold-Env-Value Not = Spaces
               Compute WS-Reinstate-Threshold =
                       Function Numval ( WS-Threshold-Env-Value )
           End-If
           .

       Find-Status-In-Force.
           Move "N" To WS-Latest-Found-Flag
           Move Zero To WS-Latest-Date
           Move "N" To WS-Stat-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Read-One-Status Until WS-Stat-Eof
               Close Status-History-File
           End-If
           .

       Read-One-Status.
           Read Status-History-File
               At End
                   Set WS-Stat-Eof To True
               Not At End
                   If SSF-Subscriber-Id = Rin-Subscriber-Link
                   And SSF-Effective-Date >= WS-Latest-Date
                       Set WS-Latest-Found To True
                       Move SSF-Status To WS-Latest-Code
                       Move SSF-Effective-Date To WS-Latest-Date
                       Move SSF-Source To WS-Latest-Source
                   End-If
           End-Read
           .

      * WHAT THE ACCOUNT OWES AFTER THE POSTING - SAME FOLD AS THE
      * TELCOPAY BALANCE INQUIRY: INVOICES LESS EVERYTHING APPLIED,
      * A CREDIT ON ACCOUNT COUNTING AGAINST IT. A RECOVERY AGAINST
      * A WRITTEN-OFF INVOICE DOES NOT COUNT - THE WRITE-OFF ALREADY
      * CLOSED IT.
       Compute-Open-Balance.
           Move Zero To WS-Account-Balance
           Move "N" To WS-Ar-Eof-Flag
           Open Input Ar-Item-File
           If WS-Ar-File-Status = "00"
               Perform Read-One-Ar-Tran Until WS-Ar-Eof
               Close Ar-Item-File
           End-If
           .

       Read-One-Ar-Tran.
           Read Ar-Item-File
               At End
                   Set WS-Ar-Eof To True
               Not At End
                   If AR-Subscriber-Id = Rin-Subscriber-Link
                       Evaluate AR-Tran-Type
                           When "INV"
                               Add AR-Amount To WS-Account-Balance
                           When "REC"
                               Continue
                           When Other
                               Subtract AR-Amount
                                   From WS-Account-Balance
                       End-Evaluate
                   End-If
           End-Read
           .

      * THE "A" ROW TAKES EFFECT ON THE PAYMENT DATE - OR ON THE
      * SUSPENSION DATE ITSELF WHEN A LATE-POSTED PAYMENT PREDATES
      * IT, SO THE NEW ROW STILL WINS OVER THE SUSPENSION.
       Reinstate-Subscriber.
           Move Rin-Payment-Date-Link To WS-Effective-Date
           If WS-Effective-Date < WS-Latest-Date
               Move WS-Latest-Date To WS-Effective-Date
           End-If
           Move Rin-Subscriber-Link To SSF-Subscriber-Id
           Move "A" To SSF-Status
           Move WS-Effective-Date To SSF-Effective-Date
           Move Rin-Program-Link To SSF-Source
           Open Extend Status-History-File
           Write Status-History-Record
           Close Status-History-File
           Move Function Current-Date To RIL-Timestamp
           Move WS-Run-Id To RIL-Run-Id
           Move Rin-Program-Link To RIL-Program
           Move Rin-Subscriber-Link To RIL-Subscriber-Id
           Move WS-Effective-Date To RIL-Effective-Date
           Move WS-Latest-Date To RIL-Suspended-Date
           Move WS-Account-Balance To RIL-Balance
           Open Extend Reinstate-List-File
           Write Reinstate-List-Record
           Close Reinstate-List-File
           Move "TELCORIN" To audit-log-program
           Move "REINSTAT" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "SUBSCRIBER " Rin-Subscriber-Link
                   " REINSTATED AFTER PAYMENT."
           .

      * DERIVES THE RUN-ID CORRELATING THIS MODULE'S AUDIT-LOG
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

       End Program TELCORIN.
