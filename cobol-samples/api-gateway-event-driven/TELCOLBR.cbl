      *  INVOICE NUMBER, AND POST THE REPAIRED PAYMENT TO THE ARITEMS
      *  LEDGER. EVERY REPAIR CARRIES A REQUIRED REASON AND IS LOGGED
      *  TO LBXRLOG AND THE SHARED AUDIT LOG; THE SUSPENSE FILE IS
      *  REWRITTEN WITHOUT THE REPAIRED ENTRIES ON EXIT. A REPAIRED
      *  PAYMENT THAT CLEARS A DUNNING SUSPENSION REINSTATES THE
      *  ACCOUNT THROUGH TELCORIN. A REPAIRED PAYMENT AGAINST AN
      *  INVOICE WRITTEN OFF AS BAD DEBT POSTS AS A "REC" RECOVERY.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
               Organization Is Sequential
               File Status Is WS-Suspense-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Repair-Log-File Assign To "LBXRLOG"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
       Working-Storage Section.

       01  WS-Suspense-File-Status  Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".
       01  WS-Written-Off-Flag      Pic X       Value "N".
         88  WS-Written-Off         Value "Y".

       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Reason-Code           Pic X(40)   Value Spaces.
       01  WS-Repairs-Posted        Pic 9(4)    Binary Value Zero.

      * SHARED REINSTATEMENT CALL AREA - SEE TELCORIN.
       01  WS-Rin-Program           Pic X(8)    Value "TELCOLBR".
       01  WS-Rin-Subscriber        Pic X(10).
       01  WS-Rin-Payment-Date      Pic 9(8).
       01  WS-Rin-Result            Pic 9(2)    Binary.
         88  WS-Rin-Reinstated      Value Zero.

       01  WS-Susp-Line.
           05  Pic X(7)  Value "ENTRY #".
           05  WS-Line-No-Out       Pic ZZZ9.
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOLBR".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.
               With Test After Until WS-Reason-Code Not = Spaces
           Perform Post-Repaired-Payment
           Perform Write-Repair-Log
           Perform Reinstate-Payer
           Move "Y" To WS-Susp-Repaired (WS-Susp-Sub)
           Add 1 To WS-Repairs-Posted
           Display "PAYMENT REPAIRED AND POSTED. REASON: "

      * THE REPAIRED PAYMENT POSTS AS A "PAY" TRANSACTION AGAINST
      * THE CORRECTED INVOICE (OR ON ACCOUNT WHEN NO INVOICE WAS
      * EVER CAPTURED) - AS A "REC" RECOVERY WHEN THAT INVOICE HAS
      * BEEN WRITTEN OFF.
       Post-Repaired-Payment.
           If WS-Susp-Invoice (WS-Susp-Sub) = Spaces
               Move Spaces To AR-Invoice-No
                   Delimited By Size Into AR-Invoice-No
               Move "CRD" To AR-Tran-Type
           Else
               Perform Check-Written-Off
               Move WS-Susp-Invoice (WS-Susp-Sub) To AR-Invoice-No
               If WS-Written-Off
                   Move "REC" To AR-Tran-Type
                   Display "INVOICE WAS WRITTEN OFF - POSTED AS A "
                           "BAD-DEBT RECOVERY."
               Else
                   Move "PAY" To AR-Tran-Type
               End-If
           End-If
           Move WS-Susp-Id (WS-Susp-Sub) To AR-Subscriber-Id
           Move WS-Susp-Date (WS-Susp-Sub) To AR-Tran-Date
           Move WS-Susp-Amount (WS-Susp-Sub) To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Open Extend Ar-Item-File
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Close Ar-Item-File
           .

      * LOOKS FOR A "WO" ROW AGAINST THE CORRECTED INVOICE.
       Check-Written-Off.
           Move "N" To WS-Written-Off-Flag
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
                   If AR-Invoice-No = WS-Susp-Invoice (WS-Susp-Sub)
                   And AR-Tran-Type = "WO "
                       Set WS-Written-Off To True
                   End-If
           End-Read
           .

      * THE LEDGER IS CLOSED AGAIN BY NOW, SO TELCORIN SEES THE
      * REPAIRED PAYMENT IN THE BALANCE.
       Reinstate-Payer.
           Move WS-Susp-Id (WS-Susp-Sub) To WS-Rin-Subscriber
           Move WS-Susp-Date (WS-Susp-Sub) To WS-Rin-Payment-Date
           Call "TELCORIN" Using WS-Rin-Program WS-Rin-Subscriber
                WS-Rin-Payment-Date WS-Rin-Result
           If WS-Rin-Reinstated
               Display "ACCOUNT " WS-Rin-Subscriber
                       " REINSTATED - SUSPENSION LIFTED."
           End-If
           .

       Write-Repair-Log.
           Move Function Current-Date To LRL-Timestamp
           Move WS-Run-Id To LRL-Run-Id
