       Identification Division.
       Program-ID. TELCORTN.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  RETURNED-PAYMENT (NSF) IMPORT - READS THE BANK'S RETURNS
      *  FILE (BANKRTN: BOUNCED CHEQUES AND DIRECT DEBITS) UNDER THE
      *  SAME HEADER/TRAILER DISCIPLINE TELCOLBX APPLIES TO LOCKBOX -
      *  THE DETAIL COUNT AND AMOUNT TOTAL MUST BALANCE TO THE
      *  TRAILER OR NOTHING POSTS. EACH RETURN IS MATCHED TO THE
      *  PAYMENT ROWS POSTED FOR THAT SUBSCRIBER ON THE ORIGINAL
      *  PAYMENT DATE (AND INVOICE, WHEN THE BANK CARRIED ONE) AND
      *  REVERSED WITH NEGATIVE ARITEMS ROWS - "RTN" AGAINST A "PAY"
      *  OR CREDIT ON ACCOUNT, A NEGATIVE "REC" AGAINST A BAD-DEBT
      *  RECOVERY - WHICH RE-OPENS WHAT THE PAYMENT HAD SETTLED. A
      *  RETURNED-PAYMENT FEE (TELCO_NSF_FEE, DEFAULT 25.00) IS
      *  STAGED ON CHGFILE AND EVERY RETURN LOGGED TO RTNLOG. RETURNS
      *  MATCHING NO POSTED PAYMENT GO TO THE RTNSUSP SUSPENSE FILE.
      *  AN ACCOUNT WITH TELCO_NSF_REPEAT_COUNT (DEFAULT 2) RETURNS
      *  INSIDE TELCO_NSF_WINDOW_DAYS (DEFAULT 183) IS LISTED ON THE
      *  RTNREPT REPORT SO COLLECTIONS CAN DEMAND CERTIFIED FUNDS.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Returns-File Assign To "BANKRTN"
               Organization Is Sequential
               File Status Is WS-Returns-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Return-Log-File Assign To "RTNLOG"
               Organization Is Sequential
               File Status Is WS-Rtnlog-File-Status.
           Select Return-Suspense-File Assign To "RTNSUSP"
               Organization Is Sequential.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential.
           Select Repeat-Report-File Assign To "RTNREPT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
      * THE BANK'S FILE CARRIES ONE "H" HEADER, "D" RETURN DETAILS,
      * AND ONE "T" TRAILER WITH THE DETAIL COUNT AND AMOUNT TOTAL.
       FD  Returns-File
           Recording Mode Is F.
       01  Returns-Record.
           05  BRT-Record-Type      Pic X(1).
             88  BRT-Header-Rec     Value "H".
             88  BRT-Detail-Rec     Value "D".
             88  BRT-Trailer-Rec    Value "T".
           05  BRT-Detail-Body.
               10  BRT-Subscriber-Id Pic X(10).
               10  BRT-Invoice-No    Pic X(19).
               10  BRT-Amount        Pic 9(9)V99.
               10  BRT-Payment-Date  Pic 9(8).
               10  BRT-Return-Date   Pic 9(8).
               10  BRT-Reason        Pic X(4).
           05  BRT-Header-Body Redefines BRT-Detail-Body.
               10  BRT-Hdr-Bank-Id   Pic X(10).
               10  BRT-Hdr-File-Date Pic 9(8).
               10                    Pic X(42).
           05  BRT-Trailer-Body Redefines BRT-Detail-Body.
               10  BRT-Trl-Count     Pic 9(9).
               10  BRT-Trl-Amount    Pic 9(11)V99.
               10                    Pic X(38).

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Return-Log-File
           Recording Mode Is F.
       01  Return-Log-Record.
               COPY RTNLOG.

       FD  Return-Suspense-File
           Recording Mode Is F.
       01  Return-Suspense-Record.
           05  RTS-Subscriber-Id    Pic X(10).
           05  RTS-Invoice-No       Pic X(19).
           05  RTS-Amount           Pic 9(9)V99.
           05  RTS-Payment-Date     Pic 9(8).
           05  RTS-Return-Date      Pic 9(8).
           05  RTS-Bank-Reason      Pic X(4).
           05  RTS-Reason           Pic X(12).

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
               COPY CHGREC.

       FD  Repeat-Report-File
           Recording Mode Is F.
       01  Repeat-Report-Line       Pic X(80).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Returns-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Rtnlog-File-Status    Pic X(2)    Value Spaces.
       01  WS-Rtn-Eof-Flag          Pic X       Value "N".
         88  WS-Rtn-Eof             Value "Y".
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".
       01  WS-Log-Eof-Flag          Pic X       Value "N".
         88  WS-Log-Eof             Value "Y".

      * HEADER/TRAILER BALANCING STATE.
       01  WS-Balance-Control.
           05  WS-Header-Seen-Flag  Pic X       Value "N".
             88  WS-Header-Seen     Value "Y".
           05  WS-Trailer-Seen-Flag Pic X       Value "N".
             88  WS-Trailer-Seen    Value "Y".
           05  WS-Detail-Count      Pic 9(9)    Binary Value Zero.
           05  WS-Amount-Total      Pic 9(11)V99 Value Zero.
           05  WS-Trl-Count         Pic 9(9)    Value Zero.
           05  WS-Trl-Amount        Pic 9(11)V99 Value Zero.
       01  WS-Imbalance-Msg         Pic X(33)
               Value "RETURNS HEADER/TRAILER IMBALANCE ".

      * FEE AND REPEAT-OFFENDER RULES (GETENVOP CONVENTION, WITH
      * SHOP DEFAULTS).
       01  WS-Return-Control.
           05  WS-Nsf-Fee           Pic S9(7)V99 Value 25.00.
           05  WS-Repeat-Count      Pic 9(3)    Value 2.
           05  WS-Window-Days       Pic 9(3)    Value 183.
           05  WS-Fee-Env-Name      Pic X(32)
                   Value "TELCO_NSF_FEE".
           05  WS-Repeat-Env-Name   Pic X(32)
                   Value "TELCO_NSF_REPEAT_COUNT".
           05  WS-Window-Env-Name   Pic X(32)
                   Value "TELCO_NSF_WINDOW_DAYS".
           05  WS-Rtn-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Rtn-Ge-Result     Pic 9(2)    Binary.
       01  WS-Today-Date            Pic 9(8).
       01  WS-Window-Start-Int      Pic S9(8)   Binary.
       01  WS-Return-Int            Pic 9(8)    Binary.

      * THE DAY'S RETURNS BUFFERED FOR THE POSTING PASS - NOTHING
      * POSTS UNTIL THE FILE BALANCES.
       01  WS-Return-Table.
           05  WS-Rtn-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Rtn-Entry Occurs 1000 Times.
               10  WS-Rtn-Id        Pic X(10).
               10  WS-Rtn-Invoice   Pic X(19).
               10  WS-Rtn-Amount    Pic 9(9)V99.
               10  WS-Rtn-Pay-Date  Pic 9(8).
               10  WS-Rtn-Date      Pic 9(8).
               10  WS-Rtn-Reason    Pic X(4).
               10  WS-Rtn-Matched   Pic X(1).
       01  WS-Rtn-Sub               Pic 9(4)    Binary.
       01  WS-Rtn-Found-Flag        Pic X       Value "N".
         88  WS-Rtn-Found           Value "Y".

      * THE PAYMENTS STILL STANDING FOR THE SUBSCRIBERS ON THE FILE,
      * ONE ENTRY PER INVOICE, PAYMENT DATE AND KIND - "P" FOR A
      * PAY OR CREDIT ON ACCOUNT NET OF ANY "RTN" ALREADY AGAINST
      * IT, "R" FOR A RECOVERY NET OF ANY NEGATIVE "REC".
       01  WS-Payment-Table.
           05  WS-Pmt-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Pmt-Entry Occurs 5000 Times.
               10  WS-Pmt-Invoice   Pic X(19).
               10  WS-Pmt-Id        Pic X(10).
               10  WS-Pmt-Date      Pic 9(8).
               10  WS-Pmt-Kind      Pic X(1).
               10  WS-Pmt-Net       Pic S9(9)V99 Binary.
       01  WS-Pmt-Sub               Pic 9(4)    Binary.
       01  WS-Pmt-Found-Flag        Pic X       Value "N".
         88  WS-Pmt-Found           Value "Y".
       01  WS-Fold-Kind             Pic X(1).
       01  WS-Standing-Total        Pic S9(11)V99 Binary.
       01  WS-Remaining-Return      Pic S9(9)V99 Binary.
       01  WS-Reverse-Amount        Pic S9(9)V99 Binary.

      * RETURN HISTORY FROM RTNLOG PLUS THIS RUN'S RETURNS.
       01  WS-History-Table.
           05  WS-His-Count         Pic 9(5)    Binary Value Zero.
           05  WS-His-Entry Occurs 5000 Times.
               10  WS-His-Id        Pic X(10).
               10  WS-His-Date      Pic 9(8).
       01  WS-His-Sub               Pic 9(5)    Binary.
       01  WS-His-In-Window         Pic 9(3)    Binary.
       01  WS-Listed-Table.
           05  WS-Lst-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Lst-Id Occurs 1000 Times Pic X(10).
       01  WS-Lst-Sub               Pic 9(4)    Binary.
       01  WS-Lst-Found-Flag        Pic X       Value "N".
         88  WS-Lst-Found           Value "Y".

       01  WS-Reversed-Count        Pic 9(4)    Binary Value Zero.
       01  WS-Unmatched-Count       Pic 9(4)    Binary Value Zero.
       01  WS-Fees-Staged           Pic 9(4)    Binary Value Zero.
       01  WS-Repeat-Listed         Pic 9(4)    Binary Value Zero.

       01  WS-Repeat-Line.
           05  Pic X(8)  Value "ACCOUNT ".
           05  WS-Rpt-Id-Out        Pic X(10).
           05  Pic X(2)  Value Spaces.
           05  WS-Rpt-Count-Out     Pic ZZ9.
           05  Pic X(16) Value " RETURNS IN LAST".
           05  WS-Rpt-Days-Out      Pic ZZZ9.
           05  Pic X(37)
                   Value " DAYS - CERTIFIED FUNDS REQUIRED".

      * RUN-ID CORRELATING THIS IMPORT'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCORTN".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Return-Rules
           Move Function Current-Date (1:8) To WS-Today-Date
           Compute WS-Window-Start-Int =
                   Function Integer-Of-Date ( WS-Today-Date )
                   - WS-Window-Days
           Open Input Returns-File
           If WS-Returns-File-Status Not = "00"
               Display "NO BANK RETURNS FILE TO IMPORT."
               Goback
           End-If
           Perform Read-Returns-Record
           Perform Take-One-Returns-Record Until WS-Rtn-Eof
           Close Returns-File
           Perform Balance-Returns-File
           Perform Load-Return-History
           Perform Load-Standing-Payments
           Open Extend Ar-Item-File
           Open Extend Return-Suspense-File
           Open Extend Charge-File
           Open Extend Return-Log-File
           Perform Post-One-Return
               Varying WS-Rtn-Sub From 1 By 1
               Until WS-Rtn-Sub > WS-Rtn-Count
           Close Return-Log-File
           Close Charge-File
           Close Return-Suspense-File
           Close Ar-Item-File
           Open Output Repeat-Report-File
           Perform Check-One-Repeat
               Varying WS-Rtn-Sub From 1 By 1
               Until WS-Rtn-Sub > WS-Rtn-Count
           Close Repeat-Report-File
           Display "RETURNS REVERSED......: " WS-Reversed-Count
           Display "RETURNS TO SUSPENSE...: " WS-Unmatched-Count
           Display "RETURN FEES STAGED....: " WS-Fees-Staged
           Display "REPEAT OFFENDERS......: " WS-Repeat-Listed
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Return-Rules.
           Call "GETENVOP" Using WS-Fee-Env-Name WS-Rtn-Env-Value
                WS-Rtn-Ge-Result
           If WS-Rtn-Ge-Result < 19 And WS-Rtn-Env-Value Not = Spaces
               Compute WS-Nsf-Fee =
                       Function Numval ( WS-Rtn-Env-Value )
           End-If
           Move Spaces To WS-Rtn-Env-Value
           Call "GETENVOP" Using WS-Repeat-Env-Name WS-Rtn-Env-Value
                WS-Rtn-Ge-Result
           If WS-Rtn-Ge-Result < 19 And WS-Rtn-Env-Value Not = Spaces
               Move WS-Rtn-Env-Value To WS-Repeat-Count
           End-If
           Move Spaces To WS-Rtn-Env-Value
           Call "GETENVOP" Using WS-Window-Env-Name WS-Rtn-Env-Value
                WS-Rtn-Ge-Result
           If WS-Rtn-Ge-Result < 19 And WS-Rtn-Env-Value Not = Spaces
               Move WS-Rtn-Env-Value To WS-Window-Days
           End-If
           .

       Read-Returns-Record.
           Read Returns-File
               At End Set WS-Rtn-Eof To True
           End-Read
           .

       Take-One-Returns-Record.
           Evaluate True
               When BRT-Header-Rec
                   Set WS-Header-Seen To True
                   Display "RETURNS HEADER - BANK "
                           BRT-Hdr-Bank-Id " FILE DATE "
                           BRT-Hdr-File-Date
               When BRT-Trailer-Rec
                   Set WS-Trailer-Seen To True
                   Move BRT-Trl-Count To WS-Trl-Count
                   Move BRT-Trl-Amount To WS-Trl-Amount
               When BRT-Detail-Rec
                   Add 1 To WS-Detail-Count
                   Add BRT-Amount To WS-Amount-Total
                   If WS-Rtn-Count < 1000
                       Add 1 To WS-Rtn-Count
                       Move BRT-Subscriber-Id
                           To WS-Rtn-Id (WS-Rtn-Count)
                       Move BRT-Invoice-No
                           To WS-Rtn-Invoice (WS-Rtn-Count)
                       Move BRT-Amount
                           To WS-Rtn-Amount (WS-Rtn-Count)
                       Move BRT-Payment-Date
                           To WS-Rtn-Pay-Date (WS-Rtn-Count)
                       Move BRT-Return-Date
                           To WS-Rtn-Date (WS-Rtn-Count)
                       Move BRT-Reason
                           To WS-Rtn-Reason (WS-Rtn-Count)
                       Move "N" To WS-Rtn-Matched (WS-Rtn-Count)
                   End-If
           End-Evaluate
           Perform Read-Returns-Record
           .

      * REFUSES TO POST A FILE WHOSE COUNT OR AMOUNT TOTAL DOESN'T
      * BALANCE TO THE TRAILER - SAME RULE AS THE LOCKBOX IMPORT.
       Balance-Returns-File.
           If Not WS-Header-Seen Or Not WS-Trailer-Seen
               Display "RETURNS FILE MISSING HEADER OR TRAILER - "
                       "REFUSING TO POST."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Imbalance-Msg
           End-If
           If WS-Detail-Count Not = WS-Trl-Count
           Or WS-Amount-Total Not = WS-Trl-Amount
               Display "RETURNS DETAILS DO NOT BALANCE TO TRAILER - "
                       "REFUSING TO POST."
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Imbalance-Msg
           End-If
           Display "RETURNS BALANCED TO TRAILER - RETURNS: "
                   WS-Trl-Count
           .

       Load-Return-History.
           Move Zero To WS-His-Count
           Move "N" To WS-Log-Eof-Flag
           Open Input Return-Log-File
           If WS-Rtnlog-File-Status = "00"
               Perform Read-One-Return-Log Until WS-Log-Eof
               Close Return-Log-File
           End-If
           .

       Read-One-Return-Log.
           Read Return-Log-File
               At End
                   Set WS-Log-Eof To True
               Not At End
                   If WS-His-Count < 5000
                       Add 1 To WS-His-Count
                       Move RTL-Subscriber-Id
                           To WS-His-Id (WS-His-Count)
                       Move RTL-Return-Date
                           To WS-His-Date (WS-His-Count)
                   End-If
           End-Read
           .

      * FOLDS THE LEDGER'S PAYMENT ROWS FOR THE SUBSCRIBERS ON THE
      * RETURNS FILE - EVERYTHING ELSE IS SKIPPED.
       Load-Standing-Payments.
           Move Zero To WS-Pmt-Count
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
                   Perform Fold-One-Payment
           End-Read
           .

      * A BANK PAYMENT IS A "PAY", A "REC", OR THE "CRD" THAT HELD AN
      * OVERPAYMENT ON ACCOUNT; CREDITS TELCOINV MOVES AROUND AT A
      * FINAL BILL ARE NOT MONEY THE BANK CAN RETURN.
       Fold-One-Payment.
           Evaluate True
               When AR-Tran-Type = "PAY" Or AR-Tran-Type = "RTN"
                   Move "P" To WS-Fold-Kind
               When AR-Tran-Type = "CRD"
                And AR-Invoice-No (1:4) = "CRD-"
                And AR-Amount > Zero
                   Move "P" To WS-Fold-Kind
               When AR-Tran-Type = "REC"
                   Move "R" To WS-Fold-Kind
               When Other
                   Exit Paragraph
           End-Evaluate
           Move "N" To WS-Rtn-Found-Flag
           Perform Varying WS-Rtn-Sub From 1 By 1
                   Until WS-Rtn-Sub > WS-Rtn-Count
                   Or WS-Rtn-Found
               If WS-Rtn-Id (WS-Rtn-Sub) = AR-Subscriber-Id
                   Set WS-Rtn-Found To True
               End-If
           End-Perform
           If Not WS-Rtn-Found
               Exit Paragraph
           End-If
           Move "N" To WS-Pmt-Found-Flag
           Perform Varying WS-Pmt-Sub From 1 By 1
                   Until WS-Pmt-Sub > WS-Pmt-Count
                   Or WS-Pmt-Found
               If WS-Pmt-Invoice (WS-Pmt-Sub) = AR-Invoice-No
               And WS-Pmt-Date (WS-Pmt-Sub) = AR-Tran-Date
               And WS-Pmt-Kind (WS-Pmt-Sub) = WS-Fold-Kind
                   Set WS-Pmt-Found To True
                   Subtract 1 From WS-Pmt-Sub
               End-If
           End-Perform
           If Not WS-Pmt-Found
               If WS-Pmt-Count < 5000
                   Add 1 To WS-Pmt-Count
                   Move WS-Pmt-Count To WS-Pmt-Sub
                   Move AR-Invoice-No To WS-Pmt-Invoice (WS-Pmt-Sub)
                   Move AR-Subscriber-Id To WS-Pmt-Id (WS-Pmt-Sub)
                   Move AR-Tran-Date To WS-Pmt-Date (WS-Pmt-Sub)
                   Move WS-Fold-Kind To WS-Pmt-Kind (WS-Pmt-Sub)
                   Move Zero To WS-Pmt-Net (WS-Pmt-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           Add AR-Amount To WS-Pmt-Net (WS-Pmt-Sub)
           .

      * MATCHES ONE RETURN: THE PAYMENTS STILL STANDING FOR ITS
      * SUBSCRIBER ON ITS ORIGINAL PAYMENT DATE (ON ITS INVOICE, WHEN
      * GIVEN) MUST COVER THE AMOUNT RETURNED, OR IT GOES TO
      * SUSPENSE FOR A PERSON TO LOOK AT.
       Post-One-Return.
           Move Zero To WS-Standing-Total
           Perform Add-One-Standing
               Varying WS-Pmt-Sub From 1 By 1
               Until WS-Pmt-Sub > WS-Pmt-Count
           If WS-Standing-Total = Zero
               Move "NO PAYMENT" To RTS-Reason
               Perform Write-Return-Suspense
               Exit Paragraph
           End-If
           If WS-Standing-Total < WS-Rtn-Amount (WS-Rtn-Sub)
               Move "OVER PAYMENT" To RTS-Reason
               Perform Write-Return-Suspense
               Exit Paragraph
           End-If
           Move WS-Rtn-Amount (WS-Rtn-Sub) To WS-Remaining-Return
           Perform Reverse-One-Payment
               Varying WS-Pmt-Sub From WS-Pmt-Count By -1
               Until WS-Pmt-Sub < 1
               Or WS-Remaining-Return Not > Zero
           Move "Y" To WS-Rtn-Matched (WS-Rtn-Sub)
           Perform Stage-Return-Fee
           Perform Write-Return-Log
           Add 1 To WS-Reversed-Count
           Move "TELCORTN" To audit-log-program
           Move "RETURN" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "PAYMENT RETURNED AND REVERSED - ACCOUNT "
                   WS-Rtn-Id (WS-Rtn-Sub) " REASON "
                   WS-Rtn-Reason (WS-Rtn-Sub)
           .

       Add-One-Standing.
           If WS-Pmt-Id (WS-Pmt-Sub) = WS-Rtn-Id (WS-Rtn-Sub)
           And WS-Pmt-Date (WS-Pmt-Sub) = WS-Rtn-Pay-Date (WS-Rtn-Sub)
           And ( WS-Rtn-Invoice (WS-Rtn-Sub) = Spaces
                 Or WS-Pmt-Invoice (WS-Pmt-Sub)
                     = WS-Rtn-Invoice (WS-Rtn-Sub) )
           And WS-Pmt-Net (WS-Pmt-Sub) > Zero
               Add WS-Pmt-Net (WS-Pmt-Sub) To WS-Standing-Total
           End-If
           .

      * ONE NEGATIVE ROW PER PAYMENT ROW REVERSED, DATED THE DAY THE
      * PAYMENT WAS MADE SO IT CANCELS EXACTLY WHAT THAT PAYMENT
      * COUNTED FOR - ARRANGEMENT INSTALMENTS INCLUDED. ROWS ARE
      * TAKEN LAST-POSTED FIRST, UNWINDING THE PAYMENT'S OWN
      * APPLICATION ORDER.
       Reverse-One-Payment.
           If WS-Pmt-Id (WS-Pmt-Sub) Not = WS-Rtn-Id (WS-Rtn-Sub)
           Or WS-Pmt-Date (WS-Pmt-Sub)
                   Not = WS-Rtn-Pay-Date (WS-Rtn-Sub)
           Or WS-Pmt-Net (WS-Pmt-Sub) Not > Zero
               Exit Paragraph
           End-If
           If WS-Rtn-Invoice (WS-Rtn-Sub) Not = Spaces
           And WS-Pmt-Invoice (WS-Pmt-Sub)
                   Not = WS-Rtn-Invoice (WS-Rtn-Sub)
               Exit Paragraph
           End-If
           If WS-Remaining-Return < WS-Pmt-Net (WS-Pmt-Sub)
               Move WS-Remaining-Return To WS-Reverse-Amount
           Else
               Move WS-Pmt-Net (WS-Pmt-Sub) To WS-Reverse-Amount
           End-If
           Move WS-Pmt-Invoice (WS-Pmt-Sub) To AR-Invoice-No
           Move WS-Pmt-Id (WS-Pmt-Sub) To AR-Subscriber-Id
           If WS-Pmt-Kind (WS-Pmt-Sub) = "R"
               Move "REC" To AR-Tran-Type
           Else
               Move "RTN" To AR-Tran-Type
           End-If
           Move WS-Pmt-Date (WS-Pmt-Sub) To AR-Tran-Date
           Compute AR-Amount = Zero - WS-Reverse-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           Subtract WS-Reverse-Amount From WS-Pmt-Net (WS-Pmt-Sub)
           Subtract WS-Reverse-Amount From WS-Remaining-Return
           .

       Stage-Return-Fee.
           If WS-Nsf-Fee Not > Zero
               Exit Paragraph
           End-If
           Move WS-Rtn-Id (WS-Rtn-Sub) To CHG-Subscriber-Id
           Move "RTNFEE" To CHG-Charge-Code
           Move Spaces To CHG-Description
           String "RETURNED PAYMENT " WS-Rtn-Pay-Date (WS-Rtn-Sub)
               Delimited By Size Into CHG-Description
           Move WS-Nsf-Fee To CHG-Amount
           Move WS-Rtn-Date (WS-Rtn-Sub) To CHG-Charge-Date
           Move "A" To CHG-Status
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company CHG-Charge-Date WS-Plk-Result
           Write Charge-Record
           Add 1 To WS-Fees-Staged
           .

       Write-Return-Log.
           Move Function Current-Date To RTL-Timestamp
           Move WS-Run-Id To RTL-Run-Id
           Move WS-Rtn-Id (WS-Rtn-Sub) To RTL-Subscriber-Id
           Move WS-Rtn-Invoice (WS-Rtn-Sub) To RTL-Invoice-No
           Move WS-Rtn-Pay-Date (WS-Rtn-Sub) To RTL-Payment-Date
           Move WS-Rtn-Date (WS-Rtn-Sub) To RTL-Return-Date
           Move WS-Rtn-Amount (WS-Rtn-Sub) To RTL-Amount
           Move WS-Rtn-Reason (WS-Rtn-Sub) To RTL-Reason
           Write Return-Log-Record
           If WS-His-Count < 5000
               Add 1 To WS-His-Count
               Move WS-Rtn-Id (WS-Rtn-Sub) To WS-His-Id (WS-His-Count)
               Move WS-Rtn-Date (WS-Rtn-Sub)
                   To WS-His-Date (WS-His-Count)
           End-If
           .

       Write-Return-Suspense.
           Add 1 To WS-Unmatched-Count
           Move WS-Rtn-Id (WS-Rtn-Sub) To RTS-Subscriber-Id
           Move WS-Rtn-Invoice (WS-Rtn-Sub) To RTS-Invoice-No
           Move WS-Rtn-Amount (WS-Rtn-Sub) To RTS-Amount
           Move WS-Rtn-Pay-Date (WS-Rtn-Sub) To RTS-Payment-Date
           Move WS-Rtn-Date (WS-Rtn-Sub) To RTS-Return-Date
           Move WS-Rtn-Reason (WS-Rtn-Sub) To RTS-Bank-Reason
           Write Return-Suspense-Record
           Display "UNMATCHED RETURN ROUTED TO SUSPENSE: "
                   WS-Rtn-Id (WS-Rtn-Sub) " " RTS-Reason
           Move "TELCORTN" To audit-log-program
           Move "UNMATCH" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           .

      * AN ACCOUNT RETURNED TODAY WITH TOO MANY RETURNS INSIDE THE
      * WINDOW IS LISTED ONCE, HOWEVER MANY OF THEM CAME IN TODAY.
       Check-One-Repeat.
           If WS-Rtn-Matched (WS-Rtn-Sub) Not = "Y"
               Exit Paragraph
           End-If
           Move "N" To WS-Lst-Found-Flag
           Perform Varying WS-Lst-Sub From 1 By 1
                   Until WS-Lst-Sub > WS-Lst-Count
                   Or WS-Lst-Found
               If WS-Lst-Id (WS-Lst-Sub) = WS-Rtn-Id (WS-Rtn-Sub)
                   Set WS-Lst-Found To True
               End-If
           End-Perform
           If WS-Lst-Found
               Exit Paragraph
           End-If
           Move Zero To WS-His-In-Window
           Perform Count-One-History
               Varying WS-His-Sub From 1 By 1
               Until WS-His-Sub > WS-His-Count
           If WS-His-In-Window < WS-Repeat-Count
               Exit Paragraph
           End-If
           If WS-Lst-Count < 1000
               Add 1 To WS-Lst-Count
               Move WS-Rtn-Id (WS-Rtn-Sub) To WS-Lst-Id (WS-Lst-Count)
           End-If
           Move WS-Rtn-Id (WS-Rtn-Sub) To WS-Rpt-Id-Out
           Move WS-His-In-Window To WS-Rpt-Count-Out
           Move WS-Window-Days To WS-Rpt-Days-Out
           Write Repeat-Report-Line From WS-Repeat-Line
           Add 1 To WS-Repeat-Listed
           .

       Count-One-History.
           If WS-His-Id (WS-His-Sub) Not = WS-Rtn-Id (WS-Rtn-Sub)
               Exit Paragraph
           End-If
           Compute WS-Return-Int = Function Integer-Of-Date
                   ( WS-His-Date (WS-His-Sub) )
           If WS-Return-Int > WS-Window-Start-Int
               Add 1 To WS-His-In-Window
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS IMPORT'S AUDIT-LOG
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

       End Program TELCORTN.
