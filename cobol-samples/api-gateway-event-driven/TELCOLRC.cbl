       Identification Division.
       Program-ID. TELCOLRC.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  LOYALTY POINTS REDEMPTION CONSOLE (DYNMAINT-STYLE MENUS) -
      *  SHOWS A SUBSCRIBER'S SPENDABLE POINTS AND THEIR LOYLEDG
      *  HISTORY, AND TURNS POINTS INTO MONEY OFF THE NEXT BILL AT
      *  TELCO_LOYALTY_POINT_VALUE (DEFAULT 0.01) A POINT: EITHER A
      *  BILL CREDIT QUEUED TO THE ADJUSTMENT STREAM (ADJFILE TYPE
      *  "LP", PRINTED AS A LOYALTY CREDIT) OR A FEE WAIVER STAGED ON
      *  CHGFILE AS A NEGATIVE "LOYWAIVE" CHARGE. EITHER WAY THE
      *  POINTS COME OFF THE LEDGER AS AN "RDM" ROW WITH THE OPERATOR
      *  AND REASON ON RECORD. SPENDABLE MEANS EARNED AND NOT YET
      *  USED OR EXPIRED, OLDEST EARNINGS USED FIRST - THE SAME RULE
      *  THE TELCOLOY RUN EXPIRES BY, SO POINTS PAST THEIR DATE CANNOT
      *  BE SPENT EVEN BEFORE THE RUN HAS TAKEN THEM OFF.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Points-Ledger-File Assign To "LOYLEDG"
               Organization Is Sequential
               File Status Is WS-Loyledg-File-Status.
           Select Adjustment-File Assign To "ADJFILE"
               Organization Is Sequential.
           Select Charge-File Assign To "CHGFILE"
               Organization Is Sequential
               File Status Is WS-Charge-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Points-Ledger-File
           Recording Mode Is F.
       01  Points-Ledger-Record.
               COPY LOYLEDG.

       FD  Adjustment-File
           Recording Mode Is F.
       01  Adjustment-Record.
           05  ADJO-InRec           Pic S9(15)      Packed-Decimal.
           05  ADJO-Call-Date       Pic 9(8).
           05  ADJO-Type            Pic X(2).
           05  ADJO-Orig-Amount     Pic S9(7)V99    Binary.
           05  ADJO-New-Amount      Pic S9(7)V99    Binary.
           05  ADJO-Adjust-Amount   Pic S9(7)V99    Binary.
           05  ADJO-Subscriber-Id   Pic X(10).
           05  ADJO-Jurisdiction    Pic X(4).
           05  ADJO-New-BTax        Pic S9(5)V99    Binary.
           05  ADJO-New-DTax        Pic S9(5)V99    Binary.
           05  ADJO-New-ITax        Pic S9(5)V99    Binary.
           05  ADJO-New-Jur-Tax     Pic S9(5)V99    Binary.
           05  ADJO-Post-Date       Pic 9(8).

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
               COPY CHGREC.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Loyledg-File-Status   Pic X(2)    Value Spaces.
       01  WS-Charge-File-Status    Pic X(2)    Value Spaces.
       01  WS-Led-Eof-Flag          Pic X       Value "N".
         88  WS-Led-Eof             Value "Y".

       01  WS-Continue-Flag         Pic X       Value "Y".
         88  Continue-Menu                      Value "Y".
       01  WS-Menu-Choice           Pic X(1)    Value Spaces.

      * WHAT ONE POINT IS WORTH - SAME SETTING AS THE TELCOLOY RUN.
       01  WS-Point-Value           Pic 9V9(4)  Value 0.01.
       01  WS-Value-Env-Name        Pic X(32)
               Value "TELCO_LOYALTY_POINT_VALUE".
       01  WS-Value-Env-Value       Pic X(32)   Value Spaces.
       01  WS-Value-Ge-Result       Pic 9(2)    Binary.

      * THE SUBSCRIBER'S LEDGER ROWS, IN FILE ORDER.
       01  WS-Ledger-Table.
           05  WS-Led-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Led-Entry Occurs 2000 Times.
               10  WS-Led-Type      Pic X(3).
               10  WS-Led-Date      Pic 9(8).
               10  WS-Led-Points    Pic S9(9)   Binary.
               10  WS-Led-Expiry    Pic 9(8).
               10  WS-Led-Reference Pic X(19).
       01  WS-Led-Sub               Pic 9(4)    Binary.
       01  WS-Led-Full-Flag         Pic X       Value "N".
         88  WS-Led-Full            Value "Y".

       01  WS-Today-Date            Pic 9(8).
       01  WS-Input-Sub-Id          Pic X(10)   Value Spaces.
       01  WS-Input-Points          Pic X(9)    Value Spaces.
       01  WS-Input-Kind            Pic X(1)    Value Space.
       01  WS-Reason-Code           Pic X(40)   Value Spaces.
       01  WS-Redeem-Points         Pic S9(9)   Binary.
       01  WS-Redeem-Value          Pic S9(7)V99 Binary.

      * THE OLDEST-FIRST WALK - POINTS ALREADY GONE ARE DRAWN OFF
      * THE EARNINGS IN ORDER; WHAT IS LEFT OF UNEXPIRED EARNINGS IS
      * SPENDABLE.
       01  WS-Points-Used           Pic S9(9)   Binary.
       01  WS-Points-Balance        Pic S9(9)   Binary.
       01  WS-Points-Spendable      Pic S9(9)   Binary.
       01  WS-Lot-Used              Pic S9(9)   Binary.

       01  WS-History-Line.
           05  WS-Hist-Type-Out     Pic X(3).
           05  Pic X(1)  Value Space.
           05  WS-Hist-Date-Out     Pic 9(8).
           05  Pic X(1)  Value Space.
           05  WS-Hist-Points-Out   Pic -ZZZ,ZZZ,ZZ9.
           05  WS-Hist-Expiry-Label Pic X(9).
           05  WS-Hist-Expiry-Out   Pic X(8).
           05  Pic X(1)  Value Space.
           05  WS-Hist-Ref-Out      Pic X(19).
       01  WS-Points-Out            Pic -ZZZ,ZZZ,ZZ9.
       01  WS-Value-Out             Pic -Z,ZZZ,ZZ9.99.

      * SHARED SIGN-ON CALL AREA - SEE TELCOSGN.
       01  WS-Sgn-Console           Pic X(8)    Value "TELCOLRC".
       01  WS-Sgn-Mode              Pic X(1)    Value "S".
       01  WS-Sgn-Operator          Pic X(8)    Value Spaces.
       01  WS-Sgn-Auth-Level        Pic X(1)    Value Space.
         88  WS-Operator-May-Change Value "O".
       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

      * RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG ENTRIES WITH THE
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
       01  WS-Plk-Program           Pic X(8)    Value "TELCOLRC".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Main.
           Perform Get-Run-Id
           Move "S" To WS-Sgn-Mode
           Call "TELCOSGN" Using WS-Sgn-Console WS-Sgn-Mode
                WS-Sgn-Operator WS-Sgn-Auth-Level WS-Sgn-Threshold
                WS-Sgn-Result
           If WS-Sgn-Result Not = Zero
               Display "SIGN-ON REFUSED - SESSION ENDED."
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Move WS-Sgn-Operator To WS-Audit-Operator
           Perform Get-Point-Value
           Perform Menu-Loop Until Not Continue-Menu
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Menu-Loop.
           Display " "
           Display "===== LOYALTY POINTS REDEMPTION ====="
           Display "1. SHOW A SUBSCRIBER'S POINTS AND HISTORY"
           Display "2. REDEEM POINTS (REASON REQUIRED)"
           Display "3. EXIT"
           Display "ENTER SELECTION: " With No Advancing
           Accept WS-Menu-Choice From Console
           Evaluate WS-Menu-Choice
               When "1"
                   Perform Show-Points
               When "2"
                   If WS-Operator-May-Change
                       Perform Redeem-Points
                   Else
                       Display "OPERATOR " WS-Sgn-Operator " IS "
                               "INQUIRY-ONLY - REFUSED."
                   End-If
               When "3"
                   Move "N" To WS-Continue-Flag
               When Other
                   Display "INVALID SELECTION - ENTER 1 THROUGH 3."
           End-Evaluate
           .

       Get-Point-Value.
           Call "GETENVOP" Using WS-Value-Env-Name WS-Value-Env-Value
                WS-Value-Ge-Result
           If WS-Value-Ge-Result < 19
                   And WS-Value-Env-Value Not = Spaces
               Compute WS-Point-Value =
                       Function Numval ( WS-Value-Env-Value )
           End-If
           .

       Show-Points.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Load-Subscriber-Ledger
           If WS-Led-Count = Zero
               Display "NO LOYALTY POINTS ON FILE FOR "
                       WS-Input-Sub-Id "."
               Exit Paragraph
           End-If
           Perform Show-One-Ledger-Row
               Varying WS-Led-Sub From 1 By 1
               Until WS-Led-Sub > WS-Led-Count
           Move WS-Points-Balance To WS-Points-Out
           Display "POINTS ON THE LEDGER.: " WS-Points-Out
           Move WS-Points-Spendable To WS-Points-Out
           Display "POINTS SPENDABLE NOW.: " WS-Points-Out
           Compute WS-Value-Out Rounded =
                   WS-Points-Spendable * WS-Point-Value
           Display "WORTH................: " WS-Value-Out
           .

       Show-One-Ledger-Row.
           Move WS-Led-Type (WS-Led-Sub) To WS-Hist-Type-Out
           Move WS-Led-Date (WS-Led-Sub) To WS-Hist-Date-Out
           Move WS-Led-Points (WS-Led-Sub) To WS-Hist-Points-Out
           If WS-Led-Points (WS-Led-Sub) > Zero
               Move " EXPIRES " To WS-Hist-Expiry-Label
               Move WS-Led-Expiry (WS-Led-Sub) To WS-Hist-Expiry-Out
           Else
               Move Spaces To WS-Hist-Expiry-Label
                              WS-Hist-Expiry-Out
           End-If
           Move WS-Led-Reference (WS-Led-Sub) To WS-Hist-Ref-Out
           Display WS-History-Line
           .

      * TURNS SPENDABLE POINTS INTO A BILL CREDIT ("B") OR A FEE
      * WAIVER ("W") AND TAKES THEM OFF THE LEDGER.
       Redeem-Points.
           Display "ENTER SUBSCRIBER ID: " With No Advancing
           Accept WS-Input-Sub-Id From Console
           Perform Load-Subscriber-Ledger
           Move WS-Points-Spendable To WS-Points-Out
           Display "POINTS SPENDABLE NOW.: " WS-Points-Out
           If WS-Points-Spendable Not > Zero
               Display "NO POINTS TO REDEEM - NOTHING DONE."
               Exit Paragraph
           End-If
           Display "ENTER POINTS TO REDEEM: " With No Advancing
           Accept WS-Input-Points From Console
           If Function Test-Numval ( WS-Input-Points ) Not = Zero
               Display "POINTS MUST BE A NUMBER - NOTHING DONE."
               Exit Paragraph
           End-If
           Compute WS-Redeem-Points =
                   Function Numval ( WS-Input-Points )
           If WS-Redeem-Points Not > Zero
           Or WS-Redeem-Points > WS-Points-Spendable
               Display "POINTS MUST BE 1 THROUGH THE SPENDABLE "
                       "BALANCE - NOTHING DONE."
               Exit Paragraph
           End-If
           Compute WS-Redeem-Value Rounded =
                   WS-Redeem-Points * WS-Point-Value
           If WS-Redeem-Value Not > Zero
               Display "TOO FEW POINTS TO BE WORTH A CENT - NOTHING "
                       "DONE."
               Exit Paragraph
           End-If
           Display "ENTER B=BILL CREDIT, W=FEE WAIVER: "
               With No Advancing
           Accept WS-Input-Kind From Console
           If WS-Input-Kind Not = "B"
           And WS-Input-Kind Not = "W"
               Display "REDEMPTION MUST BE B OR W - NOTHING DONE."
               Exit Paragraph
           End-If
           Move Spaces To WS-Reason-Code
           Perform Prompt-For-Reason-Code
               With Test After Until WS-Reason-Code Not = Spaces
           If WS-Input-Kind = "B"
               Perform Queue-Bill-Credit
           Else
               Perform Stage-Fee-Waiver
           End-If
           Move WS-Input-Sub-Id To LY-Subscriber-Id
           Move "RDM" To LY-Tran-Type
           Move WS-Today-Date To LY-Tran-Date
           Compute LY-Points = Zero - WS-Redeem-Points
           Move Zero To LY-Expiry-Date
           Move WS-Reason-Code To LY-Reference
           Move WS-Redeem-Value To LY-Value
           Move "TELCOLRC" To LY-Program
           Move WS-Sgn-Operator To LY-Operator
           Move Function Current-Date To LY-Timestamp
           Open Extend Points-Ledger-File
           If WS-Loyledg-File-Status Not = "00"
               Open Output Points-Ledger-File
           End-If
           Write Points-Ledger-Record
           Close Points-Ledger-File
           Move "TELCOLRC" To audit-log-program
           Move "REDEEM" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Move WS-Redeem-Points To WS-Points-Out
           Move WS-Redeem-Value To WS-Value-Out
           Display WS-Points-Out " POINTS REDEEMED FOR " WS-Value-Out
                   ". REASON: " WS-Reason-Code
           .

      * THE CREDIT LANDS ON THE NEXT INVOICE THROUGH THE ADJUSTMENT
      * STREAM LIKE ANY OTHER CREDIT; NO CALL STANDS BEHIND IT.
       Queue-Bill-Credit.
           Move Zero To ADJO-InRec
           Move WS-Today-Date To ADJO-Call-Date
           Move "LP" To ADJO-Type
           Move Zero To ADJO-Orig-Amount
                        ADJO-New-Amount
           Compute ADJO-Adjust-Amount = Zero - WS-Redeem-Value
           Move WS-Input-Sub-Id To ADJO-Subscriber-Id
           Move Spaces To ADJO-Jurisdiction
           Move Zero To ADJO-New-BTax ADJO-New-DTax ADJO-New-ITax
                        ADJO-New-Jur-Tax
           Move WS-Today-Date To ADJO-Post-Date
           Open Extend Adjustment-File
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company ADJO-Post-Date WS-Plk-Result
           Write Adjustment-Record
           Close Adjustment-File
           Display "BILL CREDIT QUEUED TO THE ADJUSTMENT STREAM."
           .

      * THE WAIVER IS A NEGATIVE ONE-OFF CHARGE DATED TODAY, SO THE
      * NEXT INVOICE NETS IT AGAINST THE FEES IT BILLS.
       Stage-Fee-Waiver.
           Move WS-Input-Sub-Id To CHG-Subscriber-Id
           Move "LOYWAIVE" To CHG-Charge-Code
           Move "LOYALTY FEE WAIVER" To CHG-Description
           Compute CHG-Amount = Zero - WS-Redeem-Value
           Move WS-Today-Date To CHG-Charge-Date
           Move "A" To CHG-Status
           Open Extend Charge-File
           If WS-Charge-File-Status Not = "00"
               Open Output Charge-File
           End-If
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company CHG-Charge-Date WS-Plk-Result
           Write Charge-Record
           Close Charge-File
           Display "FEE WAIVER STAGED ON THE CHARGE FILE."
           .

      * LOADS THE SUBSCRIBER'S LEDGER ROWS AND WORKS OUT THE BALANCE
      * AND THE SPENDABLE POINTS.
       Load-Subscriber-Ledger.
           Move Function Current-Date (1:8) To WS-Today-Date
           Move Zero To WS-Led-Count
                        WS-Points-Used
                        WS-Points-Balance
                        WS-Points-Spendable
           Move "N" To WS-Led-Eof-Flag
           Move "N" To WS-Led-Full-Flag
           Open Input Points-Ledger-File
           If WS-Loyledg-File-Status = "00"
               Perform Read-One-Ledger-Row Until WS-Led-Eof
               Close Points-Ledger-File
           End-If
           If WS-Led-Full
               Display "MORE THAN 2000 LEDGER ROWS - ONLY THE FIRST "
                       "2000 ARE COUNTED."
           End-If
           Perform Walk-One-Earning
               Varying WS-Led-Sub From 1 By 1
               Until WS-Led-Sub > WS-Led-Count
           .

       Read-One-Ledger-Row.
           Read Points-Ledger-File
               At End
                   Set WS-Led-Eof To True
               Not At End
                   If LY-Subscriber-Id = WS-Input-Sub-Id
                       If WS-Led-Count < 2000
                           Add 1 To WS-Led-Count
                           Move LY-Tran-Type
                               To WS-Led-Type (WS-Led-Count)
                           Move LY-Tran-Date
                               To WS-Led-Date (WS-Led-Count)
                           Move LY-Points
                               To WS-Led-Points (WS-Led-Count)
                           Move LY-Expiry-Date
                               To WS-Led-Expiry (WS-Led-Count)
                           Move LY-Reference
                               To WS-Led-Reference (WS-Led-Count)
                           Add LY-Points To WS-Points-Balance
                           If LY-Points < Zero
                               Subtract LY-Points From WS-Points-Used
                           End-If
                       Else
                           Set WS-Led-Full To True
                       End-If
                   End-If
           End-Read
           .

       Walk-One-Earning.
           If WS-Led-Points (WS-Led-Sub) Not > Zero
               Exit Paragraph
           End-If
           Move WS-Led-Points (WS-Led-Sub) To WS-Lot-Used
           If WS-Lot-Used > WS-Points-Used
               Move WS-Points-Used To WS-Lot-Used
           End-If
           Subtract WS-Lot-Used From WS-Points-Used
           If WS-Led-Expiry (WS-Led-Sub) Not < WS-Today-Date
               Compute WS-Points-Spendable = WS-Points-Spendable
                       + WS-Led-Points (WS-Led-Sub) - WS-Lot-Used
           End-If
           .

       Prompt-For-Reason-Code.
           Display "ENTER REASON CODE (REQUIRED): " With No Advancing
           Accept WS-Reason-Code From Console
           If WS-Reason-Code = Spaces
               Display "A REASON CODE IS REQUIRED."
           End-If
           .

      * DERIVES THE RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG
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

       End Program TELCOLRC.
