       Identification Division.
       Program-ID. TELCORVS.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  WHOLE-RUN REVERSAL - BACKS A BAD RATING RUN (TELCO_REVERSE_
      *  RUN_ID) OUT COMPLETELY INSTEAD OF LEAVING IT STANDING UNDER
      *  THOUSANDS OF RERATE CR/DB LINES. THE RUN MUST BE THE LAST
      *  COMPLETED RUN OF ITS FILE ON TELCORUN AND MUST NOT YET BE
      *  INVOICED (NO INVREG INVOICE GENERATED SINCE THE RUN WHOSE
      *  PERIOD REACHES ITS CALL DATES). THE RUN'S CDRSEEN
      *  IDENTITIES NAME ITS CALLS: THEIR ROWS COME OUT OF CDRRATED,
      *  THE IDENTITIES COME OUT OF CDRSEEN SO THE FILE CAN BE RERUN,
      *  ITS RUNSUMM ROW IS REMOVED, ITS "telcoatom" LEDGER ENTRY IS
      *  POSTED BACK TO ZERO WITH STATUS "REVERSED" THROUGH TELCOREC,
      *  THE ALLOWANCE UNITS IT DREW (ALWLEDG) AND THE PREPAID MONEY
      *  IT CONSUMED (PPDRAWN) ARE GIVEN BACK, AND ITS TELCORUN ENTRY
      *  IS MARKED REVERSED. A RUN WHOSE RUNSUMM ROW FALLS IN A
      *  HARD-CLOSED ACCOUNTING PERIOD, OR A SOFT-CLOSED ONE WITH NO
      *  AUTHORIZED OVERRIDE (TELCOPLK), IS REFUSED. EVERYTHING IS
      *  STAGED BEFORE ANY LIVE FILE IS TOUCHED, SO A REFUSED
      *  REVERSAL CHANGES NOTHING. EACH REVERSED LEG APPENDS A
      *  CONTROL-TOTAL RECORD UNDER THE RUN'S OWN RUN-ID FOR TELCOBAL
      *  TO PROVE THE REVERSAL BALANCED.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Run-Control-File Assign To "TELCORUN"
               Organization Is Sequential
               File Status Is WS-Run-Control-Status.
           Select Seen-Log-File Assign To "CDRSEEN"
               Organization Is Sequential
               File Status Is WS-Seen-File-Status.
           Select Rated-Output-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Run-Summary-File Assign To "RUNSUMM"
               Organization Is Sequential
               File Status Is WS-Runsumm-File-Status.
           Select Invoice-Register-File Assign To "INVREG"
               Organization Is Sequential
               File Status Is WS-Invreg-File-Status.
           Select Prepaid-Balance-File Assign To "PREPAY"
               Organization Is Sequential
               File Status Is WS-Prepay-File-Status.
           Select Prepaid-Draw-File Assign To "PPDRAWN"
               Organization Is Sequential
               File Status Is WS-Ppdrawn-File-Status.
           Select Allowance-Ledger-File Assign To "ALWLEDG"
               Organization Is Sequential
               File Status Is WS-Alwledg-File-Status.
           Select Control-Totals-File Assign To "CTLTOTS"
               Organization Is Sequential
               File Status Is WS-Ctl-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.
      * THE RETAINED ROWS OF EACH FILE BEING REWRITTEN, STAGED HERE
      * UNTIL EVERY CHECK HAS PASSED.
           Select Rated-Work-File Assign To "RATEDTMP"
               Organization Is Sequential.
           Select Seen-Work-File Assign To "SEENTMP"
               Organization Is Sequential.
           Select Summary-Work-File Assign To "RUNSMTMP"
               Organization Is Sequential.
           Select Prepaid-Work-File Assign To "PREPYTMP"
               Organization Is Sequential.
      * KEYED WORK FILES - THE RUN'S CALL IDENTITIES, ITS PREPAID
      * DRAWS BY ACCOUNT AND ITS ALLOWANCE DRAWDOWNS BY BUCKET.
           Select Reverse-Key-File Assign To "RVSKEYS"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is RVK-Key
               File Status Is WS-Rvskeys-File-Status.
           Select Reverse-Prepaid-File Assign To "RVSPPD"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is RVP-Id
               File Status Is WS-Rvsppd-File-Status.
           Select Reverse-Allowance-File Assign To "RVSALW"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is RVA-Key
               File Status Is WS-Rvsalw-File-Status.

       Data Division.
       File Section.
       FD  Run-Control-File
           Recording Mode Is F.
       01  Run-Control-Record.
           05  RUN-Business-Date    Pic 9(8).
           05  RUN-File-Seq         Pic 9(6).
           05  RUN-Status           Pic X(9).
           05  RUN-Run-Id           Pic X(15).
           05  RUN-Timestamp        Pic X(26).
           05  RUN-Company          Pic X(3).
           05  RUN-Switch-Id        Pic X(4).

       FD  Seen-Log-File
           Recording Mode Is F.
       01  Seen-Log-Record.
           05  SEEN-InRec           Pic S9(15)      Packed-Decimal.
           05  SEEN-Call-Date       Pic 9(8).
           05  SEEN-Subscriber      Pic X(10).
           05  SEEN-Business-Date   Pic 9(8).
           05  SEEN-Run-Id          Pic X(15).

       FD  Rated-Output-File
           Recording Mode Is F.
       01  Rated-Output-Record.
           05  RO-InRec             Pic S9(15)      Packed-Decimal.
           05  RO-Currency          Pic X(3).
           05  RO-Subscriber-Id     Pic X(10).
           05  RO-Call-Date         Pic 9(8).
               COPY RATEDTL REPLACING LEADING ==RD-== BY ==RO-==.

       FD  Run-Summary-File
           Recording Mode Is F.
       01  Run-Summary-Record.
           05  RS-Run-Id            Pic X(15).
           05  RS-Business-Date     Pic 9(8).
           05  RS-Call-Count        Pic 9(9).
           05  RS-BTax-Amount       Pic S9(7)V99    Binary.
           05  RS-DTax-Amount       Pic S9(7)V99    Binary.
           05  RS-ITax-Amount       Pic S9(7)V99    Binary.
           05  RS-Output-Amount     Pic S9(7)V99    Binary.
           05  RS-Class-Price Occurs 5 Times
                                Pic S9(9)V99    Binary.
           05  RS-Company           Pic X(3).
           05  RS-Class-Calls Occurs 5 Times
                                Pic 9(9)        Binary.

       FD  Invoice-Register-File
           Recording Mode Is F.
       01  Invoice-Register-Record.
               COPY INVREG.

       FD  Prepaid-Balance-File
           Recording Mode Is F.
       01  Prepaid-Balance-Record.
               COPY PREPAY REPLACING LEADING ==PP-== BY ==PPF-==.

       FD  Prepaid-Draw-File
           Recording Mode Is F.
       01  Prepaid-Draw-Record.
               COPY PPDRAW.

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

       FD  Control-Totals-File
           Recording Mode Is F.
       01  Control-Totals-Record.
           05  CTL-Run-Id           Pic X(15).
           05  CTL-Leg              Pic X(8).
           05  CTL-Count            Pic 9(9).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       FD  Rated-Work-File
           Recording Mode Is F.
       01  Rated-Work-Record        Pic X(164).

       FD  Seen-Work-File
           Recording Mode Is F.
       01  Seen-Work-Record         Pic X(49).

       FD  Summary-Work-File
           Recording Mode Is F.
       01  Summary-Work-Record      Pic X(111).

       FD  Prepaid-Work-File
           Recording Mode Is F.
       01  Prepaid-Work-Record      Pic X(19).

       FD  Reverse-Key-File.
       01  Reverse-Key-Record.
           05  RVK-Key.
               10  RVK-InRec        Pic S9(15)      Packed-Decimal.
               10  RVK-Call-Date    Pic 9(8).
               10  RVK-Sub-Id       Pic X(10).
           05  RVK-Removed          Pic X(1).

       FD  Reverse-Prepaid-File.
       01  Reverse-Prepaid-Record.
           05  RVP-Id               Pic X(10).
           05  RVP-Drawn            Pic S9(9)V99    Binary.
           05  RVP-Restored         Pic X(1).

       FD  Reverse-Allowance-File.
       01  Reverse-Allowance-Record.
           05  RVA-Key.
               10  RVA-Period       Pic 9(6).
               10  RVA-Plan         Pic X(4).
               10  RVA-Sub-Id       Pic X(10).
           05  RVA-Drawn            Pic 9(7)        Binary.
           05  RVA-Remaining        Pic 9(6).

       Working-Storage Section.

       01  WS-Run-Control-Status    Pic X(2)    Value Spaces.
       01  WS-Seen-File-Status      Pic X(2)    Value Spaces.
       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Runsumm-File-Status   Pic X(2)    Value Spaces.
       01  WS-Invreg-File-Status    Pic X(2)    Value Spaces.
       01  WS-Prepay-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ppdrawn-File-Status   Pic X(2)    Value Spaces.
       01  WS-Alwledg-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ctl-File-Status       Pic X(2)    Value Spaces.
       01  WS-Rvskeys-File-Status   Pic X(2)    Value Spaces.
       01  WS-Rvsppd-File-Status    Pic X(2)    Value Spaces.
       01  WS-Rvsalw-File-Status    Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

      * THE RUN TO REVERSE AND WHAT TELCORUN SAYS ABOUT IT.
       01  WS-Target-Control.
           05  WS-Target-Run-Id     Pic X(15)   Value Spaces.
           05  WS-Target-Env-Name   Pic X(32)
                   Value "TELCO_REVERSE_RUN_ID".
           05  WS-Target-Env-Value  Pic X(32)   Value Spaces.
           05  WS-Target-Ge-Result  Pic 9(2)    Binary.
           05  WS-Target-Found-Flag Pic X       Value "N".
             88  WS-Target-Found    Value "Y".
           05  WS-Target-Date       Pic 9(8)    Value Zero.
           05  WS-Target-Seq        Pic 9(6)    Value Zero.
           05  WS-Target-Switch     Pic X(4)    Value Spaces.
           05  WS-Target-Company    Pic X(3)    Value Spaces.
           05  WS-Target-Completed  Pic X(26)   Value Spaces.
      * THE LAST STATUS RECORDED FOR THE RUN'S FILE, AND BY WHICH
      * RUN - A LATER RERUN OF THE SAME FILE SUPERSEDES THIS ONE.
           05  WS-Key-Status        Pic X(9)    Value Spaces.
           05  WS-Key-Run-Id        Pic X(15)   Value Spaces.
      * THE COMPANY AND BUSINESS DATE ON THE RUN'S RUNSUMM ROW - THE
      * ACCOUNTING PERIOD ITS REMOVAL WOULD CHANGE.
           05  WS-Summary-Company   Pic X(3)    Value Spaces.
           05  WS-Summary-Date      Pic 9(8)    Value Zero.

       01  WS-Refusal-Flag          Pic X       Value "N".
         88  WS-Refused             Value "Y".
       01  WS-Refusal-Reason        Pic X(60)   Value Spaces.

      * WHAT THE STAGING PASSES FOUND.
       01  WS-Reversal-Counts.
           05  WS-Seen-Removed      Pic 9(9)    Binary Value Zero.
           05  WS-Seen-Kept         Pic 9(9)    Binary Value Zero.
           05  WS-Rated-Removed     Pic 9(9)    Binary Value Zero.
           05  WS-Rated-Kept        Pic 9(9)    Binary Value Zero.
           05  WS-Summary-Removed   Pic 9(9)    Binary Value Zero.
           05  WS-Summary-Kept      Pic 9(9)    Binary Value Zero.
           05  WS-Invoices-Covering Pic 9(9)    Binary Value Zero.
           05  WS-Draw-Rows         Pic 9(9)    Binary Value Zero.
           05  WS-Prepaid-Restored  Pic 9(9)    Binary Value Zero.
           05  WS-Prepaid-Missing   Pic 9(9)    Binary Value Zero.
           05  WS-Alw-Rows          Pic 9(9)    Binary Value Zero.
           05  WS-Alw-Buckets       Pic 9(9)    Binary Value Zero.
           05  WS-Ledger-Reversed   Pic 9(9)    Binary Value Zero.
       01  WS-Reversal-Amounts.
           05  WS-Rated-Output      Pic S9(11)V99 Binary Value Zero.
           05  WS-Rated-BTax        Pic S9(9)V99  Binary Value Zero.
           05  WS-Rated-DTax        Pic S9(9)V99  Binary Value Zero.
           05  WS-Summary-Output    Pic S9(11)V99 Binary Value Zero.
           05  WS-Summary-BTax      Pic S9(9)V99  Binary Value Zero.
           05  WS-Summary-DTax      Pic S9(9)V99  Binary Value Zero.
           05  WS-Prepaid-Returned  Pic S9(11)V99 Binary Value Zero.
           05  WS-Units-Returned    Pic 9(9)    Binary Value Zero.
           05  WS-First-Call-Date   Pic 9(8)    Value 99999999.
           05  WS-Last-Call-Date    Pic 9(8)    Value Zero.

      * TELCOREC CALL AREA - ZERO TOTALS UNDER THE REVERSED RUN-ID.
       01  WS-Zero-BTax             Pic S9(07)V99 Binary Value Zero.
       01  WS-Zero-DTax             Pic S9(07)V99 Binary Value Zero.
       01  WS-Reversed-Status       Pic X(9)    Value "REVERSED".

       01  WS-Amount-Out            Pic -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-Alert-Severity        Pic X(4).
       01  WS-Alert-Program         Pic X(8)    Value "TELCORVS".
       01  WS-Alert-Message         Pic X(80).
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.

      * RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
      * AS TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. REMOVING
      * A RUN'S RUNSUMM ROW CHANGES ITS PERIOD'S FIGURES, SO THE
      * PERIOD IS CHECKED (MODE "C") AND A CLOSED ONE REFUSES THE
      * WHOLE REVERSAL RATHER THAN MOVING ANYTHING.
       01  WS-Plk-Mode              Pic X(1)    Value "C".
       01  WS-Plk-Program           Pic X(8)    Value "TELCORVS".
       01  WS-Plk-Date              Pic 9(8).
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Call "GETENVOP" Using WS-Target-Env-Name
                WS-Target-Env-Value WS-Target-Ge-Result
           If WS-Target-Ge-Result < 19
                   And WS-Target-Env-Value Not = Spaces
               Move WS-Target-Env-Value To WS-Target-Run-Id
           Else
               Display "TELCO_REVERSE_RUN_ID NOT SET - NOTHING TO "
                       "REVERSE."
               Move 8 To Return-Code
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Display "===== RUN REVERSAL - RUN " WS-Target-Run-Id
                   " ====="
           Perform Check-Run-Reversible
           If Not WS-Refused
               Perform Stage-Seen-Identities
           End-If
           If Not WS-Refused
               Perform Stage-Rated-Output
               Perform Stage-Run-Summary
               Perform Check-Not-Invoiced
           End-If
           If Not WS-Refused
               Perform Check-Period-Open
           End-If
           If WS-Refused
               Perform Refuse-Reversal
               Goback
           End-If
           Perform Stage-Prepaid-Draws
           Perform Stage-Allowance-Draws
           Perform Commit-Staged-Files
           Perform Restore-Allowances
           Perform Reverse-Tax-Ledger
           Perform Mark-Run-Reversed
           Perform Write-Reversal-Totals
           Move "TELCORVS" To audit-log-program
           Move "REVERSE" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Perform Print-Reversal-Report
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * THE RUN MUST BE ON TELCORUN, AND THE LAST STATUS FOR ITS
      * BUSINESS DATE, SWITCH AND FILE SEQUENCE MUST BE THIS RUN'S
      * COMPLETION - A RUN STILL IN FLIGHT, ALREADY REVERSED, OR
      * SUPERSEDED BY A LATER RERUN OF THE SAME FILE IS NOT BACKED
      * OUT.
       Check-Run-Reversible.
           Move "N" To WS-Eof-Flag
           Open Input Run-Control-File
           If WS-Run-Control-Status = "00"
               Perform Find-Target-Run Until WS-Eof
               Close Run-Control-File
           End-If
           If Not WS-Target-Found
               Set WS-Refused To True
               Move "RUN-ID NOT ON TELCORUN" To WS-Refusal-Reason
               Exit Paragraph
           End-If
           Move "N" To WS-Eof-Flag
           Open Input Run-Control-File
           Perform Find-Last-Key-Status Until WS-Eof
           Close Run-Control-File
           Evaluate True
               When WS-Key-Status = "REVERSED"
                   Set WS-Refused To True
                   Move "RUN ALREADY REVERSED" To WS-Refusal-Reason
               When WS-Key-Status Not = "COMPLETED"
                   Set WS-Refused To True
                   Move "RUN NOT COMPLETED" To WS-Refusal-Reason
               When WS-Key-Run-Id Not = WS-Target-Run-Id
                   Set WS-Refused To True
                   String "SUPERSEDED BY RERUN " WS-Key-Run-Id
                          Delimited By Size Into WS-Refusal-Reason
           End-Evaluate
           .

       Find-Target-Run.
           Read Run-Control-File
               At End
                   Set WS-Eof To True
               Not At End
                   If RUN-Run-Id = WS-Target-Run-Id
                       Set WS-Target-Found To True
                       Move RUN-Business-Date To WS-Target-Date
                       Move RUN-File-Seq To WS-Target-Seq
                       Move RUN-Switch-Id To WS-Target-Switch
                       Move RUN-Company To WS-Target-Company
                       Move RUN-Timestamp To WS-Target-Completed
                   End-If
           End-Read
           .

       Find-Last-Key-Status.
           Read Run-Control-File
               At End
                   Set WS-Eof To True
               Not At End
                   If RUN-Business-Date = WS-Target-Date
                   And RUN-File-Seq = WS-Target-Seq
                   And RUN-Switch-Id = WS-Target-Switch
                       Move RUN-Status To WS-Key-Status
                       Move RUN-Run-Id To WS-Key-Run-Id
                   End-If
           End-Read
           .

      * THE RUN'S CDRSEEN IDENTITIES NAME EXACTLY THE CALLS IT
      * PROCESSED - THEY GO TO THE KEYED WORK FILE, EVERY OTHER
      * IDENTITY IS STAGED TO STAY.
       Stage-Seen-Identities.
           Open Output Reverse-Key-File
           Close Reverse-Key-File
           Open I-O Reverse-Key-File
           Open Output Seen-Work-File
           Move "N" To WS-Eof-Flag
           Open Input Seen-Log-File
           If WS-Seen-File-Status = "00"
               Perform Stage-One-Seen Until WS-Eof
               Close Seen-Log-File
           End-If
           Close Seen-Work-File
           If WS-Seen-Removed = Zero
               Set WS-Refused To True
               Move "NO CDRSEEN IDENTITIES CARRY THE RUN-ID"
                   To WS-Refusal-Reason
           End-If
           .

       Stage-One-Seen.
           Read Seen-Log-File
               At End
                   Set WS-Eof To True
               Not At End
                   If SEEN-Run-Id = WS-Target-Run-Id
                       Move SEEN-InRec To RVK-InRec
                       Move SEEN-Call-Date To RVK-Call-Date
                       Move SEEN-Subscriber To RVK-Sub-Id
                       Move "N" To RVK-Removed
                       Write Reverse-Key-Record
                           Invalid Key
                               Continue
                       End-Write
                       Add 1 To WS-Seen-Removed
                   Else
                       Move Seen-Log-Record To Seen-Work-Record
                       Write Seen-Work-Record
                       Add 1 To WS-Seen-Kept
                   End-If
           End-Read
           .

      * EACH OF THE RUN'S IDENTITIES TAKES ONE CDRRATED ROW OUT -
      * ONE, SO AN IDENTITY RATED AGAIN BY AN AUTHORISED RERUN KEEPS
      * ITS OTHER ROW.
       Stage-Rated-Output.
           Open Output Rated-Work-File
           Move "N" To WS-Eof-Flag
           Open Input Rated-Output-File
           If WS-Rated-File-Status = "00"
               Perform Stage-One-Rated Until WS-Eof
               Close Rated-Output-File
           End-If
           Close Rated-Work-File
           .

       Stage-One-Rated.
           Read Rated-Output-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move RO-InRec To RVK-InRec
                   Move RO-Call-Date To RVK-Call-Date
                   Move RO-Subscriber-Id To RVK-Sub-Id
                   Read Reverse-Key-File
                       Invalid Key
                           Move "Y" To RVK-Removed
                   End-Read
                   If RVK-Removed = "N"
                       Perform Take-Rated-Row
                   Else
                       Move Rated-Output-Record To Rated-Work-Record
                       Write Rated-Work-Record
                       Add 1 To WS-Rated-Kept
                   End-If
           End-Read
           .

       Take-Rated-Row.
           Move "Y" To RVK-Removed
           Rewrite Reverse-Key-Record
               Invalid Key
                   Continue
           End-Rewrite
           Add 1 To WS-Rated-Removed
           Add RO-Output To WS-Rated-Output
           Add RO-BTax To WS-Rated-BTax
           Add RO-DTax To WS-Rated-DTax
           If RO-Call-Date < WS-First-Call-Date
               Move RO-Call-Date To WS-First-Call-Date
           End-If
           If RO-Call-Date > WS-Last-Call-Date
               Move RO-Call-Date To WS-Last-Call-Date
           End-If
           .

       Stage-Run-Summary.
           Open Output Summary-Work-File
           Move "N" To WS-Eof-Flag
           Open Input Run-Summary-File
           If WS-Runsumm-File-Status = "00"
               Perform Stage-One-Summary Until WS-Eof
               Close Run-Summary-File
           End-If
           Close Summary-Work-File
           .

       Stage-One-Summary.
           Read Run-Summary-File
               At End
                   Set WS-Eof To True
               Not At End
                   If RS-Run-Id = WS-Target-Run-Id
                       Add 1 To WS-Summary-Removed
                       Move RS-Company To WS-Summary-Company
                       Move RS-Business-Date To WS-Summary-Date
                       Add RS-Output-Amount To WS-Summary-Output
                       Add RS-BTax-Amount To WS-Summary-BTax
                       Add RS-DTax-Amount To WS-Summary-DTax
                   Else
                       Move Run-Summary-Record To Summary-Work-Record
                       Write Summary-Work-Record
                       Add 1 To WS-Summary-Kept
                   End-If
           End-Read
           .

      * A RUN IS TREATED AS INVOICED WHEN ANY INVOICE WAS GENERATED
      * AFTER IT COMPLETED FOR A PERIOD REACHING ANY OF ITS CALL
      * DATES - FROM THEN ON A CUSTOMER MAY HOLD A BILL CARRYING ITS
      * CALLS, AND ONLY A RERATE ADJUSTMENT MAY CORRECT IT.
       Check-Not-Invoiced.
           If WS-Rated-Removed = Zero
               Exit Paragraph
           End-If
           Move "N" To WS-Eof-Flag
           Open Input Invoice-Register-File
           If WS-Invreg-File-Status = "00"
               Perform Check-One-Invoice Until WS-Eof
               Close Invoice-Register-File
           End-If
           If WS-Invoices-Covering > Zero
               Set WS-Refused To True
               Move "RUN ALREADY INVOICED - USE A RERATE ADJUSTMENT"
                   To WS-Refusal-Reason
           End-If
           .

       Check-One-Invoice.
           Read Invoice-Register-File
               At End
                   Set WS-Eof To True
               Not At End
                   If IR-Timestamp > WS-Target-Completed
                   And IR-Period-End Not < WS-First-Call-Date
                   And IR-Period-Start Not > WS-Last-Call-Date
                       Add 1 To WS-Invoices-Covering
                   End-If
           End-Read
           .

      * THE RUN'S RUNSUMM ROW MAY ONLY COME OUT OF AN OPEN PERIOD,
      * OR A SOFT-CLOSED ONE UNDER AN AUTHORIZED OVERRIDE (TELCOPLK
      * AUDITS THAT AS PEROVRD). TELCOPLK AUDITS A REFUSAL AS PERLOCK.
       Check-Period-Open.
           If WS-Summary-Removed = Zero
               Exit Paragraph
           End-If
           Move WS-Summary-Date To WS-Plk-Date
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Summary-Company WS-Plk-Date WS-Plk-Result
           If WS-Plk-Result = 8
               Set WS-Refused To True
               String "RUN'S ACCOUNTING PERIOD "
                      WS-Summary-Date(1:6) " IS CLOSED"
                      Delimited By Size Into WS-Refusal-Reason
           End-If
           .

       Refuse-Reversal.
           Display "REVERSAL REFUSED: " WS-Refusal-Reason
           Display "NO FILE HAS BEEN CHANGED."
           Move "TELCORVS" To audit-log-program
           Move "REVREFUS" To audit-log-operation
           Move 8 To audit-log-result-code
           Perform Write-Audit-Record
           Move 8 To Return-Code
           Perform Flush-Audit-Buffer
           .

      * WHAT THE RUN DREW FROM EACH PREPAID ACCOUNT, FROM THE DRAW
      * LOG IT LEFT BEHIND, AND PREPAY STAGED WITH IT GIVEN BACK.
       Stage-Prepaid-Draws.
           Open Output Reverse-Prepaid-File
           Close Reverse-Prepaid-File
           Open I-O Reverse-Prepaid-File
           Move "N" To WS-Eof-Flag
           Open Input Prepaid-Draw-File
           If WS-Ppdrawn-File-Status = "00"
               Perform Load-One-Draw Until WS-Eof
               Close Prepaid-Draw-File
           End-If
           Open Output Prepaid-Work-File
           Move "N" To WS-Eof-Flag
           Open Input Prepaid-Balance-File
           If WS-Prepay-File-Status = "00"
               Perform Stage-One-Prepaid Until WS-Eof
               Close Prepaid-Balance-File
           End-If
           Close Prepaid-Work-File
           Compute WS-Prepaid-Missing
                   = WS-Draw-Rows - WS-Prepaid-Restored
           .

       Load-One-Draw.
           Read Prepaid-Draw-File
               At End
                   Set WS-Eof To True
               Not At End
                   If PDR-Run-Id = WS-Target-Run-Id
                       Move PDR-Subscriber-Id To RVP-Id
                       Move PDR-Drawn To RVP-Drawn
                       Move "N" To RVP-Restored
                       Write Reverse-Prepaid-Record
                           Invalid Key
                               Continue
                           Not Invalid Key
                               Add 1 To WS-Draw-Rows
                       End-Write
                   End-If
           End-Read
           .

       Stage-One-Prepaid.
           Read Prepaid-Balance-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move PPF-Subscriber-Id To RVP-Id
                   Read Reverse-Prepaid-File
                       Invalid Key
                           Move "Y" To RVP-Restored
                   End-Read
                   If RVP-Restored = "N"
                       Add RVP-Drawn To PPF-Balance
                       Add RVP-Drawn To WS-Prepaid-Returned
                       Add 1 To WS-Prepaid-Restored
                       Move "Y" To RVP-Restored
                       Rewrite Reverse-Prepaid-Record
                           Invalid Key
                               Continue
                       End-Rewrite
                   End-If
                   Move Prepaid-Balance-Record To Prepaid-Work-Record
                   Write Prepaid-Work-Record
           End-Read
           .

      * THE UNITS THE RUN DREW FROM EACH ALLOWANCE BUCKET, AND EACH
      * BUCKET'S REMAINING BALANCE AS IT STANDS NOW (LAST RECORD
      * WINS, TELCOATOM'S RELOAD CONVENTION) - LATER RUNS' DRAWDOWNS
      * STAND, ONLY THIS RUN'S UNITS GO BACK.
       Stage-Allowance-Draws.
           Open Output Reverse-Allowance-File
           Close Reverse-Allowance-File
           Open I-O Reverse-Allowance-File
           Move "N" To WS-Eof-Flag
           Open Input Allowance-Ledger-File
           If WS-Alwledg-File-Status = "00"
               Perform Sum-One-Allowance-Draw Until WS-Eof
               Close Allowance-Ledger-File
           End-If
           Move "N" To WS-Eof-Flag
           Open Input Allowance-Ledger-File
           If WS-Alwledg-File-Status = "00"
               Perform Take-One-Remaining Until WS-Eof
               Close Allowance-Ledger-File
           End-If
           .

       Sum-One-Allowance-Draw.
           Read Allowance-Ledger-File
               At End
                   Set WS-Eof To True
               Not At End
                   If ALF-Run-Id = WS-Target-Run-Id
                       Add 1 To WS-Alw-Rows
                       Perform Add-Allowance-Draw
                   End-If
           End-Read
           .

       Add-Allowance-Draw.
           Move ALF-Period To RVA-Period
           Move ALF-Plan To RVA-Plan
           Move ALF-Sub-Id To RVA-Sub-Id
           Read Reverse-Allowance-File
               Invalid Key
                   Move ALF-Drawn To RVA-Drawn
                   Move Zero To RVA-Remaining
                   Write Reverse-Allowance-Record
                       Invalid Key
                           Continue
                   End-Write
                   Add 1 To WS-Alw-Buckets
               Not Invalid Key
                   Add ALF-Drawn To RVA-Drawn
                   Rewrite Reverse-Allowance-Record
                       Invalid Key
                           Continue
                   End-Rewrite
           End-Read
           .

       Take-One-Remaining.
           Read Allowance-Ledger-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move ALF-Period To RVA-Period
                   Move ALF-Plan To RVA-Plan
                   Move ALF-Sub-Id To RVA-Sub-Id
                   Read Reverse-Allowance-File
                       Not Invalid Key
                           Move ALF-Remaining To RVA-Remaining
                           Rewrite Reverse-Allowance-Record
                               Invalid Key
                                   Continue
                           End-Rewrite
                   End-Read
           End-Read
           .

      * EVERY CHECK HAS PASSED - THE STAGED FILES REPLACE THE LIVE
      * ONES.
       Commit-Staged-Files.
           Open Output Rated-Output-File
           Move "N" To WS-Eof-Flag
           Open Input Rated-Work-File
           Perform Copy-One-Rated Until WS-Eof
           Close Rated-Work-File
           Close Rated-Output-File
           Open Output Seen-Log-File
           Move "N" To WS-Eof-Flag
           Open Input Seen-Work-File
           Perform Copy-One-Seen Until WS-Eof
           Close Seen-Work-File
           Close Seen-Log-File
           Open Output Run-Summary-File
           Move "N" To WS-Eof-Flag
           Open Input Summary-Work-File
           Perform Copy-One-Summary Until WS-Eof
           Close Summary-Work-File
           Close Run-Summary-File
           If WS-Prepaid-Restored > Zero
               Open Output Prepaid-Balance-File
               Move "N" To WS-Eof-Flag
               Open Input Prepaid-Work-File
               Perform Copy-One-Prepaid Until WS-Eof
               Close Prepaid-Work-File
               Close Prepaid-Balance-File
           End-If
           .

       Copy-One-Rated.
           Read Rated-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move Rated-Work-Record To Rated-Output-Record
                   Write Rated-Output-Record
           End-Read
           .

       Copy-One-Seen.
           Read Seen-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move Seen-Work-Record To Seen-Log-Record
                   Write Seen-Log-Record
           End-Read
           .

       Copy-One-Summary.
           Read Summary-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move Summary-Work-Record To Run-Summary-Record
                   Write Run-Summary-Record
           End-Read
           .

       Copy-One-Prepaid.
           Read Prepaid-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move Prepaid-Work-Record To Prepaid-Balance-Record
                   Write Prepaid-Balance-Record
           End-Read
           .

      * ONE LEDGER RECORD PER BUCKET THE RUN DREW ON, CARRYING ITS
      * CURRENT REMAINING PLUS THE UNITS GIVEN BACK - APPENDED, SO
      * IT WINS AT TELCOATOM'S NEXT RELOAD.
       Restore-Allowances.
           If WS-Alw-Buckets = Zero
               Exit Paragraph
           End-If
           Open Extend Allowance-Ledger-File
           Move Low-Values To RVA-Key
           Move "N" To WS-Eof-Flag
           Start Reverse-Allowance-File Key Not < RVA-Key
               Invalid Key
                   Set WS-Eof To True
           End-Start
           Perform Restore-One-Bucket Until WS-Eof
           Close Allowance-Ledger-File
           .

       Restore-One-Bucket.
           Read Reverse-Allowance-File Next Record
               At End
                   Set WS-Eof To True
               Not At End
                   Move RVA-Period To ALF-Period
                   Move RVA-Plan To ALF-Plan
                   Move RVA-Sub-Id To ALF-Sub-Id
                   Compute ALF-Remaining = RVA-Remaining + RVA-Drawn
                   Move Zero To ALF-Drawn
                   Move WS-Target-Run-Id To ALF-Run-Id
                   Write Allowance-Ledger-Record
                   Add RVA-Drawn To WS-Units-Returned
           End-Read
           .

      * POSTS THE RUN'S "telcoatom" LEDGER ENTRY BACK TO ZERO UNDER
      * ITS OWN RUN-ID, WITH THE RUN-STATUS ITEM SET TO REVERSED.
       Reverse-Tax-Ledger.
           Call "TELCOREC" Using WS-Target-Run-Id WS-Zero-BTax
               WS-Zero-DTax WS-Target-Company WS-Reversed-Status
           Move 1 To WS-Ledger-Reversed
           .

      * REVERSED IS NOT COMPLETED, SO TELCOBAT WILL RUN THE FILE
      * AGAIN WITHOUT THE RERUN FLAG.
       Mark-Run-Reversed.
           Move WS-Target-Date To RUN-Business-Date
           Move WS-Target-Seq To RUN-File-Seq
           Move "REVERSED" To RUN-Status
           Move WS-Target-Run-Id To RUN-Run-Id
           Move Function Current-Date To RUN-Timestamp
           Move WS-Target-Company To RUN-Company
           Move WS-Target-Switch To RUN-Switch-Id
           Open Extend Run-Control-File
           Write Run-Control-Record
           Close Run-Control-File
           .

      * ONE CONTROL-TOTAL RECORD PER REVERSED LEG, UNDER THE REVERSED
      * RUN'S OWN RUN-ID BESIDE THE LEGS IT WROTE WHEN IT RAN.
       Write-Reversal-Totals.
           Open Extend Control-Totals-File
           If WS-Ctl-File-Status Not = "00"
               Open Output Control-Totals-File
           End-If
           Move WS-Target-Run-Id To CTL-Run-Id
           Move "REVRATED" To CTL-Leg
           Move WS-Rated-Removed To CTL-Count
           Write Control-Totals-Record
           Move "REVSEEN" To CTL-Leg
           Move WS-Seen-Removed To CTL-Count
           Write Control-Totals-Record
           Move "REVSUMM" To CTL-Leg
           Move WS-Summary-Removed To CTL-Count
           Write Control-Totals-Record
           Move "REVLEDGR" To CTL-Leg
           Move WS-Ledger-Reversed To CTL-Count
           Write Control-Totals-Record
           Move "REVPPAY" To CTL-Leg
           Move WS-Prepaid-Restored To CTL-Count
           Write Control-Totals-Record
           Move "REVALLOW" To CTL-Leg
           Move WS-Alw-Buckets To CTL-Count
           Write Control-Totals-Record
           Close Control-Totals-File
           .

       Print-Reversal-Report.
           Display "BUSINESS DATE / SWITCH / SEQ: " WS-Target-Date
                   " / " WS-Target-Switch " / " WS-Target-Seq
           Display "CDRRATED ROWS REMOVED....: " WS-Rated-Removed
           Display "CDRSEEN KEYS REMOVED.....: " WS-Seen-Removed
           Display "RUNSUMM ROWS REMOVED.....: " WS-Summary-Removed
           Move WS-Rated-Output To WS-Amount-Out
           Display "RATED OUTPUT REMOVED.....: " WS-Amount-Out
           Move WS-Summary-Output To WS-Amount-Out
           Display "RUNSUMM OUTPUT REVERSED..: " WS-Amount-Out
           Move WS-Summary-BTax To WS-Amount-Out
           Display "LEDGER BTAX REVERSED.....: " WS-Amount-Out
           Move WS-Summary-DTax To WS-Amount-Out
           Display "LEDGER DTAX REVERSED.....: " WS-Amount-Out
           Display "PREPAID ACCOUNTS RESTORED: " WS-Prepaid-Restored
           Move WS-Prepaid-Returned To WS-Amount-Out
           Display "PREPAID MONEY RETURNED...: " WS-Amount-Out
           If WS-Prepaid-Missing > Zero
               Display "*** " WS-Prepaid-Missing " DRAWN ACCOUNT(S) "
                       "NO LONGER ON PREPAY - NOT RESTORED ***"
           End-If
           Display "ALLOWANCE BUCKETS RESTORED: " WS-Alw-Buckets
           Display "ALLOWANCE UNITS RETURNED.: " WS-Units-Returned
           Display "TELCORUN ENTRY MARKED REVERSED - THE FILE MAY BE "
                   "RERUN."
           Display "RUN TELCOBAL FOR THIS RUN-ID TO PROVE THE "
                   "REVERSAL."
           Display "================================================"
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

       End Program TELCORVS.
