       Identification Division.
       Program-ID. TELCORET.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  DATA-RETENTION PURGE AND ERASURE RUN - FOR EVERY FILE THE
      *  RETPOL POLICY TABLE NAMES (CDRRATED, CDRSEEN, CDRSUSP, THE
      *  E-BILL MANIFEST EBLMANIF AND THE SUBMAST NAMES) A RECORD
      *  PAST ITS RETENTION PERIOD IS PURGED OR ANONYMIZED - THE
      *  SUBSCRIBER ID MASKED AND THE DIALLED DIGITS ZEROED - UNLESS
      *  THE SUBSCRIBER HAS AN OPEN DSPFILE DISPUTE, AN OPEN ARITEMS
      *  BALANCE OR A LEGALHLD HOLD, IN WHICH CASE IT IS KEPT AND
      *  COUNTED AS HELD. ERASURE REQUESTS (ERASREQ) FROM CLOSED
      *  CUSTOMERS ARE WORKED IN THE SAME PASSES: EVERY RECORD OF
      *  THE SUBSCRIBER, WHATEVER ITS AGE, GOES THE WAY ITS FILE'S
      *  POLICY SAYS (ANONYMIZED WHERE THE FILE HAS NO POLICY), AND
      *  A CERTIFICATE OF ERASURE LISTING EVERY FILE TOUCHED AND ITS
      *  COUNTS IS PRINTED TO ERASCERT. A REQUEST BLOCKED BY A HOLD,
      *  OR FROM AN ACCOUNT NOT YET DISCONNECTED, IS DEFERRED WITH
      *  ITS REASON AND RETRIED NEXT RUN; EVERY OUTCOME IS APPENDED
      *  TO ERASLOG. EACH FILE IS STAGED TO ITS WORK FILE AND COPIED
      *  BACK ONLY WHEN SOMETHING IN IT CHANGED (TELCORVS CONVENTION).
      *  THE ITEMIZATION OBJECTS IN THE E-BILL BUCKET ARE NOT TOUCHED
      *  HERE - THE MANIFEST IS THE LOCAL RECORD OF THEM.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Policy-File Assign To "RETPOL"
               Organization Is Sequential
               File Status Is WS-Policy-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Dispute-File Assign To "DSPFILE"
               Organization Is Sequential
               File Status Is WS-Dispute-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Aritems-File-Status.
           Select Legal-Hold-File Assign To "LEGALHLD"
               Organization Is Sequential
               File Status Is WS-Legal-File-Status.
           Select Erasure-Request-File Assign To "ERASREQ"
               Organization Is Sequential
               File Status Is WS-Erasreq-File-Status.
           Select Erasure-Log-File Assign To "ERASLOG"
               Organization Is Sequential
               File Status Is WS-Eraslog-File-Status.
           Select Certificate-File Assign To "ERASCERT"
               Organization Is Sequential.
      * THE GOVERNED FILES.
           Select Rated-Output-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Seen-Log-File Assign To "CDRSEEN"
               Organization Is Sequential
               File Status Is WS-Seen-File-Status.
           Select Suspense-File Assign To "CDRSUSP"
               Organization Is Sequential
               File Status Is WS-Suspense-File-Status.
           Select Manifest-File Assign To "EBLMANIF"
               Organization Is Sequential
               File Status Is WS-Manifest-File-Status.
           Select Subscriber-Master-File Assign To "SUBMAST"
               Organization Is Sequential
               File Status Is WS-Submast-File-Status.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.
      * THE KEPT (AND ANONYMIZED) ROWS OF EACH GOVERNED FILE, STAGED
      * HERE UNTIL THE PASS OVER IT IS DONE.
           Select Rated-Work-File Assign To "RETRATED"
               Organization Is Sequential.
           Select Seen-Work-File Assign To "RETSEEN"
               Organization Is Sequential.
           Select Suspense-Work-File Assign To "RETSUSP"
               Organization Is Sequential.
           Select Manifest-Work-File Assign To "RETMANIF"
               Organization Is Sequential.
           Select Master-Work-File Assign To "RETSUBM"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Policy-File
           Recording Mode Is F.
       01  Policy-Record.
               COPY RETPOL.

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT REPLACING LEADING ==SS-== BY ==SSF-==.

      * SAME LAYOUT TELCODSP APPENDS.
       FD  Dispute-File
           Recording Mode Is F.
       01  Dispute-Record.
           05  DSP-InRec            Pic S9(15)      Packed-Decimal.
           05  DSP-Call-Date        Pic 9(8).
           05  DSP-Subscriber-Id    Pic X(10).
           05  DSP-Status           Pic X(1).
           05  DSP-Timestamp        Pic X(26).
           05  DSP-Operator         Pic X(8).
           05  DSP-Reason           Pic X(40).
           05  DSP-Amount           Pic S9(7)V99.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Legal-Hold-File
           Recording Mode Is F.
       01  Legal-Hold-Record.
               COPY LEGHOLD.

       FD  Erasure-Request-File
           Recording Mode Is F.
       01  Erasure-Request-Record.
               COPY ERASREQ.

       FD  Erasure-Log-File
           Recording Mode Is F.
       01  Erasure-Log-Record.
               COPY ERASLOG.

       FD  Certificate-File
           Recording Mode Is F.
       01  Certificate-Line         Pic X(120).

       FD  Rated-Output-File
           Recording Mode Is F.
       01  Rated-Output-Record.
           05  RO-InRec             Pic S9(15)      Packed-Decimal.
           05  RO-Currency          Pic X(3).
           05  RO-Subscriber-Id     Pic X(10).
           05  RO-Call-Date         Pic 9(8).
               COPY RATEDTL REPLACING LEADING ==RD-== BY ==RO-==.

       FD  Seen-Log-File
           Recording Mode Is F.
       01  Seen-Log-Record.
           05  SEEN-InRec           Pic S9(15)      Packed-Decimal.
           05  SEEN-Call-Date       Pic 9(8).
           05  SEEN-Subscriber      Pic X(10).
           05  SEEN-Business-Date   Pic 9(8).
           05  SEEN-Run-Id          Pic X(15).

       FD  Suspense-File
           Recording Mode Is F.
       01  Suspense-Record.
           05  Suspense-InRec       Pic S9(15)      Packed-Decimal.
           05  Suspense-Subscriber  Pic X(10).
           05  Suspense-Reason      Pic X(12).
           05  Suspense-Currency    Pic X(3).
           05  Suspense-Duration    Pic 9(6).
           05  Suspense-Jurisdiction Pic X(4).
           05  Suspense-Plan-Code   Pic X(4).
           05  Suspense-Promo-Code  Pic X(6).
           05  Suspense-Call-Date   Pic 9(8).
           05  Suspense-Event-Type  Pic X(1).
           05  Suspense-Carrier-Code Pic X(4).
           05  Suspense-Carrier-Dir Pic X(1).
           05  Suspense-Roam-Partner Pic X(4).

      * SAME LAYOUT TELCOEBL WRITES - THE OBJECT KEY IS
      * "ebill/<PERIOD START>/<SUBSCRIBER>/itemization.csv".
       FD  Manifest-File
           Recording Mode Is F.
       01  Manifest-Record.
           05  MF-Subscriber-Id     Pic X(10).
           05  MF-Object-Key        Pic X(80).
           05  MF-Line-Count        Pic 9(9).
           05  MF-Email             Pic X(60).
           05  MF-Language          Pic X(2).
           05  MF-Delivery          Pic X(1).

       FD  Subscriber-Master-File
           Recording Mode Is F.
       01  Subscriber-Master-Record.
           05  SUB-Id               Pic X(10).
           05  SUB-Name             Pic X(30).
           05  SUB-Status           Pic X(1).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       FD  Rated-Work-File
           Recording Mode Is F.
       01  Rated-Work-Record        Pic X(164).

       FD  Seen-Work-File
           Recording Mode Is F.
       01  Seen-Work-Record         Pic X(49).

       FD  Suspense-Work-File
           Recording Mode Is F.
       01  Suspense-Work-Record     Pic X(71).

       FD  Manifest-Work-File
           Recording Mode Is F.
       01  Manifest-Work-Record     Pic X(162).

       FD  Master-Work-File
           Recording Mode Is F.
       01  Master-Work-Record       Pic X(41).

       Working-Storage Section.

       01  WS-Policy-File-Status    Pic X(2)    Value Spaces.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Dispute-File-Status   Pic X(2)    Value Spaces.
       01  WS-Aritems-File-Status   Pic X(2)    Value Spaces.
       01  WS-Legal-File-Status     Pic X(2)    Value Spaces.
       01  WS-Erasreq-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eraslog-File-Status   Pic X(2)    Value Spaces.
       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Seen-File-Status      Pic X(2)    Value Spaces.
       01  WS-Suspense-File-Status  Pic X(2)    Value Spaces.
       01  WS-Manifest-File-Status  Pic X(2)    Value Spaces.
       01  WS-Submast-File-Status   Pic X(2)    Value Spaces.
       01  WS-Eof-Flag              Pic X       Value "N".
         88  WS-Eof                 Value "Y".

       01  WS-Business-Date         Pic 9(8)    Value Zero.
       01  WS-Business-Int          Pic 9(9)    Binary.
       01  WS-Date-Env-Name         Pic X(32)
               Value "TELCO_BUSINESS_DATE".
       01  WS-Date-Env-Value        Pic X(32)   Value Spaces.
       01  WS-Date-Ge-Result        Pic 9(2)    Binary.

      * THE GOVERNED FILES IN PASS ORDER, EACH WITH ITS POLICY AND
      * WHAT THE PASS DID TO IT.
       01  WS-File-Table.
           05  WS-Fil-Entry Occurs 5 Times.
               10  WS-Fil-Name      Pic X(8).
               10  WS-Fil-Policy    Pic X(1).
                 88  WS-Fil-Has-Policy      Value "Y".
               10  WS-Fil-Action    Pic X(1).
               10  WS-Fil-Retain    Pic 9(5).
               10  WS-Fil-Cutoff    Pic 9(8).
               10  WS-Fil-Read      Pic 9(9)    Binary.
               10  WS-Fil-Purged    Pic 9(9)    Binary.
               10  WS-Fil-Anonymized Pic 9(9)   Binary.
               10  WS-Fil-Held      Pic 9(9)    Binary.
       01  WS-Fil-Sub               Pic 9(2)    Binary.
       01  WS-Fil-Changed-Flag      Pic X       Value "N".
         88  WS-Fil-Changed         Value "Y".

      * STATUS IN FORCE ON THE BUSINESS DATE PER SUBSCRIBER, FOLDED
      * FROM SUBSTAT - A "D" ROW'S DATE IS WHEN THE ACCOUNT CLOSED.
       01  WS-Status-Table.
           05  WS-Sst-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Sst-Entry Occurs 5000 Times.
               10  WS-Sst-Id        Pic X(10).
               10  WS-Sst-Status    Pic X(1).
               10  WS-Sst-Date      Pic 9(8).
       01  WS-Sst-Sub               Pic 9(4)    Binary.
       01  WS-Sst-Found-Flag        Pic X       Value "N".
         88  WS-Sst-Found           Value "Y".

      * DISPUTES FOLDED FROM DSPFILE - LAST ROW PER DISPUTE WINS.
       01  WS-Dispute-Table.
           05  WS-Dsp-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Dsp-Entry Occurs 5000 Times.
               10  WS-Dsp-InRec     Pic S9(15)  Packed-Decimal.
               10  WS-Dsp-Date      Pic 9(8).
               10  WS-Dsp-Id        Pic X(10).
               10  WS-Dsp-Status    Pic X(1).
       01  WS-Dsp-Sub               Pic 9(4)    Binary.
       01  WS-Dsp-Found-Flag        Pic X       Value "N".
         88  WS-Dsp-Found           Value "Y".

      * OPEN BALANCE PER INVOICE, FOLDED AS TELCOAGE DOES - INV
      * BILLS, EVERYTHING BUT A RECOVERY APPLIES.
       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 5000 Times.
               10  WS-Itm-Invoice   Pic X(19).
               10  WS-Itm-Id        Pic X(10).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(4)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".

      * LEGAL HOLDS - LAST ROW PER SUBSCRIBER WINS.
       01  WS-Hold-Table.
           05  WS-Lgh-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Lgh-Entry Occurs 1000 Times.
               10  WS-Lgh-Id        Pic X(10).
               10  WS-Lgh-Status    Pic X(1).
       01  WS-Lgh-Sub               Pic 9(4)    Binary.
       01  WS-Lgh-Found-Flag        Pic X       Value "N".
         88  WS-Lgh-Found           Value "Y".

      * EVERY SUBSCRIBER WHOSE RECORDS MAY NOT BE TOUCHED, WITH THE
      * FIRST REASON FOUND.
       01  WS-Protect-Table.
           05  WS-Prt-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Prt-Entry Occurs 5000 Times.
               10  WS-Prt-Id        Pic X(10).
               10  WS-Prt-Reason    Pic X(20).
       01  WS-Prt-Sub               Pic 9(4)    Binary.
       01  WS-Prt-Found-Flag        Pic X       Value "N".
         88  WS-Prt-Found           Value "Y".
       01  WS-Prt-Key               Pic X(10).
       01  WS-Prt-New-Reason        Pic X(20).

      * THIS RUN'S ERASURE REQUESTS - "A" ACCEPTED AND WORKED IN THE
      * PASSES, "D" DEFERRED - WITH WHAT EACH PASS DID FOR THEM.
       01  WS-Request-Table.
           05  WS-Erq-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Erq-Entry Occurs 200 Times.
               10  WS-Erq-Request-Id Pic X(12).
               10  WS-Erq-Id        Pic X(10).
               10  WS-Erq-Received  Pic 9(8).
               10  WS-Erq-State     Pic X(1).
                 88  WS-Erq-Accepted        Value "A".
                 88  WS-Erq-Deferred        Value "D".
               10  WS-Erq-Reason    Pic X(20).
               10  WS-Erq-File Occurs 5 Times.
                   15  WS-Erq-Purged     Pic 9(9) Binary.
                   15  WS-Erq-Anonymized Pic 9(9) Binary.
       01  WS-Erq-Sub               Pic 9(3)    Binary.
       01  WS-Erq-Found-Flag        Pic X       Value "N".
         88  WS-Erq-Found           Value "Y".
       01  WS-Accepted-Count        Pic 9(3)    Binary Value Zero.
       01  WS-Deferred-Count        Pic 9(3)    Binary Value Zero.

      * REQUESTS ALREADY COMPLETED ON ERASLOG - NEVER WORKED AGAIN.
       01  WS-Done-Table.
           05  WS-Don-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Don-Request-Id Occurs 2000 Times
                                    Pic X(12).
       01  WS-Don-Sub               Pic 9(4)    Binary.
       01  WS-Don-Found-Flag        Pic X       Value "N".
         88  WS-Don-Found           Value "Y".

      * ONE RECORD UNDER JUDGEMENT - ITS SUBSCRIBER AND DATE IN, THE
      * VERDICT OUT: "K" KEEP, "P" PURGE, "A" ANONYMIZE.
       01  WS-Rec-Sub-Id            Pic X(10).
       01  WS-Rec-Date              Pic 9(8).
       01  WS-Rec-Verdict           Pic X(1).
         88  WS-Rec-Keep            Value "K".
         88  WS-Rec-Purge           Value "P".
         88  WS-Rec-Anonymize       Value "A".
       01  WS-Anon-Id               Pic X(10)   Value "ANONYMIZED".
       01  WS-Anon-Name             Pic X(30)
               Value "NAME ERASED".
      * THE DIALLED NUMBER IS THE LOW NINE DIGITS OF THE CDR KEY -
      * MASKING ZEROES THEM AND KEEPS THE ROUTING PREFIX.
       01  WS-Mask-InRec            Pic S9(15)  Packed-Decimal.
       01  WS-Mask-Prefix           Pic S9(6)   Packed-Decimal.
       01  WS-Mask-Divisor          Pic 9(10)   Value 1000000000.
       01  WS-Period-Work           Pic X(8).
       01  WS-Close-Date            Pic 9(8).
       01  WS-Open-Balance          Pic S9(9)V99 Binary.

       01  WS-Cert-Title-Line.
           05  Pic X(30)  Value "RETENTION AND ERASURE RUN FOR ".
           05  WS-Cert-Title-Date   Pic 9(8).
           05  Pic X(8)   Value "  RUN: ".
           05  WS-Cert-Title-Run    Pic X(15).
       01  WS-Cert-File-Line.
           05  Pic X(2)   Value Spaces.
           05  WS-Cert-File-Name    Pic X(8).
           05  Pic X(8)   Value " POLICY ".
           05  WS-Cert-File-Policy  Pic X(18).
           05  Pic X(6)   Value " READ ".
           05  WS-Cert-File-Read    Pic ZZZZZZZZ9.
           05  Pic X(8)   Value " PURGED ".
           05  WS-Cert-File-Purged  Pic ZZZZZZZZ9.
           05  Pic X(6)   Value " ANON ".
           05  WS-Cert-File-Anon    Pic ZZZZZZZZ9.
           05  Pic X(6)   Value " HELD ".
           05  WS-Cert-File-Held    Pic ZZZZZZZZ9.
       01  WS-Cert-Head-Line.
           05  Pic X(32)  Value "CERTIFICATE OF ERASURE - REQUEST".
           05  Pic X(1)   Value Space.
           05  WS-Cert-Request-Id   Pic X(12).
           05  Pic X(13)  Value " SUBSCRIBER: ".
           05  WS-Cert-Sub-Id       Pic X(10).
           05  Pic X(11)  Value " RECEIVED: ".
           05  WS-Cert-Received     Pic 9(8).
       01  WS-Cert-Count-Line.
           05  Pic X(4)   Value Spaces.
           05  WS-Cert-Count-File   Pic X(8).
           05  Pic X(8)   Value " PURGED ".
           05  WS-Cert-Count-Purged Pic ZZZZZZZZ9.
           05  Pic X(12)  Value " ANONYMIZED ".
           05  WS-Cert-Count-Anon   Pic ZZZZZZZZ9.
       01  WS-Cert-Done-Line.
           05  Pic X(4)   Value Spaces.
           05  Pic X(40)
               Value "ALL RECORDS OF THE SUBSCRIBER ERASED ON ".
           05  WS-Cert-Done-Date    Pic 9(8).
           05  Pic X(8)   Value " BY RUN ".
           05  WS-Cert-Done-Run     Pic X(15).
       01  WS-Cert-Defer-Line.
           05  Pic X(26)  Value "ERASURE DEFERRED - REQUEST".
           05  Pic X(1)   Value Space.
           05  WS-Cert-Defer-Id     Pic X(12).
           05  Pic X(13)  Value " SUBSCRIBER: ".
           05  WS-Cert-Defer-Sub    Pic X(10).
           05  Pic X(3)   Value " - ".
           05  WS-Cert-Defer-Reason Pic X(20).

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
           Perform Get-Business-Date
           Perform Load-Retention-Policy
           Perform Load-Status-In-Force
           Perform Load-Disputes
           Perform Load-Ar-Balances
           Perform Load-Legal-Holds
           Perform Load-Erasure-Requests
           Display "===== RETENTION AND ERASURE RUN FOR "
                   WS-Business-Date " ====="
           Display "SUBSCRIBERS PROTECTED.: " WS-Prt-Count
           Display "ERASURES ACCEPTED.....: " WS-Accepted-Count
           Display "ERASURES DEFERRED.....: " WS-Deferred-Count
           Perform Purge-Rated-File
           Perform Purge-Seen-File
           Perform Purge-Suspense-File
           Perform Purge-Manifest-File
           Perform Purge-Master-File
           Perform Print-Certificates
           Perform Log-Erasure-Outcomes
           Move "TELCORET" To audit-log-program
           Move "RETPURGE" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           If WS-Deferred-Count > Zero
               Move 4 To Return-Code
           End-If
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

       Get-Business-Date.
           Call "GETENVOP" Using WS-Date-Env-Name WS-Date-Env-Value
                WS-Date-Ge-Result
           If WS-Date-Ge-Result < 19
                   And WS-Date-Env-Value Not = Spaces
               Move WS-Date-Env-Value To WS-Business-Date
           Else
               Move Function Current-Date (1:8) To WS-Business-Date
           End-If
           Compute WS-Business-Int =
                   Function Integer-Of-Date ( WS-Business-Date )
           .

      * THE GOVERNED FILES, THEN WHATEVER RETPOL SAYS ABOUT EACH. A
      * RECORD DATED BEFORE THE CUTOFF IS PAST RETENTION.
       Load-Retention-Policy.
           Move "CDRRATED" To WS-Fil-Name (1)
           Move "CDRSEEN" To WS-Fil-Name (2)
           Move "CDRSUSP" To WS-Fil-Name (3)
           Move "EBLMANIF" To WS-Fil-Name (4)
           Move "SUBMAST" To WS-Fil-Name (5)
           Perform Clear-One-File
               Varying WS-Fil-Sub From 1 By 1
               Until WS-Fil-Sub > 5
           Move "N" To WS-Eof-Flag
           Open Input Policy-File
           If WS-Policy-File-Status = "00"
               Perform Load-One-Policy Until WS-Eof
               Close Policy-File
           End-If
           .

       Clear-One-File.
           Move "N" To WS-Fil-Policy (WS-Fil-Sub)
           Move "A" To WS-Fil-Action (WS-Fil-Sub)
           Move Zero To WS-Fil-Retain (WS-Fil-Sub)
           Move Zero To WS-Fil-Cutoff (WS-Fil-Sub)
           Move Zero To WS-Fil-Read (WS-Fil-Sub)
           Move Zero To WS-Fil-Purged (WS-Fil-Sub)
           Move Zero To WS-Fil-Anonymized (WS-Fil-Sub)
           Move Zero To WS-Fil-Held (WS-Fil-Sub)
           .

       Load-One-Policy.
           Read Policy-File
               At End
                   Set WS-Eof To True
               Not At End
                   Perform Varying WS-Fil-Sub From 1 By 1
                           Until WS-Fil-Sub > 5
                       If WS-Fil-Name (WS-Fil-Sub) = RP-File-Name
                       And (RP-Purge Or RP-Anonymize)
                           Move "Y" To WS-Fil-Policy (WS-Fil-Sub)
                           Move RP-Action To WS-Fil-Action (WS-Fil-Sub)
                           Move RP-Retain-Days
                               To WS-Fil-Retain (WS-Fil-Sub)
                           Compute WS-Fil-Cutoff (WS-Fil-Sub) =
                                   Function Date-Of-Integer
                                   ( WS-Business-Int - RP-Retain-Days )
                       End-If
                   End-Perform
           End-Read
           .

       Load-Status-In-Force.
           Move "N" To WS-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Fold-One-Status Until WS-Eof
               Close Status-History-File
           End-If
           .

      * THE MOST RECENT EFFECTIVE DATE NOT AFTER THE BUSINESS DATE
      * WINS; ON THE SAME DATE THE LATER ROW DOES.
       Fold-One-Status.
           Read Status-History-File
               At End
                   Set WS-Eof To True
               Not At End
                   If SSF-Effective-Date Not > WS-Business-Date
                       Move SSF-Subscriber-Id To WS-Prt-Key
                       Perform Find-Status
                       If WS-Sst-Found
                           If SSF-Effective-Date
                                   Not < WS-Sst-Date (WS-Sst-Sub)
                               Move SSF-Status
                                   To WS-Sst-Status (WS-Sst-Sub)
                               Move SSF-Effective-Date
                                   To WS-Sst-Date (WS-Sst-Sub)
                           End-If
                       Else
                           If WS-Sst-Count < 5000
                               Add 1 To WS-Sst-Count
                               Move SSF-Subscriber-Id
                                   To WS-Sst-Id (WS-Sst-Count)
                               Move SSF-Status
                                   To WS-Sst-Status (WS-Sst-Count)
                               Move SSF-Effective-Date
                                   To WS-Sst-Date (WS-Sst-Count)
                           End-If
                       End-If
                   End-If
           End-Read
           .

      * LOOKS UP WS-PRT-KEY IN THE STATUS TABLE.
       Find-Status.
           Move "N" To WS-Sst-Found-Flag
           Perform Varying WS-Sst-Sub From 1 By 1
                   Until WS-Sst-Sub > WS-Sst-Count
                   Or WS-Sst-Found
               If WS-Sst-Id (WS-Sst-Sub) = WS-Prt-Key
                   Set WS-Sst-Found To True
               End-If
           End-Perform
           If WS-Sst-Found
               Subtract 1 From WS-Sst-Sub
           End-If
           .

       Load-Disputes.
           Move "N" To WS-Eof-Flag
           Open Input Dispute-File
           If WS-Dispute-File-Status = "00"
               Perform Fold-One-Dispute Until WS-Eof
               Close Dispute-File
           End-If
           Move "OPEN DISPUTE" To WS-Prt-New-Reason
           Perform Protect-Open-Dispute
               Varying WS-Dsp-Sub From 1 By 1
               Until WS-Dsp-Sub > WS-Dsp-Count
           .

       Fold-One-Dispute.
           Read Dispute-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move "N" To WS-Dsp-Found-Flag
                   Perform Varying WS-Dsp-Sub From 1 By 1
                           Until WS-Dsp-Sub > WS-Dsp-Count
                           Or WS-Dsp-Found
                       If WS-Dsp-InRec (WS-Dsp-Sub) = DSP-InRec
                       And WS-Dsp-Date (WS-Dsp-Sub) = DSP-Call-Date
                       And WS-Dsp-Id (WS-Dsp-Sub) = DSP-Subscriber-Id
                           Set WS-Dsp-Found To True
                           Move DSP-Status
                               To WS-Dsp-Status (WS-Dsp-Sub)
                       End-If
                   End-Perform
                   If Not WS-Dsp-Found
                   And WS-Dsp-Count < 5000
                       Add 1 To WS-Dsp-Count
                       Move DSP-InRec To WS-Dsp-InRec (WS-Dsp-Count)
                       Move DSP-Call-Date To WS-Dsp-Date (WS-Dsp-Count)
                       Move DSP-Subscriber-Id
                           To WS-Dsp-Id (WS-Dsp-Count)
                       Move DSP-Status To WS-Dsp-Status (WS-Dsp-Count)
                   End-If
           End-Read
           .

       Protect-Open-Dispute.
           If WS-Dsp-Status (WS-Dsp-Sub) = "O"
               Move WS-Dsp-Id (WS-Dsp-Sub) To WS-Prt-Key
               Perform Add-Protection
           End-If
           .

       Load-Ar-Balances.
           Move "N" To WS-Eof-Flag
           Open Input Ar-Item-File
           If WS-Aritems-File-Status = "00"
               Perform Fold-One-Ar-Tran Until WS-Eof
               Close Ar-Item-File
           End-If
           Move "OPEN AR BALANCE" To WS-Prt-New-Reason
           Perform Protect-Open-Item
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           .

       Fold-One-Ar-Tran.
           Read Ar-Item-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move "N" To WS-Itm-Found-Flag
                   Perform Varying WS-Itm-Sub From 1 By 1
                           Until WS-Itm-Sub > WS-Itm-Count
                           Or WS-Itm-Found
                       If WS-Itm-Invoice (WS-Itm-Sub) = AR-Invoice-No
                           Set WS-Itm-Found To True
                       End-If
                   End-Perform
                   If WS-Itm-Found
                       Subtract 1 From WS-Itm-Sub
                   Else
                       If WS-Itm-Count < 5000
                           Add 1 To WS-Itm-Count
                           Move WS-Itm-Count To WS-Itm-Sub
                           Move AR-Invoice-No
                               To WS-Itm-Invoice (WS-Itm-Sub)
                           Move AR-Subscriber-Id
                               To WS-Itm-Id (WS-Itm-Sub)
                           Move Zero To WS-Itm-Billed (WS-Itm-Sub)
                           Move Zero To WS-Itm-Applied (WS-Itm-Sub)
                       Else
                           Exit Paragraph
                       End-If
                   End-If
                   Evaluate AR-Tran-Type
                       When "INV"
                           Add AR-Amount To WS-Itm-Billed (WS-Itm-Sub)
                       When "REC"
                           Continue
                       When Other
                           Add AR-Amount
                               To WS-Itm-Applied (WS-Itm-Sub)
                   End-Evaluate
           End-Read
           .

       Protect-Open-Item.
           Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                   - WS-Itm-Applied (WS-Itm-Sub)
           If WS-Open-Balance > Zero
               Move WS-Itm-Id (WS-Itm-Sub) To WS-Prt-Key
               Perform Add-Protection
           End-If
           .

       Load-Legal-Holds.
           Move "N" To WS-Eof-Flag
           Open Input Legal-Hold-File
           If WS-Legal-File-Status = "00"
               Perform Fold-One-Hold Until WS-Eof
               Close Legal-Hold-File
           End-If
           Move "LEGAL HOLD" To WS-Prt-New-Reason
           Perform Protect-Held-Subscriber
               Varying WS-Lgh-Sub From 1 By 1
               Until WS-Lgh-Sub > WS-Lgh-Count
           .

       Fold-One-Hold.
           Read Legal-Hold-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move "N" To WS-Lgh-Found-Flag
                   Perform Varying WS-Lgh-Sub From 1 By 1
                           Until WS-Lgh-Sub > WS-Lgh-Count
                           Or WS-Lgh-Found
                       If WS-Lgh-Id (WS-Lgh-Sub) = LH-Subscriber-Id
                           Set WS-Lgh-Found To True
                           Move LH-Status To WS-Lgh-Status (WS-Lgh-Sub)
                       End-If
                   End-Perform
                   If Not WS-Lgh-Found
                   And WS-Lgh-Count < 1000
                       Add 1 To WS-Lgh-Count
                       Move LH-Subscriber-Id To WS-Lgh-Id (WS-Lgh-Count)
                       Move LH-Status To WS-Lgh-Status (WS-Lgh-Count)
                   End-If
           End-Read
           .

       Protect-Held-Subscriber.
           If WS-Lgh-Status (WS-Lgh-Sub) = "H"
               Move WS-Lgh-Id (WS-Lgh-Sub) To WS-Prt-Key
               Perform Add-Protection
           End-If
           .

      * ADDS WS-PRT-KEY TO THE PROTECTED SUBSCRIBERS UNDER
      * WS-PRT-NEW-REASON, UNLESS ALREADY THERE.
       Add-Protection.
           Perform Find-Protection
           If Not WS-Prt-Found
           And WS-Prt-Count < 5000
               Add 1 To WS-Prt-Count
               Move WS-Prt-Key To WS-Prt-Id (WS-Prt-Count)
               Move WS-Prt-New-Reason To WS-Prt-Reason (WS-Prt-Count)
           End-If
           .

       Find-Protection.
           Move "N" To WS-Prt-Found-Flag
           Perform Varying WS-Prt-Sub From 1 By 1
                   Until WS-Prt-Sub > WS-Prt-Count
                   Or WS-Prt-Found
               If WS-Prt-Id (WS-Prt-Sub) = WS-Prt-Key
                   Set WS-Prt-Found To True
               End-If
           End-Perform
           If WS-Prt-Found
               Subtract 1 From WS-Prt-Sub
           End-If
           .

      * THE OPEN REQUESTS - ONE ALREADY COMPLETED ON ERASLOG IS
      * SKIPPED; THE REST ARE ACCEPTED UNLESS THE SUBSCRIBER IS
      * PROTECTED OR THE ACCOUNT IS NOT DISCONNECTED.
       Load-Erasure-Requests.
           Move "N" To WS-Eof-Flag
           Open Input Erasure-Log-File
           If WS-Eraslog-File-Status = "00"
               Perform Load-One-Outcome Until WS-Eof
               Close Erasure-Log-File
           End-If
           Move "N" To WS-Eof-Flag
           Open Input Erasure-Request-File
           If WS-Erasreq-File-Status = "00"
               Perform Load-One-Request Until WS-Eof
               Close Erasure-Request-File
           End-If
           .

       Load-One-Outcome.
           Read Erasure-Log-File
               At End
                   Set WS-Eof To True
               Not At End
                   If ERL-Completed
                   And WS-Don-Count < 2000
                       Add 1 To WS-Don-Count
                       Move ERL-Request-Id
                           To WS-Don-Request-Id (WS-Don-Count)
                   End-If
           End-Read
           .

       Load-One-Request.
           Read Erasure-Request-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move "N" To WS-Don-Found-Flag
                   Perform Varying WS-Don-Sub From 1 By 1
                           Until WS-Don-Sub > WS-Don-Count
                           Or WS-Don-Found
                       If WS-Don-Request-Id (WS-Don-Sub)
                               = ERQ-Request-Id
                           Set WS-Don-Found To True
                       End-If
                   End-Perform
                   If Not WS-Don-Found
                   And WS-Erq-Count < 200
                       Perform Judge-One-Request
                   End-If
           End-Read
           .

       Judge-One-Request.
           Add 1 To WS-Erq-Count
           Move WS-Erq-Count To WS-Erq-Sub
           Move ERQ-Request-Id To WS-Erq-Request-Id (WS-Erq-Sub)
           Move ERQ-Subscriber-Id To WS-Erq-Id (WS-Erq-Sub)
           Move ERQ-Received-Date To WS-Erq-Received (WS-Erq-Sub)
           Move "A" To WS-Erq-State (WS-Erq-Sub)
           Move Spaces To WS-Erq-Reason (WS-Erq-Sub)
           Perform Clear-One-Request-File
               Varying WS-Fil-Sub From 1 By 1
               Until WS-Fil-Sub > 5
           Move ERQ-Subscriber-Id To WS-Prt-Key
           Perform Find-Protection
           If WS-Prt-Found
               Move "D" To WS-Erq-State (WS-Erq-Sub)
               Move WS-Prt-Reason (WS-Prt-Sub)
                   To WS-Erq-Reason (WS-Erq-Sub)
           Else
               Perform Find-Status
               If Not WS-Sst-Found
               Or WS-Sst-Status (WS-Sst-Sub) Not = "D"
                   Move "D" To WS-Erq-State (WS-Erq-Sub)
                   Move "ACCOUNT NOT CLOSED"
                       To WS-Erq-Reason (WS-Erq-Sub)
               End-If
           End-If
           If WS-Erq-Accepted (WS-Erq-Sub)
               Add 1 To WS-Accepted-Count
           Else
               Add 1 To WS-Deferred-Count
           End-If
           .

       Clear-One-Request-File.
           Move Zero To WS-Erq-Purged (WS-Erq-Sub WS-Fil-Sub)
           Move Zero To WS-Erq-Anonymized (WS-Erq-Sub WS-Fil-Sub)
           .

      * JUDGES ONE RECORD OF FILE WS-FIL-SUB BY ITS SUBSCRIBER AND
      * DATE. AN ACCEPTED ERASURE TAKES EVERY RECORD OF ITS
      * SUBSCRIBER; OTHERWISE ONLY A RECORD PAST RETENTION GOES, AND
      * NOT WHILE ITS SUBSCRIBER IS PROTECTED. A RECORD ALREADY
      * ANONYMIZED IS LEFT AS IT IS.
       Judge-Record.
           Add 1 To WS-Fil-Read (WS-Fil-Sub)
           Move "K" To WS-Rec-Verdict
           If WS-Rec-Sub-Id = WS-Anon-Id
               Exit Paragraph
           End-If
           Move "N" To WS-Erq-Found-Flag
           Perform Varying WS-Erq-Sub From 1 By 1
                   Until WS-Erq-Sub > WS-Erq-Count
                   Or WS-Erq-Found
               If WS-Erq-Id (WS-Erq-Sub) = WS-Rec-Sub-Id
               And WS-Erq-Accepted (WS-Erq-Sub)
                   Set WS-Erq-Found To True
               End-If
           End-Perform
           If WS-Erq-Found
               Subtract 1 From WS-Erq-Sub
               Move WS-Fil-Action (WS-Fil-Sub) To WS-Rec-Verdict
               If WS-Rec-Purge
                   Add 1 To WS-Erq-Purged (WS-Erq-Sub WS-Fil-Sub)
               Else
                   Add 1 To WS-Erq-Anonymized (WS-Erq-Sub WS-Fil-Sub)
               End-If
           Else
               If Not WS-Fil-Has-Policy (WS-Fil-Sub)
               Or WS-Rec-Date = Zero
               Or WS-Rec-Date Not < WS-Fil-Cutoff (WS-Fil-Sub)
                   Exit Paragraph
               End-If
               Move WS-Rec-Sub-Id To WS-Prt-Key
               Perform Find-Protection
               If WS-Prt-Found
                   Add 1 To WS-Fil-Held (WS-Fil-Sub)
                   Exit Paragraph
               End-If
               Move WS-Fil-Action (WS-Fil-Sub) To WS-Rec-Verdict
           End-If
           Set WS-Fil-Changed To True
           If WS-Rec-Purge
               Add 1 To WS-Fil-Purged (WS-Fil-Sub)
           Else
               Add 1 To WS-Fil-Anonymized (WS-Fil-Sub)
           End-If
           .

      * A FILE IS PASSED ONLY IF IT HAS A POLICY OR AN ERASURE IS
      * BEING WORKED.
       Start-File-Pass.
           Move "N" To WS-Fil-Changed-Flag
           If Not WS-Fil-Has-Policy (WS-Fil-Sub)
           And WS-Accepted-Count = Zero
               Set WS-Eof To True
           Else
               Move "N" To WS-Eof-Flag
           End-If
           .

       Mask-Dialled-Digits.
           Divide WS-Mask-InRec By WS-Mask-Divisor
               Giving WS-Mask-Prefix
           Compute WS-Mask-InRec = WS-Mask-Prefix * WS-Mask-Divisor
           .

       Purge-Rated-File.
           Move 1 To WS-Fil-Sub
           Perform Start-File-Pass
           If WS-Eof
               Exit Paragraph
           End-If
           Open Input Rated-Output-File
           If WS-Rated-File-Status Not = "00"
               Exit Paragraph
           End-If
           Open Output Rated-Work-File
           Perform Stage-One-Rated Until WS-Eof
           Close Rated-Work-File
           Close Rated-Output-File
           If WS-Fil-Changed
               Open Output Rated-Output-File
               Move "N" To WS-Eof-Flag
               Open Input Rated-Work-File
               Perform Copy-One-Rated Until WS-Eof
               Close Rated-Work-File
               Close Rated-Output-File
           End-If
           .

       Stage-One-Rated.
           Read Rated-Output-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move RO-Subscriber-Id To WS-Rec-Sub-Id
                   Move RO-Call-Date To WS-Rec-Date
                   Perform Judge-Record
                   If Not WS-Rec-Purge
                       If WS-Rec-Anonymize
                           Move WS-Anon-Id To RO-Subscriber-Id
                           Move RO-InRec To WS-Mask-InRec
                           Perform Mask-Dialled-Digits
                           Move WS-Mask-InRec To RO-InRec
                       End-If
                       Move Rated-Output-Record To Rated-Work-Record
                       Write Rated-Work-Record
                   End-If
           End-Read
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

       Purge-Seen-File.
           Move 2 To WS-Fil-Sub
           Perform Start-File-Pass
           If WS-Eof
               Exit Paragraph
           End-If
           Open Input Seen-Log-File
           If WS-Seen-File-Status Not = "00"
               Exit Paragraph
           End-If
           Open Output Seen-Work-File
           Perform Stage-One-Seen Until WS-Eof
           Close Seen-Work-File
           Close Seen-Log-File
           If WS-Fil-Changed
               Open Output Seen-Log-File
               Move "N" To WS-Eof-Flag
               Open Input Seen-Work-File
               Perform Copy-One-Seen Until WS-Eof
               Close Seen-Work-File
               Close Seen-Log-File
           End-If
           .

       Stage-One-Seen.
           Read Seen-Log-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move SEEN-Subscriber To WS-Rec-Sub-Id
                   Move SEEN-Call-Date To WS-Rec-Date
                   Perform Judge-Record
                   If Not WS-Rec-Purge
                       If WS-Rec-Anonymize
                           Move WS-Anon-Id To SEEN-Subscriber
                           Move SEEN-InRec To WS-Mask-InRec
                           Perform Mask-Dialled-Digits
                           Move WS-Mask-InRec To SEEN-InRec
                       End-If
                       Move Seen-Log-Record To Seen-Work-Record
                       Write Seen-Work-Record
                   End-If
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

       Purge-Suspense-File.
           Move 3 To WS-Fil-Sub
           Perform Start-File-Pass
           If WS-Eof
               Exit Paragraph
           End-If
           Open Input Suspense-File
           If WS-Suspense-File-Status Not = "00"
               Exit Paragraph
           End-If
           Open Output Suspense-Work-File
           Perform Stage-One-Suspense Until WS-Eof
           Close Suspense-Work-File
           Close Suspense-File
           If WS-Fil-Changed
               Open Output Suspense-File
               Move "N" To WS-Eof-Flag
               Open Input Suspense-Work-File
               Perform Copy-One-Suspense Until WS-Eof
               Close Suspense-Work-File
               Close Suspense-File
           End-If
           .

       Stage-One-Suspense.
           Read Suspense-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move Suspense-Subscriber To WS-Rec-Sub-Id
                   Move Suspense-Call-Date To WS-Rec-Date
                   Perform Judge-Record
                   If Not WS-Rec-Purge
                       If WS-Rec-Anonymize
                           Move WS-Anon-Id To Suspense-Subscriber
                           Move Suspense-InRec To WS-Mask-InRec
                           Perform Mask-Dialled-Digits
                           Move WS-Mask-InRec To Suspense-InRec
                       End-If
                       Move Suspense-Record To Suspense-Work-Record
                       Write Suspense-Work-Record
                   End-If
           End-Read
           .

       Copy-One-Suspense.
           Read Suspense-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move Suspense-Work-Record To Suspense-Record
                   Write Suspense-Record
           End-Read
           .

      * A MANIFEST ROW IS DATED BY THE PERIOD START IN ITS OBJECT
      * KEY. ANONYMIZING ALSO DROPS THE MAIL ADDRESS AND THE
      * SUBSCRIBER'S PART OF THE KEY.
       Purge-Manifest-File.
           Move 4 To WS-Fil-Sub
           Perform Start-File-Pass
           If WS-Eof
               Exit Paragraph
           End-If
           Open Input Manifest-File
           If WS-Manifest-File-Status Not = "00"
               Exit Paragraph
           End-If
           Open Output Manifest-Work-File
           Perform Stage-One-Manifest Until WS-Eof
           Close Manifest-Work-File
           Close Manifest-File
           If WS-Fil-Changed
               Open Output Manifest-File
               Move "N" To WS-Eof-Flag
               Open Input Manifest-Work-File
               Perform Copy-One-Manifest Until WS-Eof
               Close Manifest-Work-File
               Close Manifest-File
           End-If
           .

       Stage-One-Manifest.
           Read Manifest-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move MF-Subscriber-Id To WS-Rec-Sub-Id
                   Move MF-Object-Key (7:8) To WS-Period-Work
                   If WS-Period-Work Is Numeric
                       Move WS-Period-Work To WS-Rec-Date
                   Else
                       Move Zero To WS-Rec-Date
                   End-If
                   Perform Judge-Record
                   If Not WS-Rec-Purge
                       If WS-Rec-Anonymize
                           Move WS-Anon-Id To MF-Subscriber-Id
                           Move Spaces To MF-Email
                           Move MF-Object-Key (1:15) To WS-Period-Work
                           Move Spaces To MF-Object-Key
                           String "ebill/" WS-Period-Work (1:8) "/"
                                  WS-Anon-Id
                                  Delimited By Size Into MF-Object-Key
                       End-If
                       Move Manifest-Record To Manifest-Work-Record
                       Write Manifest-Work-Record
                   End-If
           End-Read
           .

       Copy-One-Manifest.
           Read Manifest-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move Manifest-Work-Record To Manifest-Record
                   Write Manifest-Record
           End-Read
           .

      * A MASTER ROW IS DATED BY THE ACCOUNT'S DISCONNECTION - AN
      * ACCOUNT STILL OPEN NEVER AGES OUT. ANONYMIZING ERASES THE
      * NAME BUT KEEPS THE ID, WHICH THE RETAINED LEDGERS (ARITEMS,
      * INVREG) STILL CARRY.
       Purge-Master-File.
           Move 5 To WS-Fil-Sub
           Perform Start-File-Pass
           If WS-Eof
               Exit Paragraph
           End-If
           Open Input Subscriber-Master-File
           If WS-Submast-File-Status Not = "00"
               Exit Paragraph
           End-If
           Open Output Master-Work-File
           Perform Stage-One-Master Until WS-Eof
           Close Master-Work-File
           Close Subscriber-Master-File
           If WS-Fil-Changed
               Open Output Subscriber-Master-File
               Move "N" To WS-Eof-Flag
               Open Input Master-Work-File
               Perform Copy-One-Master Until WS-Eof
               Close Master-Work-File
               Close Subscriber-Master-File
           End-If
           .

       Stage-One-Master.
           Read Subscriber-Master-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move SUB-Id To WS-Rec-Sub-Id
                   Move SUB-Id To WS-Prt-Key
                   Perform Find-Status
                   If WS-Sst-Found
                   And WS-Sst-Status (WS-Sst-Sub) = "D"
                       Move WS-Sst-Date (WS-Sst-Sub) To WS-Rec-Date
                   Else
                       Move Zero To WS-Rec-Date
                   End-If
                   If SUB-Name = WS-Anon-Name
                       Move WS-Anon-Id To WS-Rec-Sub-Id
                   End-If
                   Perform Judge-Record
                   If Not WS-Rec-Purge
                       If WS-Rec-Anonymize
                           Move WS-Anon-Name To SUB-Name
                       End-If
                       Move Subscriber-Master-Record
                           To Master-Work-Record
                       Write Master-Work-Record
                   End-If
           End-Read
           .

       Copy-One-Master.
           Read Master-Work-File
               At End
                   Set WS-Eof To True
               Not At End
                   Move Master-Work-Record To Subscriber-Master-Record
                   Write Subscriber-Master-Record
           End-Read
           .

      * THE RETENTION COUNTS PER FILE, THEN ONE CERTIFICATE PER
      * ERASURE WORKED AND ONE LINE PER ERASURE DEFERRED.
       Print-Certificates.
           Open Output Certificate-File
           Move WS-Business-Date To WS-Cert-Title-Date
           Move WS-Run-Id To WS-Cert-Title-Run
           Write Certificate-Line From WS-Cert-Title-Line
           Move Spaces To Certificate-Line
           Write Certificate-Line
           Perform Print-One-File-Line
               Varying WS-Fil-Sub From 1 By 1
               Until WS-Fil-Sub > 5
           Perform Print-One-Request
               Varying WS-Erq-Sub From 1 By 1
               Until WS-Erq-Sub > WS-Erq-Count
           Close Certificate-File
           .

       Print-One-File-Line.
           Move WS-Fil-Name (WS-Fil-Sub) To WS-Cert-File-Name
           If WS-Fil-Has-Policy (WS-Fil-Sub)
               Move Spaces To WS-Cert-File-Policy
               If WS-Fil-Action (WS-Fil-Sub) = "P"
                   String "PURGE AFTER " WS-Fil-Retain (WS-Fil-Sub)
                          Delimited By Size Into WS-Cert-File-Policy
               Else
                   String "ANON AFTER " WS-Fil-Retain (WS-Fil-Sub)
                          Delimited By Size Into WS-Cert-File-Policy
               End-If
           Else
               Move "KEPT - NO POLICY" To WS-Cert-File-Policy
           End-If
           Move WS-Fil-Read (WS-Fil-Sub) To WS-Cert-File-Read
           Move WS-Fil-Purged (WS-Fil-Sub) To WS-Cert-File-Purged
           Move WS-Fil-Anonymized (WS-Fil-Sub) To WS-Cert-File-Anon
           Move WS-Fil-Held (WS-Fil-Sub) To WS-Cert-File-Held
           Write Certificate-Line From WS-Cert-File-Line
           Display WS-Cert-File-Line
           .

       Print-One-Request.
           Move Spaces To Certificate-Line
           Write Certificate-Line
           If WS-Erq-Deferred (WS-Erq-Sub)
               Move WS-Erq-Request-Id (WS-Erq-Sub) To WS-Cert-Defer-Id
               Move WS-Erq-Id (WS-Erq-Sub) To WS-Cert-Defer-Sub
               Move WS-Erq-Reason (WS-Erq-Sub)
                   To WS-Cert-Defer-Reason
               Write Certificate-Line From WS-Cert-Defer-Line
               Display WS-Cert-Defer-Line
               Exit Paragraph
           End-If
           Move WS-Erq-Request-Id (WS-Erq-Sub) To WS-Cert-Request-Id
           Move WS-Erq-Id (WS-Erq-Sub) To WS-Cert-Sub-Id
           Move WS-Erq-Received (WS-Erq-Sub) To WS-Cert-Received
           Write Certificate-Line From WS-Cert-Head-Line
           Perform Print-One-Request-File
               Varying WS-Fil-Sub From 1 By 1
               Until WS-Fil-Sub > 5
           Move WS-Business-Date To WS-Cert-Done-Date
           Move WS-Run-Id To WS-Cert-Done-Run
           Write Certificate-Line From WS-Cert-Done-Line
           Display "ERASURE COMPLETED - REQUEST "
                   WS-Erq-Request-Id (WS-Erq-Sub)
           .

      * EVERY GOVERNED FILE IS LISTED, TOUCHED OR NOT - THE
      * CERTIFICATE SHOWS WHERE WAS LOOKED AS WELL AS WHAT WAS FOUND.
       Print-One-Request-File.
           Move WS-Fil-Name (WS-Fil-Sub) To WS-Cert-Count-File
           Move WS-Erq-Purged (WS-Erq-Sub WS-Fil-Sub)
               To WS-Cert-Count-Purged
           Move WS-Erq-Anonymized (WS-Erq-Sub WS-Fil-Sub)
               To WS-Cert-Count-Anon
           Write Certificate-Line From WS-Cert-Count-Line
           .

       Log-Erasure-Outcomes.
           If WS-Erq-Count = Zero
               Exit Paragraph
           End-If
           Open Extend Erasure-Log-File
           If WS-Eraslog-File-Status Not = "00"
               Open Output Erasure-Log-File
           End-If
           Perform Log-One-Outcome
               Varying WS-Erq-Sub From 1 By 1
               Until WS-Erq-Sub > WS-Erq-Count
           Close Erasure-Log-File
           .

       Log-One-Outcome.
           Move WS-Erq-Request-Id (WS-Erq-Sub) To ERL-Request-Id
           Move WS-Erq-Id (WS-Erq-Sub) To ERL-Subscriber-Id
           Move WS-Business-Date To ERL-Business-Date
           Move WS-Erq-Reason (WS-Erq-Sub) To ERL-Reason
           Move WS-Run-Id To ERL-Run-Id
           Move "TELCORET" To audit-log-program
           If WS-Erq-Accepted (WS-Erq-Sub)
               Move "C" To ERL-Outcome
               Move "ERASED" To audit-log-operation
               Move Zero To audit-log-result-code
           Else
               Move "D" To ERL-Outcome
               Move "ERASDEFR" To audit-log-operation
               Move 4 To audit-log-result-code
           End-If
           Write Erasure-Log-Record
           Perform Write-Audit-Record
           .

      * DERIVES THE RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRIES
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

       End Program TELCORET.
