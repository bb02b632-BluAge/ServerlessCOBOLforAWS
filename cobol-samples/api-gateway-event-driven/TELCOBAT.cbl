      *  PROPOSED RATEPROP TABLE - WITH LEDGER/CHECKPOINT/SUSPENSE
      *  WRITES SUPPRESSED AND A PER-CLASS REVENUE DELTA REPORT, SO
      *  PRICING SEES WHAT A RATE CHANGE DOES TO REAL TRAFFIC BEFORE
      *  COMMITTING IT. CALLS TO SPECIAL NUMBERS (EMERGENCY, TOLL-
      *  FREE, CARE SHORT CODES) ARE COUNTED PER TREATMENT WITH WHAT
      *  THEY BILLED, SO THE REPORT PROVES NO EMERGENCY CALL CHARGED.
      *  EACH RATED CALL IS STAMPED WITH THE MVNO RESELLER HOLDING
      *  ITS SUBSCRIBER ON THE CALL DATE (RSLASGN), SO WHOLESALE
      *  SETTLEMENT (TELCOWHL) CAN BILL THE RESELLER AND INVOICING
      *  CAN LEAVE THE END USER ALONE. INBOUND ROAMERS' CALLS ("*"
      *  PLUS HOME NETWORK IN THE ACCOUNT FIELD) BYPASS SUBSCRIBER
      *  VALIDATION, PRICE AT THE PARTNER'S INTER-OPERATOR TARIFF
      *  (IOTTAB) AND GO TO VISRATED FOR TELCOVST TO SETTLE. CALLS
      *  THAT FELL BACK TO THE PUBLISHED RATE BECAUSE THE CALLER'S
      *  CONTRACTED RATE HAD JUST EXPIRED ARE LISTED ON THE REPORT.
      *  THE PER-SUBSCRIBER REFERENCE FILES AND THE CDRSEEN HISTORY
      *  ARE LOADED INTO KEYED WORK FILES AT STARTUP AND READ BY KEY
      *  PER CALL, SO NEITHER THE SUBSCRIBER BASE NOR THE DUPLICATE
      *  HISTORY HAS A TABLE SIZE TO OUTGROW; THE LOOKUP COUNTS AND
      *  THE LOAD TIME GO TO RUNSTATS WITH THE PHASE TIMINGS.
      *  EVERY ARRIVING FILE IS CHECKED AGAINST ITS SWITCH'S ROW IN
      *  THE SWSEQ SEQUENCE REGISTER - SKIPPED SEQUENCES (PAGED VIA
      *  TELCOALR), LATE DELIVERY AND OUT-OF-ORDER ARRIVALS ARE
      *  LOGGED TO CDRGAPS FOR THE HANDOVER PAGE.
      *  THE CDRSEEN IDENTITIES, ALLOWANCE DRAWDOWNS AND PREPAID
      *  DRAWS (PPDRAWN) THE RUN LEAVES BEHIND CARRY ITS RUN-ID, SO
      *  TELCORVS CAN BACK A BAD RUN OUT WHOLE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           Select Enrollment-File Assign To "PLANENRL"
               Organization Is Sequential
               File Status Is WS-Enrollment-File-Status.
      * EFFECTIVE-DATED RESELLER ASSIGNMENTS - WHICH MVNO RESELLER
      * HOLDS A SUBSCRIBER AS OF THE CALL DATE. AN ABSENT FILE MEANS
      * EVERY SUBSCRIBER IS OUR OWN RETAIL CUSTOMER.
           Select Reseller-Assign-File Assign To "RSLASGN"
               Organization Is Sequential
               File Status Is WS-Rslasgn-File-Status.
      * EFFECTIVE-DATED SUBSCRIBER STATUS HISTORY - EACH CALL IS
      * JUDGED AGAINST THE STATUS IN FORCE ON ITS OWN CALL DATE.
      * AN ABSENT FILE FALLS BACK TO THE MASTER'S ONE-BYTE STATUS.
      * INTER-OPERATOR TARIFF - WHAT EACH PARTNER NETWORK PAYS PER
      * UNIT OF ITS SUBSCRIBERS' USAGE ON OURS, EFFECTIVE-DATED. AN
      * ABSENT FILE SENDS EVERY VISITOR CDR TO SUSPENSE.
           Select Iot-Table-File Assign To "IOTTAB"
               Organization Is Sequential
               File Status Is WS-Iottab-File-Status.
      * RATED INBOUND-ROAMER USAGE - ONE RECORD PER VISITOR CDR,
      * KEPT APART FROM CDRRATED FOR THE PARTNER SETTLEMENT RUN.
           Select Visitor-Usage-File Assign To "VISRATED"
               Organization Is Sequential.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Prepaid-Balance-File Assign To "PREPAY"
               Organization Is Sequential
               File Status Is WS-Prepay-File-Status.
      * WHAT THE RUN DREW FROM EACH PREPAID BALANCE - APPENDED
      * ALONGSIDE THE PREPAY REWRITE FOR A RUN REVERSAL TO GIVE BACK.
           Select Prepaid-Draw-File Assign To "PPDRAWN"
               Organization Is Sequential
               File Status Is WS-Ppdrawn-File-Status.
      * PER-SUBSCRIBER CREDIT LIMITS ENFORCED WHILE RATING - THE
      * 40,000-DOLLAR NIGHT GETS CAUGHT AT THE LIMIT, NOT ON THE
      * INVOICE WEEKS LATER. ABSENT FILE = NO LIMITS.
               Organization Is Sequential
               File Status Is WS-Stop-File-Status.
      * RUN-CONTROL CALENDAR - ONE RECORD APPENDED PER STATUS CHANGE,
      * KEYED BY BUSINESS DATE, SWITCH AND FILE SEQUENCE. THE LAST
      * RECORD FOR A KEY IS ITS CURRENT STATUS (SAME LAST-WINS
      * CONVENTION AS THE CHECKPOINT FILE). A DATE/SEQ ALREADY
      * COMPLETED REFUSES TO
      * START AGAIN UNLESS TELCO_RERUN_FLAG=Y, SO AN OPERATOR CAN'T
      * DOUBLE-POST A BUSINESS DATE BY ACCIDENT.
           Select Run-Control-File Assign To "TELCORUN"
               Organization Is Sequential
               File Status Is WS-Run-Control-File-Status.
      * PER-SWITCH FILE-SEQUENCE REGISTER AND THE SEQUENCE-EXCEPTION
      * LOG IT FEEDS - EVERY ARRIVING FILE IS CHECKED AGAINST ITS
      * SWITCH'S EXPECTED NEXT SEQUENCE AND DELIVERY CADENCE, SO A
      * FILE THAT NEVER ARRIVES IS NOTICED WHEN THE NEXT ONE DOES.
           Select Switch-Seq-File Assign To "SWSEQ"
               Organization Is Sequential
               File Status Is WS-Swseq-File-Status.
           Select Seq-Gap-File Assign To "CDRGAPS"
               Organization Is Sequential
               File Status Is WS-Cdrgap-File-Status.
      * FAILED KINESIS EVENT PUBLISHES ARE ROUTED HERE INSTEAD OF
      * ABENDING THE RUN - SAME DEAD-LETTER CONVENTION AS THE KINESIS
      * SAMPLE.
           Select Table-Owner-File Assign To "TABOWNER"
               Organization Is Sequential
               File Status Is WS-Tabowner-File-Status.
      * KEYED WORK COPIES OF SUBMAST, PLANENRL, RSLASGN, SUBSTAT,
      * PREPAY AND CREDLIM AND OF THE CDRSEEN LOG - REBUILT FROM THE
      * SEQUENTIAL FILES AT STARTUP AND READ BY KEY FOR EACH CALL.
      * THE SEQUENTIAL FILES REMAIN THE ONES EVERY OTHER PROGRAM
      * READS AND MAINTAINS; THESE ARE SCRATCH FOR THE RUN. THE
      * EFFECTIVE-DATED FILES ARE KEYED BY SUBSCRIBER PLUS DATE SO
      * ONE SUBSCRIBER'S ROWS READ BACK IN DATE ORDER.
           Select Subscriber-Key-File Assign To "SUBMASTK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is SKY-Id
               File Status Is WS-Submastk-File-Status.
           Select Enrollment-Key-File Assign To "PLANENRK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is EKY-Key
               File Status Is WS-Planenrk-File-Status.
           Select Reseller-Key-File Assign To "RSLASGNK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is RKY-Key
               File Status Is WS-Rslasgnk-File-Status.
           Select Status-Key-File Assign To "SUBSTATK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is HKY-Key
               File Status Is WS-Substatk-File-Status.
           Select Prepaid-Key-File Assign To "PREPAYK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is PKY-Id
               File Status Is WS-Prepayk-File-Status.
           Select Credit-Key-File Assign To "CREDLIMK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is CKY-Id
               File Status Is WS-Credlimk-File-Status.
           Select Seen-Key-File Assign To "CDRSEENK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is DKY-Key
               File Status Is WS-Seenk-File-Status.

       Data Division.
       File Section.
      * SUBSCRIBER MASTER; AN UNKNOWN OR INACTIVE SUBSCRIBER ROUTES
      * THE CDR TO SUSPENSE WITH ITS OWN REASON.
               10  CDR-Subscriber-Id    Pic X(10).
      * AN INBOUND ROAMER - A FOREIGN NETWORK'S SUBSCRIBER USING OURS -
      * HAS NO SUBMAST ACCOUNT; THE SWITCH MARKS THE ACCOUNT "*"
      * FOLLOWED BY THE VISITOR'S HOME-NETWORK CODE. SUCH A CALL IS
      * RATED AT THE INTER-OPERATOR TARIFF (IOTTAB) TO VISRATED AND
      * SETTLED WITH THE HOME NETWORK, NEVER BILLED TO A SUBSCRIBER.
               10  CDR-Visitor-Id Redefines CDR-Subscriber-Id.
                   15  CDR-Visitor-Mark Pic X(1).
                     88  CDR-Visitor-Cdr    Value "*".
                   15  CDR-Home-Network Pic X(4).
                   15                   Pic X(5).
      * WHAT KIND OF USAGE THIS RECORD DESCRIBES - "V" (OR SPACE, FOR
      * FEEDS PREDATING THE FIELD) A VOICE CALL, "S" AN SMS MESSAGE,
      * "U" A DATA SESSION WHOSE CDR-DURATION-SECS FIELD CARRIES
           05  CDR-Header-Body Redefines CDR-Detail-Body.
               10  CDR-Hdr-Business-Date Pic 9(8).
               10  CDR-Hdr-File-Seq      Pic 9(6).
      * THE SWITCH (SOURCE) THAT PRODUCED THE FILE - FILE SEQUENCES
      * RUN PER SWITCH. SPACES FROM A FEED THAT PREDATES IT IS TAKEN
      * AS THE SINGLE "MAIN" SOURCE.
               10  CDR-Hdr-Switch-Id     Pic X(4).
               10                        Pic X(41).
           05  CDR-Trailer-Body Redefines CDR-Detail-Body.
               10  CDR-Trl-Record-Count  Pic 9(9).
               10  CDR-Trl-Hash-Total    Pic 9(15).
       01  Enrollment-Record.
               COPY PLANENRL REPLACING LEADING ==PE-== BY ==PEF-==.

       FD  Reseller-Assign-File
           Recording Mode Is F.
       01  Reseller-Assign-Record.
               COPY RSLASGN REPLACING LEADING ==RA-== BY ==RAF-==.

       FD  Iot-Table-File
           Recording Mode Is F.
       01  Iot-Table-Record.
               COPY IOTTAB REPLACING LEADING ==IO-== BY ==IOF-==.

       FD  Visitor-Usage-File
           Recording Mode Is F.
       01  Visitor-Usage-Record.
               COPY VISUSAGE.

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
       01  Prepaid-Balance-Record.
               COPY PREPAY REPLACING LEADING ==PP-== BY ==PPF-==.

       FD  Prepaid-Draw-File
           Recording Mode Is F.
       01  Prepaid-Draw-Record.
               COPY PPDRAW.

       FD  Credit-Limit-File
           Recording Mode Is F.
       01  Credit-Limit-Record.
      * THE OPERATING COMPANY THE RUN BILLED FOR - PERIOD REPORTS
      * AND THE GL EXPORT SEGREGATE BY IT.
           05  RS-Company           Pic X(3).
      * CALLS RATED PER RATE CLASS FOR THE RUN, SAME ORDER AS
      * RS-Class-Price - THE VOLUME SIDE OF THE DAILY REVENUE FLASH.
           05  RS-Class-Calls Occurs 5 Times
                                Pic 9(9)        Binary.

       FD  Stop-File
           Recording Mode Is F.
           05  RUN-Run-Id           Pic X(15).
           05  RUN-Timestamp        Pic X(26).
           05  RUN-Company          Pic X(3).
           05  RUN-Switch-Id        Pic X(4).

       FD  Switch-Seq-File
           Recording Mode Is F.
       01  Switch-Seq-Record.
               COPY SWSEQ.

       FD  Seq-Gap-File
           Recording Mode Is F.
       01  Seq-Gap-Record.
               COPY CDRGAP.

      * ADJUSTMENT-RUN INPUT - ALREADY-BILLED CDRS FED BACK FOR
      * RERATING AT CORRECTED RATES: THE ORIGINAL CDR FIELDS PLUS THE
      * RECORD UP ONTO THIS SUBSCRIBER'S NEXT INVOICE INSTEAD OF
      * LEAVING CREDITS TO AGE IN THE FILE.
           05  ADJO-Subscriber-Id   Pic X(10).
      * THE RERATED CALL'S TAX SPLIT AND THE JURISDICTION IT TAXED
      * UNDER. THE ORIGINAL SPLIT IS ON CDRRATED UNDER THE SAME KEY,
      * SO THE TAX AN ADJUSTMENT MOVED IS KNOWN EXACTLY. ALL ZERO FOR
      * A WHOLE-CALL DISPUTE CREDIT (NOTHING LEFT TAXED) AND FOR A
      * LOYALTY CREDIT (NO CALL BEHIND IT).
           05  ADJO-Jurisdiction    Pic X(4).
           05  ADJO-New-BTax        Pic S9(5)V99    Binary.
           05  ADJO-New-DTax        Pic S9(5)V99    Binary.
           05  ADJO-New-ITax        Pic S9(5)V99    Binary.
           05  ADJO-New-Jur-Tax     Pic S9(5)V99    Binary.
      * THE DATE THE ADJUSTMENT WAS POSTED - THE DATE THE ACCOUNTING
      * PERIOD LOCK GOVERNS. ADJO-CALL-DATE STAYS THE ADJUSTED CALL'S
      * OWN DATE, SO A CLOSED PERIOD NEVER MOVES THE CALL ITSELF.
           05  ADJO-Post-Date       Pic 9(8).

      * THE SUSPENSE RECORD CARRIES THE WHOLE CDR, NOT JUST ITS KEY -
      * THE REPAIR RULES AND THE CONSOLE CAN THEN FIX A JURISDICTION
      * DATE'S ENTRIES AT RELOAD SO THE RERUN ISN'T ROUTED WHOLESALE
      * TO DUPLICATES.
           05  SEEN-Business-Date   Pic 9(8).
      * THE RUN THAT RATED THE CDR - A WHOLE-RUN REVERSAL REMOVES
      * EXACTLY ITS RUN'S IDENTITIES SO THE FILE CAN BE RERUN.
           05  SEEN-Run-Id          Pic X(15).

       FD  Rated-Output-File
           Recording Mode Is F.
       01  Table-Owner-Record.
           05  TBO-Company          Pic X(3).

       FD  Subscriber-Key-File.
       01  Subscriber-Key-Record.
           05  SKY-Id               Pic X(10).
           05  SKY-Status           Pic X(1).

       FD  Enrollment-Key-File.
       01  Enrollment-Key-Record.
           05  EKY-Key.
               10  EKY-Id           Pic X(10).
               10  EKY-Date         Pic 9(8).
           05  EKY-Plan             Pic X(4).

       FD  Reseller-Key-File.
       01  Reseller-Key-Record.
           05  RKY-Key.
               10  RKY-Id           Pic X(10).
               10  RKY-Date         Pic 9(8).
           05  RKY-Reseller         Pic X(6).

       FD  Status-Key-File.
       01  Status-Key-Record.
           05  HKY-Key.
               10  HKY-Id           Pic X(10).
               10  HKY-Date         Pic 9(8).
           05  HKY-Status           Pic X(1).

      * THE RUN'S PREPAID BALANCES - DRAWN DOWN BY REWRITE AS CALLS
      * RATE, COPIED BACK TO PREPAY AT NORMAL END.
       FD  Prepaid-Key-File.
       01  Prepaid-Key-Record.
           05  PKY-Id               Pic X(10).
           05  PKY-Balance          Pic S9(7)V99    Binary.
           05  PKY-Overdrawn        Pic X(1).
           05  PKY-Start-Balance    Pic S9(7)V99    Binary.

      * THE RUN'S CREDIT LIMITS AND THE SPEND ACCUMULATED AGAINST
      * THEM.
       FD  Credit-Key-File.
       01  Credit-Key-Record.
           05  CKY-Id               Pic X(10).
           05  CKY-Limit            Pic S9(7)V99    Binary.
           05  CKY-Spend            Pic S9(11)V99   Binary.
           05  CKY-Breached         Pic X(1).

       FD  Seen-Key-File.
       01  Seen-Key-Record.
           05  DKY-Key.
               10  DKY-InRec        Pic S9(15)      Packed-Decimal.
               10  DKY-Call-Date    Pic 9(8).
               10  DKY-Sub-Id       Pic X(10).

       FD  Control-Totals-File
           Recording Mode Is F.
       01  Control-Totals-Record.
           05  RST-Ckpt-Secs        Pic 9(7).
           05  RST-Archive-Secs     Pic 9(7).
           05  RST-Publish-Secs     Pic 9(7).
      * TIME SPENT BUILDING THE KEYED LOOKUP FILES, AND THE KEYED
      * READS THE RUN MADE AGAINST EACH ONE.
           05  RST-Load-Secs        Pic 9(7).
           05  RST-Sub-Lookups      Pic 9(9).
           05  RST-Enrl-Lookups     Pic 9(9).
           05  RST-Rsla-Lookups     Pic 9(9).
           05  RST-Sth-Lookups      Pic 9(9).
           05  RST-Ppd-Lookups      Pic 9(9).
           05  RST-Cdl-Lookups      Pic 9(9).
           05  RST-Seen-Lookups     Pic 9(9).

       FD  Checkpoint-File
           Recording Mode Is F.
                   15  CKP-Leak-Discount  Pic S9(11)V99 Binary.
                   15  CKP-Leak-Promo     Pic S9(11)V99 Binary.
                   15  CKP-Leak-Allowance Pic S9(11)V99 Binary.
                   15  CKP-Leak-Favourite Pic S9(11)V99 Binary.
           05  CKP-Special-Totals.
               10  CKP-Spc-Tots Occurs 3 Times.
                   15  CKP-Spc-Calls-Tot  Pic 9(9)      Binary.
                   15  CKP-Spc-Output-Tot Pic S9(11)V99 Binary.
           05  CKP-Visitor-Totals.
               10  CKP-Visitor-Count    Pic 9(9)        Binary.
               10  CKP-Visitor-Amount-Tot Pic S9(11)V99 Binary.
           05  CKP-Late-Arrivals.
               10  CKP-Late-Count       Pic 9(2)        Binary.
               10  CKP-Late-Entry Occurs 24 Times.
                   15  CKP-Late-Period  Pic 9(6).
                   15  CKP-Late-Calls   Pic 9(9)        Binary.
                   15  CKP-Late-Value   Pic S9(11)V99   Binary.
           05  CKP-Lapsed-Contracts.
               10  CKP-Lapsed-Count     Pic 9(9)        Binary.
               10  CKP-Lapsed-Listed    Pic 9(2)        Binary.
               10  CKP-Lapsed-Entry Occurs 50 Times.
                   15  CKP-Lapsed-Sub-Id  Pic X(10).
                   15  CKP-Lapsed-Date    Pic 9(8).
                   15  CKP-Lapsed-Class   Pic X(1).
                   15  CKP-Lapsed-Output  Pic S9(5)V99  Binary.

       Working-Storage Section.
       01  WS-Flags.
       01  WS-File-Balance-Control.
           05  WS-Business-Date     Pic 9(8)    Value Zero.
           05  WS-File-Seq          Pic 9(6)    Value Zero.
           05  WS-Switch-Id         Pic X(4)    Value Spaces.
           05  WS-Trailer-Found-Flag Pic X      Value "N".
             88  WS-Trailer-Found   Value "Y".
           05  WS-Detail-Count      Pic 9(9)    Binary Value Zero.
               Value "CDR FILE HEADER/TRAILER IMBALANCE".

       01  WS-Run-Control-File-Status Pic X(2)  Value Spaces.
       01  WS-Swseq-File-Status     Pic X(2)    Value Spaces.
       01  WS-Cdrgap-File-Status    Pic X(2)    Value Spaces.

      * REJECT-RATE CIRCUIT BREAKER - A GARBLED UPSTREAM FILE SHOWS
      * UP AS A REJECT STORM, SO ONCE THE FIRST GRACE RECORDS HAVE
      * DUPLICATE-CDR DETECTION STATE - THE IDENTITY IS THE CDR'S
      * InRec PLUS ITS CALL DATE AND SUBSCRIBER, SO TWO LEGITIMATE
      * CALLS THAT HAPPEN TO PACK THE SAME VALUE ON DIFFERENT DAYS
      * (OR ACCOUNTS) ARE NOT FALSE DUPLICATES. THE KEYED SEEN FILE
      * HOLDS THE RELOADED CDRSEEN LOG FROM PRIOR RUNS PLUS THIS
      * RUN'S CDRS, WITH NO CEILING ON EITHER.
       01  WS-Seen-Log-Status       Pic X(2)    Value Spaces.
       01  WS-Seenk-File-Status     Pic X(2)    Value Spaces.

      * SUBSCRIBER MASTER, KEYED INTO SUBMASTK ONCE AT STARTUP.
      * STATUS "A" IS ACTIVE; ANYTHING ELSE SUSPENDS THE SUBSCRIBER'S
      * TRAFFIC. A COUNT OF ZERO MEANS NO MASTER WAS LOADED.
       01  WS-Submast-File-Status   Pic X(2)    Value Spaces.
       01  WS-Submastk-File-Status  Pic X(2)    Value Spaces.
       01  WS-Disctab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Plantab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Restart-State-Msg     Pic X(35)
               Value "RESTART WITH PRICING STATE REFUSED".
      * THE KEYED WORK FILE BEING OPENED AT STARTUP AND THE STATUS IT
      * CAME BACK WITH - A WORK FILE THAT WILL NOT OPEN ENDS THE RUN
      * RATHER THAN LETTING EVERY LOOKUP AGAINST IT QUIETLY MISS.
       01  WS-Keyk-File-Name        Pic X(8)    Value Spaces.
       01  WS-Keyk-File-Status      Pic X(2)    Value Spaces.
       01  WS-Keyk-Open-Msg         Pic X(33)
               Value "KEYED WORK FILE WOULD NOT OPEN   ".
       01  WS-Sub-Count             Pic 9(9)    Binary Value Zero.
       01  WS-Sub-Known-Flag        Pic X       Value "N".
         88  WS-Subscriber-Known    Value "Y".
       01  WS-Sub-Eof-Flag          Pic X       Value "N".
         88  WS-Sub-Eof             Value "Y".
       01  WS-Unknown-Sub-Count     Pic 9(9)    Binary Value Zero.

      * PLAN ENROLLMENTS, KEYED INTO PLANENRK ONCE AT STARTUP. WITH NO
      * FILE
      * (COUNT ZERO) THE CDR'S OWN PLAN CODE PASSES THROUGH AS
      * BEFORE; WITH ENROLLMENTS LOADED, THE PLAN IS DERIVED AS OF
      * THE CALL'S DATE AND A DISAGREEING CDR PLAN ROUTES THE CDR TO
      * SUSPENSE WITH ITS OWN REASON.
       01  WS-Enrollment-File-Status Pic X(2)   Value Spaces.
       01  WS-Planenrk-File-Status  Pic X(2)    Value Spaces.
       01  WS-Enrl-Count            Pic 9(9)    Binary Value Zero.
       01  WS-Enrl-Eof-Flag         Pic X       Value "N".
         88  WS-Enrl-Eof            Value "Y".
       01  WS-Enrl-Work.
           05  WS-Enrl-As-Of-Date   Pic 9(8).
           05  WS-Derived-Plan-Code Pic X(4).
           05  WS-Plan-Mismatch-Flag Pic X      Value "N".
             88  WS-Plan-Mismatch   Value "Y".
       01  WS-Plan-Mismatch-Count   Pic 9(9)    Binary Value Zero.

      * RESELLER ASSIGNMENTS, KEYED INTO RSLASGNK ONCE AT STARTUP,
      * AND THE RESELLER DERIVED FOR THE CURRENT CALL (SPACES =
      * RETAIL).
       01  WS-Rslasgn-File-Status   Pic X(2)    Value Spaces.
       01  WS-Rslasgnk-File-Status  Pic X(2)    Value Spaces.
       01  WS-Rsla-Count            Pic 9(9)    Binary Value Zero.
       01  WS-Rsla-Eof-Flag         Pic X       Value "N".
         88  WS-Rsla-Eof            Value "Y".
       01  WS-Rsla-Work.
           05  WS-Derived-Reseller  Pic X(6).

      * INTER-OPERATOR TARIFF TABLE, LOADED ONCE AT STARTUP, AND THE
      * VISITOR-RATING WORK FIELDS. A VISITOR CALL IS CLASSIFIED BY
      * TELCOATOM IN QUOTE MODE WITH NO LEDGER AND NO TAX - IT MUST
      * NOT DRAW ON ANY OF OUR SUBSCRIBERS' ALLOWANCES OR TIERS - AND
      * ITS UNITS ARE THEN PRICED AT THE HOME NETWORK'S IOTTAB RATE.
       01  WS-Iottab-File-Status    Pic X(2)    Value Spaces.
       01  WS-Iot-Table.
           05  WS-Iot-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Iot-Entry Occurs 500 Times.
               10  WS-Iot-Partner   Pic X(4).
               10  WS-Iot-Class     Pic X(1).
               10  WS-Iot-Date      Pic 9(8).
               10  WS-Iot-Rate      Pic S9V9(6).
       01  WS-Iot-Sub               Pic 9(3)    Binary.
       01  WS-Iot-Eof-Flag          Pic X       Value "N".
         88  WS-Iot-Eof             Value "Y".
       01  WS-Iot-Work.
           05  WS-Iot-Best-Date     Pic 9(8).
           05  WS-Iot-Unit-Rate     Pic S9V9(6).
           05  WS-Iot-Found-Flag    Pic X.
             88  WS-Iot-Found       Value "Y".
           05  WS-Visitor-Quote     Pic X       Value "Y".
           05  WS-Visitor-Exempt    Pic X       Value "Y".
           05  WS-Visitor-Amount    Pic S9(7)V99.
       01  WS-Visitor-Totals.
           05  WS-Visitor-Count     Pic 9(9)    Binary Value Zero.
           05  WS-Visitor-Amount-Tot Pic S9(11)V99 Binary Value Zero.

      * STATUS HISTORY, KEYED INTO SUBSTATK ONCE AT STARTUP, AND THE
      * RESOLUTION WORK FIELDS. THE RESOLVED STATUS DRIVES THE CALL:
      * "A"/"G" RATE (GRACE IS COUNTED SEPARATELY), "S" AND "D" ROUTE
      * TO SUSPENSE WITH STATUS-SPECIFIC REASONS. A SUBSCRIBER WITH
      * NO HISTORY ROW IN FORCE ON THE CALL DATE FALLS BACK TO THE
      * MASTER'S ONE-BYTE STATUS.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Substatk-File-Status  Pic X(2)    Value Spaces.
       01  WS-Sth-Count             Pic 9(9)    Binary Value Zero.
       01  WS-Sth-Eof-Flag          Pic X       Value "N".
         88  WS-Sth-Eof             Value "Y".
       01  WS-Status-Work.
           05  WS-Sth-As-Of-Date    Pic 9(8).
           05  WS-Resolved-Status   Pic X(1).
           05  WS-Master-Status     Pic X(1).
       01  WS-Status-Counts.
           05  WS-Suspended-Count   Pic 9(9)    Binary Value Zero.
           05  WS-Disconnect-Count  Pic 9(9)    Binary Value Zero.

      * PREPAID BALANCES IN PREPAYK FOR THE RUN - DRAWN DOWN PER RATED
      * CALL, REWRITTEN AT NORMAL END OF RUN. AN ACCOUNT WHOSE
      * BALANCE IS EXHAUSTED WHEN A CALL ARRIVES HAS THAT CALL
      * BLOCKED TO SUSPENSE; AN ACCOUNT WHOSE LAST COVERED CALL TOOK
      * THE WHOLE FILE RERUNS FROM THE TOP, SO THE BALANCES MUST
      * STILL HOLD THEIR START-OF-RUN POSITION.
       01  WS-Prepay-File-Status    Pic X(2)    Value Spaces.
       01  WS-Ppdrawn-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ppd-Draw-Count        Pic 9(9)    Binary Value Zero.
       01  WS-Prepayk-File-Status   Pic X(2)    Value Spaces.
       01  WS-Ppd-Count             Pic 9(9)    Binary Value Zero.
       01  WS-Ppd-Eof-Flag          Pic X       Value "N".
         88  WS-Ppd-Eof             Value "Y".
       01  WS-Ppd-Call-Flag         Pic X       Value "N".
           05  Pic X(10) Value " BALANCE: ".
           05  WS-Ovd-Balance-Out   Pic -Z,ZZZ,ZZ9.99.

      * LOW-BALANCE WARNING - AN ACCOUNT THAT STARTED THE RUN AT OR
      * ABOVE TELCO_PREPAY_LOW_BALANCE AND ENDS IT BELOW IS TOLD ONCE
      * THROUGH TELCONTF WHEN THE BALANCES ARE REWRITTEN (GETENVOP
      * CONVENTION, WITH THE SHOP DEFAULT).
       01  WS-Low-Balance-Control.
           05  WS-Low-Balance       Pic S9(7)V99 Binary Value 5.00.
           05  WS-Low-Bal-Env-Name  Pic X(32)
                   Value "TELCO_PREPAY_LOW_BALANCE".
           05  WS-Low-Bal-Env-Value Pic X(32)   Value Spaces.
           05  WS-Low-Bal-Ge-Result Pic 9(2)    Binary.
           05  WS-Low-Bal-Out       Pic -Z,ZZZ,ZZ9.99.

      * SHARED CUSTOMER-NOTIFICATION CALL AREA - SEE TELCONTF.
       01  WS-Ntf-Event             Pic X(4)    Value "LOWB".
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOBAT".
       01  WS-Ntf-Detail            Pic X(60).
       01  WS-Ntf-Result            Pic 9(2)    Binary.

      * CREDIT LIMITS FOR THE RUN - EACH LIMITED ACCOUNT'S OUTPUT IS
      * ACCUMULATED AS IT RATES; THE CALL THAT CROSSES THE LIMIT
      * RAISES AN IMMEDIATE CRIT ALERT AND EVERY FURTHER CALL FROM
      * THE ACCOUNT ROUTES TO SUSPENSE FOR REVIEW. THE END-OF-RUN
      * REPORT LISTS WHO BREACHED AND BY HOW MUCH.
       01  WS-Credlim-File-Status   Pic X(2)    Value Spaces.
       01  WS-Credlimk-File-Status  Pic X(2)    Value Spaces.
       01  WS-Cdl-Count             Pic 9(9)    Binary Value Zero.
       01  WS-Cdl-Eof-Flag          Pic X       Value "N".
         88  WS-Cdl-Eof             Value "Y".
       01  WS-Cdl-Call-Flag         Pic X       Value "N".
           05  WS-Exm-Entry Occurs 500 Times.
               10  WS-Exm-Id        Pic X(10).
               10  WS-Exm-Cert      Pic X(20).
               10  WS-Exm-Issue     Pic 9(8).
               10  WS-Exm-Expiry    Pic 9(8).
       01  WS-Exm-Sub               Pic 9(4)    Binary.
       01  WS-Exm-Eof-Flag          Pic X       Value "N".
         88  WS-Exm-Eof             Value "Y".
       01  WS-Exempt-Lookup-Id      Pic X(10)   Value Spaces.
       01  WS-Exempt-Lookup-Date    Pic 9(8)    Value Zero.
       01  WS-Exempt-Byte           Pic X(1)    Value "N".

      * PER-EVENT-TYPE TOTALS FOR THE RUN - VOICE, SMS AND DATA EACH
           05  Pic X(9)  Value " OUTPUT: ".
           05  WS-Evt-Output-Out    Pic ZZZ,ZZZ,ZZ9.99.

      * SPECIAL-NUMBER CALLS FOR THE RUN PER TREATMENT TELCOATOM
      * APPLIED - 1 = "Z" ZERO-RATED, 2 = "F" FREE, 3 = "C" FIXED
      * CHARGE - WITH WHAT THEY BILLED. ZERO-RATED AND FREE CALLS
      * MUST SHOW A ZERO OUTPUT; THE REGULATOR READS THIS SECTION.
       01  WS-Special-Totals.
           05  WS-Spc-Tots Occurs 3 Times.
               10  WS-Spc-Calls-Tot  Pic 9(9)      Binary.
               10  WS-Spc-Output-Tot Pic S9(11)V99 Binary.
       01  WS-Special-Sub           Pic 9(1)    Binary.
       01  WS-Special-Report-Line.
           05  WS-Spc-Name-Out      Pic X(15).
           05  Pic X(8)  Value " COUNT: ".
           05  WS-Spc-Count-Out     Pic Z,ZZZ,ZZZ,ZZ9.
           05  Pic X(9)  Value " BILLED: ".
           05  WS-Spc-Output-Out    Pic ZZZ,ZZZ,ZZ9.99.

      * REVENUE-LEAKAGE ACCUMULATORS - EVERYTHING THE RUN GAVE AWAY,
      * PER RATE CLASS (1 = "D", 2 = "L", 3 = "I", 4 = "S",
      * 5 = "M"): VOLUME-TIER DISCOUNTS, PROMO DISCOUNTS, FAVOURITE-
      * NUMBER DISCOUNTS AND THE IMPUTED VALUE OF ALLOWANCE-COVERED
      * MINUTES AT THE CLASS UNIT RATE. FINANCE GETS ONE GIVEAWAY
      * NUMBER INSTEAD OF FOUR MECHANISMS TO ADD UP BY HAND.
       01  WS-Leakage-Totals.
           05  WS-Leak-Tots Occurs 5 Times.
               10  WS-Leak-Discount  Pic S9(11)V99 Binary.
               10  WS-Leak-Promo     Pic S9(11)V99 Binary.
               10  WS-Leak-Allowance Pic S9(11)V99 Binary.
               10  WS-Leak-Favourite Pic S9(11)V99 Binary.
       01  WS-Leak-Sub              Pic 9(1)    Binary.
       01  WS-Leak-Imputed          Pic S9(9)V99  Binary.
       01  WS-Leak-Giveaway         Pic S9(11)V99 Binary.
           05  WS-Leak-Disc-Out     Pic ZZZ,ZZ9.99.
           05  Pic X(8)  Value " PROMO: ".
           05  WS-Leak-Promo-Out    Pic ZZZ,ZZ9.99.
           05  Pic X(6)  Value " FAV: ".
           05  WS-Leak-Fav-Out      Pic ZZZ,ZZ9.99.
           05  Pic X(8)  Value " ALLOW: ".
           05  WS-Leak-Allow-Out    Pic ZZZ,ZZ9.99.
           05  Pic X(13) Value " PCT OF GRS: ".
       01  WS-Alert-Op-Result       Pic 9(2)    Binary.
       01  WS-Duplicate-Control.
           05  WS-Duplicate-Count   Pic 9(9)    Binary Value Zero.
           05  WS-Seen-Count        Pic 9(9)    Binary Value Zero.
           05  WS-Dup-Flag          Pic X       Value "N".
             88  WS-Duplicate-Cdr   Value "Y".
           05  WS-Seen-Eof-Flag     Pic X       Value "N".
             88  WS-Seen-Eof        Value "Y".

      * ONE KEYED READ-NEXT SCAN OVER AN EFFECTIVE-DATED FILE.
       01  WS-Key-Scan-Flag         Pic X       Value "N".
         88  WS-Key-Scan-Done       Value "Y".

      * KEYED READS MADE BY THE RUN PER LOOKUP FILE - WRITTEN TO
      * RUNSTATS BESIDE THE PHASE TIMINGS.
       01  WS-Lookup-Counts.
           05  WS-Lkp-Sub-Reads     Pic 9(9)    Binary Value Zero.
           05  WS-Lkp-Enrl-Reads    Pic 9(9)    Binary Value Zero.
           05  WS-Lkp-Rsla-Reads    Pic 9(9)    Binary Value Zero.
           05  WS-Lkp-Sth-Reads     Pic 9(9)    Binary Value Zero.
           05  WS-Lkp-Ppd-Reads     Pic 9(9)    Binary Value Zero.
           05  WS-Lkp-Cdl-Reads     Pic 9(9)    Binary Value Zero.
           05  WS-Lkp-Seen-Reads    Pic 9(9)    Binary Value Zero.

      * SEEN-LOG APPENDS PENDING THE NEXT CHECKPOINT. CDRSEEN MUST
      * NEVER GET AHEAD OF THE CHECKPOINT: A RESTART WOULD OTHERWISE
           05  WS-Evt-Output        Pic 9(7).99.
           05  Pic X(6)  Value " CURR=".
           05  WS-Evt-Currency      Pic X(3).
      * THE CALL'S NORMALIZED HHMM, THE PARTNER IT ROAMED ON AND THE
      * LAST NINE DIGITS OF THE NUMBER DIALED - WHAT THE STREAM
      * FRAUD RULES (TELCOFRT) WINDOW AND COUNT DISTINCT VALUES ON.
           05  Pic X(3)  Value " T=".
           05  WS-Evt-Call-Time     Pic 9(4).
           05  Pic X(3)  Value " P=".
           05  WS-Evt-Roam-Partner  Pic X(4).
           05  Pic X(3)  Value " N=".
           05  WS-Evt-Dialed        Pic X(9).
       01  WS-Evt-Dialed-Work       Pic 9(15).

      * END-OF-RUN S3 ARCHIVAL - THE RUN'S SUSPENSE FILE, TOTALS
      * REPORT AND RATED OUTPUT ARE UPLOADED UNDER A BUSINESS-DATE/

      * PER-PHASE ELAPSED ACCUMULATORS - THE RATE LOOP AS A WHOLE,
      * AND THE TIME SPENT INSIDE CHECKPOINT WRITES, ARCHIVE UPLOADS
      * AND KINESIS PUBLISHES, PLUS THE STARTUP LOAD OF THE KEYED
      * LOOKUP FILES. WALL-CLOCK SECONDS, SAME TIMER AS THE
      * PROGRESS DISPLAY.
       01  WS-Phase-Stats.
           05  WS-Phase-Rate-Secs   Pic 9(7)    Binary Value Zero.
           05  WS-Phase-Ckpt-Secs   Pic 9(7)    Binary Value Zero.
           05  WS-Phase-Arch-Secs   Pic 9(7)    Binary Value Zero.
           05  WS-Phase-Pub-Secs    Pic 9(7)    Binary Value Zero.
           05  WS-Phase-Load-Secs   Pic 9(7)    Binary Value Zero.
      * LATE-ARRIVAL CUTOFF CONTROL - TELCO_PERIOD_CUTOFF (YYYYMMDD,
      * THE FIRST DAY OF THE OPEN PERIOD) MARKS CALLS DATED BEFORE
      * IT AS LATE-ARRIVING: THEY STILL RATE AT THEIR OWN DATES (THE
           05  Pic X(8)  Value " VALUE: ".
           05  WS-Late-Value-Out    Pic ZZ,ZZZ,ZZ9.99.

      * CALLS TELCOATOM PRICED AT THE PUBLISHED RATE BECAUSE THE
      * CALLER'S CONTRACTED RATE HAD JUST EXPIRED (CONTRACT MARKER
      * "E") - THE FIRST 50 ARE LISTED CALL BY CALL, THE REST ONLY
      * COUNTED. SALES CHASES THE RENEWAL BEFORE THE COMPLAINT.
       01  WS-Lapsed-Table.
           05  WS-Lapsed-Count      Pic 9(9)    Binary Value Zero.
           05  WS-Lapsed-Listed     Pic 9(2)    Binary Value Zero.
           05  WS-Lapsed-Entry Occurs 50 Times.
               10  WS-Lapsed-Sub-Id Pic X(10).
               10  WS-Lapsed-Date   Pic 9(8).
               10  WS-Lapsed-Class  Pic X(1).
               10  WS-Lapsed-Output Pic S9(5)V99 Binary.
       01  WS-Lapsed-Sub            Pic 9(2)    Binary.
       01  WS-Lapsed-Line.
           05  Pic X(5)  Value "SUB: ".
           05  WS-Lapsed-Id-Out     Pic X(10).
           05  Pic X(7)  Value " DATE: ".
           05  WS-Lapsed-Date-Out   Pic 9(8).
           05  Pic X(8)  Value " CLASS: ".
           05  WS-Lapsed-Class-Out  Pic X(1).
           05  Pic X(9)  Value " BILLED: ".
           05  WS-Lapsed-Output-Out Pic ZZ,ZZ9.99.

      * CONTROL-TOTAL COUNTERS FOR THE LEGS THE RUN HANDS RECORDS
      * OFF TO - KINESIS EVENTS ACTUALLY SENT AND DEAD-LETTERED, AND
      * RECORDS BUFFERED INTO EACH ARCHIVE UPLOAD.
       01  WS-Rerun-Ge-Result       Pic 9(2)    Binary.
       01  WS-Duplicate-Run-Msg     Pic X(34)
               Value "BUSINESS DATE RUN ALREADY COMPLETE".

      * PER-SWITCH SEQUENCE TRACKING - THE WHOLE SWSEQ REGISTER IS
      * HELD WHILE THE ARRIVING FILE'S ROW IS CHECKED AND ADVANCED,
      * THEN WRITTEN BACK. A SWITCH SEEN FOR THE FIRST TIME STARTS
      * ITS ROW FROM THIS FILE WITH THE DEFAULT CADENCE
      * (TELCO_SWITCH_CADENCE_MINS, ELSE DAILY) - OPERATIONS TUNE
      * THE CADENCE ON THE ROW AFTERWARDS.
       01  WS-Switch-Seq-Table.
           05  WS-Swq-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Swq-Entry Occurs 200 Times.
               COPY SWSEQ REPLACING LEADING ==SWQ-== BY ==WS-Swq-==.
       01  WS-Switch-Seq-Work.
           05  WS-Swq-Sub           Pic 9(3)    Binary.
           05  WS-Swq-Found-Flag    Pic X       Value "N".
             88  WS-Swq-Found       Value "Y".
           05  WS-Swq-Eof-Flag      Pic X       Value "N".
             88  WS-Swq-Eof         Value "Y".
           05  WS-Swq-Default-Cadence Pic 9(5)  Value 1440.
           05  WS-Cadence-Env-Name  Pic X(32)
                   Value "TELCO_SWITCH_CADENCE_MINS".
           05  WS-Cadence-Env-Value Pic X(32)   Value Spaces.
           05  WS-Cadence-Ge-Result Pic 9(2)    Binary.
           05  WS-Swq-Now           Pic X(14).
           05  WS-Swq-Now-Parts Redefines WS-Swq-Now.
               10  WS-Swq-Now-Date  Pic 9(8).
               10  WS-Swq-Now-Hh    Pic 9(2).
               10  WS-Swq-Now-Mi    Pic 9(2).
               10  WS-Swq-Now-Ss    Pic 9(2).
           05  WS-Swq-Last          Pic X(14).
           05  WS-Swq-Last-Parts Redefines WS-Swq-Last.
               10  WS-Swq-Last-Date Pic 9(8).
               10  WS-Swq-Last-Hh   Pic 9(2).
               10  WS-Swq-Last-Mi   Pic 9(2).
               10  WS-Swq-Last-Ss   Pic 9(2).
           05  WS-Swq-Elapsed       Pic S9(9)   Binary.
           05  WS-Swq-Missing       Pic 9(6).
           05  WS-Swq-Seq-Out       Pic 9(6).
           05  WS-Swq-Mins-Out      Pic Z(6)9.
       01  WS-Balance-Count-Line.
           05  WS-Bal-Count-Label   Pic X(21).
           05  WS-Bal-Count-Out     Pic Z,ZZZ,ZZZ,ZZ9.
       01  WS-Report-Line-0i.
           05  Pic X(21) Value "LIMIT HELD CALLS...: ".
           05  WS-Limit-Review-Out  Pic Z,ZZZ,ZZZ,ZZ9.
       01  WS-Report-Line-0j.
           05  Pic X(21) Value "VISITOR CALLS RATED: ".
           05  WS-Visitor-Count-Out Pic Z,ZZZ,ZZZ,ZZ9.
       01  WS-Report-Line-0k.
           05  Pic X(21) Value "VISITOR SETTLEMENT.: ".
           05  WS-Visitor-Amount-Out Pic ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-Report-Line-2.
           05  Pic X(21) Value "PRICE TOTAL.......: ".
           05  WS-Price-Tot-Out     Pic Z,ZZZ,ZZ9.99.
           05  Pic X(10) Value " BILLED: ".
           05  WS-Curr-Amount-Out   Pic ZZ,ZZZ,ZZZ,ZZ9.99.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOBAT".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.
           Perform Read-Cdr
           Perform Validate-Cdr-Header
           Perform Check-Run-Control
           Perform Track-Switch-Sequence
           Perform Mark-Run-Started
           Perform Get-Breaker-Config
           Perform Get-Cutoff-Config
           Perform Get-Stream-Config
           Perform Get-Ops-Queue-Config
           Perform Get-Archive-Config
           Perform Get-Low-Balance-Config
           Perform Phase-Timer-Push
           Perform Load-Seen-Log
           Perform Load-Subscriber-Master
           Perform Load-Plan-Enrollment
           Perform Load-Reseller-Assignments
           Perform Load-Iot-Tariffs
           Perform Load-Status-History
           Perform Load-Prepaid-Balances
           Perform Load-Credit-Limits
           Perform Load-Tax-Exemptions
           Perform Phase-Timer-Pop
           Move WS-Phase-Elapsed To WS-Phase-Load-Secs
           If WS-Restart-Found
               Perform Check-Restart-Pricing-State
               Open Extend Suspense-File
               Open Extend Rated-Output-File
               Open Extend Duplicates-File
               Open Extend Visitor-Usage-File
               Perform Skip-To-Checkpoint
           Else
               Open Output Suspense-File
               Open Output Rated-Output-File
               Open Output Duplicates-File
               Open Output Visitor-Usage-File
           End-If
           Open Extend Seen-Log-File
           Perform Read-Cdr
           Close Suspense-File
           Close Rated-Output-File
           Close Duplicates-File
           Close Visitor-Usage-File
           Perform Flush-Seen-Pending
           Close Seen-Log-File
           Perform Finalize-Checkpoint
           Perform Rewrite-Prepaid-Balances
           Perform Print-Totals-Report
           Perform Close-Keyed-Lookups
           Perform Reconcile-Tax-Ledger
           Perform Write-Run-Summary
           Perform Archive-Run-Outputs
           Initialize WS-Running-Totals
           Move Zero To WS-Curr-Sum-Count
           Move Zero To WS-Business-Date WS-File-Seq
           Move Spaces To WS-Switch-Id
           Move "N" To WS-Trailer-Found-Flag
           Move Zero To WS-Detail-Count WS-Hash-Total
           Move Zero To WS-Trl-Count WS-Trl-Hash
           Move Zero To WS-Plan-Mismatch-Count
           Move Zero To WS-Grace-Rated-Count WS-Suspended-Count
                        WS-Disconnect-Count
           Move Zero To WS-Prepay-Blocked-Count WS-Ppd-Draw-Count
           Move Zero To WS-Limit-Review-Count
           Move Zero To WS-Stale-Routed-Count
           Move Zero To WS-Late-Count
           Move Zero To WS-Phase-Rate-Secs WS-Phase-Ckpt-Secs
                        WS-Phase-Arch-Secs WS-Phase-Pub-Secs
                        WS-Phase-Load-Secs
           Initialize WS-Lookup-Counts
           Move Zero To WS-Events-Sent-Tot WS-Events-Dlq-Tot
                        WS-Arch-Rated-Recs WS-Arch-Susp-Recs
           Initialize WS-Event-Totals
           Initialize WS-Leakage-Totals
           Initialize WS-Special-Totals
           Initialize WS-Visitor-Totals
           Initialize WS-Lapsed-Table
           Move "N" To WS-Dup-Flag
           Move "N" To WS-Adj-Eof-Flag
           Move Zero To WS-Adj-Read-Count WS-Adj-Reject-Count
                   Until WS-Class-Sub > 5
               Move Class-Price-Tot (WS-Class-Sub)
                   To RS-Class-Price (WS-Class-Sub)
               Move Class-Calls-Tot (WS-Class-Sub)
                   To RS-Class-Calls (WS-Class-Sub)
           End-Perform
           Move WS-Company-Code  To RS-Company
           Open Extend Run-Summary-File
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company RS-Business-Date WS-Plk-Result
           Write Run-Summary-Record
           Close Run-Summary-File
           .
               Not At End
                   If RUN-Business-Date = WS-Business-Date
                   And RUN-File-Seq = WS-File-Seq
                   And RUN-Switch-Id = WS-Switch-Id
                       Move RUN-Status To WS-Prior-Run-Status
                   End-If
           End-Read
           .

      * CHECKS THE ARRIVING FILE AGAINST ITS SWITCH'S REGISTER ROW:
      * A SEQUENCE BEYOND THE EXPECTED ONE MEANS FILES WERE SKIPPED
      * (A GAP - PAGED, THOSE FILES NEVER ARRIVED); ONE BEHIND IT IS
      * AN OUT-OF-ORDER ARRIVAL; AND NOTHING FROM THE SWITCH FOR
      * LONGER THAN ITS CADENCE MAKES THIS FILE LATE. THE SAME FILE
      * PRESENTED AGAIN AFTER A RUN THAT DIDN'T FINISH, OR AN
      * AUTHORISED RERUN OF A COMPLETED ONE, IS NOT A NEW ARRIVAL.
       Track-Switch-Sequence.
           If WS-Prior-Run-Completed
               Exit Paragraph
           End-If
           Perform Load-Switch-Register
           Move Function Current-Date (1:14) To WS-Swq-Now
           Move "N" To WS-Swq-Found-Flag
           Perform Varying WS-Swq-Sub From 1 By 1
                   Until WS-Swq-Sub > WS-Swq-Count Or WS-Swq-Found
               If WS-Swq-Switch-Id (WS-Swq-Sub) = WS-Switch-Id
                   Set WS-Swq-Found To True
               End-If
           End-Perform
           If WS-Swq-Found
               Subtract 1 From WS-Swq-Sub
           Else
               If WS-Swq-Count Not < 200
                   Display "SWITCH REGISTER FULL - SEQUENCE NOT "
                           "TRACKED FOR SWITCH " WS-Switch-Id
                   Exit Paragraph
               End-If
               Perform Add-Switch-Register-Row
               Display "SWITCH " WS-Switch-Id " FIRST SEEN - "
                       "SEQUENCE TRACKING STARTS AT " WS-File-Seq
           End-If
           If WS-File-Seq = WS-Swq-Last-Seq (WS-Swq-Sub)
           And WS-Swq-Last-Received (WS-Swq-Sub) Not = Spaces
               Display "SWITCH " WS-Switch-Id " SEQ " WS-File-Seq
                       " PRESENTED AGAIN - NOT A NEW ARRIVAL."
               Exit Paragraph
           End-If
           Perform Check-Switch-Cadence
           Evaluate True
               When WS-File-Seq = WS-Swq-Next-Seq (WS-Swq-Sub)
                   Continue
               When WS-File-Seq > WS-Swq-Next-Seq (WS-Swq-Sub)
                   Perform Report-Sequence-Gap
               When Other
                   Perform Report-Out-Of-Order
           End-Evaluate
           If WS-File-Seq Not < WS-Swq-Next-Seq (WS-Swq-Sub)
               Compute WS-Swq-Next-Seq (WS-Swq-Sub) = Function Mod
                       ( WS-File-Seq + 1, 1000000 )
           End-If
           Move WS-File-Seq To WS-Swq-Last-Seq (WS-Swq-Sub)
           Move WS-Business-Date To WS-Swq-Last-Bus-Date (WS-Swq-Sub)
           Move WS-Swq-Now To WS-Swq-Last-Received (WS-Swq-Sub)
           Perform Rewrite-Switch-Register
           .

       Load-Switch-Register.
           Move Zero To WS-Swq-Count
           Move "N" To WS-Swq-Eof-Flag
           Open Input Switch-Seq-File
           If WS-Swseq-File-Status = "00"
               Perform Load-One-Switch-Row Until WS-Swq-Eof
               Close Switch-Seq-File
           End-If
           .

       Load-One-Switch-Row.
           Read Switch-Seq-File
               At End
                   Set WS-Swq-Eof To True
               Not At End
                   If WS-Swq-Count < 200
                       Add 1 To WS-Swq-Count
                       Move Switch-Seq-Record
                           To WS-Swq-Entry (WS-Swq-Count)
                   End-If
           End-Read
           .

       Add-Switch-Register-Row.
           Call "GETENVOP" Using WS-Cadence-Env-Name
                WS-Cadence-Env-Value WS-Cadence-Ge-Result
           If WS-Cadence-Ge-Result < 19
                   And WS-Cadence-Env-Value Not = Spaces
               Move WS-Cadence-Env-Value To WS-Swq-Default-Cadence
           End-If
           Add 1 To WS-Swq-Count
           Move WS-Swq-Count To WS-Swq-Sub
           Move WS-Switch-Id To WS-Swq-Switch-Id (WS-Swq-Sub)
           Move WS-File-Seq To WS-Swq-Next-Seq (WS-Swq-Sub)
           Move WS-Swq-Default-Cadence
               To WS-Swq-Cadence-Mins (WS-Swq-Sub)
           Move Zero To WS-Swq-Last-Seq (WS-Swq-Sub)
           Move Zero To WS-Swq-Last-Bus-Date (WS-Swq-Sub)
           Move Spaces To WS-Swq-Last-Received (WS-Swq-Sub)
           .

      * MINUTES SINCE THE SWITCH'S LAST FILE AGAINST ITS CADENCE -
      * A ZERO CADENCE MEANS THE SWITCH DELIVERS ON NO SCHEDULE.
       Check-Switch-Cadence.
           If WS-Swq-Last-Received (WS-Swq-Sub) = Spaces
           Or WS-Swq-Cadence-Mins (WS-Swq-Sub) = Zero
               Exit Paragraph
           End-If
           Move WS-Swq-Last-Received (WS-Swq-Sub) To WS-Swq-Last
           Compute WS-Swq-Elapsed =
                   ( Function Integer-Of-Date ( WS-Swq-Now-Date )
                   - Function Integer-Of-Date ( WS-Swq-Last-Date ) )
                   * 1440
                   + WS-Swq-Now-Hh * 60 + WS-Swq-Now-Mi
                   - WS-Swq-Last-Hh * 60 - WS-Swq-Last-Mi
           If WS-Swq-Elapsed > WS-Swq-Cadence-Mins (WS-Swq-Sub)
               Move "LATE" To GAP-Kind
               Move WS-Swq-Next-Seq (WS-Swq-Sub) To GAP-Expected-Seq
               Move Zero To GAP-Missing-Count
               Move WS-Swq-Elapsed To GAP-Elapsed-Mins
               Perform Write-Seq-Gap-Record
               Move WS-Swq-Elapsed To WS-Swq-Mins-Out
               Move "WARN" To WS-Alert-Severity
               Move Spaces To WS-Alert-Message
               String "CDR FILE LATE - SWITCH " WS-Switch-Id
                      " SEQ " WS-File-Seq " AFTER"
                      WS-Swq-Mins-Out " MINS"
                      Delimited By Size Into WS-Alert-Message
               Display WS-Alert-Message
               Call "TELCOALR" Using WS-Alert-Severity
                    WS-Alert-Program WS-Alert-Message
                    WS-Alert-Op-Result
           End-If
           .

      * SEQUENCES SKIPPED BETWEEN THE EXPECTED ONE AND THIS FILE ARE
      * FILES THE SWITCH NEVER DELIVERED - LOST TRAFFIC UNTIL THEY
      * TURN UP, SO THE GAP PAGES THE ON-CALL.
       Report-Sequence-Gap.
           Compute WS-Swq-Missing =
                   WS-File-Seq - WS-Swq-Next-Seq (WS-Swq-Sub)
           Move "GAP " To GAP-Kind
           Move WS-Swq-Next-Seq (WS-Swq-Sub) To GAP-Expected-Seq
           Move WS-Swq-Missing To GAP-Missing-Count
           Move Zero To GAP-Elapsed-Mins
           Perform Write-Seq-Gap-Record
           Move WS-Swq-Next-Seq (WS-Swq-Sub) To WS-Swq-Seq-Out
           Move "CRIT" To WS-Alert-Severity
           Move Spaces To WS-Alert-Message
           String "CDR FILE GAP - SWITCH " WS-Switch-Id
                  " EXPECTED SEQ " WS-Swq-Seq-Out
                  " GOT " WS-File-Seq
                  " MISSING " WS-Swq-Missing
                  Delimited By Size Into WS-Alert-Message
           Display WS-Alert-Message
           Call "TELCOALR" Using WS-Alert-Severity
                WS-Alert-Program WS-Alert-Message
                WS-Alert-Op-Result
           .

      * A SEQUENCE BEHIND THE EXPECTED ONE - NORMALLY A FILE FROM AN
      * EARLIER GAP ARRIVING LATE. LOGGED SO THE GAP CAN BE CLOSED
      * OFF; THE EXPECTED NEXT SEQUENCE DOES NOT MOVE BACK.
       Report-Out-Of-Order.
           Move "ORDR" To GAP-Kind
           Move WS-Swq-Next-Seq (WS-Swq-Sub) To GAP-Expected-Seq
           Move Zero To GAP-Missing-Count
           Move Zero To GAP-Elapsed-Mins
           Perform Write-Seq-Gap-Record
           Display "SWITCH " WS-Switch-Id " SEQ " WS-File-Seq
                   " ARRIVED OUT OF ORDER - EXPECTED "
                   WS-Swq-Next-Seq (WS-Swq-Sub)
           .

       Write-Seq-Gap-Record.
           Move Function Current-Date To GAP-Timestamp
           Move WS-Switch-Id To GAP-Switch-Id
           Move WS-Business-Date To GAP-Business-Date
           Move WS-File-Seq To GAP-Received-Seq
           Open Extend Seq-Gap-File
           If WS-Cdrgap-File-Status Not = "00"
               Open Output Seq-Gap-File
           End-If
           Write Seq-Gap-Record
           Close Seq-Gap-File
           .

       Rewrite-Switch-Register.
           Open Output Switch-Seq-File
           Perform Write-One-Switch-Row
               Varying WS-Swq-Sub From 1 By 1
               Until WS-Swq-Sub > WS-Swq-Count
           Close Switch-Seq-File
           .

       Write-One-Switch-Row.
           Move WS-Swq-Entry (WS-Swq-Sub) To Switch-Seq-Record
           Write Switch-Seq-Record
           .

       Mark-Run-Started.
           Move "STARTED" To RUN-Status
           Perform Write-Run-Control-Record
           Move WS-Run-Id        To RUN-Run-Id
           Move Function Current-Date To RUN-Timestamp
           Move WS-Company-Code  To RUN-Company
           Move WS-Switch-Id     To RUN-Switch-Id
           Open Extend Run-Control-File
           Write Run-Control-Record
           Close Run-Control-File

       Adjust-Rate-Loop.
           Move ADJ-Subscriber-Id To WS-Exempt-Lookup-Id
           Move ADJ-Call-Date To WS-Exempt-Lookup-Date
           Perform Find-Tax-Exemption
           Call "TELCOATOM" Using ADJ-InRec WS-OutRec WS-Running-Totals
               ADJ-Call-Date WS-Calc-Return-Code ADJ-Currency
                   Add ADJO-Adjust-Amount To WS-Adj-Debit-Amount
               End-If
               Move ADJ-Subscriber-Id To ADJO-Subscriber-Id
               Move RD-Jurisdiction To ADJO-Jurisdiction
               Move RD-BTax To ADJO-New-BTax
               Move RD-DTax To ADJO-New-DTax
               Move RD-ITax To ADJO-New-ITax
               Move RD-Jur-Tax To ADJO-New-Jur-Tax
               Add ADJO-Adjust-Amount To WS-Adj-Net-Amount
               Move Function Current-Date (1:8) To ADJO-Post-Date
               Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                    WS-Plk-Company ADJO-Post-Date WS-Plk-Result
               Write Adjustment-Record
           End-If
           .
           .

       Sim-Rate-Loop.
           If Not CDR-Detail-Rec Or CDR-Visitor-Cdr
               Perform Read-Cdr
               Exit Paragraph
           End-If
                   Exit Paragraph
               End-If
           End-If
           If CDR-Visitor-Cdr
               Perform Rate-Visitor-Cdr
               Exit Paragraph
           End-If
           Perform Validate-Subscriber
           If Not WS-Subscriber-Known
               Add 1 To WS-Call-Count
           End-Evaluate
           Perform Check-Prepaid-Balance
           If WS-Prepaid-Call
           And PKY-Balance Not > Zero
               Perform Block-Prepaid-Call
               Exit Paragraph
           End-If
           Perform Find-Credit-Limit
           If WS-Limited-Call
           And CKY-Breached = "Y"
               Perform Route-Limit-Review-Call
               Exit Paragraph
           End-If
           Move CDR-Subscriber-Id To WS-Exempt-Lookup-Id
           Move CDR-Call-Date To WS-Exempt-Lookup-Date
           Perform Find-Tax-Exemption
           Perform Derive-Plan-Enrollment
           If WS-Plan-Mismatch
               CDR-Promo-Code WS-Rated-Detail Omitted
               CDR-Subscriber-Id Omitted CDR-Event-Type
               WS-Exempt-Byte CDR-Carrier CDR-Roam-Partner
               Omitted WS-Run-Id
           Add 1 To WS-Call-Count
           If WS-Calc-Rejected
               Add 1 To WS-Reject-Count
               End-If
               Perform Accumulate-Event-Totals
               Perform Accumulate-Leakage-Totals
               If RD-Special-Treatment Not = Space
                   Perform Accumulate-Special-Totals
               End-If
               If WS-Period-Cutoff > Zero
               And CDR-Call-Date > Zero
               And CDR-Call-Date < WS-Period-Cutoff
                   Perform Accumulate-Late-Arrival
               End-If
               If RD-Contract-Marker = "E"
                   Perform Accumulate-Lapsed-Contract
               End-If
               Perform Accumulate-Currency-Totals
               Perform Derive-Reseller
               Move WS-Derived-Reseller To RD-Reseller-Id
               Perform Write-Rated-Output
               If WS-Streaming-On
                   Perform Stack-Rated-Event
           End-If
           .

      * AN INBOUND ROAMER'S CALL. THERE IS NO SUBSCRIBER TO VALIDATE,
      * NO PREPAID BALANCE, CREDIT LIMIT, EXEMPTION OR ENROLLMENT -
      * TELCOATOM ONLY CLASSIFIES THE CALL AND COUNTS ITS UNITS, AND
      * THE HOME NETWORK'S IOTTAB RATE PRICES THEM. THE CALL GOES TO
      * VISRATED, NOT CDRRATED, AND IS COUNTED ON ITS OWN VISITOR
      * CONTROL LEG; ONLY A REJECT JOINS THE RATED/SUSPENSE COUNTS.
       Rate-Visitor-Cdr.
           Call "TELCOATOM" Using CDR-InRec WS-OutRec Omitted
               CDR-Call-Date WS-Calc-Return-Code Omitted
               CDR-Duration-Secs Omitted Omitted Omitted
               WS-Rated-Detail Omitted Omitted WS-Transient-Ledger-Mode
               CDR-Event-Type WS-Visitor-Exempt Omitted Omitted
               WS-Visitor-Quote
           If WS-Calc-Rejected
               Move "INVALID CDR" To Suspense-Reason
               Perform Route-Visitor-Suspense
               Exit Paragraph
           End-If
           Perform Find-Iot-Rate
           If Not WS-Iot-Found
               Move "NO IOT RATE" To Suspense-Reason
               Perform Route-Visitor-Suspense
               Exit Paragraph
           End-If
           Compute WS-Visitor-Amount Rounded
                   = RD-Usage-Units * WS-Iot-Unit-Rate
           Move CDR-Home-Network    To VU-Home-Network
           Move CDR-InRec           To VU-InRec
           Move CDR-Call-Date       To VU-Call-Date
           Move CDR-Event-Type      To VU-Event-Type
           Move RD-Rate-Class       To VU-Rate-Class
           Move RD-Usage-Units      To VU-Usage-Units
           Move WS-Iot-Unit-Rate    To VU-Unit-Rate
           Move WS-Visitor-Amount   To VU-Amount
           Move WS-Run-Id           To VU-Run-Id
           Write Visitor-Usage-Record
           Add 1 To WS-Visitor-Count
           Add WS-Visitor-Amount To WS-Visitor-Amount-Tot
           .

       Route-Visitor-Suspense.
           Add 1 To WS-Call-Count
           Add 1 To WS-Reject-Count
           Move CDR-InRec To Suspense-InRec
           Move CDR-Subscriber-Id To Suspense-Subscriber
           Perform Fill-Suspense-Detail
           Write Suspense-Record
           Display "VISITOR CDR FROM " CDR-Home-Network " - "
                   Suspense-Reason " - ROUTED TO SUSPENSE."
           If WS-Streaming-On
               Perform Stack-Reject-Event
           End-If
           Perform Check-Reject-Circuit-Breaker
           .

      * LOAD THE INTER-OPERATOR TARIFF (IF PRESENT) INTO ITS TABLE.
       Load-Iot-Tariffs.
           Move Zero To WS-Iot-Count
           Move "N" To WS-Iot-Eof-Flag
           Open Input Iot-Table-File
           If WS-Iottab-File-Status = "00"
               Perform Read-One-Iot-Tariff Until WS-Iot-Eof
               Close Iot-Table-File
           End-If
           .

       Read-One-Iot-Tariff.
           Read Iot-Table-File
               At End
                   Set WS-Iot-Eof To True
               Not At End
                   If WS-Iot-Count < 500
                       Add 1 To WS-Iot-Count
                       Move IOF-Partner-Code
                           To WS-Iot-Partner (WS-Iot-Count)
                       Move IOF-Rate-Class
                           To WS-Iot-Class (WS-Iot-Count)
                       Move IOF-Effective-Date
                           To WS-Iot-Date (WS-Iot-Count)
                       Move IOF-Unit-Rate
                           To WS-Iot-Rate (WS-Iot-Count)
                   End-If
           End-Read
           .

      * THE HOME NETWORK'S TARIFF ROW FOR THE CLASS TELCOATOM PUT THE
      * CALL IN, AS OF THE CALL DATE (THE BUSINESS DATE WHEN THE CDR
      * CARRIES NONE) - MOST RECENT EFFECTIVE DATE NOT AFTER IT WINS.
       Find-Iot-Rate.
           Move "N" To WS-Iot-Found-Flag
           Move Zero To WS-Iot-Best-Date WS-Iot-Unit-Rate
           If CDR-Call-Date > Zero
               Move CDR-Call-Date To WS-Enrl-As-Of-Date
           Else
               Move WS-Business-Date To WS-Enrl-As-Of-Date
           End-If
           Perform Varying WS-Iot-Sub From 1 By 1
                   Until WS-Iot-Sub > WS-Iot-Count
               If WS-Iot-Partner (WS-Iot-Sub) = CDR-Home-Network
               And WS-Iot-Class (WS-Iot-Sub) = RD-Rate-Class
               And WS-Iot-Date (WS-Iot-Sub) Not > WS-Enrl-As-Of-Date
               And WS-Iot-Date (WS-Iot-Sub) >= WS-Iot-Best-Date
                   Move WS-Iot-Date (WS-Iot-Sub) To WS-Iot-Best-Date
                   Move WS-Iot-Rate (WS-Iot-Sub) To WS-Iot-Unit-Rate
                   Set WS-Iot-Found To True
               End-If
           End-Perform
           .

      * LOAD THE SUBSCRIBER MASTER (IF PRESENT) INTO SUBMASTK. THE
      * KEYED FILE IS CREATED EMPTY EITHER WAY AND STAYS OPEN FOR THE
      * RUN; A REPEATED ID KEEPS ITS FIRST ROW.
       Load-Subscriber-Master.
           Move Zero To WS-Sub-Count
           Move "N" To WS-Sub-Eof-Flag
           Move "SUBMASTK" To WS-Keyk-File-Name
           Open Output Subscriber-Key-File
           Move WS-Submastk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Close Subscriber-Key-File
           Open I-O Subscriber-Key-File
           Move WS-Submastk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Open Input Subscriber-Master-File
           If WS-Submast-File-Status = "00"
               Perform Read-One-Subscriber Until WS-Sub-Eof
               At End
                   Set WS-Sub-Eof To True
               Not At End
                   Move SUB-Id To SKY-Id
                   Move SUB-Status To SKY-Status
                   Write Subscriber-Key-Record
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Add 1 To WS-Sub-Count
                   End-Write
           End-Read
           .

      * LOAD THE PLAN-ENROLLMENT FILE (IF PRESENT) INTO PLANENRK. A
      * SECOND ROW FOR THE SAME SUBSCRIBER AND DATE REPLACES THE
      * FIRST - THE LATER ROW ALWAYS WON THE DATE TIE.
       Load-Plan-Enrollment.
           Move Zero To WS-Enrl-Count
           Move "N" To WS-Enrl-Eof-Flag
           Move "PLANENRK" To WS-Keyk-File-Name
           Open Output Enrollment-Key-File
           Move WS-Planenrk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Close Enrollment-Key-File
           Open I-O Enrollment-Key-File
           Move WS-Planenrk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Open Input Enrollment-File
           If WS-Enrollment-File-Status = "00"
               Perform Read-One-Enrollment Until WS-Enrl-Eof
               At End
                   Set WS-Enrl-Eof To True
               Not At End
                   Add 1 To WS-Enrl-Count
                   Move PEF-Subscriber-Id To EKY-Id
                   Move PEF-Effective-Date To EKY-Date
                   Move PEF-Plan-Code To EKY-Plan
                   Write Enrollment-Key-Record
                       Invalid Key
                           Rewrite Enrollment-Key-Record
                   End-Write
           End-Read
           .

      * LOAD THE RESELLER-ASSIGNMENT FILE (IF PRESENT) INTO
      * RSLASGNK - SAME LATER-ROW-WINS RULE AS THE ENROLLMENTS.
       Load-Reseller-Assignments.
           Move Zero To WS-Rsla-Count
           Move "N" To WS-Rsla-Eof-Flag
           Move "RSLASGNK" To WS-Keyk-File-Name
           Open Output Reseller-Key-File
           Move WS-Rslasgnk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Close Reseller-Key-File
           Open I-O Reseller-Key-File
           Move WS-Rslasgnk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Open Input Reseller-Assign-File
           If WS-Rslasgn-File-Status = "00"
               Perform Read-One-Assignment Until WS-Rsla-Eof
               Close Reseller-Assign-File
           End-If
           .

       Read-One-Assignment.
           Read Reseller-Assign-File
               At End
                   Set WS-Rsla-Eof To True
               Not At End
                   Add 1 To WS-Rsla-Count
                   Move RAF-Subscriber-Id To RKY-Id
                   Move RAF-Effective-Date To RKY-Date
                   Move RAF-Reseller-Id To RKY-Reseller
                   Write Reseller-Key-Record
                       Invalid Key
                           Rewrite Reseller-Key-Record
                   End-Write
           End-Read
           .

      * THE RESELLER HOLDING THE CALL'S SUBSCRIBER AS OF THE SAME
      * DATE THE PLAN ENROLLMENT WAS JUDGED ON - MOST RECENT
      * EFFECTIVE DATE NOT AFTER IT WINS. NO ROW IN FORCE (OR A
      * SPACES ROW) LEAVES THE CALL RETAIL.
       Derive-Reseller.
           Move Spaces To WS-Derived-Reseller
           If WS-Rsla-Count = Zero
               Exit Paragraph
           End-If
           If CDR-Call-Date > Zero
               Move CDR-Call-Date To WS-Enrl-As-Of-Date
           Else
               Move WS-Business-Date To WS-Enrl-As-Of-Date
           End-If
           Move CDR-Subscriber-Id To RKY-Id
           Move Zero To RKY-Date
           Add 1 To WS-Lkp-Rsla-Reads
           Move "N" To WS-Key-Scan-Flag
           Start Reseller-Key-File Key Not < RKY-Key
               Invalid Key
                   Set WS-Key-Scan-Done To True
           End-Start
           Perform Scan-One-Assignment Until WS-Key-Scan-Done
           .

      * THE SUBSCRIBER'S ROWS COME BACK IN DATE ORDER - THE LAST ONE
      * NOT AFTER THE AS-OF DATE IS THE ONE IN FORCE.
       Scan-One-Assignment.
           Read Reseller-Key-File Next Record
               At End
                   Set WS-Key-Scan-Done To True
               Not At End
                   If RKY-Id Not = CDR-Subscriber-Id
                   Or RKY-Date > WS-Enrl-As-Of-Date
                       Set WS-Key-Scan-Done To True
                   Else
                       Move RKY-Reseller To WS-Derived-Reseller
                   End-If
           End-Read
           .
           Else
               Move WS-Business-Date To WS-Enrl-As-Of-Date
           End-If
           Move Spaces To WS-Derived-Plan-Code
           Move CDR-Subscriber-Id To EKY-Id
           Move Zero To EKY-Date
           Add 1 To WS-Lkp-Enrl-Reads
           Move "N" To WS-Key-Scan-Flag
           Start Enrollment-Key-File Key Not < EKY-Key
               Invalid Key
                   Set WS-Key-Scan-Done To True
           End-Start
           Perform Scan-One-Enrollment Until WS-Key-Scan-Done
           If CDR-Plan-Code Not = Spaces
           And CDR-Plan-Code Not = WS-Derived-Plan-Code
               Set WS-Plan-Mismatch To True
           End-If
           .

       Scan-One-Enrollment.
           Read Enrollment-Key-File Next Record
               At End
                   Set WS-Key-Scan-Done To True
               Not At End
                   If EKY-Id Not = CDR-Subscriber-Id
                   Or EKY-Date > WS-Enrl-As-Of-Date
                       Set WS-Key-Scan-Done To True
                   Else
                       Move EKY-Plan To WS-Derived-Plan-Code
                   End-If
           End-Read
           .

      * IS THE CDR'S SUBSCRIBER ON THE MASTER AT ALL? WITH NO MASTER
      * LOADED THE CHECK IS WAIVED, SO FEEDS PREDATING SUBSCRIBER IDS
      * KEEP RATING UNCHANGED. THE MASTER'S ONE-BYTE STATUS IS
           Move "Y" To WS-Sub-Known-Flag
           Move "A" To WS-Master-Status
           If WS-Sub-Count > Zero
               Move CDR-Subscriber-Id To SKY-Id
               Add 1 To WS-Lkp-Sub-Reads
               Read Subscriber-Key-File
                   Invalid Key
                       Move "N" To WS-Sub-Known-Flag
                   Not Invalid Key
                       Move SKY-Status To WS-Master-Status
               End-Read
           End-If
           .

           Perform Check-Reject-Circuit-Breaker
           .

      * LOAD THE PREPAID BALANCE FILE (IF PRESENT) INTO PREPAYK. AN
      * ACCOUNT CAN HOLD ONLY ONE BALANCE - A REPEATED ROW IS
      * REPORTED AND DROPPED.
       Load-Prepaid-Balances.
           Move Zero To WS-Ppd-Count
           Move "N" To WS-Ppd-Eof-Flag
           Move "PREPAYK" To WS-Keyk-File-Name
           Open Output Prepaid-Key-File
           Move WS-Prepayk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Close Prepaid-Key-File
           Open I-O Prepaid-Key-File
           Move WS-Prepayk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Open Input Prepaid-Balance-File
           If WS-Prepay-File-Status = "00"
               Perform Read-One-Prepaid Until WS-Ppd-Eof
               At End
                   Set WS-Ppd-Eof To True
               Not At End
                   Move PPF-Subscriber-Id To PKY-Id
                   Move PPF-Balance To PKY-Balance PKY-Start-Balance
                   Move Space To PKY-Overdrawn
                   Write Prepaid-Key-Record
                       Invalid Key
                           Display "DUPLICATE PREPAID ROW DROPPED: "
                                   PPF-Subscriber-Id
                       Not Invalid Key
                           Add 1 To WS-Ppd-Count
                   End-Write
           End-Read
           .

      * IS THE CDR'S ACCOUNT PREPAID? A HIT LEAVES ITS BALANCE
      * RECORD IN PKY- FOR THE DRAWDOWN. AN ACCOUNT ABSENT FROM THE
      * BALANCE FILE IS POSTPAID AND PASSES STRAIGHT THROUGH.
       Check-Prepaid-Balance.
           Move "N" To WS-Ppd-Call-Flag
           If WS-Ppd-Count = Zero
               Exit Paragraph
           End-If
           Move CDR-Subscriber-Id To PKY-Id
           Add 1 To WS-Lkp-Ppd-Reads
           Read Prepaid-Key-File
               Invalid Key
                   Continue
               Not Invalid Key
                   Set WS-Prepaid-Call To True
           End-Read
           .

      * AN EXHAUSTED PREPAID ACCOUNT'S CALL IS BLOCKED TO SUSPENSE
      * ZERO - THE ACCOUNT IS MARKED OVERDRAWN AND REPORTED AT END OF
      * RUN, AND ITS NEXT CALL BLOCKS.
       Draw-Prepaid-Balance.
           Subtract RD-Output From PKY-Balance
           If PKY-Balance < Zero
               Move "Y" To PKY-Overdrawn
           End-If
           Rewrite Prepaid-Key-Record
               Invalid Key
                   Continue
           End-Rewrite
           .

      * REWRITES THE BALANCE FILE WITH THE RUN'S DRAWDOWNS APPLIED,
      * IN ACCOUNT ORDER - NORMAL COMPLETION ONLY; A STOPPED OR
      * CRASHED RUN RERUNS THE FILE FROM THE TOP AGAINST THE
      * UNTOUCHED BALANCES.
       Rewrite-Prepaid-Balances.
           If WS-Ppd-Count = Zero
               Exit Paragraph
           End-If
           Open Output Prepaid-Balance-File
           Open Extend Prepaid-Draw-File
           If WS-Ppdrawn-File-Status Not = "00"
               Open Output Prepaid-Draw-File
           End-If
           Perform Start-Prepaid-Scan
           Perform Rewrite-One-Prepaid Until WS-Key-Scan-Done
           Close Prepaid-Balance-File
           Close Prepaid-Draw-File
           .

       Start-Prepaid-Scan.
           Move Low-Values To PKY-Id
           Move "N" To WS-Key-Scan-Flag
           Start Prepaid-Key-File Key Not < PKY-Id
               Invalid Key
                   Set WS-Key-Scan-Done To True
           End-Start
           .

       Rewrite-One-Prepaid.
           Read Prepaid-Key-File Next Record
               At End
                   Set WS-Key-Scan-Done To True
               Not At End
                   Move PKY-Id To PPF-Subscriber-Id
                   Move PKY-Balance To PPF-Balance
                   Write Prepaid-Balance-Record
                   If PKY-Balance Not = PKY-Start-Balance
                       Perform Write-Prepaid-Draw
                   End-If
                   If PKY-Start-Balance Not < WS-Low-Balance
                   And PKY-Balance < WS-Low-Balance
                       Perform Notify-Low-Balance
                   End-If
           End-Read
           .

       Write-Prepaid-Draw.
           Move WS-Run-Id To PDR-Run-Id
           Move WS-Business-Date To PDR-Business-Date
           Move PKY-Id To PDR-Subscriber-Id
           Compute PDR-Drawn = PKY-Start-Balance - PKY-Balance
           Write Prepaid-Draw-Record
           Add 1 To WS-Ppd-Draw-Count
           .

      * THE RUN TOOK THE ACCOUNT UNDER THE LOW-BALANCE MARK - ASK
      * THE CUSTOMER TO TOP UP BEFORE CALLS START BLOCKING.
       Notify-Low-Balance.
           Move PKY-Id To WS-Ntf-Subscriber
           Move PKY-Balance To WS-Low-Bal-Out
           Move Spaces To WS-Ntf-Detail
           String WS-Low-Bal-Out Delimited By Size
                  Into WS-Ntf-Detail
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

      * COPIES THE CDR'S RATING FIELDS ONTO THE SUSPENSE RECORD SO A
                           To WS-Exm-Id (WS-Exm-Count)
                       Move TXF-Cert-Number
                           To WS-Exm-Cert (WS-Exm-Count)
                       Move TXF-Issue-Date
                           To WS-Exm-Issue (WS-Exm-Count)
                       Move TXF-Expiry-Date
                           To WS-Exm-Expiry (WS-Exm-Count)
                   End-If
           End-Read
           .

      * IS THE ACCOUNT IN WS-EXEMPT-LOOKUP-ID TAX EXEMPT ON THE CALL
      * DATE IN WS-EXEMPT-LOOKUP-DATE? A CERTIFICATE NOT YET ISSUED,
      * OR EXPIRED ON OR BEFORE THAT DATE, DOES NOT COUNT. THE BYTE
      * RIDES TO TELCOATOM ON EVERY CALL.
       Find-Tax-Exemption.
           Move "N" To WS-Exempt-Byte
                   Until WS-Exm-Sub > WS-Exm-Count
                   Or WS-Exempt-Byte = "Y"
               If WS-Exm-Id (WS-Exm-Sub) = WS-Exempt-Lookup-Id
               And ( WS-Exm-Issue (WS-Exm-Sub) = Zero
                   Or WS-Exm-Issue (WS-Exm-Sub)
                       Not > WS-Exempt-Lookup-Date )
               And ( WS-Exm-Expiry (WS-Exm-Sub) = Zero
                   Or WS-Exm-Expiry (WS-Exm-Sub)
                       > WS-Exempt-Lookup-Date )
                   Move "Y" To WS-Exempt-Byte
               End-If
           End-Perform
           .

      * LOAD THE CREDIT-LIMIT FILE (IF PRESENT) INTO CREDLIMK. A
      * REPEATED ACCOUNT KEEPS ITS FIRST LIMIT, AS THE SEARCH ALWAYS
      * FOUND IT.
       Load-Credit-Limits.
           Move Zero To WS-Cdl-Count
           Move "N" To WS-Cdl-Eof-Flag
           Move "CREDLIMK" To WS-Keyk-File-Name
           Open Output Credit-Key-File
           Move WS-Credlimk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Close Credit-Key-File
           Open I-O Credit-Key-File
           Move WS-Credlimk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Open Input Credit-Limit-File
           If WS-Credlim-File-Status = "00"
               Perform Read-One-Credit-Limit Until WS-Cdl-Eof
               At End
                   Set WS-Cdl-Eof To True
               Not At End
                   Move CLF-Subscriber-Id To CKY-Id
                   Move CLF-Limit-Amount To CKY-Limit
                   Move Zero To CKY-Spend
                   Move Space To CKY-Breached
                   Write Credit-Key-Record
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Add 1 To WS-Cdl-Count
                   End-Write
           End-Read
           .

      * DOES THE CDR'S ACCOUNT CARRY A CREDIT LIMIT? A HIT LEAVES
      * ITS LIMIT AND RUN SPEND IN CKY-. ACCOUNTS ABSENT FROM THE
      * FILE ARE UNLIMITED.
       Find-Credit-Limit.
           Move "N" To WS-Cdl-Call-Flag
           If WS-Cdl-Count = Zero
               Exit Paragraph
           End-If
           Move CDR-Subscriber-Id To CKY-Id
           Add 1 To WS-Lkp-Cdl-Reads
           Read Credit-Key-File
               Invalid Key
                   Continue
               Not Invalid Key
                   Set WS-Limited-Call To True
           End-Read
           .

      * ROLLS THE RATED CALL INTO THE ACCOUNT'S RUN SPEND. THE CALL
      * FAITH - BUT THE BREACH ALERTS THE ON-CALL IMMEDIATELY AND
      * EVERY FURTHER CALL FROM THE ACCOUNT GOES TO REVIEW.
       Accumulate-Credit-Spend.
           Add RD-Output To CKY-Spend
           If CKY-Breached Not = "Y"
           And CKY-Spend > CKY-Limit
               Move "Y" To CKY-Breached
               Move "CRIT" To WS-Alert-Severity
               Move Spaces To WS-Alert-Message
               String "CREDIT LIMIT BREACHED IN-RUN BY "
                    WS-Alert-Program WS-Alert-Message
                    WS-Alert-Op-Result
           End-If
           Rewrite Credit-Key-Record
               Invalid Key
                   Continue
           End-Rewrite
           .

      * A BREACHED ACCOUNT'S FURTHER CALLS ARE HELD FOR REVIEW IN
           Perform Check-Reject-Circuit-Breaker
           .

      * LOAD THE STATUS-HISTORY FILE (IF PRESENT) INTO SUBSTATK -
      * SAME LATER-ROW-WINS RULE AS THE ENROLLMENTS.
       Load-Status-History.
           Move Zero To WS-Sth-Count
           Move "N" To WS-Sth-Eof-Flag
           Move "SUBSTATK" To WS-Keyk-File-Name
           Open Output Status-Key-File
           Move WS-Substatk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Close Status-Key-File
           Open I-O Status-Key-File
           Move WS-Substatk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Read-One-Status-Entry Until WS-Sth-Eof
               At End
                   Set WS-Sth-Eof To True
               Not At End
                   Add 1 To WS-Sth-Count
                   Move SSF-Subscriber-Id To HKY-Id
                   Move SSF-Effective-Date To HKY-Date
                   Move SSF-Status To HKY-Status
                   Write Status-Key-Record
                       Invalid Key
                           Rewrite Status-Key-Record
                   End-Write
           End-Read
           .

           Else
               Move WS-Business-Date To WS-Sth-As-Of-Date
           End-If
           Move Space To WS-Resolved-Status
           If WS-Sth-Count > Zero
               Move CDR-Subscriber-Id To HKY-Id
               Move Zero To HKY-Date
               Add 1 To WS-Lkp-Sth-Reads
               Move "N" To WS-Key-Scan-Flag
               Start Status-Key-File Key Not < HKY-Key
                   Invalid Key
                       Set WS-Key-Scan-Done To True
               End-Start
               Perform Scan-One-Status-Entry Until WS-Key-Scan-Done
           End-If
           If WS-Resolved-Status = Space
               If WS-Master-Status = "A"
                   Move "A" To WS-Resolved-Status
           End-If
           .

       Scan-One-Status-Entry.
           Read Status-Key-File Next Record
               At End
                   Set WS-Key-Scan-Done To True
               Not At End
                   If HKY-Id Not = CDR-Subscriber-Id
                   Or HKY-Date > WS-Sth-As-Of-Date
                       Set WS-Key-Scan-Done To True
                   Else
                       Move HKY-Status To WS-Resolved-Status
                   End-If
           End-Read
           .

      * IS THIS CDR'S IDENTITY ALREADY IN THE SEEN FILE - EITHER
      * EARLIER IN THIS RUN OR ON A RECENT PRIOR RUN'S CDRSEEN LOG?
       Check-Duplicate-Cdr.
           Move "N" To WS-Dup-Flag
           Move CDR-InRec To DKY-InRec
           Move CDR-Call-Date To DKY-Call-Date
           Move CDR-Subscriber-Id To DKY-Sub-Id
           Add 1 To WS-Lkp-Seen-Reads
           Read Seen-Key-File
               Invalid Key
                   Continue
               Not Invalid Key
                   Set WS-Duplicate-Cdr To True
           End-Read
           .

      * REMEMBERS A FRESH CDR'S IDENTITY IN THE SEEN FILE (FOR
      * IN-RUN DETECTION) AND QUEUES ITS CDRSEEN APPEND FOR THE NEXT
      * CHECKPOINT, SO THE DURABLE LOG NEVER RUNS AHEAD OF THE
      * RESTART POINT.
       Record-Seen-Cdr.
           Move CDR-InRec To DKY-InRec
           Move CDR-Call-Date To DKY-Call-Date
           Move CDR-Subscriber-Id To DKY-Sub-Id
           Write Seen-Key-Record
               Invalid Key
                   Continue
               Not Invalid Key
                   Add 1 To WS-Seen-Count
           End-Write
           If WS-Pend-Count >= 2000
               Perform Write-Checkpoint
           End-If
                   To SEEN-Call-Date
               Move WS-Pend-Sub-Id (WS-Pend-Sub) To SEEN-Subscriber
               Move WS-Business-Date To SEEN-Business-Date
               Move WS-Run-Id To SEEN-Run-Id
               Write Seen-Log-Record
           End-Perform
           Move Zero To WS-Pend-Count
           Call "FORCEABEND" Using WS-Restart-State-Msg
           .

      * EVERY KEYED WORK FILE IS CREATED EMPTY AND REOPENED I-O AT
      * STARTUP. A BAD STATUS ON EITHER OPEN ABENDS THE RUN - THE
      * LOADS AND LOOKUPS BEHIND IT WOULD OTHERWISE FAIL ONE RECORD
      * AT A TIME AND THE RUN WOULD PRICE AS IF THE FILE WERE EMPTY.
       Check-Keyed-Work-Open.
           If WS-Keyk-File-Status Not = "00"
               Display "KEYED WORK FILE " WS-Keyk-File-Name
                       " WOULD NOT OPEN - FILE STATUS "
                       WS-Keyk-File-Status
               Perform Flush-Audit-Buffer
               Call "FORCEABEND" Using WS-Keyk-Open-Msg
           End-If
           .

      * LOAD THE CDRSEEN LOG (IF IT EXISTS) INTO THE KEYED SEEN
      * FILE. AN IDENTITY LOGGED TWICE IS HELD ONCE.
       Load-Seen-Log.
           Move Zero To WS-Seen-Count
           Move "N" To WS-Seen-Eof-Flag
           Move "CDRSEENK" To WS-Keyk-File-Name
           Open Output Seen-Key-File
           Move WS-Seenk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Close Seen-Key-File
           Open I-O Seen-Key-File
           Move WS-Seenk-File-Status To WS-Keyk-File-Status
           Perform Check-Keyed-Work-Open
           Open Input Seen-Log-File
           If WS-Seen-Log-Status = "00"
               Perform Read-Seen-Log-Entry Until WS-Seen-Eof
                   And SEEN-Business-Date = WS-Business-Date
                       Continue
                   Else
                       Move SEEN-InRec To DKY-InRec
                       Move SEEN-Call-Date To DKY-Call-Date
                       Move SEEN-Subscriber To DKY-Sub-Id
                       Write Seen-Key-Record
                           Invalid Key
                               Continue
                           Not Invalid Key
                               Add 1 To WS-Seen-Count
                       End-Write
                   End-If
           End-Read
           .
           End-If
           .

      * READS THE PREPAID LOW-BALANCE MARK, KEEPING THE DEFAULT WHEN
      * THE VARIABLE IS UNSET.
       Get-Low-Balance-Config.
           Call "GETENVOP" Using WS-Low-Bal-Env-Name
                WS-Low-Bal-Env-Value WS-Low-Bal-Ge-Result
           If WS-Low-Bal-Ge-Result < 19
                   And WS-Low-Bal-Env-Value Not = Spaces
               Compute WS-Low-Balance =
                   Function Numval (WS-Low-Bal-Env-Value)
           End-If
           .

      * READS THE ARCHIVE BUCKET CONFIGURATION - ARCHIVAL RUNS ONLY
      * WHEN TELCO_ARCHIVE_BUCKET NAMES A BUCKET.
       Get-Archive-Config.
           Move RD-Rate-Class     To WS-Evt-Class
           Move RD-Converted-Output To WS-Evt-Output
           Move RD-Currency-Code  To WS-Evt-Currency
           Move RD-Normalized-Time To WS-Evt-Call-Time
           Move RD-Roam-Partner   To WS-Evt-Roam-Partner
           Move CDR-InRec         To WS-Evt-Dialed-Work
           Move WS-Evt-Dialed-Work (7:9) To WS-Evt-Dialed
           Move WS-Event-Payload  To kinesis-data
           If CDR-Subscriber-Id Not = Spaces
               Move CDR-Subscriber-Id To partition-key
           Move "R"               To WS-Evt-Class
           Move Zero              To WS-Evt-Output
           Move CDR-Currency      To WS-Evt-Currency
           Move Zero              To WS-Evt-Call-Time
           Move Spaces            To WS-Evt-Roam-Partner
           Move Spaces            To WS-Evt-Dialed
           Move WS-Event-Payload  To kinesis-data
           If CDR-Subscriber-Id Not = Spaces
               Move CDR-Subscriber-Id To partition-key
           Move "DUPS" To CTL-Leg
           Move WS-Duplicate-Count To CTL-Count
           Write Control-Totals-Record
           If WS-Visitor-Count > Zero
               Move "VISITOR" To CTL-Leg
               Move WS-Visitor-Count To CTL-Count
               Write Control-Totals-Record
           End-If
           If WS-Ppd-Draw-Count > Zero
               Move "PPDRAWS" To CTL-Leg
               Move WS-Ppd-Draw-Count To CTL-Count
               Write Control-Totals-Record
           End-If
           If WS-Streaming-On
               Move "KINEVENT" To CTL-Leg
               Compute CTL-Count
           Move WS-Business-Date To RST-Business-Date
           Compute RST-Records-Done
                   = WS-Call-Count + WS-Duplicate-Count
                   + WS-Visitor-Count
           Move WS-Phase-Rate-Secs To RST-Rate-Secs
           Move WS-Phase-Ckpt-Secs To RST-Ckpt-Secs
           Move WS-Phase-Arch-Secs To RST-Archive-Secs
           Move WS-Phase-Pub-Secs To RST-Publish-Secs
           Move WS-Phase-Load-Secs To RST-Load-Secs
           Move WS-Lkp-Sub-Reads To RST-Sub-Lookups
           Move WS-Lkp-Enrl-Reads To RST-Enrl-Lookups
           Move WS-Lkp-Rsla-Reads To RST-Rsla-Lookups
           Move WS-Lkp-Sth-Reads To RST-Sth-Lookups
           Move WS-Lkp-Ppd-Reads To RST-Ppd-Lookups
           Move WS-Lkp-Cdl-Reads To RST-Cdl-Lookups
           Move WS-Lkp-Seen-Reads To RST-Seen-Lookups
           Open Extend Run-Stats-File
           Write Run-Stats-Record
           Close Run-Stats-File
           Compute WS-Elapsed-Secs = WS-Now-Secs - WS-Start-Secs
           Compute WS-Recs-Done
                   = WS-Call-Count + WS-Duplicate-Count
                   + WS-Visitor-Count
           If WS-Elapsed-Secs > Zero
               Compute WS-Recs-Per-Sec
                       = WS-Recs-Done / WS-Elapsed-Secs
           Close Suspense-File
           Close Rated-Output-File
           Close Duplicates-File
           Close Visitor-Usage-File
           Close Seen-Log-File
           Display "===== PARTIAL RUN - STOPPED BY OPERATOR ====="
           Perform Print-Totals-Report
           Perform Close-Keyed-Lookups
           Display "***** TOTALS ABOVE ARE PARTIAL - RUN WAS "
                   "STOPPED BY OPERATOR *****"
           Move "PARTIAL" To WS-Cmp-Status
           Move RD-Roam-Surcharge   To RO-Roam-Surcharge
           Move RD-Promo-Amount     To RO-Promo-Amount
           Move RD-Ported-Operator  To RO-Ported-Operator
           Move RD-Destination      To RO-Destination
           Move RD-Special-Treatment To RO-Special-Treatment
           Move RD-Favourite-Marker To RO-Favourite-Marker
           Move RD-Favourite-Amount To RO-Favourite-Amount
           Move RD-Usage-Units      To RO-Usage-Units
           Move RD-Reseller-Id      To RO-Reseller-Id
           Write Rated-Output-Record
           .

           End-If
           Move CDR-Hdr-Business-Date To WS-Business-Date
           Move CDR-Hdr-File-Seq      To WS-File-Seq
           Move CDR-Hdr-Switch-Id     To WS-Switch-Id
           If WS-Switch-Id = Spaces
               Move "MAIN" To WS-Switch-Id
           End-If
           Display "CDR FILE HEADER - BUSINESS DATE: "
                   WS-Business-Date " FILE SEQ: " WS-File-Seq
                   " SWITCH: " WS-Switch-Id
           .

       Capture-Cdr-Trailer.
           Add RD-Output To WS-Evt-Output-Tot (WS-Event-Sub)
           .

       Accumulate-Special-Totals.
           Evaluate RD-Special-Treatment
               When "Z"
                   Move 1 To WS-Special-Sub
               When "F"
                   Move 2 To WS-Special-Sub
               When Other
                   Move 3 To WS-Special-Sub
           End-Evaluate
           Add 1 To WS-Spc-Calls-Tot (WS-Special-Sub)
           Add RD-Output To WS-Spc-Output-Tot (WS-Special-Sub)
           .

       Accumulate-Lapsed-Contract.
           Add 1 To WS-Lapsed-Count
           If WS-Lapsed-Listed < 50
               Add 1 To WS-Lapsed-Listed
               Move WS-Lapsed-Listed To WS-Lapsed-Sub
               Move CDR-Subscriber-Id
                   To WS-Lapsed-Sub-Id (WS-Lapsed-Sub)
               Move CDR-Call-Date To WS-Lapsed-Date (WS-Lapsed-Sub)
               Move RD-Rate-Class To WS-Lapsed-Class (WS-Lapsed-Sub)
               Move RD-Output To WS-Lapsed-Output (WS-Lapsed-Sub)
           End-If
           .

      * ROLLS THE CALL'S GIVEAWAYS INTO THE LEAKAGE BUCKETS. THE
      * ALLOWANCE GIVEAWAY IS IMPUTED AT THE CLASS UNIT RATE - WHAT
      * THE COVERED MINUTES WOULD HAVE BILLED, LESS WHAT THE CALL
           Add RD-Discount-Amount
               To WS-Leak-Discount (WS-Leak-Sub)
           Add RD-Promo-Amount To WS-Leak-Promo (WS-Leak-Sub)
           Add RD-Favourite-Amount
               To WS-Leak-Favourite (WS-Leak-Sub)
           If RD-Allowance-Marker = "A"
               Compute WS-Leak-Imputed Rounded
                       = ( RD-Billable-Minutes * RD-Unit-Rate )
           Move Zero To WS-Skip-Count
           Perform Skip-One-Cdr
               Until CDR-Eof Or WS-Skip-Count
                   >= ( WS-Call-Count + WS-Duplicate-Count
                        + WS-Visitor-Count )
           .

       Skip-One-Cdr.
           Move WS-Events-Dlq-Tot To CKP-Events-Dlq-Tot
           Move WS-Event-Totals To CKP-Event-Totals
           Move WS-Leakage-Totals To CKP-Leakage-Totals
           Move WS-Special-Totals To CKP-Special-Totals
           Move WS-Visitor-Totals To CKP-Visitor-Totals
           Move WS-Late-Table To CKP-Late-Arrivals
           Move WS-Lapsed-Table To CKP-Lapsed-Contracts
           .

       Restore-Extended-Checkpoint.
           Move CKP-Events-Dlq-Tot To WS-Events-Dlq-Tot
           Move CKP-Event-Totals To WS-Event-Totals
           Move CKP-Leakage-Totals To WS-Leakage-Totals
           Move CKP-Special-Totals To WS-Special-Totals
           Move CKP-Visitor-Totals To WS-Visitor-Totals
           Move CKP-Late-Arrivals To WS-Late-Table
           Move CKP-Lapsed-Contracts To WS-Lapsed-Table
           .

      * NORMAL END OF RUN - CLEAR THE CHECKPOINT FILE SO THE NEXT RUN
           Move WS-Disconnect-Count To WS-Disconnect-Out
           Move WS-Prepay-Blocked-Count To WS-Prepay-Blocked-Out
           Move WS-Limit-Review-Count To WS-Limit-Review-Out
           Move WS-Visitor-Count To WS-Visitor-Count-Out
           Move WS-Visitor-Amount-Tot To WS-Visitor-Amount-Out
           Move Price-Tot  To WS-Price-Tot-Out
           Move BTax-Tot   To WS-BTax-Tot-Out
           Move DTax-Tot   To WS-DTax-Tot-Out
           Display WS-Report-Line-0g
           Display WS-Report-Line-0h
           Display WS-Report-Line-0i
           If WS-Visitor-Count > Zero
               Display WS-Report-Line-0j
               Display WS-Report-Line-0k
           End-If
           Move "VOLUME ACTUAL.....: " To WS-Vol-Label-Out
           Move WS-Detail-Count To WS-Vol-Count-Out
           Display WS-Volume-Report-Line
               Move Output-Tot-Overflow-Count To WS-Overflow-Count-Out
               Display WS-Overflow-Line
           End-If
           If WS-Ppd-Count > Zero
               Perform Start-Prepaid-Scan
               Perform Print-Overdrawn-Prepaid Until WS-Key-Scan-Done
           End-If
           If WS-Cdl-Count > Zero
               Move Low-Values To CKY-Id
               Move "N" To WS-Key-Scan-Flag
               Start Credit-Key-File Key Not < CKY-Id
                   Invalid Key
                       Set WS-Key-Scan-Done To True
               End-Start
               Perform Print-One-Limit-Breach Until WS-Key-Scan-Done
           End-If
           Display "----- TOTALS BY RATE CLASS -----"
           Perform Print-One-Class-Total
               Varying WS-Class-Sub From 1 By 1
           Perform Print-One-Event-Total
               Varying WS-Event-Sub From 1 By 1
               Until WS-Event-Sub > 3
           Display "----- SPECIAL-NUMBER CALLS BY TREATMENT -----"
           Perform Print-One-Special-Total
               Varying WS-Special-Sub From 1 By 1
               Until WS-Special-Sub > 3
           Display "----- REVENUE LEAKAGE BY RATE CLASS -----"
           Perform Print-One-Leakage-Total
               Varying WS-Leak-Sub From 1 By 1
                   Varying WS-Late-Sub From 1 By 1
                   Until WS-Late-Sub > WS-Late-Count
           End-If
           If WS-Lapsed-Count > Zero
               Display "----- PUBLISHED RATE - CONTRACT JUST EXPIRED "
                       "-----"
               Perform Print-One-Lapsed-Call
                   Varying WS-Lapsed-Sub From 1 By 1
                   Until WS-Lapsed-Sub > WS-Lapsed-Listed
               Display "CALLS OFF CONTRACT.: " WS-Lapsed-Count
           End-If
           If WS-Curr-Sum-Count > Zero
               Display "----- BILLED AMOUNT BY CURRENCY -----"
               Perform Print-One-Currency-Total
           .

       Print-Overdrawn-Prepaid.
           Read Prepaid-Key-File Next Record
               At End
                   Set WS-Key-Scan-Done To True
               Not At End
                   If PKY-Overdrawn = "Y"
                       Move PKY-Id To WS-Ovd-Id-Out
                       Move PKY-Balance To WS-Ovd-Balance-Out
                       Display WS-Overdrawn-Line
                   End-If
           End-Read
           .

       Print-One-Limit-Breach.
           Read Credit-Key-File Next Record
               At End
                   Set WS-Key-Scan-Done To True
               Not At End
                   If CKY-Breached = "Y"
                       Compute WS-Cdl-Excess = CKY-Spend - CKY-Limit
                       Move CKY-Id To WS-Brc-Id-Out
                       Move CKY-Limit To WS-Brc-Limit-Out
                       Move CKY-Spend To WS-Brc-Spend-Out
                       Move WS-Cdl-Excess To WS-Brc-Excess-Out
                       Display WS-Breach-Line
                   End-If
           End-Read
           .

      * THE KEYED LOOKUP FILES ARE SCRATCH FOR THE RUN - CLOSED ONCE
      * THE TOTALS REPORT HAS READ THE LAST OF THEM.
       Close-Keyed-Lookups.
           Close Subscriber-Key-File
           Close Enrollment-Key-File
           Close Reseller-Key-File
           Close Status-Key-File
           Close Prepaid-Key-File
           Close Credit-Key-File
           Close Seen-Key-File
           .

       Print-One-Class-Total.
           Display WS-Event-Report-Line
           .

       Print-One-Special-Total.
           Evaluate WS-Special-Sub
               When 1
                   Move "ZERO-RATED  (Z)" To WS-Spc-Name-Out
               When 2
                   Move "FREE        (F)" To WS-Spc-Name-Out
               When 3
                   Move "FIXED CHARGE(C)" To WS-Spc-Name-Out
           End-Evaluate
           Move WS-Spc-Calls-Tot (WS-Special-Sub) To WS-Spc-Count-Out
           Move WS-Spc-Output-Tot (WS-Special-Sub)
               To WS-Spc-Output-Out
           Display WS-Special-Report-Line
           .

      * ONE CLASS'S GIVEAWAY LINE - THE PERCENTAGE IS GIVEAWAY OVER
      * GROSS, WHERE GROSS IS THE CLASS'S BILLED PRICE PLUS WHAT WAS
      * GIVEN AWAY.
           Compute WS-Leak-Giveaway
                   = WS-Leak-Discount (WS-Leak-Sub)
                   + WS-Leak-Promo (WS-Leak-Sub)
                   + WS-Leak-Favourite (WS-Leak-Sub)
                   + WS-Leak-Allowance (WS-Leak-Sub)
           Compute WS-Leak-Gross
                   = Class-Price-Tot (WS-Leak-Sub)
           End-If
           Move WS-Leak-Discount (WS-Leak-Sub) To WS-Leak-Disc-Out
           Move WS-Leak-Promo (WS-Leak-Sub) To WS-Leak-Promo-Out
           Move WS-Leak-Favourite (WS-Leak-Sub) To WS-Leak-Fav-Out
           Move WS-Leak-Allowance (WS-Leak-Sub) To WS-Leak-Allow-Out
           Move WS-Leak-Pct To WS-Leak-Pct-Out
           Display WS-Leakage-Line
           Display WS-Late-Line
           .

       Print-One-Lapsed-Call.
           Move WS-Lapsed-Sub-Id (WS-Lapsed-Sub) To WS-Lapsed-Id-Out
           Move WS-Lapsed-Date (WS-Lapsed-Sub) To WS-Lapsed-Date-Out
           Move WS-Lapsed-Class (WS-Lapsed-Sub)
               To WS-Lapsed-Class-Out
           Move WS-Lapsed-Output (WS-Lapsed-Sub)
               To WS-Lapsed-Output-Out
           Display WS-Lapsed-Line
           .

       Print-One-Currency-Total.
           Move WS-Curr-Sum-Code (WS-Curr-Sum-Sub)
               To WS-Curr-Code-Out
