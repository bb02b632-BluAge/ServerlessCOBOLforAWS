       Identification Division.
       Program-ID. TELCOCRK.
      ******************************************************************
      *  BLU AGE SERVERLESS COBOL - AWS API GATEWAY EXTENSION - SAMPLE
      *  PROGRAM OBJECT:
      *  MONTHLY CHURN-RISK SCORING - GIVES EVERY SUBSCRIBER NOT
      *  ALREADY DISCONNECTED (SUBSTAT) A RISK SCORE BUILT FROM THE
      *  SIGNALS ALREADY ON FILE, AS OF TELCO_PERIOD_END (DEFAULT
      *  TODAY):
      *    - USAGE DECLINE - EVENTS ON CDRRATED IN THE LAST 30 DAYS
      *      AGAINST THE AVERAGE PER 30 DAYS OVER THE TRAILING
      *      TELCO_CHURN_MONTHS (DEFAULT 3) BEFORE THEM;
      *    - AGING - THE OLDEST STILL-OPEN ARITEMS INVOICE, BUCKETED
      *      AT TELCOAGE'S OWN DUNNING THRESHOLDS;
      *    - DISPUTES - OPEN DSPFILE DISPUTES, AND ONES REJECTED
      *      WITHIN THE TRAILING WINDOW;
      *    - CONTRACTS - THE CNTRATE CONTRACTED RATE IN FORCE, OR A
      *      COMMTAB COMMITMENT, WHOSE END DATE FALLS WITHIN THE NEXT
      *      90 DAYS;
      *    - PORT-OUT - A PORTTAB ROW TAKING THE SUBSCRIBER'S OWN
      *      NUMBER (SUBCONT PHONE) TO ANOTHER OPERATOR WITHIN THE
      *      TRAILING WINDOW.
      *  THE SCORE SETS THE BAND - HIGH AT TELCO_CHURN_HIGH (DEFAULT
      *  60), MEDIUM AT TELCO_CHURN_MEDIUM (DEFAULT 30), ELSE LOW.
      *  EVERY SUBSCRIBER SCORING ABOVE ZERO IS LISTED HIGHEST FIRST
      *  ON THE CHRNPRT REPORT AND WRITTEN IN THE SAME ORDER TO THE
      *  CHRNEXT EXTRACT (CHRNRISK LAYOUT) FOR THE RETENTION DESK.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rated-Input-File Assign To "CDRRATED"
               Organization Is Sequential
               File Status Is WS-Rated-File-Status.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
           Select Dispute-File Assign To "DSPFILE"
               Organization Is Sequential
               File Status Is WS-Dispute-File-Status.
           Select Contract-Rate-File Assign To "CNTRATE"
               Organization Is Sequential
               File Status Is WS-Cntrate-File-Status.
           Select Commitment-Table-File Assign To "COMMTAB"
               Organization Is Sequential
               File Status Is WS-Commtab-File-Status.
           Select Ported-Number-File Assign To "PORTTAB"
               Organization Is Sequential
               File Status Is WS-Porttab-File-Status.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Report-File Assign To "CHRNPRT"
               Organization Is Sequential.
           Select Extract-File Assign To "CHRNEXT"
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.

       Data Division.
       File Section.
       FD  Rated-Input-File
           Recording Mode Is F.
       01  Rated-Output-Record.
           05  RO-InRec             Pic S9(15)      Packed-Decimal.
           05  RO-Currency          Pic X(3).
           05  RO-Subscriber-Id     Pic X(10).
           05  RO-Call-Date         Pic 9(8).
               COPY RATEDTL REPLACING LEADING ==RD-== BY ==RO-==.

       FD  Ar-Item-File
           Recording Mode Is F.
       01  Ar-Item-Record.
               COPY ARTRAN.

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

       FD  Contract-Rate-File
           Recording Mode Is F.
       01  Contract-Rate-Record.
               COPY CNTRATE.

       FD  Commitment-Table-File
           Recording Mode Is F.
       01  Commitment-Table-Record.
               COPY COMMTAB.

       FD  Ported-Number-File
           Recording Mode Is F.
       01  Ported-Number-Record.
               COPY PORTTAB.

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Report-File
           Recording Mode Is F.
       01  Report-Line              Pic X(120).

       FD  Extract-File
           Recording Mode Is F.
       01  Extract-Record.
               COPY CHRNRISK.

       FD  Audit-Log-File.
       COPY OPAUDIT.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Dispute-File-Status   Pic X(2)    Value Spaces.
       01  WS-Cntrate-File-Status   Pic X(2)    Value Spaces.
       01  WS-Commtab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Porttab-File-Status   Pic X(2)    Value Spaces.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Rated-Eof-Flag        Pic X       Value "N".
         88  WS-Rated-Eof           Value "Y".
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".
       01  WS-Dsp-Eof-Flag          Pic X       Value "N".
         88  WS-Dsp-Eof             Value "Y".
       01  WS-Ct-Eof-Flag           Pic X       Value "N".
         88  WS-Ct-Eof              Value "Y".
       01  WS-Cm-Eof-Flag           Pic X       Value "N".
         88  WS-Cm-Eof              Value "Y".
       01  WS-Pt-Eof-Flag           Pic X       Value "N".
         88  WS-Pt-Eof              Value "Y".
       01  WS-Ss-Eof-Flag           Pic X       Value "N".
         88  WS-Ss-Eof              Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".

      * SCORING DATE AND THE WINDOWS HUNG FROM IT - THE RECENT
      * 30 DAYS ENDING ON THE SCORING DATE, AND THE TRAILING
      * BASELINE MONTHS (30 DAYS EACH) BEFORE THEM.
       01  WS-Window-Control.
           05  WS-Score-Date        Pic 9(8)    Value Zero.
           05  WS-Score-Int         Pic 9(7)    Binary.
           05  WS-Recent-Start      Pic 9(8).
           05  WS-Base-Start        Pic 9(8).
           05  WS-Work-Int          Pic 9(7)    Binary.
           05  WS-End-Env-Name      Pic X(32)
                   Value "TELCO_PERIOD_END".
           05  WS-Months-Env-Name   Pic X(32)
                   Value "TELCO_CHURN_MONTHS".
           05  WS-Churn-Months      Pic 9(2)    Value 3.
           05  WS-Crk-Env-Value     Pic X(32)   Value Spaces.
           05  WS-Crk-Ge-Result     Pic 9(2)    Binary.

      * AGING THRESHOLDS - THE SAME SETTINGS TELCOAGE DUNS BY.
       01  WS-Aging-Thresholds.
           05  WS-Remind-Days       Pic 9(3)    Value 30.
           05  WS-Warn-Days         Pic 9(3)    Value 60.
           05  WS-Suspend-Days      Pic 9(3)    Value 90.
           05  WS-Remind-Env-Name   Pic X(32)
                   Value "TELCO_DUN_REMIND_DAYS".
           05  WS-Warn-Env-Name     Pic X(32)
                   Value "TELCO_DUN_WARN_DAYS".
           05  WS-Suspend-Env-Name  Pic X(32)
                   Value "TELCO_DUN_SUSPEND_DAYS".

      * HOW FAR AHEAD AN ENDING CONTRACT COUNTS.
       01  WS-Contract-Control.
           05  WS-Ending-Days       Pic 9(3)    Value 90.
           05  WS-End-Int           Pic 9(7)    Binary.

      * BAND THRESHOLDS.
       01  WS-Band-Control.
           05  WS-High-Score        Pic 9(3)    Value 60.
           05  WS-Medium-Score      Pic 9(3)    Value 30.
           05  WS-High-Env-Name     Pic X(32)
                   Value "TELCO_CHURN_HIGH".
           05  WS-Medium-Env-Name   Pic X(32)
                   Value "TELCO_CHURN_MEDIUM".

      * SIGNAL WEIGHTS. A USAGE DROP IS ONLY JUDGED AGAINST A
      * BASELINE OF AT LEAST WS-Min-Baseline EVENTS PER 30 DAYS, SO
      * A LIGHT USER'S QUIET MONTH IS NOT READ AS A DECLINE.
       01  WS-Signal-Weights.
           05  WS-Min-Baseline      Pic 9(3)    Value 5.
           05  WS-Steep-Drop-Pct    Pic 9(3)    Value 50.
           05  WS-Steep-Drop-Pts    Pic 9(3)    Value 30.
           05  WS-Drop-Pct          Pic 9(3)    Value 25.
           05  WS-Drop-Pts          Pic 9(3)    Value 15.
           05  WS-Age-Suspend-Pts   Pic 9(3)    Value 25.
           05  WS-Age-Warn-Pts      Pic 9(3)    Value 15.
           05  WS-Age-Remind-Pts    Pic 9(3)    Value 5.
           05  WS-Open-Dsp-Pts      Pic 9(3)    Value 10.
           05  WS-Rejected-Dsp-Pts  Pic 9(3)    Value 15.
           05  WS-Dispute-Cap-Pts   Pic 9(3)    Value 30.
           05  WS-Contract-Pts      Pic 9(3)    Value 15.
           05  WS-Port-Out-Pts      Pic 9(3)    Value 40.

      * RUN-ID FOR THE AUDIT ENTRY - SAME GETENVOP CONVENTION AS
      * TELCOBAT'S Get-Run-Id.
       01  WS-Run-Id                Pic X(15)   Value Spaces.
       01  WS-Run-Id-Env-Name       Pic X(32)   Value "TELCO_RUN_ID".
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * ONE ENTRY PER SUBSCRIBER WITH ANY SIGNAL ON FILE.
       01  WS-Risk-Table.
           05  WS-Rsk-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Rsk-Entry Occurs 5000 Times.
               10  WS-Rsk-Id        Pic X(10).
               10  WS-Rsk-Recent    Pic 9(7)    Binary.
               10  WS-Rsk-Base      Pic 9(7)    Binary.
               10  WS-Rsk-Base-Avg  Pic 9(7)    Binary.
               10  WS-Rsk-Oldest-Age Pic 9(5)   Binary.
               10  WS-Rsk-Open-Bal  Pic S9(9)V99 Binary.
               10  WS-Rsk-Open-Dsp  Pic 9(3)    Binary.
               10  WS-Rsk-Rej-Dsp   Pic 9(3)    Binary.
               10  WS-Rsk-Cnt-Date  Pic 9(8).
               10  WS-Rsk-Cnt-End   Pic 9(8).
               10  WS-Rsk-Cmt-End   Pic 9(8).
               10  WS-Rsk-Ported    Pic X(1).
               10  WS-Rsk-Status    Pic X(1).
               10  WS-Rsk-Status-Date Pic 9(8).
               10  WS-Rsk-Usage-Pts Pic 9(3).
               10  WS-Rsk-Aging-Pts Pic 9(3).
               10  WS-Rsk-Dsp-Pts   Pic 9(3).
               10  WS-Rsk-Cnt-Pts   Pic 9(3).
               10  WS-Rsk-Port-Pts  Pic 9(3).
               10  WS-Rsk-Score     Pic 9(3).
               10  WS-Rsk-Band      Pic X(1).
               10  WS-Rsk-Ranked    Pic X(1).
       01  WS-Rsk-Sub               Pic 9(5)    Binary.
       01  WS-Rsk-Found-Flag        Pic X       Value "N".
         88  WS-Rsk-Found           Value "Y".
       01  WS-Rsk-Key               Pic X(10).
       01  WS-Rsk-Full-Warned       Pic X       Value "N".

      * OPEN ITEMS FOLDED FROM THE ARITEMS LEDGER (TELCOAGE RULES).
       01  WS-Item-Table.
           05  WS-Itm-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Itm-Entry Occurs 5000 Times.
               10  WS-Itm-Invoice   Pic X(19).
               10  WS-Itm-Id        Pic X(10).
               10  WS-Itm-Date      Pic 9(8).
               10  WS-Itm-Billed    Pic S9(9)V99 Binary.
               10  WS-Itm-Applied   Pic S9(9)V99 Binary.
       01  WS-Itm-Sub               Pic 9(5)    Binary.
       01  WS-Itm-Found-Flag        Pic X       Value "N".
         88  WS-Itm-Found           Value "Y".
       01  WS-Open-Balance          Pic S9(9)V99.
       01  WS-Age-Days              Pic S9(7)   Binary.

      * DISPUTES FOLDED FROM DSPFILE - LAST ROW PER DISPUTE WINS.
       01  WS-Dispute-Table.
           05  WS-Dsp-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Dsp-Entry Occurs 2000 Times.
               10  WS-Dsp-InRec     Pic S9(15)  Packed-Decimal.
               10  WS-Dsp-Date      Pic 9(8).
               10  WS-Dsp-Id        Pic X(10).
               10  WS-Dsp-Status    Pic X(1).
               10  WS-Dsp-Changed   Pic 9(8).
       01  WS-Dsp-Sub               Pic 9(4)    Binary.
       01  WS-Dsp-Found-Flag        Pic X       Value "N".
         88  WS-Dsp-Found           Value "Y".

       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".

       01  WS-Decline-Pct           Pic S9(5)   Binary.

      * RANKING WORK - REPEATED SELECTION OF THE HIGHEST UNRANKED
      * SCORE, AS TELCOFRD RANKS ITS SPENDERS.
       01  WS-Rank-No               Pic 9(5)    Binary.
       01  WS-Best-Sub              Pic 9(5)    Binary.
       01  WS-Best-Score            Pic 9(3).

      * RUN COUNTERS.
       01  WS-Subs-Scored           Pic 9(7)    Binary Value Zero.
       01  WS-Subs-Disconnected     Pic 9(7)    Binary Value Zero.
       01  WS-Subs-High             Pic 9(7)    Binary Value Zero.
       01  WS-Subs-Medium           Pic 9(7)    Binary Value Zero.
       01  WS-Subs-Low              Pic 9(7)    Binary Value Zero.
       01  WS-Subs-Listed           Pic 9(7)    Binary Value Zero.

      * REPORT LINES.
       01  WS-Title-Line.
           05  Pic X(31) Value "CHURN-RISK EARLY WARNING AS OF ".
           05  WS-Title-Date-Out    Pic 9(8).
           05  Pic X(16) Value "  RECENT WINDOW ".
           05  WS-Title-Recent-Out  Pic 9(8).
           05  Pic X(11) Value "  BASELINE ".
           05  WS-Title-Base-Out    Pic 9(8).
       01  WS-Heading-Line.
           05  Pic X(50) Value
               " RANK SUBSCRIBER SCORE BAND RECENT BASE AGE-DAYS  ".
           05  Pic X(50) Value
               "OPEN-BAL DSP-O/R CONTRACT-END USG AGE DSP CNT PRT".
       01  WS-Detail-Line.
           05  WS-Dline-Rank-Out    Pic ZZZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Id-Out      Pic X(10).
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-Score-Out   Pic ZZ9.
           05  Pic X(2)  Value Spaces.
           05  WS-Dline-Band-Out    Pic X(4).
           05  Pic X(1)  Value Space.
           05  WS-Dline-Recent-Out  Pic ZZZZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Base-Out    Pic ZZZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Age-Out     Pic ZZZZZZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Bal-Out     Pic ZZZ,ZZ9.99.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Open-Out    Pic ZZ9.
           05  Pic X(1)  Value "/".
           05  WS-Dline-Rej-Out     Pic ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Cnt-End-Out Pic X(8).
           05  Pic X(5)  Value Spaces.
           05  WS-Dline-Usg-Out     Pic ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Agp-Out     Pic ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Dsp-Out     Pic ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Cnp-Out     Pic ZZ9.
           05  Pic X(1)  Value Space.
           05  WS-Dline-Prt-Out     Pic ZZ9.
       01  WS-Total-Line.
           05  Pic X(20) Value "SUBSCRIBERS LISTED: ".
           05  WS-Tline-Listed-Out  Pic ZZZ,ZZ9.
           05  Pic X(8)  Value "  HIGH: ".
           05  WS-Tline-High-Out    Pic ZZZ,ZZ9.
           05  Pic X(10) Value "  MEDIUM: ".
           05  WS-Tline-Medium-Out  Pic ZZZ,ZZ9.
           05  Pic X(7)  Value "  LOW: ".
           05  WS-Tline-Low-Out     Pic ZZZ,ZZ9.

       COPY OPAUDITB.

       Procedure Division.

       Mainline.
           Perform Get-Run-Id
           Perform Get-Scoring-Window
           Perform Get-Scoring-Settings
           Perform Load-Contacts
           Perform Load-Status-History
           Perform Accumulate-Usage
           Perform Load-Ar-Ledger
           Perform Age-One-Item
               Varying WS-Itm-Sub From 1 By 1
               Until WS-Itm-Sub > WS-Itm-Count
           Perform Load-Disputes
           Perform Count-One-Dispute
               Varying WS-Dsp-Sub From 1 By 1
               Until WS-Dsp-Sub > WS-Dsp-Count
           Perform Load-Contract-Rates
           Perform Load-Commitments
           Perform Scan-Port-Outs
           Perform Score-One-Subscriber
               Varying WS-Rsk-Sub From 1 By 1
               Until WS-Rsk-Sub > WS-Rsk-Count
           Open Output Report-File
           Open Output Extract-File
           Move WS-Score-Date To WS-Title-Date-Out
           Move WS-Recent-Start To WS-Title-Recent-Out
           Move WS-Base-Start To WS-Title-Base-Out
           Write Report-Line From WS-Title-Line
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Heading-Line
           Perform List-One-Rank
               Varying WS-Rank-No From 1 By 1
               Until WS-Rank-No > WS-Subs-Scored
           Move WS-Subs-Listed To WS-Tline-Listed-Out
           Move WS-Subs-High To WS-Tline-High-Out
           Move WS-Subs-Medium To WS-Tline-Medium-Out
           Move WS-Subs-Low To WS-Tline-Low-Out
           Move Spaces To Report-Line
           Write Report-Line
           Write Report-Line From WS-Total-Line
           Close Extract-File
           Close Report-File
           Move "TELCOCRK" To audit-log-program
           Move "CHRNRISK" To audit-log-operation
           Move Zero To audit-log-result-code
           Perform Write-Audit-Record
           Display "===== CHURN-RISK SCORING ====="
           Display "SCORED AS OF..........: " WS-Score-Date
           Display "SUBSCRIBERS SEEN......: " WS-Rsk-Count
           Display "DISCONNECTED, SKIPPED.: " WS-Subs-Disconnected
           Display "SCORED ABOVE ZERO.....: " WS-Subs-Scored
           Display "  HIGH................: " WS-Subs-High
           Display "  MEDIUM..............: " WS-Subs-Medium
           Display "  LOW.................: " WS-Subs-Low
           Display "=============================="
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
           .

      * THE SCORING DATE IS THE PERIOD END WHEN ONE IS SET, ELSE
      * TODAY. THE RECENT WINDOW IS THE 30 DAYS ENDING ON IT; THE
      * BASELINE RUNS THE TRAILING MONTHS BACK FROM THERE.
       Get-Scoring-Window.
           Move Function Current-Date (1:8) To WS-Score-Date
           Call "GETENVOP" Using WS-End-Env-Name WS-Crk-Env-Value
                WS-Crk-Ge-Result
           If WS-Crk-Ge-Result < 19
                   And WS-Crk-Env-Value Not = Spaces
               Move WS-Crk-Env-Value To WS-Score-Date
           End-If
           Move Spaces To WS-Crk-Env-Value
           Call "GETENVOP" Using WS-Months-Env-Name WS-Crk-Env-Value
                WS-Crk-Ge-Result
           If WS-Crk-Ge-Result < 19
                   And WS-Crk-Env-Value Not = Spaces
               Compute WS-Churn-Months =
                       Function Numval ( WS-Crk-Env-Value )
           End-If
           If WS-Churn-Months = Zero
               Move 3 To WS-Churn-Months
           End-If
           Compute WS-Score-Int =
                   Function Integer-Of-Date ( WS-Score-Date )
           Compute WS-Work-Int = WS-Score-Int - 29
           Compute WS-Recent-Start =
                   Function Date-Of-Integer ( WS-Work-Int )
           Compute WS-Work-Int = WS-Work-Int - WS-Churn-Months * 30
           Compute WS-Base-Start =
                   Function Date-Of-Integer ( WS-Work-Int )
           .

       Get-Scoring-Settings.
           Move Spaces To WS-Crk-Env-Value
           Call "GETENVOP" Using WS-Remind-Env-Name WS-Crk-Env-Value
                WS-Crk-Ge-Result
           If WS-Crk-Ge-Result < 19 And WS-Crk-Env-Value Not = Spaces
               Move WS-Crk-Env-Value To WS-Remind-Days
           End-If
           Move Spaces To WS-Crk-Env-Value
           Call "GETENVOP" Using WS-Warn-Env-Name WS-Crk-Env-Value
                WS-Crk-Ge-Result
           If WS-Crk-Ge-Result < 19 And WS-Crk-Env-Value Not = Spaces
               Move WS-Crk-Env-Value To WS-Warn-Days
           End-If
           Move Spaces To WS-Crk-Env-Value
           Call "GETENVOP" Using WS-Suspend-Env-Name WS-Crk-Env-Value
                WS-Crk-Ge-Result
           If WS-Crk-Ge-Result < 19 And WS-Crk-Env-Value Not = Spaces
               Move WS-Crk-Env-Value To WS-Suspend-Days
           End-If
           Move Spaces To WS-Crk-Env-Value
           Call "GETENVOP" Using WS-High-Env-Name WS-Crk-Env-Value
                WS-Crk-Ge-Result
           If WS-Crk-Ge-Result < 19 And WS-Crk-Env-Value Not = Spaces
               Compute WS-High-Score =
                       Function Numval ( WS-Crk-Env-Value )
           End-If
           Move Spaces To WS-Crk-Env-Value
           Call "GETENVOP" Using WS-Medium-Env-Name WS-Crk-Env-Value
                WS-Crk-Ge-Result
           If WS-Crk-Ge-Result < 19 And WS-Crk-Env-Value Not = Spaces
               Compute WS-Medium-Score =
                       Function Numval ( WS-Crk-Env-Value )
           End-If
           .

      * FINDS THE SUBSCRIBER IN WS-Rsk-Key, ADDING AN EMPTY ENTRY
      * FOR ONE NOT YET SEEN. WS-Rsk-Sub IS PAST THE COUNT WHEN THE
      * TABLE IS FULL.
       Find-Or-Add-Subscriber.
           Move "N" To WS-Rsk-Found-Flag
           Perform Varying WS-Rsk-Sub From 1 By 1
                   Until WS-Rsk-Sub > WS-Rsk-Count
                   Or WS-Rsk-Found
               If WS-Rsk-Id (WS-Rsk-Sub) = WS-Rsk-Key
                   Set WS-Rsk-Found To True
                   Subtract 1 From WS-Rsk-Sub
               End-If
           End-Perform
           If WS-Rsk-Found
               Exit Paragraph
           End-If
           If WS-Rsk-Count < 5000
               Add 1 To WS-Rsk-Count
               Move WS-Rsk-Count To WS-Rsk-Sub
               Initialize WS-Rsk-Entry (WS-Rsk-Sub)
               Move WS-Rsk-Key To WS-Rsk-Id (WS-Rsk-Sub)
               Move "A" To WS-Rsk-Status (WS-Rsk-Sub)
               Move "N" To WS-Rsk-Ported (WS-Rsk-Sub)
               Move "N" To WS-Rsk-Ranked (WS-Rsk-Sub)
           Else
               If WS-Rsk-Full-Warned = "N"
                   Display "RISK TABLE FULL - LATER SUBSCRIBERS "
                           "ARE NOT SCORED."
                   Move "Y" To WS-Rsk-Full-Warned
               End-If
           End-If
           .

       Load-Contacts.
           Move Zero To WS-Cnt-Count
           Move "N" To WS-Cnt-Eof-Flag
           Open Input Contact-File
           If WS-Subcont-File-Status = "00"
               Perform Read-One-Contact Until WS-Cnt-Eof
               Close Contact-File
           End-If
           .

       Read-One-Contact.
           Read Contact-File
               At End
                   Set WS-Cnt-Eof To True
               Not At End
                   If WS-Cnt-Count < 5000
                       Add 1 To WS-Cnt-Count
                       Move Contact-Record
                           To WS-Cnt-Entry (WS-Cnt-Count)
                   End-If
           End-Read
           .

      * THE STATUS IN FORCE ON THE SCORING DATE - MOST RECENT
      * EFFECTIVE DATE NOT AFTER IT WINS. A DISCONNECTED SUBSCRIBER
      * HAS ALREADY GONE AND IS NOT SCORED.
       Load-Status-History.
           Move "N" To WS-Ss-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Read-One-Status Until WS-Ss-Eof
               Close Status-History-File
           End-If
           .

       Read-One-Status.
           Read Status-History-File
               At End
                   Set WS-Ss-Eof To True
               Not At End
                   If SS-Effective-Date Not > WS-Score-Date
                       Move SS-Subscriber-Id To WS-Rsk-Key
                       Perform Find-Or-Add-Subscriber
                       If WS-Rsk-Sub <= WS-Rsk-Count
                       And SS-Effective-Date
                           >= WS-Rsk-Status-Date (WS-Rsk-Sub)
                           Move SS-Status
                               To WS-Rsk-Status (WS-Rsk-Sub)
                           Move SS-Effective-Date
                               To WS-Rsk-Status-Date (WS-Rsk-Sub)
                       End-If
                   End-If
           End-Read
           .

      * EVENTS PER SUBSCRIBER IN THE RECENT WINDOW AND IN THE
      * BASELINE BEFORE IT. REJECTED CALLS DO NOT COUNT.
       Accumulate-Usage.
           Move "N" To WS-Rated-Eof-Flag
           Open Input Rated-Input-File
           If WS-Rated-File-Status Not = "00"
               Display "NO RATED OUTPUT FILE - USAGE NOT SCORED."
               Exit Paragraph
           End-If
           Perform Read-Rated-Record
           Perform Accumulate-One-Record Until WS-Rated-Eof
           Close Rated-Input-File
           .

       Read-Rated-Record.
           Read Rated-Input-File
               At End Set WS-Rated-Eof To True
           End-Read
           .

       Accumulate-One-Record.
           If RO-Call-Date >= WS-Base-Start
           And RO-Call-Date <= WS-Score-Date
           And RO-Rate-Class Not = Space
           And RO-Subscriber-Id Not = Spaces
               Move RO-Subscriber-Id To WS-Rsk-Key
               Perform Find-Or-Add-Subscriber
               If WS-Rsk-Sub <= WS-Rsk-Count
                   If RO-Call-Date >= WS-Recent-Start
                       Add 1 To WS-Rsk-Recent (WS-Rsk-Sub)
                   Else
                       Add 1 To WS-Rsk-Base (WS-Rsk-Sub)
                   End-If
               End-If
           End-If
           Perform Read-Rated-Record
           .

       Load-Ar-Ledger.
           Move Zero To WS-Itm-Count
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
                   Perform Fold-One-Ar-Tran
           End-Read
           .

      * OPEN BALANCE PER INVOICE, FOLDED EXACTLY AS TELCOAGE DOES -
      * INV BILLS, EVERYTHING BUT A RECOVERY APPLIES.
       Fold-One-Ar-Tran.
           Move "N" To WS-Itm-Found-Flag
           Perform Varying WS-Itm-Sub From 1 By 1
                   Until WS-Itm-Sub > WS-Itm-Count
                   Or WS-Itm-Found
               If WS-Itm-Invoice (WS-Itm-Sub) = AR-Invoice-No
                   Set WS-Itm-Found To True
                   Subtract 1 From WS-Itm-Sub
               End-If
           End-Perform
           If Not WS-Itm-Found
               If WS-Itm-Count < 5000
                   Add 1 To WS-Itm-Count
                   Move WS-Itm-Count To WS-Itm-Sub
                   Move AR-Invoice-No
                       To WS-Itm-Invoice (WS-Itm-Sub)
                   Move AR-Subscriber-Id To WS-Itm-Id (WS-Itm-Sub)
                   Move AR-Tran-Date To WS-Itm-Date (WS-Itm-Sub)
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
                   Add AR-Amount To WS-Itm-Applied (WS-Itm-Sub)
           End-Evaluate
           .

      * KEEPS THE OLDEST STILL-OPEN INVOICE'S AGE AND THE TOTAL OPEN
      * BALANCE PER SUBSCRIBER.
       Age-One-Item.
           Compute WS-Open-Balance = WS-Itm-Billed (WS-Itm-Sub)
                   - WS-Itm-Applied (WS-Itm-Sub)
           If WS-Open-Balance Not > Zero
           Or WS-Itm-Date (WS-Itm-Sub) > WS-Score-Date
               Exit Paragraph
           End-If
           Move WS-Itm-Id (WS-Itm-Sub) To WS-Rsk-Key
           Perform Find-Or-Add-Subscriber
           If WS-Rsk-Sub > WS-Rsk-Count
               Exit Paragraph
           End-If
           Compute WS-Age-Days = WS-Score-Int
                   - Function Integer-Of-Date
                     ( WS-Itm-Date (WS-Itm-Sub) )
           Add WS-Open-Balance To WS-Rsk-Open-Bal (WS-Rsk-Sub)
           If WS-Age-Days > WS-Rsk-Oldest-Age (WS-Rsk-Sub)
               Move WS-Age-Days To WS-Rsk-Oldest-Age (WS-Rsk-Sub)
           End-If
           .

       Load-Disputes.
           Move Zero To WS-Dsp-Count
           Move "N" To WS-Dsp-Eof-Flag
           Open Input Dispute-File
           If WS-Dispute-File-Status = "00"
               Perform Read-One-Dispute Until WS-Dsp-Eof
               Close Dispute-File
           End-If
           .

       Read-One-Dispute.
           Read Dispute-File
               At End
                   Set WS-Dsp-Eof To True
               Not At End
                   Perform Fold-One-Dispute
           End-Read
           .

       Fold-One-Dispute.
           Move "N" To WS-Dsp-Found-Flag
           Perform Varying WS-Dsp-Sub From 1 By 1
                   Until WS-Dsp-Sub > WS-Dsp-Count
                   Or WS-Dsp-Found
               If WS-Dsp-InRec (WS-Dsp-Sub) = DSP-InRec
               And WS-Dsp-Date (WS-Dsp-Sub) = DSP-Call-Date
               And WS-Dsp-Id (WS-Dsp-Sub) = DSP-Subscriber-Id
                   Set WS-Dsp-Found To True
                   Move DSP-Status To WS-Dsp-Status (WS-Dsp-Sub)
                   Move DSP-Timestamp (1:8)
                       To WS-Dsp-Changed (WS-Dsp-Sub)
               End-If
           End-Perform
           If Not WS-Dsp-Found
           And WS-Dsp-Count < 2000
               Add 1 To WS-Dsp-Count
               Move DSP-InRec To WS-Dsp-InRec (WS-Dsp-Count)
               Move DSP-Call-Date To WS-Dsp-Date (WS-Dsp-Count)
               Move DSP-Subscriber-Id To WS-Dsp-Id (WS-Dsp-Count)
               Move DSP-Status To WS-Dsp-Status (WS-Dsp-Count)
               Move DSP-Timestamp (1:8)
                   To WS-Dsp-Changed (WS-Dsp-Count)
           End-If
           .

      * AN OPEN DISPUTE ALWAYS COUNTS; A REJECTED ONE ONLY WHILE THE
      * REJECTION IS RECENT (INSIDE THE TRAILING WINDOW).
       Count-One-Dispute.
           If WS-Dsp-Status (WS-Dsp-Sub) Not = "O"
           And WS-Dsp-Status (WS-Dsp-Sub) Not = "R"
               Exit Paragraph
           End-If
           If WS-Dsp-Status (WS-Dsp-Sub) = "R"
           And (WS-Dsp-Changed (WS-Dsp-Sub) < WS-Base-Start
             Or WS-Dsp-Changed (WS-Dsp-Sub) > WS-Score-Date)
               Exit Paragraph
           End-If
           Move WS-Dsp-Id (WS-Dsp-Sub) To WS-Rsk-Key
           Perform Find-Or-Add-Subscriber
           If WS-Rsk-Sub > WS-Rsk-Count
               Exit Paragraph
           End-If
           If WS-Dsp-Status (WS-Dsp-Sub) = "O"
               Add 1 To WS-Rsk-Open-Dsp (WS-Rsk-Sub)
           Else
               Add 1 To WS-Rsk-Rej-Dsp (WS-Rsk-Sub)
           End-If
           .

      * THE CONTRACT IN FORCE IS THE MOST RECENT CNTRATE ROW NOT
      * AFTER THE SCORING DATE (ANY RATE CLASS, A LATER ROW WINS A
      * TIE); ITS END DATE IS THE ONE THAT COUNTS.
       Load-Contract-Rates.
           Move "N" To WS-Ct-Eof-Flag
           Open Input Contract-Rate-File
           If WS-Cntrate-File-Status = "00"
               Perform Read-One-Contract-Rate Until WS-Ct-Eof
               Close Contract-Rate-File
           End-If
           .

       Read-One-Contract-Rate.
           Read Contract-Rate-File
               At End
                   Set WS-Ct-Eof To True
               Not At End
                   If CT-Effective-Date Not > WS-Score-Date
                       Move CT-Subscriber-Id To WS-Rsk-Key
                       Perform Find-Or-Add-Subscriber
                       If WS-Rsk-Sub <= WS-Rsk-Count
                       And CT-Effective-Date
                           >= WS-Rsk-Cnt-Date (WS-Rsk-Sub)
                           Move CT-Effective-Date
                               To WS-Rsk-Cnt-Date (WS-Rsk-Sub)
                           Move CT-End-Date
                               To WS-Rsk-Cnt-End (WS-Rsk-Sub)
                       End-If
                   End-If
           End-Read
           .

      * A COMMITMENT ALREADY STARTED AND NOT YET ENDED ON THE SCORING
      * DATE - THE SOONEST END DATE OF ANY SUCH ROW IS KEPT.
       Load-Commitments.
           Move "N" To WS-Cm-Eof-Flag
           Open Input Commitment-Table-File
           If WS-Commtab-File-Status = "00"
               Perform Read-One-Commitment Until WS-Cm-Eof
               Close Commitment-Table-File
           End-If
           .

       Read-One-Commitment.
           Read Commitment-Table-File
               At End
                   Set WS-Cm-Eof To True
               Not At End
                   If CM-Start-Date Not > WS-Score-Date
                   And CM-End-Date Not < WS-Score-Date
                       Move CM-Subscriber-Id To WS-Rsk-Key
                       Perform Find-Or-Add-Subscriber
                       If WS-Rsk-Sub <= WS-Rsk-Count
                           If WS-Rsk-Cmt-End (WS-Rsk-Sub) = Zero
                           Or CM-End-Date
                               < WS-Rsk-Cmt-End (WS-Rsk-Sub)
                               Move CM-End-Date
                                   To WS-Rsk-Cmt-End (WS-Rsk-Sub)
                           End-If
                       End-If
                   End-If
           End-Read
           .

      * A PORTTAB ROW FOR THE SUBSCRIBER'S OWN NUMBER, TO ANY
      * OPERATOR BUT US, EFFECTIVE INSIDE THE TRAILING WINDOW.
       Scan-Port-Outs.
           Move "N" To WS-Pt-Eof-Flag
           Open Input Ported-Number-File
           If WS-Porttab-File-Status = "00"
               Perform Read-One-Port Until WS-Pt-Eof
               Close Ported-Number-File
           End-If
           .

       Read-One-Port.
           Read Ported-Number-File
               At End
                   Set WS-Pt-Eof To True
               Not At End
                   If PT-Operator Not = "HOME"
                   And PT-Effective-Date >= WS-Base-Start
                   And PT-Effective-Date <= WS-Score-Date
                       Perform Match-Port-To-Subscriber
                   End-If
           End-Read
           .

       Match-Port-To-Subscriber.
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Phone (WS-Cnt-Sub) = PT-Number
               And PT-Number Not = Spaces
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           If WS-Cnt-Found
               Move WS-Cnt-Subscriber-Id (WS-Cnt-Sub) To WS-Rsk-Key
               Perform Find-Or-Add-Subscriber
               If WS-Rsk-Sub <= WS-Rsk-Count
                   Move "Y" To WS-Rsk-Ported (WS-Rsk-Sub)
               End-If
           End-If
           .

      * ADDS UP THE SIGNAL POINTS AND SETS THE BAND.
       Score-One-Subscriber.
           If WS-Rsk-Status (WS-Rsk-Sub) = "D"
               Add 1 To WS-Subs-Disconnected
               Move "Y" To WS-Rsk-Ranked (WS-Rsk-Sub)
               Exit Paragraph
           End-If
           Perform Score-Usage
           Perform Score-Aging
           Perform Score-Disputes
           Perform Score-Contract
           If WS-Rsk-Ported (WS-Rsk-Sub) = "Y"
               Move WS-Port-Out-Pts To WS-Rsk-Port-Pts (WS-Rsk-Sub)
           End-If
           Compute WS-Rsk-Score (WS-Rsk-Sub) =
                   WS-Rsk-Usage-Pts (WS-Rsk-Sub)
                 + WS-Rsk-Aging-Pts (WS-Rsk-Sub)
                 + WS-Rsk-Dsp-Pts (WS-Rsk-Sub)
                 + WS-Rsk-Cnt-Pts (WS-Rsk-Sub)
                 + WS-Rsk-Port-Pts (WS-Rsk-Sub)
           If WS-Rsk-Score (WS-Rsk-Sub) = Zero
               Move "Y" To WS-Rsk-Ranked (WS-Rsk-Sub)
               Exit Paragraph
           End-If
           Add 1 To WS-Subs-Scored
           Evaluate True
               When WS-Rsk-Score (WS-Rsk-Sub) >= WS-High-Score
                   Move "H" To WS-Rsk-Band (WS-Rsk-Sub)
                   Add 1 To WS-Subs-High
               When WS-Rsk-Score (WS-Rsk-Sub) >= WS-Medium-Score
                   Move "M" To WS-Rsk-Band (WS-Rsk-Sub)
                   Add 1 To WS-Subs-Medium
               When Other
                   Move "L" To WS-Rsk-Band (WS-Rsk-Sub)
                   Add 1 To WS-Subs-Low
           End-Evaluate
           .

       Score-Usage.
           Compute WS-Rsk-Base-Avg (WS-Rsk-Sub) Rounded =
                   WS-Rsk-Base (WS-Rsk-Sub) / WS-Churn-Months
           If WS-Rsk-Base-Avg (WS-Rsk-Sub) < WS-Min-Baseline
               Exit Paragraph
           End-If
           Compute WS-Decline-Pct =
                   (WS-Rsk-Base-Avg (WS-Rsk-Sub)
                    - WS-Rsk-Recent (WS-Rsk-Sub)) * 100
                   / WS-Rsk-Base-Avg (WS-Rsk-Sub)
           Evaluate True
               When WS-Decline-Pct >= WS-Steep-Drop-Pct
                   Move WS-Steep-Drop-Pts
                       To WS-Rsk-Usage-Pts (WS-Rsk-Sub)
               When WS-Decline-Pct >= WS-Drop-Pct
                   Move WS-Drop-Pts To WS-Rsk-Usage-Pts (WS-Rsk-Sub)
               When Other
                   Continue
           End-Evaluate
           .

       Score-Aging.
           If WS-Rsk-Open-Bal (WS-Rsk-Sub) Not > Zero
               Exit Paragraph
           End-If
           Evaluate True
               When WS-Rsk-Oldest-Age (WS-Rsk-Sub) >= WS-Suspend-Days
                   Move WS-Age-Suspend-Pts
                       To WS-Rsk-Aging-Pts (WS-Rsk-Sub)
               When WS-Rsk-Oldest-Age (WS-Rsk-Sub) >= WS-Warn-Days
                   Move WS-Age-Warn-Pts
                       To WS-Rsk-Aging-Pts (WS-Rsk-Sub)
               When WS-Rsk-Oldest-Age (WS-Rsk-Sub) >= WS-Remind-Days
                   Move WS-Age-Remind-Pts
                       To WS-Rsk-Aging-Pts (WS-Rsk-Sub)
               When Other
                   Continue
           End-Evaluate
           .

       Score-Disputes.
           Compute WS-Rsk-Dsp-Pts (WS-Rsk-Sub) =
                   WS-Rsk-Open-Dsp (WS-Rsk-Sub) * WS-Open-Dsp-Pts
                 + WS-Rsk-Rej-Dsp (WS-Rsk-Sub) * WS-Rejected-Dsp-Pts
               On Size Error
                   Move WS-Dispute-Cap-Pts
                       To WS-Rsk-Dsp-Pts (WS-Rsk-Sub)
           End-Compute
           If WS-Rsk-Dsp-Pts (WS-Rsk-Sub) > WS-Dispute-Cap-Pts
               Move WS-Dispute-Cap-Pts To WS-Rsk-Dsp-Pts (WS-Rsk-Sub)
           End-If
           .

      * THE CONTRACT END THAT COUNTS IS THE SOONER OF THE CONTRACTED
      * RATE'S AND THE COMMITMENT'S, WHERE EITHER IS STILL AHEAD - AN
      * OPEN-ENDED (ZERO) OR ALREADY-PASSED END DATE DOES NOT COUNT.
       Score-Contract.
           If WS-Rsk-Cnt-End (WS-Rsk-Sub) < WS-Score-Date
               Move Zero To WS-Rsk-Cnt-End (WS-Rsk-Sub)
           End-If
           If WS-Rsk-Cmt-End (WS-Rsk-Sub) > Zero
               If WS-Rsk-Cnt-End (WS-Rsk-Sub) = Zero
               Or WS-Rsk-Cmt-End (WS-Rsk-Sub)
                   < WS-Rsk-Cnt-End (WS-Rsk-Sub)
                   Move WS-Rsk-Cmt-End (WS-Rsk-Sub)
                       To WS-Rsk-Cnt-End (WS-Rsk-Sub)
               End-If
           End-If
           If WS-Rsk-Cnt-End (WS-Rsk-Sub) = Zero
               Exit Paragraph
           End-If
           Compute WS-End-Int = Function Integer-Of-Date
                   ( WS-Rsk-Cnt-End (WS-Rsk-Sub) )
           If WS-End-Int - WS-Score-Int <= WS-Ending-Days
               Move WS-Contract-Pts To WS-Rsk-Cnt-Pts (WS-Rsk-Sub)
           End-If
           .

      * HIGHEST UNRANKED SCORE NEXT - TIES KEEP TABLE ORDER.
       List-One-Rank.
           Move Zero To WS-Best-Sub
           Move Zero To WS-Best-Score
           Perform Varying WS-Rsk-Sub From 1 By 1
                   Until WS-Rsk-Sub > WS-Rsk-Count
               If WS-Rsk-Ranked (WS-Rsk-Sub) Not = "Y"
               And WS-Rsk-Score (WS-Rsk-Sub) > WS-Best-Score
                   Move WS-Rsk-Sub To WS-Best-Sub
                   Move WS-Rsk-Score (WS-Rsk-Sub) To WS-Best-Score
               End-If
           End-Perform
           If WS-Best-Sub = Zero
               Exit Paragraph
           End-If
           Move WS-Best-Sub To WS-Rsk-Sub
           Move "Y" To WS-Rsk-Ranked (WS-Rsk-Sub)
           Add 1 To WS-Subs-Listed
           Perform Find-Contact
           Perform Write-Report-Detail
           Perform Write-Extract-Row
           .

       Write-Report-Detail.
           Move WS-Rank-No To WS-Dline-Rank-Out
           Move WS-Rsk-Id (WS-Rsk-Sub) To WS-Dline-Id-Out
           Move WS-Rsk-Score (WS-Rsk-Sub) To WS-Dline-Score-Out
           Evaluate WS-Rsk-Band (WS-Rsk-Sub)
               When "H"
                   Move "HIGH" To WS-Dline-Band-Out
               When "M"
                   Move "MED " To WS-Dline-Band-Out
               When Other
                   Move "LOW " To WS-Dline-Band-Out
           End-Evaluate
           Move WS-Rsk-Recent (WS-Rsk-Sub) To WS-Dline-Recent-Out
           Move WS-Rsk-Base-Avg (WS-Rsk-Sub) To WS-Dline-Base-Out
           Move WS-Rsk-Oldest-Age (WS-Rsk-Sub) To WS-Dline-Age-Out
           Move WS-Rsk-Open-Bal (WS-Rsk-Sub) To WS-Dline-Bal-Out
           Move WS-Rsk-Open-Dsp (WS-Rsk-Sub) To WS-Dline-Open-Out
           Move WS-Rsk-Rej-Dsp (WS-Rsk-Sub) To WS-Dline-Rej-Out
           If WS-Rsk-Cnt-End (WS-Rsk-Sub) = Zero
               Move Spaces To WS-Dline-Cnt-End-Out
           Else
               Move WS-Rsk-Cnt-End (WS-Rsk-Sub)
                   To WS-Dline-Cnt-End-Out
           End-If
           Move WS-Rsk-Usage-Pts (WS-Rsk-Sub) To WS-Dline-Usg-Out
           Move WS-Rsk-Aging-Pts (WS-Rsk-Sub) To WS-Dline-Agp-Out
           Move WS-Rsk-Dsp-Pts (WS-Rsk-Sub) To WS-Dline-Dsp-Out
           Move WS-Rsk-Cnt-Pts (WS-Rsk-Sub) To WS-Dline-Cnp-Out
           Move WS-Rsk-Port-Pts (WS-Rsk-Sub) To WS-Dline-Prt-Out
           Write Report-Line From WS-Detail-Line
           .

       Write-Extract-Row.
           Initialize Extract-Record
           Move WS-Rsk-Id (WS-Rsk-Sub) To CR-Subscriber-Id
           Move WS-Score-Date To CR-Score-Date
           Move WS-Rank-No To CR-Rank
           Move WS-Rsk-Score (WS-Rsk-Sub) To CR-Score
           Move WS-Rsk-Band (WS-Rsk-Sub) To CR-Band
           Move WS-Rsk-Usage-Pts (WS-Rsk-Sub) To CR-Usage-Points
           Move WS-Rsk-Aging-Pts (WS-Rsk-Sub) To CR-Aging-Points
           Move WS-Rsk-Dsp-Pts (WS-Rsk-Sub) To CR-Dispute-Points
           Move WS-Rsk-Cnt-Pts (WS-Rsk-Sub) To CR-Contract-Points
           Move WS-Rsk-Port-Pts (WS-Rsk-Sub) To CR-Port-Points
           Move WS-Rsk-Recent (WS-Rsk-Sub) To CR-Recent-Events
           Move WS-Rsk-Base-Avg (WS-Rsk-Sub) To CR-Baseline-Events
           Move WS-Rsk-Oldest-Age (WS-Rsk-Sub) To CR-Oldest-Age-Days
           Move WS-Rsk-Open-Bal (WS-Rsk-Sub) To CR-Open-Balance
           Move WS-Rsk-Open-Dsp (WS-Rsk-Sub) To CR-Open-Disputes
           Move WS-Rsk-Rej-Dsp (WS-Rsk-Sub) To CR-Rejected-Disputes
           Move WS-Rsk-Cnt-End (WS-Rsk-Sub) To CR-Contract-End
           If WS-Cnt-Found
               Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To CR-Bill-Name
               Move WS-Cnt-Phone (WS-Cnt-Sub) To CR-Phone
           End-If
           Write Extract-Record
           .

       Find-Contact.
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub)
                       = WS-Rsk-Id (WS-Rsk-Sub)
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           .

      * DERIVES THE RUN-ID CORRELATING THIS RUN'S AUDIT-LOG ENTRY
      * WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF SET,
      * ELSE A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S
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

       End Program TELCOCRK.
