      *  ONE SHORTFALL CHARGE RECORD TO THE CHGFILE COMPANION FILE
      *  TELCOINV MERGES INTO THE INVOICE - PLUS A REPORT OF WHO FELL
      *  SHORT AND BY HOW MUCH, SO CONTRACTED MINIMUMS STOP BEING AN
      *  OFF-SYSTEM SPREADSHEET. WITH A BILL CYCLE SELECTED
      *  (TELCO_BILL_CYCLE, SEE TELCOCYC) ONLY THAT CYCLE'S
      *  COMMITMENTS CLOSE, OVER THE CYCLE-PERIOD'S CALENDAR DATES.
      *  A COMMITMENT WHOSE TERM (CM-START-DATE/CM-END-DATE) DOES NOT
      *  REACH INTO THE PERIOD IS NOT CLOSED.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           05  WS-Period-Env-Value  Pic X(32)   Value Spaces.
           05  WS-Period-Ge-Result  Pic 9(2)    Binary.

      * BILL-CYCLE SELECTION - SEE TELCOCYC. A SELECTED CYCLE
      * REPLACES THE TELCO_PERIOD_START/END WINDOW WITH ITS OWN
      * CALENDAR DATES AND LIMITS THE RUN TO ITS SUBSCRIBERS.
       01  WS-Cycle-Period-Area.
               COPY CYCCAL REPLACING LEADING ==CC-== BY ==WS-Cyc-==.
       01  WS-Cyc-Mode              Pic X(1).
       01  WS-Cyc-Subscriber        Pic X(10).
       01  WS-Cyc-Result            Pic 9(2)    Binary.
         88  WS-Cyc-Not-Member      Value 4.
         88  WS-Cyc-No-Calendar     Value 20.
       01  WS-Cyc-Abend-Msg         Pic X(33)
               Value "NO CYCLE CALENDAR ROW FOR PERIOD".

      * COMMITMENTS LOADED FROM COMMTAB, PLUS EACH ACCOUNT'S SUMMED
      * RATED OUTPUT FOR THE PERIOD.
       01  WS-Commit-Table.
           05  Pic X(12) Value " SHORTFALL: ".
           05  WS-Line-Short-Out    Pic ZZ,ZZZ,ZZ9.99.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOCMT".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       Procedure Division.

       Mainline.
                   And WS-Period-Env-Value Not = Spaces
               Move WS-Period-Env-Value To WS-Period-End
           End-If
           Move "P" To WS-Cyc-Mode
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           If WS-Cyc-No-Calendar
               Call "FORCEABEND" Using WS-Cyc-Abend-Msg
           End-If
           If WS-Cyc-Result = Zero
               Move WS-Cyc-Period-Start To WS-Period-Start
               Move WS-Cyc-Period-End To WS-Period-End
               Display "BILL CYCLE " WS-Cyc-Cycle-Code " PERIOD "
                       WS-Period-Start " - " WS-Period-End
           End-If
           .

      * IS WS-CYC-SUBSCRIBER ON THE CYCLE BEING RUN?
       Check-Cycle-Member.
           Move "M" To WS-Cyc-Mode
           Call "TELCOCYC" Using WS-Cyc-Mode WS-Cyc-Subscriber
                WS-Cycle-Period-Area WS-Cyc-Result
           .

      * LOAD THE COMMITMENT TABLE (IF PRESENT) - NO FILE MEANS NO
      * COMMITMENTS IN FORCE. A ROW WHOSE TERM STARTS AFTER THE PERIOD
      * OR ENDED BEFORE IT IS LEFT OUT - THE CUSTOMER OWES NO MINIMUM
      * FOR A MONTH THE CONTRACT DID NOT COVER.
       Load-Commitment-Table.
           Move Zero To WS-Cmt-Count
           Move "N" To WS-Commtab-Eof-Flag
               At End
                   Set WS-Commtab-Eof To True
               Not At End
                   Move CMF-Subscriber-Id To WS-Cyc-Subscriber
                   Perform Check-Cycle-Member
                   If WS-Cmt-Count < 2000
                   And Not WS-Cyc-Not-Member
                   And CMF-Start-Date Not > WS-Period-End
                   And ( CMF-End-Date = Zero
                         Or CMF-End-Date Not < WS-Period-Start )
                       Add 1 To WS-Cmt-Count
                       Move CMF-Subscriber-Id
                           To WS-Cmt-Id (WS-Cmt-Count)
           Move WS-Shortfall To CHG-Amount
           Move WS-Period-End To CHG-Charge-Date
           Move "A" To CHG-Status
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company CHG-Charge-Date WS-Plk-Result
           Write Charge-Record
           .

