      *  CLASS, TAX LINES MATCHING BTAX/DTAX/ITAX, AND CURRENCY-AWARE
      *  BILLED AMOUNTS USING THE CURRTAB CONVERSION THE RUN APPLIED,
      *  WITH AN INVOICE NUMBER AND DATE - THE CUSTOMER-FACING
      *  ARTIFACT THE PIPELINE NEVER HAD. EACH INVOICE CARRIES THE
      *  BILL-TO ADDRESS FROM THE SUBCONT CONTACT FILE AND IS ROUTED
      *  BY THE ACCOUNT'S DELIVERY CHANNEL: PAPER TO INVPRINT FOR THE
      *  PRINT SHOP, EMAIL TO INVEPRT FOR ELECTRONIC DELIVERY. AN
      *  INVOICE WHOSE ONLY ROUTES ARE FLAGGED RETURNED-MAIL OR
      *  BOUNCED-EMAIL GOES TO INVHELD INSTEAD AND ITS ACCOUNT ONTO
      *  THE UNDELIV LIST FOR CARE - NO PAPER TO A DEAD ADDRESS.
      *  WITH A BILL CYCLE SELECTED (TELCO_BILL_CYCLE, SEE TELCOCYC)
      *  THE RUN INVOICES ONLY THAT CYCLE'S SUBSCRIBERS FOR THE
      *  CYCLE-PERIOD'S CALENDAR DATES; THE REGISTER GUARD THEN
      *  HOLDS PER SUBSCRIBER AND CYCLE-PERIOD.
      *  FINAL-BILL MODE (TELCO_FINAL_BILL=Y) INVOICES ONLY THE
      *  ACCOUNTS WHOSE LATEST SUBSTAT ROW IS A DISCONNECT INSIDE THE
      *  WINDOW: ALL THEIR USAGE AND CHARGES SINCE THE LAST PERIOD
      *  INVOICED, THEIR PENDING ADJUSTMENTS, AND THE PREVIOUS OPEN
      *  BALANCE NETTED AGAINST ANY CREDIT ON ACCOUNT - AN OPEN
      *  SECURITY DEPOSIT (DEPOSIT, SEE TELCODEP) AND ITS INTEREST
      *  JOIN THAT CREDIT AS A "CRD" ROW, THE DEPOSIT IS CLOSED "F"
      *  AND THE MOVEMENT LOGGED TO DEPTRAN FOR THE GL. THE INVOICE IS
      *  REGISTERED "FINAL", AND AN ACCOUNT WITH A FINAL INVOICE IS
      *  NEVER PICKED UP BY A REGULAR RUN AGAIN.
      *  EVERY REGISTERED INVOICE IS ANNOUNCED TO THE CUSTOMER THROUGH
      *  THE TELCONTF NOTIFICATION HUB, AND LEAVES ITS LOYALTY
      *  EARNING BASIS - AMOUNT, TAX AND RATE-CLASS SPLIT - ON LOYBASE
      *  FOR THE TELCOLOY POINTS RUN TO EARN ON ONCE IT IS PAID. AN
      *  ACCOUNT HOLDING POINTS (LOYLEDG) SEES ITS POINTS BALANCE
      *  BENEATH THE TOTAL DUE; A LOYALTY BILL CREDIT (ADJFILE TYPE
      *  "LP", SEE TELCOLRC) PRINTS AS A LOYALTY CREDIT.
      *  SCHEDULING: INVOICING APPLIES AND REMOVES THE PERIOD'S
      *  ADJUSTMENTS FROM ADJFILE - ANY JOB THAT READS ADJFILE FOR
      *  THE PERIOD (THE TELCODCM COMMISSION RUN'S CLAWBACKS) MUST
      *  RUN BEFORE THIS ONE IN THE JOB CHAIN.
      *  MVNO RESELLER TRAFFIC (RATED WITH A RESELLER ID) IS NEVER
      *  INVOICED TO THE END USER - TELCOWHL SETTLES IT WITH THE
      *  RESELLER - AND AN ACCOUNT A RESELLER HOLDS AT PERIOD END
      *  GETS NO CHARGE-ONLY OR ADJUSTMENT-ONLY INVOICE FROM US.
      *  EVERY INVOICE PASSES A QUALITY GATE BEFORE IT GOES OUT: ITS
      *  LINES ARE STAGED (INVSTAGE) WHILE IT IS SCREENED FOR AN
      *  AMOUNT ABOVE TELCO_GATE_SPIKE_FACTOR (DEFAULT 3) TIMES THE
      *  AVERAGE OF THE ACCOUNT'S LAST THREE REGISTERED INVOICES, A
      *  ZERO OR NEGATIVE TOTAL, MORE THAN TELCO_GATE_MAX_ADJ (DEFAULT
      *  5) ADJUSTMENT LINES, OR TAX CHARGED AGAINST THE EXEMPTION
      *  STANDING. A CLEAN INVOICE IS RELEASED TO ITS STREAMS AND TO
      *  ARITEMS AS BEFORE; A HELD ONE IS REGISTERED BUT ITS LINES
      *  WAIT ON INVHLDLN AND ITS ADJUSTMENTS ON ADJHELD, AND IT OPENS
      *  NO AR ITEM AND SENDS NO NOTICE UNTIL THE TELCOIGR REVIEW
      *  CONSOLE RELEASES IT - A HELD FINAL BILL LIKEWISE BOOKS NO
      *  CREDIT NETTING AND LEAVES ITS DEPOSIT OPEN UNTIL THEN. EACH
      *  OUTCOME IS LOGGED TO INVGATE.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
               File Status Is WS-Rated-File-Status.
           Select Invoice-Print-File Assign To "INVPRINT"
               Organization Is Sequential.
      * THE EMAIL-DELIVERY AND HELD PRINT STREAMS, AND THE SHARED
      * LIST OF DOCUMENTS HELD FOR AN UNDELIVERABLE ADDRESS.
           Select Invoice-Email-File Assign To "INVEPRT"
               Organization Is Sequential.
           Select Invoice-Held-File Assign To "INVHELD"
               Organization Is Sequential.
           Select Undeliverable-File Assign To "UNDELIV"
               Organization Is Sequential.
      * THE SUBSCRIBER CONTACT FILE - BILL-TO ADDRESS, EMAIL,
      * DELIVERY CHANNEL AND THE RETURNED/BOUNCED FLAGS. AN ACCOUNT
      * WITHOUT A ROW BILLS ON PAPER WITHOUT AN ADDRESS BLOCK.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
      * NON-USAGE CHARGES (COMMITMENT SHORTFALLS, PLAN FEES, ONE-TIME
      * FEES) STAGED BY TELCOCMT AND FRIENDS - MERGED INTO EACH
      * SUBSCRIBER'S INVOICE AS ITS OWN ITEMIZED SECTION. AN ABSENT
      * INVOICE GENERATED, SO WHAT THE CUSTOMER OWES LIVES IN THE
      * SYSTEM THAT BILLED IT INSTEAD OF SOMEONE'S HEAD.
           Select Ar-Item-File Assign To "ARITEMS"
               Organization Is Sequential
               File Status Is WS-Ar-File-Status.
      * THE STATUS HISTORY - READ IN FINAL-BILL MODE FOR THE
      * ACCOUNTS DISCONNECTED IN THE WINDOW.
           Select Status-History-File Assign To "SUBSTAT"
               Organization Is Sequential
               File Status Is WS-Substat-File-Status.
      * THE RERATE RUN'S CREDIT/DEBIT RECORDS - EACH SUBSCRIBER'S
      * PENDING ADJUSTMENTS APPEAR AS ITEMIZED LINES ON THE NEXT
      * INVOICE AND NET INTO ITS TOTAL. APPLIED ENTRIES ARE REMOVED
           Select Adjustment-File Assign To "ADJFILE"
               Organization Is Sequential
               File Status Is WS-Adjfile-Status.
      * EVERY ADJUSTMENT ONCE APPLIED TO AN INVOICE, APPENDED AS THE
      * REWRITE DROPS IT FROM ADJFILE - THE DURABLE RECORD OF WHAT
      * WAS CREDITED OR DEBITED, WHICH THE YEAR-END TAX STATEMENT
      * (TELCOTXS) NETS AGAINST THE RATED TAXES.
           Select Adjustment-History-File Assign To "ADJHIST"
               Organization Is Sequential
               File Status Is WS-Adjhist-File-Status.
      * THE DURABLE INVOICE REGISTER - SEE INVREG.cpy. LOADED AT
      * STARTUP TO CONTINUE THE NUMBER SEQUENCE AND TO REFUSE
      * DOUBLE-INVOICING A SUBSCRIBER/PERIOD; APPENDED AS INVOICES
           Select Invoice-Register-File Assign To "INVREG"
               Organization Is Sequential
               File Status Is WS-Invreg-File-Status.
      * EFFECTIVE-DATED RESELLER ASSIGNMENTS - SEE RSLASGN.cpy.
           Select Reseller-Assign-File Assign To "RSLASGN"
               Organization Is Sequential
               File Status Is WS-Rslasgn-File-Status.
      * THE FAMILY/FLEET ACCOUNT HIERARCHY THE ALLOWANCE POOLS USE -
      * IN CONSOLIDATED MODE (TELCO_CONSOLIDATED=Y) MEMBERS BILL ON
      * ONE INVOICE UNDER THEIR POOL OWNER: A SUMMARY PAGE PER
           Select Account-Hierarchy-File Assign To "ACCTHIER"
               Organization Is Sequential
               File Status Is WS-Hierarchy-File-Status.
           Select Deposit-File Assign To "DEPOSIT"
               Organization Is Sequential
               File Status Is WS-Deposit-File-Status.
           Select Deposit-Tran-File Assign To "DEPTRAN"
               Organization Is Sequential
               File Status Is WS-Deptran-File-Status.
           Select Basis-File Assign To "LOYBASE"
               Organization Is Sequential
               File Status Is WS-Loybase-File-Status.
           Select Points-Ledger-File Assign To "LOYLEDG"
               Organization Is Sequential
               File Status Is WS-Loyledg-File-Status.
      * THE QUALITY GATE - THE RUN'S STAGED INVOICE LINES, THE
      * GATE LOG (SEE INVGATE.cpy), AND THE LINES AND ADJUSTMENTS OF
      * THE INVOICES IT HELD, WAITING FOR THE REVIEW CONSOLE.
           Select Invoice-Stage-File Assign To "INVSTAGE"
               Organization Is Sequential
               File Status Is WS-Invstage-File-Status.
           Select Invoice-Gate-File Assign To "INVGATE"
               Organization Is Sequential
               File Status Is WS-Invgate-File-Status.
           Select Held-Line-File Assign To "INVHLDLN"
               Organization Is Sequential
               File Status Is WS-Invhldln-File-Status.
           Select Held-Adjustment-File Assign To "ADJHELD"
               Organization Is Sequential
               File Status Is WS-Adjheld-File-Status.

       Data Division.
       File Section.
           Recording Mode Is F.
       01  Invoice-Print-Line       Pic X(80).

       FD  Invoice-Email-File
           Recording Mode Is F.
       01  Invoice-Email-Line       Pic X(80).

       FD  Invoice-Held-File
           Recording Mode Is F.
       01  Invoice-Held-Line        Pic X(80).

       FD  Undeliverable-File
           Recording Mode Is F.
       01  Undeliverable-Record.
               COPY UNDLVREC.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Charge-File
           Recording Mode Is F.
       01  Charge-Record.
       01  Ar-Item-Record.
               COPY ARTRAN.

       FD  Status-History-File
           Recording Mode Is F.
       01  Status-History-Record.
               COPY SUBSTAT REPLACING LEADING ==SS-== BY ==SSF-==.

       FD  Adjustment-File
           Recording Mode Is F.
       01  Adjustment-Record.
           05  ADJO-New-Amount      Pic S9(7)V99    Binary.
           05  ADJO-Adjust-Amount   Pic S9(7)V99    Binary.
           05  ADJO-Subscriber-Id   Pic X(10).
           05  ADJO-Jurisdiction    Pic X(4).
           05  ADJO-New-BTax        Pic S9(5)V99    Binary.
           05  ADJO-New-DTax        Pic S9(5)V99    Binary.
           05  ADJO-New-ITax        Pic S9(5)V99    Binary.
           05  ADJO-New-Jur-Tax     Pic S9(5)V99    Binary.
           05  ADJO-Post-Date       Pic 9(8).

       FD  Invoice-Register-File
           Recording Mode Is F.
       01  Invoice-Register-Record.
               COPY INVREG.

       FD  Reseller-Assign-File
           Recording Mode Is F.
       01  Reseller-Assign-Record.
               COPY RSLASGN REPLACING LEADING ==RA-== BY ==RAF-==.

       FD  Account-Hierarchy-File
           Recording Mode Is F.
       01  Account-Hierarchy-Record.
               COPY ACCTHIER REPLACING LEADING ==AH-== BY ==AHF-==.

       FD  Deposit-File
           Recording Mode Is F.
       01  Deposit-Record.
               COPY DEPOSIT.

       FD  Deposit-Tran-File
           Recording Mode Is F.
       01  Deposit-Tran-Record.
               COPY DEPTRAN.

      * SAME LAYOUT AS THE ADJFILE RECORD, WRITTEN FROM IT.
       FD  Adjustment-History-File
           Recording Mode Is F.
       01  Adjustment-History-Record Pic X(68).

       FD  Basis-File
           Recording Mode Is F.
       01  Basis-Record.
               COPY LOYBASE.

       FD  Points-Ledger-File
           Recording Mode Is F.
       01  Points-Ledger-Record.
               COPY LOYLEDG.

       FD  Invoice-Stage-File
           Recording Mode Is F.
       01  Invoice-Stage-Record.
               COPY INVHLDLN.

       FD  Invoice-Gate-File
           Recording Mode Is F.
       01  Invoice-Gate-Record.
               COPY INVGATE.

       FD  Held-Line-File
           Recording Mode Is F.
       01  Held-Line-Record         Pic X(100).

       FD  Held-Adjustment-File
           Recording Mode Is F.
       01  Held-Adjustment-Record.
               COPY ADJHELD.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
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

      * PER-SUBSCRIBER INVOICE ACCUMULATORS - CLASS ITEMIZATION,
      * THE THREE TAX LINES, AND UP TO FIVE BILLING CURRENCIES PER
      * ACCOUNT (THE CONVERTED AMOUNTS THE RUN ACTUALLY APPLIED).
         88  WS-Curr-Found          Value "Y".
       01  WS-Records-Selected      Pic 9(9)    Binary Value Zero.
       01  WS-Records-Skipped       Pic 9(9)    Binary Value Zero.
       01  WS-Records-Not-Eligible  Pic 9(9)    Binary Value Zero.
       01  WS-Records-Wholesale     Pic 9(9)    Binary Value Zero.
       01  WS-Acct-Eligible-Flag    Pic X       Value "N".
         88  WS-Acct-Eligible       Value "Y".
       01  WS-Charge-In-Run-Flag    Pic X       Value "N".
         88  WS-Charge-In-Run       Value "Y".

      * RESELLER ASSIGNMENTS, LOADED ONCE AT STARTUP, AND WHETHER
      * THE ACCOUNT IN HAND IS HELD BY A RESELLER AT PERIOD END.
       01  WS-Rslasgn-File-Status   Pic X(2)    Value Spaces.
       01  WS-Rsla-Table.
           05  WS-Rsla-Count        Pic 9(5)    Binary Value Zero.
           05  WS-Rsla-Entry Occurs 5000 Times.
               10  WS-Rsla-Id       Pic X(10).
               10  WS-Rsla-Reseller Pic X(6).
               10  WS-Rsla-Date     Pic 9(8).
       01  WS-Rsla-Sub              Pic 9(5)    Binary.
       01  WS-Rsla-Eof-Flag         Pic X       Value "N".
         88  WS-Rsla-Eof            Value "Y".
       01  WS-Rsla-Work.
           05  WS-Rsla-As-Of-Date   Pic 9(8).
           05  WS-Rsla-Best-Date    Pic 9(8).
           05  WS-Rsla-Holder       Pic X(6).

      * FINAL-BILL MODE STATE - THE MODE FLAG, EACH SUBSCRIBER'S
      * LATEST STATUS (SELECTED WHEN IT IS A DISCONNECT IN THE
      * WINDOW) WITH THE LAST PERIOD END ALREADY INVOICED, AND THE
      * SELECTED ACCOUNTS' OPEN AR ITEMS FOR THE NETTING.
       01  WS-Final-Flag            Pic X       Value "N".
         88  WS-Final-Mode          Value "Y".
       01  WS-Final-Env-Name        Pic X(32)
               Value "TELCO_FINAL_BILL".
       01  WS-Final-Env-Value       Pic X(32)   Value Spaces.
       01  WS-Final-Ge-Result       Pic 9(2)    Binary.
       01  WS-Substat-File-Status   Pic X(2)    Value Spaces.
       01  WS-Stat-Eof-Flag         Pic X       Value "N".
         88  WS-Stat-Eof            Value "Y".
       01  WS-Ar-File-Status        Pic X(2)    Value Spaces.
       01  WS-Ar-Eof-Flag           Pic X       Value "N".
         88  WS-Ar-Eof              Value "Y".
       01  WS-Final-Table.
           05  WS-Fnl-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Fnl-Entry Occurs 5000 Times.
               10  WS-Fnl-Id        Pic X(10).
               10  WS-Fnl-Status    Pic X(1).
               10  WS-Fnl-Date      Pic 9(8).
               10  WS-Fnl-Selected  Pic X(1).
               10  WS-Fnl-Last-End  Pic 9(8).
       01  WS-Fnl-Sub               Pic 9(5)    Binary.
       01  WS-Fnl-Found-Flag        Pic X       Value "N".
         88  WS-Fnl-Found           Value "Y".
       01  WS-Fnl-Selected-Count    Pic 9(5)    Binary Value Zero.
       01  WS-Final-Item-Table.
           05  WS-Fit-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Fit-Entry Occurs 1000 Times.
               10  WS-Fit-Invoice   Pic X(19).
               10  WS-Fit-Id        Pic X(10).
               10  WS-Fit-Open      Pic S9(11)V99 Binary.
       01  WS-Fit-Sub               Pic 9(4)    Binary.
       01  WS-Fit-Found-Flag        Pic X       Value "N".
         88  WS-Fit-Found           Value "Y".
       01  WS-Final-Work.
           05  WS-Final-Prior       Pic S9(11)V99 Binary.
           05  WS-Final-Prior-Open  Pic S9(11)V99 Binary.
           05  WS-Final-Credit      Pic S9(11)V99 Binary.
           05  WS-Final-Applied     Pic S9(11)V99 Binary.
           05  WS-Final-Applicable  Pic S9(11)V99 Binary.
           05  WS-Final-Due         Pic S9(11)V99 Binary.
           05  WS-Credit-Left       Pic S9(11)V99 Binary.
           05  WS-Credit-Amount     Pic S9(11)V99 Binary.
           05  WS-Final-Deposit     Pic S9(11)V99 Binary.
       01  WS-Final-Mark-Line       Pic X(80)
               Value "*** FINAL BILL - SERVICE DISCONNECTED ***".
       01  WS-Final-Line.
           05  Pic X(2)  Value "  ".
           05  WS-Final-Label-Out   Pic X(20).
           05  WS-Final-Amount-Out  Pic --,---,--9.99.

      * THE SECURITY-DEPOSIT LEDGER - A FINAL BILL SETTLES AN OPEN
      * DEPOSIT AGAINST WHAT THE ACCOUNT OWES.
       01  WS-Deposit-File-Status   Pic X(2)    Value Spaces.
       01  WS-Deptran-File-Status   Pic X(2)    Value Spaces.
       01  WS-Dep-Eof-Flag          Pic X       Value "N".
         88  WS-Dep-Eof             Value "Y".
       01  WS-Deposit-Table.
           05  WS-Dep-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Dep-Entry Occurs 2000 Times.
               COPY DEPOSIT REPLACING LEADING ==DP-== BY ==WS-Dep-==.
       01  WS-Dep-Sub               Pic 9(4)    Binary.
       01  WS-Dep-Found-Flag        Pic X       Value "N".
         88  WS-Dep-Found           Value "Y".
       01  WS-Deposits-Applied      Pic 9(5)    Binary Value Zero.

      * ACCOUNTS ALREADY FINAL-BILLED (REGISTER STATUS "FINAL") -
      * BLOCKED FROM EVERY LATER INVOICE RUN.
       01  WS-Final-Issued-Table.
           05  WS-Fis-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Fis-Entry Occurs 2000 Times
                                    Pic X(10).
       01  WS-Fis-Sub               Pic 9(4)    Binary.
       01  WS-Fis-Found-Flag        Pic X       Value "N".
         88  WS-Fis-Found           Value "Y".

      * THE PERIOD'S BILLABLE CHARGES FROM CHGFILE - STATUS "A" AND
      * CHARGE DATE INSIDE THE BILLING PERIOD. PRINTED AS AN ITEMIZED
      * THE REWRITE. ADJUSTMENTS FOR SUBSCRIBERS NOT INVOICED THIS
      * RUN STAY ON THE FILE AND ARE REPORTED AS UNAPPLIED.
       01  WS-Adjfile-Status        Pic X(2)    Value Spaces.
       01  WS-Adjhist-File-Status   Pic X(2)    Value Spaces.
       01  WS-Adjust-Table.
           05  WS-Adj-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Adj-Entry Occurs 500 Times.
               10  WS-Adj-Orig      Pic S9(7)V99 Binary.
               10  WS-Adj-New       Pic S9(7)V99 Binary.
               10  WS-Adj-InRec     Pic S9(15)  Packed-Decimal.
               10  WS-Adj-Jurisdiction Pic X(4).
               10  WS-Adj-New-BTax  Pic S9(5)V99 Binary.
               10  WS-Adj-New-DTax  Pic S9(5)V99 Binary.
               10  WS-Adj-New-ITax  Pic S9(5)V99 Binary.
               10  WS-Adj-New-Jur-Tax Pic S9(5)V99 Binary.
               10  WS-Adj-Post-Date Pic 9(8).
               10  WS-Adj-Applied   Pic X(1).
      * THE INVOICE IT WAS APPLIED TO - A HELD INVOICE'S ADJUSTMENTS
      * GO TO ADJHELD INSTEAD OF THE HISTORY.
               10  WS-Adj-Invoice   Pic X(19).
       01  WS-Adj-Sub               Pic 9(4)    Binary.
       01  WS-Adj-Eof-Flag          Pic X       Value "N".
         88  WS-Adj-Eof             Value "Y".
           05  WS-Adjust-Amount-Out Pic -Z,ZZZ,ZZ9.99.

      * TAX EXEMPTIONS - LOADED ONCE; AN EXEMPT ACCOUNT'S INVOICE
      * SHOWS THE CERTIFICATE INSTEAD OF TAX LINES. A CERTIFICATE
      * THAT HAS EXPIRED BY THE PERIOD END IS NOT SHOWN IN THEIR
      * PLACE - THE TAX LINES PRINT WITH AN EXPIRY NOTE ABOVE THEM.
       01  WS-Taxexmpt-File-Status  Pic X(2)    Value Spaces.
       01  WS-Exemption-Table.
           05  WS-Exm-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Exm-Entry Occurs 500 Times.
               10  WS-Exm-Id        Pic X(10).
               10  WS-Exm-Cert      Pic X(20).
               10  WS-Exm-Issue     Pic 9(8).
               10  WS-Exm-Expiry    Pic 9(8).
       01  WS-Exm-Sub               Pic 9(4)    Binary.
       01  WS-Exm-Eof-Flag          Pic X       Value "N".
         88  WS-Exm-Eof             Value "Y".
           05  Pic X(2)  Value "  ".
           05  Pic X(18) Value "TAX EXEMPT CERT: ".
           05  WS-Exempt-Cert-Out   Pic X(20).
       01  WS-Exempt-As-Of          Pic 9(8)    Value Zero.
       01  WS-Exempt-Expired-Flag   Pic X       Value "N".
         88  WS-Exempt-Expired      Value "Y".
       01  WS-Exempt-Expired-Line.
           05  Pic X(2)  Value "  ".
           05  Pic X(18) Value "TAX EXEMPT CERT: ".
           05  WS-Expired-Cert-Out  Pic X(20).
           05  Pic X(9)  Value " EXPIRED ".
           05  WS-Expired-Date-Out  Pic 9(8).

      * INVOICE REGISTER STATE - THE SUBSCRIBER/PERIOD PAIRS ALREADY
      * INVOICED (THE DOUBLE-INVOICE GUARD) AND THE HIGHEST SEQUENCE
           05  WS-Grp-ITax          Pic S9(11)V99 Binary.
           05  WS-Grp-Output        Pic S9(11)V99 Binary.
           05  WS-Grp-Extras        Pic S9(11)V99 Binary.
           05  WS-Grp-Class-Amount  Pic S9(11)V99 Binary
                                    Occurs 5 Times.
       01  WS-Member-Line.
           05  Pic X(2)  Value "  ".
           05  Pic X(8)  Value "MEMBER  ".

      * PRINT-IMAGE BUILD AREAS.
       01  WS-Print-Line            Pic X(80).
       01  WS-Out-Line              Pic X(80).

      * CONTACT TABLE AND THE CURRENT INVOICE'S DELIVERY ROUTE -
      * SEE Derive-Delivery-Route.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".
       01  WS-Route-Control.
           05  WS-Route-Account     Pic X(10).
           05  WS-Route-Paper-Flag  Pic X.
             88  WS-Route-Paper     Value "Y".
           05  WS-Route-Email-Flag  Pic X.
             88  WS-Route-Email     Value "Y".
           05  WS-Route-Held-Flag   Pic X.
             88  WS-Route-Held      Value "Y".
           05  WS-Route-Reason      Pic X(20).
       01  WS-Route-Counts.
           05  WS-Paper-Count       Pic 9(5)    Binary Value Zero.
           05  WS-Email-Count       Pic 9(5)    Binary Value Zero.
           05  WS-Held-Count        Pic 9(5)    Binary Value Zero.
       01  WS-Address-Line.
           05  Pic X(2)  Value "  ".
           05  WS-Address-Text      Pic X(60).
       01  WS-Delivery-Line.
           05  Pic X(2)  Value "  ".
           05  Pic X(12) Value "DELIVER VIA ".
           05  WS-Delivery-Via-Out  Pic X(6).
           05  Pic X(6)  Value " LANG ".
           05  WS-Delivery-Lang-Out Pic X(2).
           05  Pic X(1)  Value Space.
           05  WS-Delivery-Email-Out Pic X(51).
       01  WS-Head-Line.
           05  Pic X(9)  Value "INVOICE: ".
           05  WS-Head-Invoice-No   Pic X(19).
           05  Pic X(2)  Value ": ".
           05  WS-Curr-Amount-Out   Pic ZZ,ZZZ,ZZ9.99.

      * SHARED CUSTOMER-NOTIFICATION CALL AREA - SEE TELCONTF.
       01  WS-Ntf-Event             Pic X(4)    Value "INV ".
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOINV".
       01  WS-Ntf-Detail            Pic X(60).
       01  WS-Ntf-Result            Pic 9(2)    Binary.
       01  WS-Ntf-Amount-Out        Pic --,---,---,--9.99.

      * LOYALTY POINTS BALANCES FROM THE LOYLEDG LEDGER - PRINTED
      * BENEATH THE TOTAL DUE OF AN ACCOUNT THAT HAS ANY.
       01  WS-Loybase-File-Status   Pic X(2)    Value Spaces.
       01  WS-Loyledg-File-Status   Pic X(2)    Value Spaces.
       01  WS-Loy-Eof-Flag          Pic X       Value "N".
         88  WS-Loy-Eof             Value "Y".
       01  WS-Loyalty-Table.
           05  WS-Loy-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Loy-Entry Occurs 5000 Times.
               10  WS-Loy-Id        Pic X(10).
               10  WS-Loy-Points    Pic S9(9)   Binary.
       01  WS-Loy-Sub               Pic 9(5)    Binary.
       01  WS-Loy-Found-Flag        Pic X       Value "N".
         88  WS-Loy-Found           Value "Y".
       01  WS-Loy-Account           Pic X(10).
       01  WS-Points-Line.
           05  Pic X(2)  Value "  ".
           05  Pic X(20) Value "LOYALTY POINTS....: ".
           05  WS-Points-Out        Pic -ZZZ,ZZZ,ZZ9.

      * INVOICE QUALITY GATE - THE SCREENING THRESHOLDS, THE LATEST
      * GATE STANDING OF EVERY INVOICE ON THE LOG, EACH ACCOUNT'S
      * LAST THREE INVOICE AMOUNTS THAT WENT OUT (THE SPIKE RULE'S
      * AVERAGE), AND THE INVOICES THIS RUN HELD.
       01  WS-Invstage-File-Status  Pic X(2)    Value Spaces.
       01  WS-Invgate-File-Status   Pic X(2)    Value Spaces.
       01  WS-Invhldln-File-Status  Pic X(2)    Value Spaces.
       01  WS-Adjheld-File-Status   Pic X(2)    Value Spaces.
       01  WS-Gate-Control.
           05  WS-Gate-Spike-Factor Pic 9(3)V99 Value 3.
           05  WS-Gate-Max-Adjust   Pic 9(3)    Value 5.
           05  WS-Spike-Env-Name    Pic X(32)
                   Value "TELCO_GATE_SPIKE_FACTOR".
           05  WS-Max-Adj-Env-Name  Pic X(32)
                   Value "TELCO_GATE_MAX_ADJ".
           05  WS-Gate-Env-Value    Pic X(32)   Value Spaces.
           05  WS-Gate-Ge-Result    Pic 9(2)    Binary.
       01  WS-Gate-Status-Table.
           05  WS-Gst-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Gst-Entry Occurs 5000 Times.
               10  WS-Gst-Invoice   Pic X(19).
               10  WS-Gst-Status    Pic X(1).
       01  WS-Gst-Sub               Pic 9(5)    Binary.
       01  WS-Gst-Found-Flag        Pic X       Value "N".
         88  WS-Gst-Found           Value "Y".
       01  WS-Gst-Eof-Flag          Pic X       Value "N".
         88  WS-Gst-Eof             Value "Y".
       01  WS-Gst-Lookup            Pic X(19).
       01  WS-Gst-Standing          Pic X(1).
       01  WS-Invoice-History-Table.
           05  WS-Ihs-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Ihs-Entry Occurs 5000 Times.
               10  WS-Ihs-Id        Pic X(10).
               10  WS-Ihs-Taken     Pic 9(1)    Binary.
               10  WS-Ihs-Amount Occurs 3 Times
                                    Pic S9(11)V99 Binary.
       01  WS-Ihs-Sub               Pic 9(5)    Binary.
       01  WS-Ihs-Slot              Pic 9(1)    Binary.
       01  WS-Ihs-Found-Flag        Pic X       Value "N".
         88  WS-Ihs-Found           Value "Y".
       01  WS-Ihs-Average           Pic S9(11)V99 Binary.
       01  WS-Gate-Held-Table.
           05  WS-Ghd-Count         Pic 9(4)    Binary Value Zero.
           05  WS-Ghd-Invoice Occurs 2000 Times
                                    Pic X(19).
       01  WS-Ghd-Sub               Pic 9(4)    Binary.
       01  WS-Ghd-Found-Flag        Pic X       Value "N".
         88  WS-Ghd-Found           Value "Y".
       01  WS-Gate-Work.
           05  WS-Gate-Account      Pic X(10).
           05  WS-Gate-Adj-Lines    Pic 9(4)    Binary.
           05  WS-Gate-Rule-Spike   Pic X(1).
           05  WS-Gate-Rule-Total   Pic X(1).
           05  WS-Gate-Rule-Adjust  Pic X(1).
           05  WS-Gate-Rule-Tax     Pic X(1).
           05  WS-Gate-Tax-Work     Pic S9(11)V99 Binary.
       01  WS-Gate-Held-Flag        Pic X       Value "N".
         88  WS-Gate-Held           Value "Y".
       01  WS-Stage-Eof-Flag        Pic X       Value "N".
         88  WS-Stage-Eof           Value "Y".
       01  WS-Gate-Counts.
           05  WS-Gate-Released-Count Pic 9(5)  Binary Value Zero.
           05  WS-Gate-Held-Count   Pic 9(5)    Binary Value Zero.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOINV".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       Procedure Division.

       Mainline.
           Perform Get-Billing-Period
           Move Function Current-Date (1:8) To WS-Invoice-Date
           Perform Get-Inv-Rerun-Flag
           Perform Get-Gate-Thresholds
           Perform Load-Gate-Log
           Perform Load-Invoice-Register
           Perform Load-Reseller-Assignments
           Perform Get-Final-Mode
           Perform Load-Charge-File
           Perform Load-Adjustments
           Perform Load-Tax-Exemptions
           Perform Load-Contact-File
           Perform Load-Loyalty-Balances
           Open Input Rated-Input-File
           If WS-Rated-File-Status = "00"
               Perform Read-Rated-Record
               Display "NOTHING TO INVOICE THIS PERIOD."
               Goback
           End-If
           If Not WS-Final-Mode
               Perform Get-Consolidated-Mode
           End-If
           Perform Resolve-Invoice-Owners
           Open Output Invoice-Stage-File
           Open Extend Invoice-Gate-File
           If WS-Invgate-File-Status Not = "00"
               Open Output Invoice-Gate-File
           End-If
           Open Extend Undeliverable-File
           Open Extend Ar-Item-File
           Open Extend Invoice-Register-File
           Open Extend Basis-File
           If WS-Loybase-File-Status Not = "00"
               Open Output Basis-File
           End-If
           If WS-Consolidated-Mode
               Perform Print-Consolidated-Invoices
           Else
                   Varying WS-Inv-Sub From 1 By 1
                   Until WS-Inv-Sub > WS-Inv-Count
           End-If
           Close Basis-File
           Close Invoice-Register-File
           Close Ar-Item-File
           Close Undeliverable-File
           Close Invoice-Gate-File
           Close Invoice-Stage-File
           Perform Distribute-Staged-Lines
           If WS-Deposits-Applied > Zero
               Perform Rewrite-Deposits
           End-If
           Perform Rewrite-Adjustment-File
           Perform Report-Unapplied-Adjustments
           Display "RATED RECORDS INVOICED: " WS-Records-Selected
           Display "OUTSIDE BILLING PERIOD: " WS-Records-Skipped
           Display "NOT BILLED THIS RUN...: " WS-Records-Not-Eligible
           Display "RESELLER (WHOLESALE)..: " WS-Records-Wholesale
           Display "INVOICES PRODUCED.....: " WS-Invoices-Produced
           Display "ALREADY REGISTERED....: " WS-Skipped-Registered
           Display "ROUTED TO PAPER.......: " WS-Paper-Count
           Display "ROUTED TO EMAIL.......: " WS-Email-Count
           Display "HELD - UNDELIVERABLE..: " WS-Held-Count
           Display "GATE - RELEASED.......: " WS-Gate-Released-Count
           Display "GATE - HELD FOR REVIEW: " WS-Gate-Held-Count
           If WS-Final-Mode
               Display "DEPOSITS APPLIED......: " WS-Deposits-Applied
           End-If
           Display "NORMAL END OF EXECUTION."
           Goback
           .
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

      * DOES WS-CYC-SUBSCRIBER BILL ON THIS RUN? NEVER ONCE IT HAS A
      * FINAL INVOICE (SHORT OF A FINAL-BILL RERUN). A REGULAR RUN
      * TAKES THE SELECTED CYCLE'S ACCOUNTS; A FINAL-BILL RUN TAKES
      * ONLY THE ACCOUNTS DISCONNECTED IN THE WINDOW, WHATEVER THEIR
      * CYCLE.
       Check-Account-Eligible.
           Set WS-Acct-Eligible To True
           Perform Find-Final-Issued
           If WS-Fis-Found
           And Not ( WS-Final-Mode And WS-Inv-Rerun )
               Move "N" To WS-Acct-Eligible-Flag
               Exit Paragraph
           End-If
           If WS-Final-Mode
               Perform Find-Final-Account
               If Not WS-Fnl-Found
                   Move "N" To WS-Acct-Eligible-Flag
               Else
                   If WS-Fnl-Selected (WS-Fnl-Sub) Not = "Y"
                       Move "N" To WS-Acct-Eligible-Flag
                   End-If
               End-If
           Else
               Perform Check-Cycle-Member
               If WS-Cyc-Not-Member
                   Move "N" To WS-Acct-Eligible-Flag
               End-If
           End-If
           .

       Find-Final-Issued.
           Move "N" To WS-Fis-Found-Flag
           Perform Varying WS-Fis-Sub From 1 By 1
                   Until WS-Fis-Sub > WS-Fis-Count
                   Or WS-Fis-Found
               If WS-Fis-Entry (WS-Fis-Sub) = WS-Cyc-Subscriber
                   Set WS-Fis-Found To True
               End-If
           End-Perform
           .

       Find-Final-Account.
           Move "N" To WS-Fnl-Found-Flag
           Perform Varying WS-Fnl-Sub From 1 By 1
                   Until WS-Fnl-Sub > WS-Fnl-Count
                   Or WS-Fnl-Found
               If WS-Fnl-Id (WS-Fnl-Sub) = WS-Cyc-Subscriber
                   Set WS-Fnl-Found To True
                   Subtract 1 From WS-Fnl-Sub
               End-If
           End-Perform
           .

      * READS TELCO_FINAL_BILL AND, WHEN SET, SELECTS THE ACCOUNTS
      * TO FINAL-BILL AND LOADS THEIR OPEN ITEMS.
       Get-Final-Mode.
           Call "GETENVOP" Using WS-Final-Env-Name WS-Final-Env-Value
                WS-Final-Ge-Result
           If WS-Final-Ge-Result < 19 And WS-Final-Env-Value = "Y"
               Set WS-Final-Mode To True
               Perform Load-Final-Accounts
               Perform Load-Final-Items
               Perform Load-Deposits
               Display "FINAL-BILL RUN - ACCOUNTS DISCONNECTED IN "
                       "WINDOW: " WS-Fnl-Selected-Count
           End-If
           .

      * FOLDS SUBSTAT TO EACH SUBSCRIBER'S LATEST STATUS, THEN
      * SELECTS THOSE WHOSE LATEST IS A DISCONNECT IN THE WINDOW
      * AND NOTES THE LAST PERIOD END EACH WAS ALREADY INVOICED TO.
       Load-Final-Accounts.
           Move Zero To WS-Fnl-Count
           Move "N" To WS-Stat-Eof-Flag
           Open Input Status-History-File
           If WS-Substat-File-Status = "00"
               Perform Read-One-Status Until WS-Stat-Eof
               Close Status-History-File
           End-If
           Perform Select-One-Final
               Varying WS-Fnl-Sub From 1 By 1
               Until WS-Fnl-Sub > WS-Fnl-Count
           .

       Read-One-Status.
           Read Status-History-File
               At End
                   Set WS-Stat-Eof To True
               Not At End
                   Perform Take-One-Status
           End-Read
           .

       Take-One-Status.
           Move SSF-Subscriber-Id To WS-Cyc-Subscriber
           Perform Find-Final-Account
           If Not WS-Fnl-Found
               If WS-Fnl-Count < 5000
                   Add 1 To WS-Fnl-Count
                   Move WS-Fnl-Count To WS-Fnl-Sub
                   Move SSF-Subscriber-Id To WS-Fnl-Id (WS-Fnl-Sub)
                   Move Zero To WS-Fnl-Date (WS-Fnl-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
           If SSF-Effective-Date >= WS-Fnl-Date (WS-Fnl-Sub)
               Move SSF-Status To WS-Fnl-Status (WS-Fnl-Sub)
               Move SSF-Effective-Date To WS-Fnl-Date (WS-Fnl-Sub)
           End-If
           .

       Select-One-Final.
           Move "N" To WS-Fnl-Selected (WS-Fnl-Sub)
           Move Zero To WS-Fnl-Last-End (WS-Fnl-Sub)
           If WS-Fnl-Status (WS-Fnl-Sub) = "D"
           And ( WS-Period-Start = Zero
                 Or WS-Fnl-Date (WS-Fnl-Sub) >= WS-Period-Start )
           And ( WS-Period-End = Zero
                 Or WS-Fnl-Date (WS-Fnl-Sub) <= WS-Period-End )
               Move "Y" To WS-Fnl-Selected (WS-Fnl-Sub)
               Add 1 To WS-Fnl-Selected-Count
               Perform Varying WS-Reg-Sub From 1 By 1
                       Until WS-Reg-Sub > WS-Reg-Count
                   If WS-Reg-Id (WS-Reg-Sub) = WS-Fnl-Id (WS-Fnl-Sub)
                   And WS-Reg-Pend (WS-Reg-Sub)
                           > WS-Fnl-Last-End (WS-Fnl-Sub)
                       Move WS-Reg-Pend (WS-Reg-Sub)
                           To WS-Fnl-Last-End (WS-Fnl-Sub)
                   End-If
               End-Perform
           End-If
           .

      * FOLDS THE LEDGER INTO OPEN ITEMS FOR THE SELECTED ACCOUNTS -
      * THEIR UNPAID INVOICES AND THEIR CREDIT-ON-ACCOUNT ITEM.
       Load-Final-Items.
           Move Zero To WS-Fit-Count
           Move "N" To WS-Ar-Eof-Flag
           Open Input Ar-Item-File
           If WS-Ar-File-Status = "00"
               Perform Read-One-Final-Item Until WS-Ar-Eof
               Close Ar-Item-File
           End-If
           .

       Read-One-Final-Item.
           Read Ar-Item-File
               At End
                   Set WS-Ar-Eof To True
               Not At End
                   Move AR-Subscriber-Id To WS-Cyc-Subscriber
                   Perform Find-Final-Account
                   If WS-Fnl-Found
                       If WS-Fnl-Selected (WS-Fnl-Sub) = "Y"
                           Perform Fold-One-Final-Item
                       End-If
                   End-If
           End-Read
           .

       Fold-One-Final-Item.
           Move "N" To WS-Fit-Found-Flag
           Perform Varying WS-Fit-Sub From 1 By 1
                   Until WS-Fit-Sub > WS-Fit-Count
                   Or WS-Fit-Found
               If WS-Fit-Invoice (WS-Fit-Sub) = AR-Invoice-No
                   Set WS-Fit-Found To True
                   Subtract 1 From WS-Fit-Sub
               End-If
           End-Perform
           If Not WS-Fit-Found
               If WS-Fit-Count < 1000
                   Add 1 To WS-Fit-Count
                   Move WS-Fit-Count To WS-Fit-Sub
                   Move AR-Invoice-No To WS-Fit-Invoice (WS-Fit-Sub)
                   Move AR-Subscriber-Id To WS-Fit-Id (WS-Fit-Sub)
                   Move Zero To WS-Fit-Open (WS-Fit-Sub)
               Else
                   Exit Paragraph
               End-If
           End-If
      * A "REC" RECOVERY AGAINST A WRITTEN-OFF INVOICE LEAVES IT
      * CLOSED - ONLY ITS "WO" ROW SETTLED IT.
           Evaluate AR-Tran-Type
               When "INV"
                   Add AR-Amount To WS-Fit-Open (WS-Fit-Sub)
               When "REC"
                   Continue
               When Other
                   Subtract AR-Amount From WS-Fit-Open (WS-Fit-Sub)
           End-Evaluate
           .

       Read-Rated-Record.
               At End
                   Set WS-Chg-Eof To True
               Not At End
                   Perform Check-Charge-In-Run
                   If WS-Charge-In-Run
                       If WS-Chg-Count < 500
                           Add 1 To WS-Chg-Count
                           Move CHG-Subscriber-Id
           End-Read
           .

      * A REGULAR RUN TAKES THE PERIOD'S LIVE CHARGES; A FINAL-BILL
      * RUN TAKES A SELECTED ACCOUNT'S LIVE CHARGES DATED AFTER ITS
      * LAST INVOICED PERIOD, WHENEVER THEY FALL.
       Check-Charge-In-Run.
           Move "N" To WS-Charge-In-Run-Flag
           If CHG-Status Not = "A"
               Exit Paragraph
           End-If
           If WS-Final-Mode
               Move CHG-Subscriber-Id To WS-Cyc-Subscriber
               Perform Find-Final-Account
               If WS-Fnl-Found
                   If WS-Fnl-Selected (WS-Fnl-Sub) = "Y"
                   And CHG-Charge-Date > WS-Fnl-Last-End (WS-Fnl-Sub)
                       Set WS-Charge-In-Run To True
                   End-If
               End-If
               Exit Paragraph
           End-If
           If ( WS-Period-Start = Zero
                Or CHG-Charge-Date >= WS-Period-Start )
           And ( WS-Period-End = Zero
                Or CHG-Charge-Date <= WS-Period-End )
               Set WS-Charge-In-Run To True
           End-If
           .

      * A SUBSCRIBER WITH CHARGES BUT NO RATED CALLS IN THE PERIOD
      * STILL NEEDS AN INVOICE - OPEN AN EMPTY INVOICE ENTRY FOR ANY
      * CHARGED ACCOUNT THE RATED PASS DIDN'T SEE.
           .

       Open-One-Charge-Invoice.
           Move WS-Chg-Id (WS-Chg-Sub) To WS-Cyc-Subscriber
           Perform Check-Account-Eligible
           If Not WS-Acct-Eligible
               Exit Paragraph
           End-If
           Perform Find-Reseller-Holder
           If WS-Rsla-Holder Not = Spaces
               Exit Paragraph
           End-If
           Move "N" To WS-Inv-Found-Flag
           Perform Varying WS-Inv-Sub From 1 By 1
                   Until WS-Inv-Sub > WS-Inv-Count
      * TAKES ONE RATED CDR INTO ITS SUBSCRIBER'S INVOICE IF ITS CALL
      * DATE FALLS IN THE BILLING PERIOD.
       Select-One-Record.
           If WS-Final-Mode
               Perform Select-Final-Record
               Perform Read-Rated-Record
               Exit Paragraph
           End-If
           If ( WS-Period-Start > Zero
                   And RO-Call-Date < WS-Period-Start )
           Or ( WS-Period-End > Zero
           Perform Read-Rated-Record
           .

      * FINAL-BILL MODE - A SELECTED ACCOUNT'S CALLS AFTER ITS LAST
      * INVOICED PERIOD, HOWEVER LATE THEY ARRIVED.
       Select-Final-Record.
           Move RO-Subscriber-Id To WS-Cyc-Subscriber
           Perform Find-Final-Account
           If WS-Fnl-Found
               If WS-Fnl-Selected (WS-Fnl-Sub) = "Y"
               And RO-Call-Date > WS-Fnl-Last-End (WS-Fnl-Sub)
                   Add 1 To WS-Records-Selected
                   Perform Accumulate-Invoice-Detail
                   Exit Paragraph
               End-If
           End-If
           Add 1 To WS-Records-Skipped
           .

       Accumulate-Invoice-Detail.
           If RO-Reseller-Id Not = Spaces
               Subtract 1 From WS-Records-Selected
               Add 1 To WS-Records-Wholesale
               Exit Paragraph
           End-If
           Move RO-Subscriber-Id To WS-Cyc-Subscriber
           Perform Check-Account-Eligible
           If Not WS-Acct-Eligible
               Subtract 1 From WS-Records-Selected
               Add 1 To WS-Records-Not-Eligible
               Exit Paragraph
           End-If
           Move "N" To WS-Inv-Found-Flag
           Perform Varying WS-Inv-Sub From 1 By 1
                   Until WS-Inv-Sub > WS-Inv-Count
           Move WS-Invoice-Seq To WS-Inv-No-Seq
           Move WS-Invoice-Number To WS-Head-Invoice-No
           Move WS-Inv-Id (WS-Inv-Sub) To WS-Head-Account
           Move WS-Inv-Id (WS-Inv-Sub) To WS-Route-Account
           Move Zero To WS-Gate-Adj-Lines
           Perform Derive-Delivery-Route
           Move All "=" To WS-Print-Line
           Move WS-Print-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Move WS-Head-Line To WS-Out-Line
           Perform Put-Invoice-Line
           If WS-Final-Mode
               Move WS-Final-Mark-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           Perform Print-Address-Block
           Move Spaces To WS-Print-Line
           Move WS-Print-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Perform Print-One-Invoice-Class
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 5
           Perform Print-Invoice-Adjustments
           Perform Find-Invoice-Exemption
           If WS-Exempt-Found
               Move WS-Exempt-Line To WS-Out-Line
               Perform Put-Invoice-Line
           Else
               If WS-Exempt-Expired
                   Move WS-Exempt-Expired-Line To WS-Out-Line
                   Perform Put-Invoice-Line
               End-If
               Move "BUSINESS TAX......: " To WS-Tax-Label-Out
               Move WS-Inv-BTax (WS-Inv-Sub) To WS-Tax-Amount-Out
               Move WS-Tax-Line To WS-Out-Line
               Perform Put-Invoice-Line
               Move "DIGITAL TAX.......: " To WS-Tax-Label-Out
               Move WS-Inv-DTax (WS-Inv-Sub) To WS-Tax-Amount-Out
               Move WS-Tax-Line To WS-Out-Line
               Perform Put-Invoice-Line
               Move "INTL TAX..........: " To WS-Tax-Label-Out
               Move WS-Inv-ITax (WS-Inv-Sub) To WS-Tax-Amount-Out
               Move WS-Tax-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           Compute WS-Invoice-Total-Work = WS-Inv-Output (WS-Inv-Sub)
                   + WS-Charge-Total-Work + WS-Adjust-Total-Work
           Perform Check-Gate-Tax-Standing
           Move "TOTAL DUE.........: " To WS-Tax-Label-Out
           Move WS-Invoice-Total-Work To WS-Tax-Amount-Out
           Move WS-Tax-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Move WS-Inv-Id (WS-Inv-Sub) To WS-Loy-Account
           Perform Print-Loyalty-Points
           Perform Print-One-Invoice-Currency
               Varying WS-Curr-Sub From 1 By 1
               Until WS-Curr-Sub > WS-Inv-Curr-Count (WS-Inv-Sub)
           If WS-Final-Mode
               Perform Print-Final-Settlement
           End-If
           Move WS-Inv-Id (WS-Inv-Sub) To WS-Gate-Account
           Perform Screen-Invoice
           If Not WS-Gate-Held
               Perform Open-Ar-Item
           End-If
           If WS-Final-Mode And Not WS-Gate-Held
               Perform Apply-Final-Credit
           End-If
           Perform Register-Invoice
           Perform Write-Gate-Row
           .

      * THE FINAL BILL'S SETTLEMENT BLOCK - THE PREVIOUS OPEN
      * BALANCE, THE CREDIT ON ACCOUNT NETTED OFF (NO MORE THAN IS
      * OWED), WHAT IS LEFT TO PAY, AND ANY CREDIT LEFT FOR REFUND.
       Print-Final-Settlement.
           Move Zero To WS-Final-Prior WS-Final-Prior-Open
                        WS-Final-Credit WS-Final-Applied
           Perform Varying WS-Fit-Sub From 1 By 1
                   Until WS-Fit-Sub > WS-Fit-Count
               If WS-Fit-Id (WS-Fit-Sub) = WS-Inv-Id (WS-Inv-Sub)
                   If WS-Fit-Invoice (WS-Fit-Sub) (1:4) = "CRD-"
                       Subtract WS-Fit-Open (WS-Fit-Sub)
                           From WS-Final-Credit
                   Else
                       Add WS-Fit-Open (WS-Fit-Sub) To WS-Final-Prior
                       If WS-Fit-Open (WS-Fit-Sub) > Zero
                           Add WS-Fit-Open (WS-Fit-Sub)
                               To WS-Final-Prior-Open
                       End-If
                   End-If
               End-If
           End-Perform
           Perform Find-Final-Deposit
           Add WS-Final-Deposit To WS-Final-Credit
           Move WS-Final-Prior-Open To WS-Final-Applicable
           If WS-Invoice-Total-Work > Zero
               Add WS-Invoice-Total-Work To WS-Final-Applicable
           End-If
           If WS-Final-Credit > Zero
               If WS-Final-Credit > WS-Final-Applicable
                   Move WS-Final-Applicable To WS-Final-Applied
               Else
                   Move WS-Final-Credit To WS-Final-Applied
               End-If
           End-If
           Compute WS-Final-Due = WS-Invoice-Total-Work
                   + WS-Final-Prior - WS-Final-Applied
           Move "PREVIOUS BALANCE..: " To WS-Final-Label-Out
           Move WS-Final-Prior To WS-Final-Amount-Out
           Move WS-Final-Line To WS-Out-Line
           Perform Put-Invoice-Line
           If WS-Final-Deposit > Zero
               Move "DEPOSIT RELEASED..: " To WS-Final-Label-Out
               Move WS-Final-Deposit To WS-Final-Amount-Out
               Move WS-Final-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           If WS-Final-Applied > Zero
               Move "CREDIT APPLIED....: " To WS-Final-Label-Out
               Compute WS-Final-Amount-Out = Zero - WS-Final-Applied
               Move WS-Final-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           Move "FINAL BALANCE DUE.: " To WS-Final-Label-Out
           Move WS-Final-Due To WS-Final-Amount-Out
           Move WS-Final-Line To WS-Out-Line
           Perform Put-Invoice-Line
           If WS-Final-Credit > WS-Final-Applied
               Move "CREDIT TO REFUND..: " To WS-Final-Label-Out
               Compute WS-Final-Amount-Out =
                       WS-Final-Credit - WS-Final-Applied
               Move WS-Final-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           .

      * BOOKS THE NETTING IN THE LEDGER - "CRD" ROWS SETTLING THE
      * FINAL INVOICE FIRST AND THEN THE OLDER OPEN INVOICES, AND ONE
      * NEGATIVE "CRD" ROW DRAWING THE SAME AMOUNT DOWN OFF THE
      * CREDIT-ON-ACCOUNT ITEM, SO THE LEDGER STILL BALANCES. AN
      * OPEN DEPOSIT IS FIRST PUT ONTO THAT ITEM AS CREDIT.
       Apply-Final-Credit.
           If WS-Final-Deposit > Zero
               Perform Release-Final-Deposit
           End-If
           If WS-Final-Applied Not > Zero
               Exit Paragraph
           End-If
           Move WS-Final-Applied To WS-Credit-Left
           If WS-Invoice-Total-Work > Zero
               If WS-Credit-Left > WS-Invoice-Total-Work
                   Move WS-Invoice-Total-Work To WS-Credit-Amount
               Else
                   Move WS-Credit-Left To WS-Credit-Amount
               End-If
               Move WS-Invoice-Number To AR-Invoice-No
               Perform Write-Final-Credit-Row
           End-If
           Perform Apply-Credit-To-Item
               Varying WS-Fit-Sub From 1 By 1
               Until WS-Fit-Sub > WS-Fit-Count
               Or WS-Credit-Left Not > Zero
           Move Spaces To AR-Invoice-No
           String "CRD-" WS-Inv-Id (WS-Inv-Sub)
               Delimited By Size Into AR-Invoice-No
           Compute WS-Credit-Amount = Zero - WS-Final-Applied
           Perform Write-Final-Credit-Row
           .

       Apply-Credit-To-Item.
           If WS-Fit-Id (WS-Fit-Sub) = WS-Inv-Id (WS-Inv-Sub)
           And WS-Fit-Invoice (WS-Fit-Sub) (1:4) Not = "CRD-"
           And WS-Fit-Open (WS-Fit-Sub) > Zero
               If WS-Credit-Left > WS-Fit-Open (WS-Fit-Sub)
                   Move WS-Fit-Open (WS-Fit-Sub) To WS-Credit-Amount
               Else
                   Move WS-Credit-Left To WS-Credit-Amount
               End-If
               Move WS-Fit-Invoice (WS-Fit-Sub) To AR-Invoice-No
               Perform Write-Final-Credit-Row
           End-If
           .

       Write-Final-Credit-Row.
           Move WS-Inv-Id (WS-Inv-Sub) To AR-Subscriber-Id
           Move "CRD" To AR-Tran-Type
           Move WS-Invoice-Date To AR-Tran-Date
           Move WS-Credit-Amount To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           If WS-Credit-Amount > Zero
               Subtract WS-Credit-Amount From WS-Credit-Left
           End-If
           .

      * THE ACCOUNT'S OPEN DEPOSIT HOLDING, WITH ITS INTEREST - ZERO
      * WHEN IT HAS NONE.
       Find-Final-Deposit.
           Move Zero To WS-Final-Deposit
           Move "N" To WS-Dep-Found-Flag
           Perform Varying WS-Dep-Sub From 1 By 1
                   Until WS-Dep-Sub > WS-Dep-Count
                   Or WS-Dep-Found
               If WS-Dep-Subscriber-Id (WS-Dep-Sub)
                       = WS-Inv-Id (WS-Inv-Sub)
               And WS-Dep-Status (WS-Dep-Sub) = "O"
                   Set WS-Dep-Found To True
                   Subtract 1 From WS-Dep-Sub
               End-If
           End-Perform
           If WS-Dep-Found
               Compute WS-Final-Deposit = WS-Dep-Received (WS-Dep-Sub)
                       + WS-Dep-Interest (WS-Dep-Sub)
           End-If
           .

      * THE DEPOSIT BECOMES CREDIT ON ACCOUNT AND IS CLOSED "F" -
      * WHATEVER THE NETTING DOES NOT USE IS REFUNDED BY TELCORFN
      * WITH THE REST OF THE CREDIT.
       Release-Final-Deposit.
           Move Spaces To AR-Invoice-No
           String "CRD-" WS-Inv-Id (WS-Inv-Sub)
               Delimited By Size Into AR-Invoice-No
           Move WS-Final-Deposit To WS-Credit-Amount
           Perform Write-Final-Credit-Row
           Move "F" To WS-Dep-Status (WS-Dep-Sub)
           Move WS-Invoice-Date To WS-Dep-Close-Date (WS-Dep-Sub)
           Add 1 To WS-Deposits-Applied
           Move Function Current-Date To DT-Timestamp
           Move Spaces To DT-Run-Id
           Move WS-Inv-Id (WS-Inv-Sub) To DT-Subscriber-Id
           Move "F" To DT-Tran-Type
           Move WS-Invoice-Date To DT-Tran-Date
           Move WS-Final-Deposit To DT-Amount
           Move "TELCOINV" To DT-Program
           Move "N" To DT-Journaled
           Open Extend Deposit-Tran-File
           Write Deposit-Tran-Record
           Close Deposit-Tran-File
           .

       Load-Deposits.
           Move Zero To WS-Dep-Count
           Move "N" To WS-Dep-Eof-Flag
           Open Input Deposit-File
           If WS-Deposit-File-Status = "00"
               Perform Read-One-Deposit Until WS-Dep-Eof
               Close Deposit-File
           End-If
           .

       Read-One-Deposit.
           Read Deposit-File
               At End
                   Set WS-Dep-Eof To True
               Not At End
                   If WS-Dep-Count < 2000
                       Add 1 To WS-Dep-Count
                       Move Deposit-Record
                           To WS-Dep-Entry (WS-Dep-Count)
                   End-If
           End-Read
           .

       Rewrite-Deposits.
           Open Output Deposit-File
           Perform Rewrite-One-Deposit
               Varying WS-Dep-Sub From 1 By 1
               Until WS-Dep-Sub > WS-Dep-Count
           Close Deposit-File
           .

       Rewrite-One-Deposit.
           Move WS-Dep-Entry (WS-Dep-Sub) To Deposit-Record
           Write Deposit-Record
           .

      * APPENDS THE GENERATED INVOICE TO THE DURABLE REGISTER -
           Move WS-Period-End To IR-Period-End
           Move WS-Invoice-Total-Work To IR-Amount
           Move Function Current-Date To IR-Timestamp
           Evaluate True
               When WS-Final-Mode
                   Move "FINAL" To IR-Status
               When WS-Already-Invoiced
                   Move "RERUN" To IR-Status
               When Other
                   Move "GENERATED" To IR-Status
           End-Evaluate
           Write Invoice-Register-Record
           If Not WS-Gate-Held
               Perform Notify-Invoice
           End-If
           Compute LB-Tax-Amount = WS-Inv-BTax (WS-Inv-Sub)
                   + WS-Inv-DTax (WS-Inv-Sub) + WS-Inv-ITax (WS-Inv-Sub)
           Perform Move-One-Basis-Class
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 5
           Perform Write-Loyalty-Basis
           .

       Move-One-Basis-Class.
           Move WS-Inv-Class-Amount (WS-Inv-Sub WS-Class-Sub)
               To LB-Class-Amount (WS-Class-Sub)
           .

      * THE REGISTERED INVOICE'S LOYALTY EARNING BASIS - THE CALLER
      * HAS SET THE TAX AND CLASS AMOUNTS; THE REST COMES FROM THE
      * REGISTER ROW JUST WRITTEN.
       Write-Loyalty-Basis.
           Move IR-Invoice-No To LB-Invoice-No
           Move IR-Subscriber-Id To LB-Subscriber-Id
           Move WS-Invoice-Date To LB-Invoice-Date
           Move IR-Amount To LB-Invoice-Amount
           Write Basis-Record
           .

      * THE ACCOUNT'S POINTS BALANCE, WHEN IT HAS EVER HELD POINTS.
       Print-Loyalty-Points.
           Move "N" To WS-Loy-Found-Flag
           Perform Varying WS-Loy-Sub From 1 By 1
                   Until WS-Loy-Sub > WS-Loy-Count
                   Or WS-Loy-Found
               If WS-Loy-Id (WS-Loy-Sub) = WS-Loy-Account
                   Set WS-Loy-Found To True
                   Move WS-Loy-Points (WS-Loy-Sub) To WS-Points-Out
                   Move WS-Points-Line To WS-Out-Line
                   Perform Put-Invoice-Line
               End-If
           End-Perform
           .

       Load-Loyalty-Balances.
           Move Zero To WS-Loy-Count
           Move "N" To WS-Loy-Eof-Flag
           Open Input Points-Ledger-File
           If WS-Loyledg-File-Status = "00"
               Perform Read-One-Points-Row Until WS-Loy-Eof
               Close Points-Ledger-File
           End-If
           .

       Read-One-Points-Row.
           Read Points-Ledger-File
               At End
                   Set WS-Loy-Eof To True
               Not At End
                   Move LY-Subscriber-Id To WS-Loy-Account
                   Perform Add-Points-To-Balance
           End-Read
           .

       Add-Points-To-Balance.
           Move "N" To WS-Loy-Found-Flag
           Perform Varying WS-Loy-Sub From 1 By 1
                   Until WS-Loy-Sub > WS-Loy-Count
                   Or WS-Loy-Found
               If WS-Loy-Id (WS-Loy-Sub) = WS-Loy-Account
                   Set WS-Loy-Found To True
                   Add LY-Points To WS-Loy-Points (WS-Loy-Sub)
               End-If
           End-Perform
           If Not WS-Loy-Found
           And WS-Loy-Count < 5000
               Add 1 To WS-Loy-Count
               Move WS-Loy-Account To WS-Loy-Id (WS-Loy-Count)
               Move LY-Points To WS-Loy-Points (WS-Loy-Count)
           End-If
           .

      * TELLS THE CUSTOMER THE INVOICE JUST REGISTERED IS READY -
      * NUMBER AND AMOUNT; TELCONTF DECIDES WHETHER AND HOW IT GOES.
       Notify-Invoice.
           Move IR-Subscriber-Id To WS-Ntf-Subscriber
           Move IR-Amount To WS-Ntf-Amount-Out
           Move Spaces To WS-Ntf-Detail
           String IR-Invoice-No " FOR " WS-Ntf-Amount-Out
                  Delimited By Size Into WS-Ntf-Detail
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

      * OPENS THE INVOICE AS AN AR ITEM - THE "INV" TRANSACTION
           Move WS-Invoice-Date To AR-Tran-Date
           Move WS-Invoice-Total-Work To AR-Amount
           Move Function Current-Date To AR-Timestamp
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company AR-Tran-Date WS-Plk-Result
           Write Ar-Item-Record
           .

                   To WS-Item-Calls-Out
               Move WS-Inv-Class-Amount (WS-Inv-Sub WS-Class-Sub)
                   To WS-Item-Amount-Out
               Move WS-Item-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           .

           Move WS-Invoice-Seq To WS-Inv-No-Seq
           Move WS-Invoice-Number To WS-Head-Invoice-No
           Move WS-Group-Owner To WS-Head-Account
           Move WS-Group-Owner To WS-Route-Account
           Move Zero To WS-Gate-Adj-Lines
           Perform Derive-Delivery-Route
           Move All "=" To WS-Print-Line
           Move WS-Print-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Move WS-Head-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Perform Print-Address-Block
           Move Spaces To WS-Print-Line
           Move WS-Print-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Initialize WS-Group-Totals
           Perform Summarize-One-Member
               Varying WS-Inv-Sub From 1 By 1
           And WS-Inv-Printed (WS-Inv-Sub) Not = "Y"
               Move WS-Inv-Id (WS-Inv-Sub) To WS-Mbr-Id-Out
               Move WS-Inv-Output (WS-Inv-Sub) To WS-Mbr-Output-Out
               Move WS-Member-Line To WS-Out-Line
               Perform Put-Invoice-Line
               Add WS-Inv-BTax (WS-Inv-Sub) To WS-Grp-BTax
               Add WS-Inv-DTax (WS-Inv-Sub) To WS-Grp-DTax
               Add WS-Inv-ITax (WS-Inv-Sub) To WS-Grp-ITax
               Add WS-Inv-Output (WS-Inv-Sub) To WS-Grp-Output
               Perform Add-One-Group-Class
                   Varying WS-Class-Sub From 1 By 1
                   Until WS-Class-Sub > 5
           End-If
           .

       Add-One-Group-Class.
           Add WS-Inv-Class-Amount (WS-Inv-Sub WS-Class-Sub)
               To WS-Grp-Class-Amount (WS-Class-Sub)
           .

      * ONE MEMBER'S CONTINUATION SECTION - ITS CLASS ITEMIZATION,
      * CHARGES AND ADJUSTMENTS, REUSING THE STANDALONE INVOICE'S
      * SECTION PARAGRAPHS. THE CHARGE AND ADJUSTMENT TOTALS THEY
               Move Spaces To WS-Print-Line
               String "--- DETAIL FOR " WS-Inv-Id (WS-Inv-Sub)
                      " ---" Delimited By Size Into WS-Print-Line
               Move WS-Print-Line To WS-Out-Line
               Perform Put-Invoice-Line
               Perform Print-One-Invoice-Class
                   Varying WS-Class-Sub From 1 By 1
                   Until WS-Class-Sub > 5
       Print-Group-Totals.
           Move "BUSINESS TAX......: " To WS-Tax-Label-Out
           Move WS-Grp-BTax To WS-Tax-Amount-Out
           Move WS-Tax-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Move "DIGITAL TAX.......: " To WS-Tax-Label-Out
           Move WS-Grp-DTax To WS-Tax-Amount-Out
           Move WS-Tax-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Move "INTL TAX..........: " To WS-Tax-Label-Out
           Move WS-Grp-ITax To WS-Tax-Amount-Out
           Move WS-Tax-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Compute WS-Invoice-Total-Work
                   = WS-Grp-Output + WS-Grp-Extras
           Move "TOTAL DUE.........: " To WS-Tax-Label-Out
           Move WS-Invoice-Total-Work To WS-Tax-Amount-Out
           Move WS-Tax-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Move WS-Group-Owner To WS-Loy-Account
           Perform Print-Loyalty-Points
      * THE TAX RULE SCREENS ONE ACCOUNT'S EXEMPTION AGAINST ITS OWN
      * TAX - IT HAS NO MEANING FOR A GROUP'S SUMMED TAXES.
           Move WS-Group-Owner To WS-Gate-Account
           Move "N" To WS-Gate-Rule-Tax
           Perform Screen-Invoice
           If Not WS-Gate-Held
               Move WS-Invoice-Number To AR-Invoice-No
               Move WS-Group-Owner To AR-Subscriber-Id
               Move "INV" To AR-Tran-Type
               Move WS-Invoice-Date To AR-Tran-Date
               Move WS-Invoice-Total-Work To AR-Amount
               Move Function Current-Date To AR-Timestamp
               Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                    WS-Plk-Company AR-Tran-Date WS-Plk-Result
               Write Ar-Item-Record
           End-If
           Move WS-Invoice-Number To IR-Invoice-No
           Move WS-Group-Owner To IR-Subscriber-Id
           Move WS-Period-Start To IR-Period-Start
               Move "GENERATED" To IR-Status
           End-If
           Write Invoice-Register-Record
           If Not WS-Gate-Held
               Perform Notify-Invoice
           End-If
           Compute LB-Tax-Amount = WS-Grp-BTax + WS-Grp-DTax
                   + WS-Grp-ITax
           Perform Move-One-Group-Class
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 5
           Perform Write-Loyalty-Basis
           Perform Write-Gate-Row
           .

       Move-One-Group-Class.
           Move WS-Grp-Class-Amount (WS-Class-Sub)
               To LB-Class-Amount (WS-Class-Sub)
           .

       Mark-Group-Printed.
               At End
                   Set WS-Reg-Eof To True
               Not At End
                   Move IR-Invoice-No To WS-Gst-Lookup
                   Perform Find-Gate-Standing
                   If WS-Gst-Standing Not = "X"
                       Perform Take-Register-Guard
                   End-If
                   If WS-Gst-Standing = Space
                   Or WS-Gst-Standing = "R"
                       Perform Take-Invoice-History
                   End-If
                   If IR-Invoice-No (5:8) = WS-Invoice-Date
                   And IR-Invoice-No (14:6) Is Numeric
           End-Read
           .

      * AN INVOICE SENT FOR RERATE AT THE GATE NEITHER GUARDS ITS
      * SUBSCRIBER/PERIOD NOR MARKS A FINAL BILL ISSUED - THE RERATED
      * USAGE IS INVOICED AFRESH. ITS NUMBER STAYS TAKEN.
       Take-Register-Guard.
           If WS-Reg-Count < 2000
               Add 1 To WS-Reg-Count
               Move IR-Subscriber-Id To WS-Reg-Id (WS-Reg-Count)
               Move IR-Period-Start To WS-Reg-Pstart (WS-Reg-Count)
               Move IR-Period-End To WS-Reg-Pend (WS-Reg-Count)
           End-If
           If IR-Status = "FINAL"
           And WS-Fis-Count < 2000
               Add 1 To WS-Fis-Count
               Move IR-Subscriber-Id To WS-Fis-Entry (WS-Fis-Count)
           End-If
           .

      * KEEPS THE ACCOUNT'S LAST THREE INVOICE AMOUNTS THAT WENT OUT,
      * OLDEST DROPPING OFF - THE REGISTER IS IN ISSUE ORDER.
       Take-Invoice-History.
           Move "N" To WS-Ihs-Found-Flag
           Perform Varying WS-Ihs-Sub From 1 By 1
                   Until WS-Ihs-Sub > WS-Ihs-Count
                   Or WS-Ihs-Found
               If WS-Ihs-Id (WS-Ihs-Sub) = IR-Subscriber-Id
                   Set WS-Ihs-Found To True
                   Subtract 1 From WS-Ihs-Sub
               End-If
           End-Perform
           If Not WS-Ihs-Found
               If WS-Ihs-Count Not < 5000
                   Exit Paragraph
               End-If
               Add 1 To WS-Ihs-Count
               Move WS-Ihs-Count To WS-Ihs-Sub
               Initialize WS-Ihs-Entry (WS-Ihs-Sub)
               Move IR-Subscriber-Id To WS-Ihs-Id (WS-Ihs-Sub)
           End-If
           If WS-Ihs-Taken (WS-Ihs-Sub) < 3
               Add 1 To WS-Ihs-Taken (WS-Ihs-Sub)
           Else
               Move WS-Ihs-Amount (WS-Ihs-Sub 2)
                   To WS-Ihs-Amount (WS-Ihs-Sub 1)
               Move WS-Ihs-Amount (WS-Ihs-Sub 3)
                   To WS-Ihs-Amount (WS-Ihs-Sub 2)
           End-If
           Move WS-Ihs-Taken (WS-Ihs-Sub) To WS-Ihs-Slot
           Move IR-Amount To WS-Ihs-Amount (WS-Ihs-Sub WS-Ihs-Slot)
           .

      * READS THE GATE THRESHOLDS (GETENVOP CONVENTION) - UNSET OR
      * BLANK KEEPS THE DEFAULT.
       Get-Gate-Thresholds.
           Call "GETENVOP" Using WS-Spike-Env-Name WS-Gate-Env-Value
                WS-Gate-Ge-Result
           If WS-Gate-Ge-Result < 19
                   And WS-Gate-Env-Value Not = Spaces
               Compute WS-Gate-Spike-Factor =
                       Function Numval ( WS-Gate-Env-Value )
           End-If
           Move Spaces To WS-Gate-Env-Value
           Call "GETENVOP" Using WS-Max-Adj-Env-Name WS-Gate-Env-Value
                WS-Gate-Ge-Result
           If WS-Gate-Ge-Result < 19
                   And WS-Gate-Env-Value Not = Spaces
               Compute WS-Gate-Max-Adjust =
                       Function Numval ( WS-Gate-Env-Value )
           End-If
           .

      * LOADS THE GATE LOG - THE LAST ROW PER INVOICE IS ITS
      * STANDING.
       Load-Gate-Log.
           Move Zero To WS-Gst-Count
           Move "N" To WS-Gst-Eof-Flag
           Open Input Invoice-Gate-File
           If WS-Invgate-File-Status = "00"
               Perform Read-One-Gate-Row Until WS-Gst-Eof
               Close Invoice-Gate-File
           End-If
           .

       Read-One-Gate-Row.
           Read Invoice-Gate-File
               At End
                   Set WS-Gst-Eof To True
               Not At End
                   Move IG-Invoice-No To WS-Gst-Lookup
                   Perform Find-Gate-Standing
                   If WS-Gst-Found
                       Move IG-Status To WS-Gst-Status (WS-Gst-Sub)
                   Else
                       If WS-Gst-Count < 5000
                           Add 1 To WS-Gst-Count
                           Move IG-Invoice-No
                               To WS-Gst-Invoice (WS-Gst-Count)
                           Move IG-Status
                               To WS-Gst-Status (WS-Gst-Count)
                       End-If
                   End-If
           End-Read
           .

      * THE GATE STANDING OF INVOICE WS-GST-LOOKUP - SPACE WHEN THE
      * LOG HAS NO ROW FOR IT.
       Find-Gate-Standing.
           Move Space To WS-Gst-Standing
           Move "N" To WS-Gst-Found-Flag
           Perform Varying WS-Gst-Sub From 1 By 1
                   Until WS-Gst-Sub > WS-Gst-Count
                   Or WS-Gst-Found
               If WS-Gst-Invoice (WS-Gst-Sub) = WS-Gst-Lookup
                   Set WS-Gst-Found To True
                   Subtract 1 From WS-Gst-Sub
               End-If
           End-Perform
           If WS-Gst-Found
               Move WS-Gst-Status (WS-Gst-Sub) To WS-Gst-Standing
           End-If
           .

      * WAS INVOICE WS-GST-LOOKUP HELD BY THIS RUN'S GATE?
       Find-Held-This-Run.
           Move "N" To WS-Ghd-Found-Flag
           Perform Varying WS-Ghd-Sub From 1 By 1
                   Until WS-Ghd-Sub > WS-Ghd-Count
                   Or WS-Ghd-Found
               If WS-Ghd-Invoice (WS-Ghd-Sub) = WS-Gst-Lookup
                   Set WS-Ghd-Found To True
               End-If
           End-Perform
           .

      * THE TAX RULE - A CERTIFICATE IN FORCE WITH TAX CHARGED
      * ANYWAY, OR TAXABLE USAGE WITH NO TAX AND NO CERTIFICATE TO
      * ACCOUNT FOR IT.
       Check-Gate-Tax-Standing.
           Move "N" To WS-Gate-Rule-Tax
           Compute WS-Gate-Tax-Work = WS-Inv-BTax (WS-Inv-Sub)
                   + WS-Inv-DTax (WS-Inv-Sub) + WS-Inv-ITax (WS-Inv-Sub)
           If WS-Exempt-Found
               If WS-Gate-Tax-Work Not = Zero
                   Move "Y" To WS-Gate-Rule-Tax
               End-If
           Else
               If WS-Gate-Tax-Work = Zero
               And WS-Inv-Output (WS-Inv-Sub) > Zero
                   Move "Y" To WS-Gate-Rule-Tax
               End-If
           End-If
           .

      * SCREENS THE INVOICE JUST FORMATTED FOR WS-GATE-ACCOUNT - THE
      * CALLER HAS SET THE TAX RULE. ANY RULE TRIPPED HOLDS IT FOR
      * THE REVIEW CONSOLE; OTHERWISE IT IS RELEASED AS IT STANDS.
       Screen-Invoice.
           Move "N" To WS-Gate-Held-Flag
           Move "N" To WS-Gate-Rule-Spike
           Move "N" To WS-Gate-Rule-Total
           Move "N" To WS-Gate-Rule-Adjust
           Move "N" To WS-Ihs-Found-Flag
           Perform Varying WS-Ihs-Sub From 1 By 1
                   Until WS-Ihs-Sub > WS-Ihs-Count
                   Or WS-Ihs-Found
               If WS-Ihs-Id (WS-Ihs-Sub) = WS-Gate-Account
                   Set WS-Ihs-Found To True
                   Subtract 1 From WS-Ihs-Sub
               End-If
           End-Perform
           If WS-Ihs-Found
               Compute WS-Ihs-Average Rounded =
                       (WS-Ihs-Amount (WS-Ihs-Sub 1)
                      + WS-Ihs-Amount (WS-Ihs-Sub 2)
                      + WS-Ihs-Amount (WS-Ihs-Sub 3))
                      / WS-Ihs-Taken (WS-Ihs-Sub)
               If WS-Ihs-Average > Zero
               And WS-Invoice-Total-Work
                       > WS-Ihs-Average * WS-Gate-Spike-Factor
                   Move "Y" To WS-Gate-Rule-Spike
               End-If
           End-If
           If WS-Invoice-Total-Work Not > Zero
               Move "Y" To WS-Gate-Rule-Total
           End-If
           If WS-Gate-Adj-Lines > WS-Gate-Max-Adjust
               Move "Y" To WS-Gate-Rule-Adjust
           End-If
           If WS-Gate-Rule-Spike = "N" And WS-Gate-Rule-Total = "N"
           And WS-Gate-Rule-Adjust = "N" And WS-Gate-Rule-Tax = "N"
               Add 1 To WS-Gate-Released-Count
               Exit Paragraph
           End-If
           Set WS-Gate-Held To True
           Add 1 To WS-Gate-Held-Count
           If WS-Ghd-Count < 2000
               Add 1 To WS-Ghd-Count
               Move WS-Invoice-Number To WS-Ghd-Invoice (WS-Ghd-Count)
           End-If
           Display "INVOICE HELD FOR REVIEW - " WS-Invoice-Number
                   " ACCOUNT " WS-Gate-Account
           .

      * LOGS THE GATE OUTCOME FOR THE INVOICE JUST REGISTERED.
       Write-Gate-Row.
           Move IR-Invoice-No To IG-Invoice-No
           Move IR-Subscriber-Id To IG-Subscriber-Id
           Move IR-Period-Start To IG-Period-Start
           Move IR-Period-End To IG-Period-End
           Move WS-Invoice-Date To IG-Invoice-Date
           Move IR-Amount To IG-Amount
           Move WS-Gate-Rule-Spike To IG-Rule-Spike
           Move WS-Gate-Rule-Total To IG-Rule-Total
           Move WS-Gate-Rule-Adjust To IG-Rule-Adjust
           Move WS-Gate-Rule-Tax To IG-Rule-Tax
           Move "TELCOINV" To IG-Operator
           If WS-Gate-Held
               Move "H" To IG-Status
               Move "HELD BY THE QUALITY GATE" To IG-Reason
           Else
               Move "R" To IG-Status
               Move "CLEAN - RELEASED AUTOMATICALLY" To IG-Reason
           End-If
           Move Function Current-Date To IG-Timestamp
           Write Invoice-Gate-Record
           .

      * SENDS EACH STAGED LINE ON - TO ITS DELIVERY STREAM WHEN THE
      * INVOICE PASSED THE GATE, TO INVHLDLN TO AWAIT REVIEW WHEN IT
      * WAS HELD.
       Distribute-Staged-Lines.
           Open Output Invoice-Print-File
           Open Output Invoice-Email-File
           Open Output Invoice-Held-File
           Open Extend Held-Line-File
           If WS-Invhldln-File-Status Not = "00"
               Open Output Held-Line-File
           End-If
           Move "N" To WS-Stage-Eof-Flag
           Open Input Invoice-Stage-File
           If WS-Invstage-File-Status = "00"
               Perform Distribute-One-Line Until WS-Stage-Eof
               Close Invoice-Stage-File
           End-If
           Close Held-Line-File
           Close Invoice-Held-File
           Close Invoice-Email-File
           Close Invoice-Print-File
           .

       Distribute-One-Line.
           Read Invoice-Stage-File
               At End
                   Set WS-Stage-Eof To True
               Not At End
                   Perform Route-Staged-Line
           End-Read
           .

       Route-Staged-Line.
           Move IL-Invoice-No To WS-Gst-Lookup
           Perform Find-Held-This-Run
           If WS-Ghd-Found
               Write Held-Line-Record From Invoice-Stage-Record
               Exit Paragraph
           End-If
           Evaluate True
               When IL-Stream-Paper
                   Write Invoice-Print-Line From IL-Line
               When IL-Stream-Email
                   Write Invoice-Email-Line From IL-Line
               When Other
                   Write Invoice-Held-Line From IL-Line
           End-Evaluate
           .

      * LOAD THE RESELLER-ASSIGNMENT FILE (IF PRESENT) INTO ITS
      * TABLE.
       Load-Reseller-Assignments.
           Move Zero To WS-Rsla-Count
           Move "N" To WS-Rsla-Eof-Flag
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
                   If WS-Rsla-Count < 5000
                       Add 1 To WS-Rsla-Count
                       Move RAF-Subscriber-Id
                           To WS-Rsla-Id (WS-Rsla-Count)
                       Move RAF-Reseller-Id
                           To WS-Rsla-Reseller (WS-Rsla-Count)
                       Move RAF-Effective-Date
                           To WS-Rsla-Date (WS-Rsla-Count)
                   End-If
           End-Read
           .

      * THE RESELLER HOLDING WS-CYC-SUBSCRIBER AT THE PERIOD END
      * (TODAY FOR AN OPEN PERIOD) - SPACES WHEN IT IS OURS. AN
      * ACCOUNT WITH RETAIL USAGE IN THE PERIOD IS INVOICED FOR IT
      * WHOEVER HOLDS IT NOW; THIS ONLY STOPS AN INVOICE BEING
      * OPENED FOR CHARGES OR ADJUSTMENTS ALONE.
       Find-Reseller-Holder.
           Move Spaces To WS-Rsla-Holder
           If WS-Period-End > Zero
               Move WS-Period-End To WS-Rsla-As-Of-Date
           Else
               Move WS-Invoice-Date To WS-Rsla-As-Of-Date
           End-If
           Move Zero To WS-Rsla-Best-Date
           Perform Varying WS-Rsla-Sub From 1 By 1
                   Until WS-Rsla-Sub > WS-Rsla-Count
               If WS-Rsla-Id (WS-Rsla-Sub) = WS-Cyc-Subscriber
               And WS-Rsla-Date (WS-Rsla-Sub)
                       Not > WS-Rsla-As-Of-Date
               And WS-Rsla-Date (WS-Rsla-Sub) >= WS-Rsla-Best-Date
                   Move WS-Rsla-Date (WS-Rsla-Sub)
                       To WS-Rsla-Best-Date
                   Move WS-Rsla-Reseller (WS-Rsla-Sub)
                       To WS-Rsla-Holder
               End-If
           End-Perform
           .

      * A FINAL-BILL RUN IS GUARDED BY THE FINAL-ISSUED CHECK
      * INSTEAD - A REGULAR INVOICE FOR THE SAME WINDOW MUST NOT
      * STOP THE FINAL ONE.
       Check-Register-For-Invoice.
           Move "N" To WS-Already-Invoiced-Flag
           If WS-Final-Mode
               Exit Paragraph
           End-If
           Perform Varying WS-Reg-Sub From 1 By 1
                   Until WS-Reg-Sub > WS-Reg-Count
                   Or WS-Already-Invoiced
                           To WS-Adj-New (WS-Adj-Count)
                       Move ADJO-InRec
                           To WS-Adj-InRec (WS-Adj-Count)
                       Move ADJO-Jurisdiction
                           To WS-Adj-Jurisdiction (WS-Adj-Count)
                       Move ADJO-New-BTax
                           To WS-Adj-New-BTax (WS-Adj-Count)
                       Move ADJO-New-DTax
                           To WS-Adj-New-DTax (WS-Adj-Count)
                       Move ADJO-New-ITax
                           To WS-Adj-New-ITax (WS-Adj-Count)
                       Move ADJO-New-Jur-Tax
                           To WS-Adj-New-Jur-Tax (WS-Adj-Count)
                       Move ADJO-Post-Date
                           To WS-Adj-Post-Date (WS-Adj-Count)
                       Move "N" To WS-Adj-Applied (WS-Adj-Count)
                       Move Spaces To WS-Adj-Invoice (WS-Adj-Count)
                   Else
                       Display "ADJUSTMENT TABLE FULL - ENTRY LEFT "
                               "FOR THE NEXT RUN."
           .

       Open-One-Adjustment-Invoice.
           Move WS-Adj-Id (WS-Adj-Sub) To WS-Cyc-Subscriber
           Perform Check-Account-Eligible
           If Not WS-Acct-Eligible
               Exit Paragraph
           End-If
           Perform Find-Reseller-Holder
           If WS-Rsla-Holder Not = Spaces
               Exit Paragraph
           End-If
           Move "N" To WS-Inv-Found-Flag
           Perform Varying WS-Inv-Sub From 1 By 1
                   Until WS-Inv-Sub > WS-Inv-Count
           If WS-Adjust-Total-Work Not = Zero
               Move "ADJUSTMENTS NET...: " To WS-Tax-Label-Out
               Move WS-Adjust-Total-Work To WS-Tax-Amount-Out
               Move WS-Tax-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           .

       Print-One-Invoice-Adjust.
           If WS-Adj-Id (WS-Adj-Sub) = WS-Inv-Id (WS-Inv-Sub)
           And WS-Adj-Applied (WS-Adj-Sub) Not = "Y"
               Evaluate WS-Adj-Type (WS-Adj-Sub)
                   When "CR"
                       Move "RERATE CREDIT     " To WS-Adjust-Desc-Out
                   When "LP"
                       Move "LOYALTY CREDIT    " To WS-Adjust-Desc-Out
                   When Other
                       Move "RERATE DEBIT      " To WS-Adjust-Desc-Out
               End-Evaluate
               Move WS-Adj-Call-Date (WS-Adj-Sub)
                   To WS-Adjust-Date-Out
               Move WS-Adj-Amount (WS-Adj-Sub)
                   To WS-Adjust-Amount-Out
               Move WS-Adjust-Line To WS-Out-Line
               Perform Put-Invoice-Line
               Add WS-Adj-Amount (WS-Adj-Sub)
                   To WS-Adjust-Total-Work
               Move "Y" To WS-Adj-Applied (WS-Adj-Sub)
               Move WS-Invoice-Number To WS-Adj-Invoice (WS-Adj-Sub)
               Add 1 To WS-Gate-Adj-Lines
           End-If
           .

      * THE ADJUSTMENT FILE GOES BACK HOLDING ONLY WHAT WASN'T
      * APPLIED - AN APPLIED ADJUSTMENT MUST NEVER HIT A SECOND
      * INVOICE. WHAT WAS APPLIED MOVES TO THE ADJUSTMENT HISTORY.
       Rewrite-Adjustment-File.
           If WS-Adj-Count = Zero
               Exit Paragraph
           End-If
           Open Output Adjustment-File
           Open Extend Adjustment-History-File
           If WS-Adjhist-File-Status Not = "00"
               Open Output Adjustment-History-File
           End-If
           If WS-Ghd-Count > Zero
               Open Extend Held-Adjustment-File
               If WS-Adjheld-File-Status Not = "00"
                   Open Output Held-Adjustment-File
               End-If
           End-If
           Perform Rewrite-One-Adjustment
               Varying WS-Adj-Sub From 1 By 1
               Until WS-Adj-Sub > WS-Adj-Count
           If WS-Ghd-Count > Zero
               Close Held-Adjustment-File
           End-If
           Close Adjustment-History-File
           Close Adjustment-File
           .

       Rewrite-One-Adjustment.
           Move WS-Adj-InRec (WS-Adj-Sub) To ADJO-InRec
           Move WS-Adj-Call-Date (WS-Adj-Sub) To ADJO-Call-Date
           Move WS-Adj-Type (WS-Adj-Sub) To ADJO-Type
           Move WS-Adj-Orig (WS-Adj-Sub) To ADJO-Orig-Amount
           Move WS-Adj-New (WS-Adj-Sub) To ADJO-New-Amount
           Move WS-Adj-Amount (WS-Adj-Sub) To ADJO-Adjust-Amount
           Move WS-Adj-Id (WS-Adj-Sub) To ADJO-Subscriber-Id
           Move WS-Adj-Jurisdiction (WS-Adj-Sub) To ADJO-Jurisdiction
           Move WS-Adj-New-BTax (WS-Adj-Sub) To ADJO-New-BTax
           Move WS-Adj-New-DTax (WS-Adj-Sub) To ADJO-New-DTax
           Move WS-Adj-New-ITax (WS-Adj-Sub) To ADJO-New-ITax
           Move WS-Adj-New-Jur-Tax (WS-Adj-Sub) To ADJO-New-Jur-Tax
           Move WS-Adj-Post-Date (WS-Adj-Sub) To ADJO-Post-Date
           If WS-Adj-Applied (WS-Adj-Sub) Not = "Y"
               Write Adjustment-Record
               Exit Paragraph
           End-If
           Move WS-Adj-Invoice (WS-Adj-Sub) To WS-Gst-Lookup
           Perform Find-Held-This-Run
           If WS-Ghd-Found
               Move WS-Adj-Invoice (WS-Adj-Sub) To HA-Invoice-No
               Move Adjustment-Record To HA-Adjustment
               Write Held-Adjustment-Record
           Else
               Write Adjustment-History-Record From Adjustment-Record
           End-If
           .

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

      * IS THE INVOICE'S ACCOUNT TAX EXEMPT? THE AUDITORS REQUIRE
      * THE CERTIFICATE NUMBER PRINTED WHERE THE TAX LINES WOULD BE.
      * THE CERTIFICATE MUST STILL BE IN FORCE AT THE PERIOD END (OR
      * THE INVOICE DATE FOR AN OPEN PERIOD). FAILING THAT, THE MOST
      * RECENTLY EXPIRED CERTIFICATE IS KEPT FOR THE EXPIRY NOTE.
       Find-Invoice-Exemption.
           Move "N" To WS-Exempt-Found-Flag
           Move "N" To WS-Exempt-Expired-Flag
           Move Zero To WS-Expired-Date-Out
           If WS-Period-End > Zero
               Move WS-Period-End To WS-Exempt-As-Of
           Else
               Move WS-Invoice-Date To WS-Exempt-As-Of
           End-If
           Perform Varying WS-Exm-Sub From 1 By 1
                   Until WS-Exm-Sub > WS-Exm-Count
                   Or WS-Exempt-Found
               If WS-Exm-Id (WS-Exm-Sub) = WS-Inv-Id (WS-Inv-Sub)
                   If WS-Exm-Expiry (WS-Exm-Sub) > Zero
                   And WS-Exm-Expiry (WS-Exm-Sub)
                       Not > WS-Exempt-As-Of
                       If WS-Exm-Expiry (WS-Exm-Sub)
                           > WS-Expired-Date-Out
                           Set WS-Exempt-Expired To True
                           Move WS-Exm-Cert (WS-Exm-Sub)
                               To WS-Expired-Cert-Out
                           Move WS-Exm-Expiry (WS-Exm-Sub)
                               To WS-Expired-Date-Out
                       End-If
                   Else
                       If WS-Exm-Issue (WS-Exm-Sub) = Zero
                       Or WS-Exm-Issue (WS-Exm-Sub)
                           Not > WS-Exempt-As-Of
                           Set WS-Exempt-Found To True
                           Move WS-Exm-Cert (WS-Exm-Sub)
                               To WS-Exempt-Cert-Out
                       End-If
                   End-If
               End-If
           End-Perform
           .
           If WS-Charge-Total-Work Not = Zero
               Move "CHARGES AND FEES..: " To WS-Tax-Label-Out
               Move WS-Charge-Total-Work To WS-Tax-Amount-Out
               Move WS-Tax-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           .

               Move WS-Chg-Desc (WS-Chg-Sub) To WS-Charge-Desc-Out
               Move WS-Chg-Amount (WS-Chg-Sub)
                   To WS-Charge-Amount-Out
               Move WS-Charge-Line To WS-Out-Line
               Perform Put-Invoice-Line
               Add WS-Chg-Amount (WS-Chg-Sub)
                   To WS-Charge-Total-Work
           End-If
           .

      * LOAD THE CONTACT FILE (IF PRESENT) INTO ITS TABLE.
       Load-Contact-File.
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

      * DECIDES WHERE THE INVOICE FOR WS-ROUTE-ACCOUNT GOES: PAPER
      * UNLESS THE ADDRESS CAME BACK RETURNED, EMAIL UNLESS THE
      * MAILBOX BOUNCED, BOTH FOR A "B" ACCOUNT. WITH NO GOOD ROUTE
      * LEFT THE INVOICE IS HELD AND THE ACCOUNT LISTED FOR CARE.
      * NO CONTACT ROW MEANS PAPER, AS BEFORE THE CONTACT FILE.
       Derive-Delivery-Route.
           Move "N" To WS-Route-Paper-Flag
           Move "N" To WS-Route-Email-Flag
           Move "N" To WS-Route-Held-Flag
           Move Spaces To WS-Route-Reason
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub) = WS-Route-Account
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           If Not WS-Cnt-Found
               Set WS-Route-Paper To True
               Add 1 To WS-Paper-Count
               Exit Paragraph
           End-If
           If WS-Cnt-Delivery-Channel (WS-Cnt-Sub) Not = "E"
               If WS-Cnt-Returned-Mail (WS-Cnt-Sub) = "Y"
                   Move "RETURNED MAIL" To WS-Route-Reason
               Else
                   Set WS-Route-Paper To True
               End-If
           End-If
           If WS-Cnt-Delivery-Channel (WS-Cnt-Sub) = "E"
           Or WS-Cnt-Delivery-Channel (WS-Cnt-Sub) = "B"
               If WS-Cnt-Bounced-Email (WS-Cnt-Sub) = "Y"
               Or WS-Cnt-Email (WS-Cnt-Sub) = Spaces
                   If WS-Route-Reason = Spaces
                       Move "BOUNCED EMAIL" To WS-Route-Reason
                   Else
                       Move "RETURNED+BOUNCED" To WS-Route-Reason
                   End-If
               Else
                   Set WS-Route-Email To True
               End-If
           End-If
           If WS-Route-Paper
               Add 1 To WS-Paper-Count
           End-If
           If WS-Route-Email
               Add 1 To WS-Email-Count
           End-If
           If Not WS-Route-Paper And Not WS-Route-Email
               Set WS-Route-Held To True
               Add 1 To WS-Held-Count
               Perform Write-Undeliverable-Entry
           End-If
           .

       Write-Undeliverable-Entry.
           Move Function Current-Date To UD-Timestamp
           Move "TELCOINV" To UD-Program
           Move WS-Route-Account To UD-Subscriber-Id
           Move WS-Invoice-Number To UD-Document
           Move WS-Cnt-Delivery-Channel (WS-Cnt-Sub) To UD-Channel
           Move WS-Route-Reason To UD-Reason
           Write Undeliverable-Record
           Display "INVOICE HELD - " WS-Route-Reason " - ACCOUNT "
                   WS-Route-Account
           .

      * THE BILL-TO BLOCK UNDER THE HEADING AND THE LINE THAT TELLS
      * THE PRINT SHOP OR MAIL GATEWAY HOW THIS COPY IS DELIVERED.
       Print-Address-Block.
           If Not WS-Cnt-Found
               Exit Paragraph
           End-If
           Move WS-Cnt-Bill-Name (WS-Cnt-Sub) To WS-Address-Text
           Move WS-Address-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Move WS-Cnt-Address-1 (WS-Cnt-Sub) To WS-Address-Text
           Move WS-Address-Line To WS-Out-Line
           Perform Put-Invoice-Line
           If WS-Cnt-Address-2 (WS-Cnt-Sub) Not = Spaces
               Move WS-Cnt-Address-2 (WS-Cnt-Sub) To WS-Address-Text
               Move WS-Address-Line To WS-Out-Line
               Perform Put-Invoice-Line
           End-If
           Move Spaces To WS-Address-Text
           String WS-Cnt-City (WS-Cnt-Sub) Delimited By "  "
                  " " WS-Cnt-Region (WS-Cnt-Sub) Delimited By Space
                  " " WS-Cnt-Postal-Code (WS-Cnt-Sub)
                      Delimited By Space
                  " " WS-Cnt-Country (WS-Cnt-Sub) Delimited By Space
                  Into WS-Address-Text
           Move WS-Address-Line To WS-Out-Line
           Perform Put-Invoice-Line
           Evaluate True
               When WS-Route-Held
                   Move "HELD" To WS-Delivery-Via-Out
               When WS-Route-Paper And WS-Route-Email
                   Move "BOTH" To WS-Delivery-Via-Out
               When WS-Route-Email
                   Move "EMAIL" To WS-Delivery-Via-Out
               When Other
                   Move "PAPER" To WS-Delivery-Via-Out
           End-Evaluate
           Move WS-Cnt-Language (WS-Cnt-Sub) To WS-Delivery-Lang-Out
           If WS-Route-Email
               Move WS-Cnt-Email (WS-Cnt-Sub) To WS-Delivery-Email-Out
           Else
               Move Spaces To WS-Delivery-Email-Out
           End-If
           Move WS-Delivery-Line To WS-Out-Line
           Perform Put-Invoice-Line
           .

      * EVERY INVOICE LINE GOES THROUGH HERE, STAGED ONCE FOR EACH
      * STREAM THE INVOICE IS ROUTED TO UNTIL THE GATE HAS SCREENED
      * IT - SEE Distribute-Staged-Lines.
       Put-Invoice-Line.
           Move WS-Invoice-Number To IL-Invoice-No
           Move WS-Out-Line To IL-Line
           If WS-Route-Paper
               Set IL-Stream-Paper To True
               Write Invoice-Stage-Record
           End-If
           If WS-Route-Email
               Set IL-Stream-Email To True
               Write Invoice-Stage-Record
           End-If
           If WS-Route-Held
               Set IL-Stream-Undeliv To True
               Write Invoice-Stage-Record
           End-If
           .

       Print-One-Invoice-Currency.
           Move WS-Inv-Curr-Code (WS-Inv-Sub WS-Curr-Sub)
               To WS-Curr-Code-Out
           Move WS-Inv-Curr-Amount (WS-Inv-Sub WS-Curr-Sub)
               To WS-Curr-Amount-Out
           Move WS-Curr-Line To WS-Out-Line
           Perform Put-Invoice-Line
           .

       End Program TELCOINV.
