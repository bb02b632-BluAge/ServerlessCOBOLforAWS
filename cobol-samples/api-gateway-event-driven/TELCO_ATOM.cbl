           Select Ported-Number-File Assign To "PORTTAB"
               Organization Is Sequential
               File Status Is WS-Porttab-File-Status.
      * INTERNATIONAL DESTINATION TABLE - PRICES AN INTERNATIONAL
      * CALL BY THE DESTINATION ITS DIALED PREFIX REACHES INSTEAD OF
      * ONE "I" RATE FOR THE WHOLE WORLD. ABSENT FILE = THE "I" RATE.
           Select Destination-Table-File Assign To "DESTTAB"
               Organization Is Sequential
               File Status Is WS-Desttab-File-Status.
      * SPECIAL-NUMBER TABLE - EMERGENCY, TOLL-FREE AND CARE SHORT
      * CODE RANGES ZERO-RATED, FREE OR AT A FIXED CHARGE BEFORE ANY
      * CLASS PRICING. ABSENT FILE = NO SPECIAL NUMBERS.
           Select Special-Number-File Assign To "SPECNUM"
               Organization Is Sequential
               File Status Is WS-Specnum-File-Status.
      * FAVOURITE-NUMBER FILE - THE NUMBERS EACH SUBSCRIBER NAMED
      * UNDER THE PLAN'S ADD-ON, EACH WITH ITS DISCOUNT PERCENTAGE.
      * ABSENT FILE = NO FAVOURITE-NUMBER DISCOUNTS.
           Select Favourite-Number-File Assign To "FAVNUM"
               Organization Is Sequential
               File Status Is WS-Favnum-File-Status.

       Data Division.
       File Section.
           05  ALF-Plan             Pic X(4).
           05  ALF-Sub-Id           Pic X(10).
           05  ALF-Remaining        Pic 9(6).
      * THE UNITS THIS DRAWDOWN TOOK AND THE BILLING RUN THAT TOOK
      * THEM - WHAT A WHOLE-RUN REVERSAL (TELCORVS) GIVES BACK.
           05  ALF-Drawn            Pic 9(6).
           05  ALF-Run-Id           Pic X(15).

       FD  Account-Hierarchy-File
           Recording Mode Is F.
       01  Ported-Number-File-Record.
               COPY PORTTAB REPLACING LEADING ==PT-== BY ==PTF-==.

       FD  Destination-Table-File
           Recording Mode Is F.
       01  Destination-Table-File-Record.
               COPY DESTTAB REPLACING LEADING ==DN-== BY ==DNF-==.

       FD  Special-Number-File
           Recording Mode Is F.
       01  Special-Number-File-Record.
               COPY SPECNUM REPLACING LEADING ==SN-== BY ==SNF-==.

       FD  Favourite-Number-File
           Recording Mode Is F.
       01  Favourite-Number-File-Record.
               COPY FAVNUM REPLACING LEADING ==FV-== BY ==FVF-==.

       Working-Storage Section.
       01  InRecAsStr           Pic X(15).

       01  WS-Allow-Found-Flag          Pic X     Value "N".
         88  WS-Allow-Found             Value "Y".
       01  WS-Allow-Full-Warned         Pic X     Value "N".
      * THE BUCKET'S REMAINING UNITS BEFORE THIS CALL DREW ON IT -
      * COMPARED WITH WHAT IS LEFT AFTER TO SPOT THE CALL THAT USES
      * UP 80% OR ALL OF THE PLAN'S ALLOWANCE, WHICH THE POOL OWNER
      * IS TOLD ABOUT ONCE THROUGH TELCONTF.
       01  WS-Allow-Before              Pic 9(6)  Value Zero.
       01  WS-Allow-Remaining-Out       Pic Z(5)9.

      * SHARED CUSTOMER-NOTIFICATION CALL AREA - SEE TELCONTF.
       01  WS-Ntf-Event                 Pic X(4).
       01  WS-Ntf-Subscriber            Pic X(10).
       01  WS-Ntf-Program               Pic X(8)  Value "TELCOATM".
       01  WS-Ntf-Detail                Pic X(60).
       01  WS-Ntf-Result                Pic 9(2)  Binary.

      * DURABLE-LEDGER STATE - THE BILLING PERIOD (YYYYMM OF THE
      * RATING DATE) THE IN-MEMORY BUCKETS BELONG TO. A CALL RATED IN
           05  WS-Contract-Best-Date    Pic 9(8).
           05  WS-Contract-Flag         Pic X     Value Space.
             88  WS-Contract-Applied    Value "C".
             88  WS-Contract-Lapsed     Value "E".
      * A CALL WITHIN THIS MANY DAYS AFTER ITS CONTRACT'S END DATE IS
      * MARKED AS HAVING FALLEN BACK TO THE PUBLISHED RATE.
           05  WS-Contract-Lapse-Days   Pic 9(3)  Value 30.
           05  WS-Contract-Ended-Date   Pic 9(8).
           05  WS-Contract-Ended-Eff    Pic 9(8).
           05  WS-Contract-Days-Since   Pic S9(7) Binary.

      * HOLIDAY CALENDAR - LOADED ONCE PER RUN. WHEN THE RATING DATE
      * IS A HOLIDAY FOR THE CALL'S MARKET, THE DAY-PART COMPARISON

      * PORTED-NUMBER TABLE - LOADED ONCE PER RUN - AND THE CURRENT
      * CALL'S RESOLUTION: THE LONGEST LEADING-DIGIT MATCH IN FORCE
      * WINS, THE LATEST EFFECTIVE DATE BETWEEN EQUAL MATCHES (A
      * NUMBER PORTED AWAY AND LATER BACK). AN OPERATOR OTHER THAN
      * "HOME" MARKS THE CALL OFF-NET.
       01  WS-Porttab-File-Status       Pic X(2)  Value Spaces.
       01  WS-Ported-Table-Area.
           05  Ported-Table-State       Pic X     Value "N".
             88  Ported-Table-Is-Loaded           Value "Y".
           05  Ported-Table-Count       Pic 9(5)  Binary Value Zero.
           05  Ported-Table-Entry Occurs 5000 Times
                                Indexed By PT-Idx.
               COPY PORTTAB.
       01  WS-Ported-Work.
           05  WS-InRec-Digits          Pic 9(15).
           05  WS-Ported-Operator       Pic X(4)  Value Spaces.
           05  WS-Ported-Best-Len       Pic 9(2)  Value Zero.
           05  WS-Ported-Best-Date      Pic 9(8)  Value Zero.
           05  WS-Ported-Match-Len      Pic 9(2).
           05  WS-Ported-Off-Net-Flag   Pic X     Value "N".
             88  WS-Ported-Off-Net      Value "Y".

      * DESTINATION TABLE - LOADED ONCE PER RUN - AND THE CURRENT
      * CALL'S RESOLUTION: THE LONGEST PREFIX IN FORCE WINS, THE
      * LATEST EFFECTIVE DATE BREAKING A TIE. SPACES WHEN THE CALL IS
      * NOT INTERNATIONAL OR NO PREFIX MATCHED.
       01  WS-Desttab-File-Status       Pic X(2)  Value Spaces.
       01  WS-Destination-Table-Area.
           05  Destination-Table-State  Pic X     Value "N".
             88  Destination-Table-Is-Loaded      Value "Y".
           05  Destination-Table-Count  Pic 9(3)  Binary Value Zero.
           05  Destination-Table-Full-Flag Pic X  Value "N".
             88  Destination-Table-Full           Value "Y".
           05  Destination-Table-Entry Occurs 500 Times
                                Indexed By DN-Idx.
               COPY DESTTAB.
       01  WS-Destination-Work.
           05  WS-Destination           Pic X(20) Value Spaces.
           05  WS-Dest-Unit-Rate        Pic S9V9(6) Value Zero.
           05  WS-Dest-Best-Len         Pic 9(2)  Value Zero.
           05  WS-Dest-Best-Date        Pic 9(8)  Value Zero.
           05  WS-Dest-Match-Len        Pic 9(2).

      * SPECIAL-NUMBER TABLE - LOADED ONCE PER RUN - AND THE CURRENT
      * CALL'S TREATMENT: SPACE WHEN THE DIALED NUMBER FALLS IN NO
      * RANGE IN FORCE, OR THE CALL IS A DATA SESSION.
       01  WS-Specnum-File-Status       Pic X(2)  Value Spaces.
       01  WS-Special-Table-Area.
           05  Special-Table-State      Pic X     Value "N".
             88  Special-Table-Is-Loaded          Value "Y".
           05  Special-Table-Count      Pic 9(3)  Binary Value Zero.
           05  Special-Table-Full-Flag  Pic X     Value "N".
             88  Special-Table-Full               Value "Y".
           05  Special-Table-Entry Occurs 200 Times
                                Indexed By SN-Idx.
               COPY SPECNUM.
       01  WS-Special-Work.
           05  WS-Special-Treatment     Pic X(1)  Value Space.
             88  WS-Special-Number      Value "Z" "F" "C".
             88  WS-Special-Zero-Rated  Value "Z".
             88  WS-Special-Free        Value "F".
             88  WS-Special-Fixed       Value "C".
           05  WS-Special-Charge        Pic S9(3)V99 Value Zero.
           05  WS-Special-Best-Date     Pic 9(8)  Value Zero.

      * FAVOURITE-NUMBER ROWS - LOADED ONCE PER RUN - AND THE CURRENT
      * CALL'S DISCOUNT: THE LATEST ROW IN FORCE FOR THE CALLER AND
      * THE DIALED NUMBER DECIDES; AN "R" ROW MEANS NO DISCOUNT.
       01  WS-Favnum-File-Status        Pic X(2)  Value Spaces.
       01  WS-Favourite-Table-Area.
           05  Favourite-Table-State    Pic X     Value "N".
             88  Favourite-Table-Is-Loaded        Value "Y".
           05  Favourite-Table-Count    Pic 9(5)  Binary Value Zero.
           05  Favourite-Table-Entry Occurs 5000 Times
                                Indexed By FV-Idx.
               COPY FAVNUM.
       01  WS-Favourite-Work.
           05  WS-Fav-Marker            Pic X(1)  Value Space.
           05  WS-Fav-Amount            Pic S9(5)V99 Value Zero.
           05  WS-Fav-Action            Pic X(1)  Value Space.
           05  WS-Fav-Pct               Pic S9V9(4) Value Zero.
           05  WS-Fav-Best-Date         Pic 9(8)  Value Zero.

      * THE CARRIER/TRUNK THE CURRENT CALL TRANSITED, SPACES WHEN
      * ON-NET OR THE CALLER PASSED NONE.
       01  WS-Carrier-Work.
      * THE SUBSCRIBER THE CALLER PASSED FOR THIS CALL, SPACES WHEN
      * OMITTED.
       01  WS-Caller-Sub-Id             Pic X(10) Value Spaces.
      * THE BILLING RUN THE CALLER PASSED, STAMPED ON EVERY DURABLE
      * ALLOWANCE DRAWDOWN - SPACES WHEN OMITTED.
       01  WS-Caller-Run-Id             Pic X(15) Value Spaces.

      * PLAN SELECTED FOR THE CALL BEING RATED AND ITS ALLOWANCE
      * DRAWDOWN WORK FIELDS.
      * EFFECTIVE-DATED LOOKUP PATTERN AS WS-RATE-TABLE-AREA. FALLS
      * BACK TO A SMALL BUILT-IN RATE LIST IF THE TABLE FILE IS
      * UNAVAILABLE SO AN UNCONFIGURED ENVIRONMENT STILL CONVERTS.
      * SIZED FOR A DAILY FEED ROW PER CURRENCY OVER MANY MONTHS.
       01  WS-Currency-Table-Area.
           05  Currency-Table-State     Pic X     Value "N".
             88  Currency-Table-Is-Loaded         Value "Y".
           05  Currency-Table-Count     Pic 9(4)  Binary Value Zero.
           05  Currency-Table-Entry Occurs 3000 Times
                                Indexed By CR-Idx.
               COPY CURRTAB.

      * SERVICE; OMITTED OR ANYTHING ELSE RATES FOR REAL.
       01  Quote-Mode-Link              Pic X(01).

      * THE RUN-ID OF THE BILLING RUN RATING THE CALL - CARRIED ON
      * THE ALWLEDG DRAWDOWN RECORDS SO THE RUN'S DRAWDOWNS CAN BE
      * GIVEN BACK IF THE RUN IS REVERSED. OMITTED LEAVES SPACES.
       01  Run-Id-Link                  Pic X(15).

       Procedure Division USING InRec, OutRec,
               OPTIONAL Running-Totals-Link,
               OPTIONAL Rating-Date-Link,
               OPTIONAL Tax-Exempt-Link,
               OPTIONAL Carrier-Code-Link,
               OPTIONAL Roam-Partner-Link,
               OPTIONAL Quote-Mode-Link,
               OPTIONAL Run-Id-Link.
        Mainline.
           If Address Of Running-Totals-Link Not Equal Null
               Move Running-Totals-Link To Running-Totals
           And Quote-Mode-Link = "Y"
               Set WS-Quote-Mode To True
           End-If
           Move Spaces To WS-Caller-Run-Id
           If Address Of Run-Id-Link Not Equal Null
               Move Run-Id-Link To WS-Caller-Run-Id
           End-If
           If Not Roaming-Table-Is-Loaded
               Perform Load-Roaming-Table
           End-If
           Move Zero To WS-Whole-Minutes
           Move Zero To WS-Roam-Surcharge
           Move Zero To WS-Promo-Amount
           Move Zero To WS-Fav-Amount
           Move Space To WS-Fav-Marker
           Move Zero To Temp-DTax Temp-ITax
           Move Zero To WS-Discount-Amount Discount-Out
           Move Space To Allowance-Out
               Perform Load-Ported-Table
           End-If
           Perform Resolve-Ported-Number
           Move Spaces To WS-Destination
           If Not Special-Table-Is-Loaded
               Perform Load-Special-Table
           End-If
           If Not Favourite-Table-Is-Loaded
               Perform Load-Favourite-Table
           End-If
           Perform Resolve-Special-Number
           Evaluate True
      * A SPECIAL NUMBER IS TREATED BEFORE ANY CLASS PRICING - AN
      * EMERGENCY CALL MUST NEVER REACH A RATE ROW.
               When WS-Special-Number
                   Perform Rate-Special-Number
      * SMS AND DATA EVENTS RATE UNDER THEIR OWN CLASSES AND UNIT
      * SEMANTICS - PER MESSAGE AND PER MEGABYTE - WITH THE LOCAL
      * CALL'S TAX TREATMENT (BUSINESS TAX ONLY). DURATION-BASED
                   Move WS-Jur-DTax-Rate To WS-Jur-Class-Rate
                   Perform Set-Billing-Currency
               When WS-International-Digit
                   If Not Destination-Table-Is-Loaded
                       Perform Load-Destination-Table
                   End-If
                   Perform Resolve-Destination
                   Move "I"         To Rate-Out
                   Move Rate-Out    To WS-Rate-Lookup-Class
                   Perform Lookup-Rate-Class
           Perform Lookup-Currency-Rate
           Compute Output-Out Rounded WS-Converted-Output Rounded
                   = Temp-Output * WS-Exchange-Rate
           If Not WS-Special-Free
               Perform Accumulate-Class-Totals
           End-If
           .

      * ROLLS THE CALL INTO THE RUNNING TOTALS' PER-CLASS BUCKETS -
                              RD-Event-Type RD-Jurisdiction
                              RD-Carrier-Code RD-Carrier-Dir
                              RD-Roam-Partner RD-Ported-Operator
                              RD-Destination RD-Special-Treatment
                              RD-Favourite-Marker RD-Reseller-Id
               Move Zero To RD-Unit-Rate RD-Price RD-BTax RD-DTax
                            RD-ITax RD-Output RD-Exchange-Rate
                            RD-Converted-Output RD-Discount-Amount
                            RD-Normalized-Time RD-Jur-Tax
                            RD-Billable-Minutes RD-Roam-Surcharge
                            RD-Promo-Amount RD-Favourite-Amount
                            RD-Usage-Units
           Else
               Move Rate-Out            To RD-Rate-Class
               Move WS-Applied-Unit-Rate To RD-Unit-Rate
               Move WS-Roam-Surcharge   To RD-Roam-Surcharge
               Move WS-Promo-Amount     To RD-Promo-Amount
               Move WS-Ported-Operator  To RD-Ported-Operator
               Move WS-Destination      To RD-Destination
               Move WS-Special-Treatment To RD-Special-Treatment
               Move WS-Fav-Marker       To RD-Favourite-Marker
               Move WS-Fav-Amount       To RD-Favourite-Amount
               Evaluate True
                   When WS-Sms-Event
                       Move 1 To RD-Usage-Units
                   When WS-Data-Event
                   And Address Of Call-Duration-Link Not Equal Null
                       Move Call-Duration-Link To RD-Usage-Units
                   When WS-Data-Event
                       Move Zero To RD-Usage-Units
                   When Other
                       Move WS-Whole-Minutes To RD-Usage-Units
               End-Evaluate
               Move Spaces              To RD-Reseller-Id
           End-If
           .

           End-If
           Perform Apply-Volume-Discount
           Perform Apply-Promo-Discount
           Perform Apply-Favourite-Discount
           Perform Apply-Roaming-Surcharge
           .


      * RESOLVES WHOSE NETWORK THE DIALED NUMBER ACTUALLY LIVES ON -
      * THE LONGEST LEADING-DIGIT MATCH IN FORCE AS OF THE RATING
      * DATE WINS, AND OF EQUAL MATCHES THE MOST RECENT. NO MATCH
      * (OR OPERATOR "HOME") LEAVES THE PREFIX CLASSIFICATION ALONE.
       Resolve-Ported-Number.
           Move Spaces To WS-Ported-Operator
           Move Zero To WS-Ported-Best-Len
           Move Zero To WS-Ported-Best-Date
           Move "N" To WS-Ported-Off-Net-Flag
           If Ported-Table-Count = Zero
               Exit Paragraph
               And PT-Effective-Date (PT-Idx) Not > WS-Rating-Date
               And PT-Number (PT-Idx) (1:WS-Ported-Match-Len)
                       = WS-InRec-Digits (1:WS-Ported-Match-Len)
               And ( WS-Ported-Match-Len > WS-Ported-Best-Len
                  Or ( WS-Ported-Match-Len = WS-Ported-Best-Len
                   And PT-Effective-Date (PT-Idx)
                       Not < WS-Ported-Best-Date ) )
                   Move WS-Ported-Match-Len To WS-Ported-Best-Len
                   Move PT-Effective-Date (PT-Idx)
                       To WS-Ported-Best-Date
                   Move PT-Operator (PT-Idx) To WS-Ported-Operator
               End-If
           End-Perform
               Perform Until WS-Porttab-File-Status Not = "00"
                   Read Ported-Number-File
                   If WS-Porttab-File-Status = "00"
                   And Ported-Table-Count < 5000
                       Add 1 To Ported-Table-Count
                       Set PT-Idx To Ported-Table-Count
                       Move Ported-Number-File-Record
           End-If
           .

      * FINDS THE SPECIAL-NUMBER RANGE THE DIALED NUMBER FALLS IN,
      * IN FORCE AS OF THE RATING DATE - THE MOST RECENT EFFECTIVE
      * DATE WINS WHERE RANGES OVERLAP. A DATA SESSION DIALS NOTHING
      * AND IS NEVER SPECIAL.
       Resolve-Special-Number.
           Move Space To WS-Special-Treatment
           Move Zero To WS-Special-Charge
           Move Zero To WS-Special-Best-Date
           If Special-Table-Count = Zero
           Or WS-Data-Event
               Exit Paragraph
           End-If
           Compute WS-InRec-Digits = Function Abs ( InRec )
           Move WS-InRec-Digits To InRecAsStr
           Perform Varying SN-Idx From 1 By 1
                   Until SN-Idx > Special-Table-Count
               If InRecAsStr Not < SN-Range-From (SN-Idx)
               And InRecAsStr Not > SN-Range-To (SN-Idx)
               And SN-Effective-Date (SN-Idx) Not > WS-Rating-Date
               And SN-Effective-Date (SN-Idx)
                       >= WS-Special-Best-Date
                   Move SN-Effective-Date (SN-Idx)
                       To WS-Special-Best-Date
                   Move SN-Treatment (SN-Idx) To WS-Special-Treatment
                   Move SN-Fixed-Charge (SN-Idx) To WS-Special-Charge
               End-If
           End-Perform
           .

      * PRICES A SPECIAL-NUMBER CALL BY ITS TREATMENT ALONE. THE
      * CALL KEEPS THE CLASS ITS PREFIX WOULD HAVE GIVEN IT FOR THE
      * TOTALS, BUT NO RATE ROW, ALLOWANCE, DISCOUNT, PROMOTION OR
      * ROAMING SURCHARGE TOUCHES IT. ZERO-RATED AND FREE CALLS
      * PRICE AT ZERO SO THE COMMON TAX STEP TAXES NOTHING; A FIXED
      * CHARGE CARRIES THE BUSINESS TAX ONLY.
       Rate-Special-Number.
           Evaluate True
               When WS-Sms-Event
                   Move "S"         To Rate-Out
               When Premimum-Rate
                   Move "D"         To Rate-Out
               When WS-International-Digit
                   Move "I"         To Rate-Out
               When Other
                   Move "L"         To Rate-Out
           End-Evaluate
           Move Rate-Out To WS-Rate-Lookup-Class
           Move Zero To WS-Unit-Rate WS-Minimum-Charge
           Move Zero To DTax-Out Temp-DTax Temp-ITax
           Move Zero To WS-Jur-Class-Rate
           Move Zero To Price-Dec5
           If WS-Special-Fixed
               Move WS-Special-Charge To Temp-Price
           Else
               Move Zero To Temp-Price
           End-If
           Move Temp-Price To Price-Out
           If Not WS-Special-Free
           And Not WS-Sms-Event
           And Address Of Call-Duration-Link Not Equal Null
           And Call-Duration-Link > Zero
               Compute WS-Whole-Minutes =
                       ( Call-Duration-Link + 59 ) / 60
           End-If
           .

      * LOADS THE SPECIAL-NUMBER TABLE ONCE PER RUN. NO FILE MEANS
      * NO SPECIAL NUMBERS.
       Load-Special-Table.
           Set Special-Table-Is-Loaded To True
           Move Zero To Special-Table-Count
           Open Input Special-Number-File
           If WS-Specnum-File-Status = "00"
               Perform Until WS-Specnum-File-Status Not = "00"
                       Or Special-Table-Full
                   Read Special-Number-File
                   If WS-Specnum-File-Status = "00"
                   And Special-Table-Count < 200
                       Add 1 To Special-Table-Count
                       Set SN-Idx To Special-Table-Count
                       Move Special-Number-File-Record
                            To Special-Table-Entry (SN-Idx)
                   Else
                       If WS-Specnum-File-Status = "00"
                           Set Special-Table-Full To True
                           Display "SPECIAL-NUMBER TABLE FULL - LATER "
                                   "SPECNUM ROWS NOT LOADED."
                       End-If
                   End-If
               End-Perform
               Close Special-Number-File
           End-If
           .

      * RESOLVES THE DESTINATION AN INTERNATIONAL CALL REACHES FROM
      * ITS DIALED DIGITS - THE LONGEST PREFIX IN FORCE AS OF THE
      * RATING DATE WINS, THE MOST RECENT EFFECTIVE DATE BREAKING A
      * TIE. NO MATCH LEAVES THE CALL ON THE PUBLISHED "I" RATE.
       Resolve-Destination.
           Move Spaces To WS-Destination
           Move Zero To WS-Dest-Unit-Rate
           Move Zero To WS-Dest-Best-Len
           Move Zero To WS-Dest-Best-Date
           If Destination-Table-Count = Zero
               Exit Paragraph
           End-If
           Compute WS-InRec-Digits = Function Abs ( InRec )
           Perform Varying DN-Idx From 1 By 1
                   Until DN-Idx > Destination-Table-Count
               Move DN-Match-Len (DN-Idx) To WS-Dest-Match-Len
               If WS-Dest-Match-Len > Zero
               And WS-Dest-Match-Len Not > 15
               And DN-Effective-Date (DN-Idx) Not > WS-Rating-Date
               And DN-Prefix (DN-Idx) (1:WS-Dest-Match-Len)
                       = WS-InRec-Digits (1:WS-Dest-Match-Len)
                   If WS-Dest-Match-Len > WS-Dest-Best-Len
                   Or ( WS-Dest-Match-Len = WS-Dest-Best-Len
                   And DN-Effective-Date (DN-Idx)
                           >= WS-Dest-Best-Date )
                       Move WS-Dest-Match-Len To WS-Dest-Best-Len
                       Move DN-Effective-Date (DN-Idx)
                           To WS-Dest-Best-Date
                       Move DN-Destination (DN-Idx) To WS-Destination
                       Move DN-Unit-Rate (DN-Idx) To WS-Dest-Unit-Rate
                   End-If
               End-If
           End-Perform
           .

      * LOADS THE DESTINATION TABLE ONCE PER RUN. NO FILE MEANS EVERY
      * INTERNATIONAL CALL RATES AT THE PUBLISHED "I" RATE.
       Load-Destination-Table.
           Set Destination-Table-Is-Loaded To True
           Move Zero To Destination-Table-Count
           Open Input Destination-Table-File
           If WS-Desttab-File-Status = "00"
               Perform Until WS-Desttab-File-Status Not = "00"
                       Or Destination-Table-Full
                   Read Destination-Table-File
                   If WS-Desttab-File-Status = "00"
                   And Destination-Table-Count < 500
                       Add 1 To Destination-Table-Count
                       Set DN-Idx To Destination-Table-Count
                       Move Destination-Table-File-Record
                            To Destination-Table-Entry (DN-Idx)
                   Else
                       If WS-Desttab-File-Status = "00"
                           Set Destination-Table-Full To True
                           Display "DESTINATION TABLE FULL - LATER "
                                   "DESTTAB ROWS NOT LOADED."
                       End-If
                   End-If
               End-Perform
               Close Destination-Table-File
           End-If
           .

      * LOADS THE ROAMING PARTNER TABLE ONCE PER RUN. NO FILE MEANS
      * NO ROAMING RATING.
       Load-Roaming-Table.
           End-If
           Perform Apply-Volume-Discount
           Perform Apply-Promo-Discount
           Perform Apply-Favourite-Discount
           .

      * A DATA SESSION RATES PER MEGABYTE AT THE "M" CLASS UNIT RATE
           End-If
           .

      * TAKES THE FAVOURITE-NUMBER PERCENTAGE OFF THE PRICE WHEN THE
      * CALLER HAS THE DIALED NUMBER ON THEIR FAVOURITES AS OF THE
      * RATING DATE - AFTER THE CONTRACT RATE, VOLUME TIER AND PROMO
      * HAVE HAD THEIR SAY, BEFORE ROAMING AND TAX. THE MARKER AND
      * THE AMOUNT RIDE ON THE RATED DETAIL.
       Apply-Favourite-Discount.
           If WS-Caller-Sub-Id = Spaces
           Or Favourite-Table-Count = Zero
               Exit Paragraph
           End-If
           Compute WS-InRec-Digits = Function Abs ( InRec )
           Move WS-InRec-Digits To InRecAsStr
           Move Space To WS-Fav-Action
           Move Zero To WS-Fav-Pct
           Move Zero To WS-Fav-Best-Date
           Perform Varying FV-Idx From 1 By 1
                   Until FV-Idx > Favourite-Table-Count
               If FV-Subscriber-Id (FV-Idx) = WS-Caller-Sub-Id
               And FV-Number (FV-Idx) = InRecAsStr
               And FV-Effective-Date (FV-Idx) Not > WS-Rating-Date
               And FV-Effective-Date (FV-Idx) >= WS-Fav-Best-Date
                   Move FV-Effective-Date (FV-Idx) To WS-Fav-Best-Date
                   Move FV-Action (FV-Idx) To WS-Fav-Action
                   Move FV-Discount-Pct (FV-Idx) To WS-Fav-Pct
               End-If
           End-Perform
           If WS-Fav-Action = "A"
           And WS-Fav-Pct > Zero
               Compute WS-Fav-Amount Rounded = Temp-Price * WS-Fav-Pct
               Subtract WS-Fav-Amount From Temp-Price
               Move Temp-Price To Price-Out Price-Dec5
               Move "F" To WS-Fav-Marker
           End-If
           .

      * LOADS THE FAVOURITE-NUMBER ROWS ONCE PER RUN. NO FILE MEANS
      * NO FAVOURITE-NUMBER DISCOUNTS.
       Load-Favourite-Table.
           Set Favourite-Table-Is-Loaded To True
           Move Zero To Favourite-Table-Count
           Open Input Favourite-Number-File
           If WS-Favnum-File-Status = "00"
               Perform Until WS-Favnum-File-Status Not = "00"
                   Read Favourite-Number-File
                   If WS-Favnum-File-Status = "00"
                   And Favourite-Table-Count < 5000
                       Add 1 To Favourite-Table-Count
                       Set FV-Idx To Favourite-Table-Count
                       Move Favourite-Number-File-Record
                            To Favourite-Table-Entry (FV-Idx)
                   End-If
               End-Perform
               Close Favourite-Number-File
           End-If
           .

      * LOCATES THE PLAN ROW FOR Plan-Code-Link, IF THE CALLER PASSED
      * ONE AND THE PLAN IS ON THE TABLE.
       Find-Plan-Entry.
                       = WS-Billable-Minutes * WS-Unit-Rate
               Exit Paragraph
           End-If
           Move WS-Allow-Remaining (WS-Allow-Sub) To WS-Allow-Before
           If WS-Allow-Remaining (WS-Allow-Sub)
                   >= WS-Whole-Minutes
      * A QUOTE READS THE BUCKET BUT LEAVES IT ALONE - THE MINUTES
           Move WS-Allow-Plan (WS-Allow-Sub) To ALF-Plan
           Move WS-Allow-Sub-Id (WS-Allow-Sub) To ALF-Sub-Id
           Move WS-Allow-Remaining (WS-Allow-Sub) To ALF-Remaining
           Compute ALF-Drawn = WS-Allow-Before
                   - WS-Allow-Remaining (WS-Allow-Sub)
           Move WS-Caller-Run-Id To ALF-Run-Id
           Write Allowance-Ledger-Record
           Perform Check-Allowance-Usage
           .

      * THE CALL THAT EMPTIES THE BUCKET RAISES "A100"; THE ONE THAT
      * TAKES IT TO 80% USED (A FIFTH OR LESS LEFT) WITHOUT EMPTYING
      * IT RAISES "AL80". THE SHARED SPACES BUCKET HAS NOBODY TO TELL.
       Check-Allowance-Usage.
           If WS-Allow-Sub-Id (WS-Allow-Sub) = Spaces
               Exit Paragraph
           End-If
           Move Spaces To WS-Ntf-Event
           Evaluate True
               When WS-Allow-Before > Zero
               And WS-Allow-Remaining (WS-Allow-Sub) = Zero
                   Move "A100" To WS-Ntf-Event
               When WS-Allow-Before * 5
                       > PL-Included-Units (WS-Plan-Sub)
               And WS-Allow-Remaining (WS-Allow-Sub) * 5
                       Not > PL-Included-Units (WS-Plan-Sub)
                   Move "AL80" To WS-Ntf-Event
           End-Evaluate
           If WS-Ntf-Event = Spaces
               Exit Paragraph
           End-If
           Move WS-Allow-Sub-Id (WS-Allow-Sub) To WS-Ntf-Subscriber
           Move WS-Allow-Remaining (WS-Allow-Sub)
               To WS-Allow-Remaining-Out
           Move Spaces To WS-Ntf-Detail
           String "PLAN " WS-Allow-Plan (WS-Allow-Sub)
                  " - UNITS LEFT " WS-Allow-Remaining-Out
                  Delimited By Size Into WS-Ntf-Detail
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

      * RELOADS THE DURABLE LEDGER'S BUCKETS FOR THE CURRENT BILLING
               Perform Until WS-Currency-Table-File-Status Not = "00"
                   Read Currency-Table-File
                   If WS-Currency-Table-File-Status = "00"
                   And Currency-Table-Count < 3000
                       Add 1 To Currency-Table-Count
                       Set CR-Idx To Currency-Table-Count
                       Move Currency-Table-File-Record
                   End-If
               End-If
           End-Perform
           If WS-Rate-Lookup-Class = "I"
           And WS-Destination Not = Spaces
               Move WS-Dest-Unit-Rate To WS-Unit-Rate
           End-If
           If WS-Rate-Lookup-Class Not = "B"
               Perform Apply-Contract-Rate
           End-If
               Exit Paragraph
           End-If
           Move Zero To WS-Contract-Best-Date
           Move Zero To WS-Contract-Ended-Date WS-Contract-Ended-Eff
           Perform Varying CT-Idx From 1 By 1
                   Until CT-Idx > Contract-Table-Count
               If CT-Subscriber-Id (CT-Idx) = WS-Caller-Sub-Id
               And CT-Rate-Class (CT-Idx) = WS-Rate-Lookup-Class
               And CT-Effective-Date (CT-Idx) Not > WS-Rating-Date
                   If CT-End-Date (CT-Idx) = Zero
                   Or CT-End-Date (CT-Idx) Not < WS-Rating-Date
                       If CT-Effective-Date (CT-Idx)
                               >= WS-Contract-Best-Date
                           Move CT-Effective-Date (CT-Idx)
                               To WS-Contract-Best-Date
                           Move CT-Unit-Rate (CT-Idx) To WS-Unit-Rate
                           Set WS-Contract-Applied To True
                       End-If
                   Else
                       If CT-Effective-Date (CT-Idx)
                               >= WS-Contract-Ended-Eff
                           Move CT-Effective-Date (CT-Idx)
                               To WS-Contract-Ended-Eff
                           Move CT-End-Date (CT-Idx)
                               To WS-Contract-Ended-Date
                       End-If
                   End-If
               End-If
           End-Perform
           If Not WS-Contract-Applied
           And WS-Contract-Ended-Date > Zero
               Perform Check-Contract-Lapse
           End-If
           .

      * NO DEAL IN FORCE, BUT ONE ENDED SHORTLY BEFORE THE CALL - THE
      * PUBLISHED RATE PRICED IT AND THE RATED DETAIL SAYS SO, SO THE
      * RUN REPORT CAN SHOW SALES WHO HAS SILENTLY LOST THEIR DEAL.
       Check-Contract-Lapse.
           Compute WS-Contract-Days-Since =
                   Function Integer-Of-Date ( WS-Rating-Date )
                 - Function Integer-Of-Date ( WS-Contract-Ended-Date )
           If WS-Contract-Days-Since > Zero
           And WS-Contract-Days-Since Not > WS-Contract-Lapse-Days
               Set WS-Contract-Lapsed To True
           End-If
           .

      * SHIFTS THE CALL'S SWITCH-LOCAL HHMM INTO THE TARIFF'S
