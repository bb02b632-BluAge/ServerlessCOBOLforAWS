      *  MONEY BALANCE ON THE PREPAY FILE (OPENING A BALANCE ROW FOR
      *  A FIRST-TIME TOP-UP), AND REWRITES THE BALANCE FILE FOR THE
      *  NEXT RATING RUN - THE CREDIT SIDE OF THE PREPAID LEDGER
      *  TELCOBAT DRAWS DOWN CALL BY CALL. EVERY TOP-UP IS ALSO
      *  RECORDED AS A LOT ON TOPLOT WITH ITS VALIDITY - THE DAYS THE
      *  IMPORT ROW CARRIES, OR TELCO_TOPUP_VALID_DAYS (DEFAULT 90)
      *  WHEN IT CARRIES NONE - AND THE LAST DAY IT MAY BE SPENT, FOR
      *  THE TELCOPPX EXPIRY RUN TO FORFEIT WHAT IS LEFT AFTER IT.
      *  EACH CREDIT IS CONFIRMED TO THE CUSTOMER THROUGH TELCONTF.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           Select Prepaid-Balance-File Assign To "PREPAY"
               Organization Is Sequential
               File Status Is WS-Prepay-File-Status.
           Select Topup-Lot-File Assign To "TOPLOT"
               Organization Is Sequential
               File Status Is WS-Toplot-File-Status.

       Data Division.
       File Section.
           05  TU-Subscriber-Id     Pic X(10).
           05  TU-Amount            Pic 9(7)V99.
           05  TU-Date              Pic 9(8).
           05  TU-Valid-Days        Pic 9(3).

       FD  Prepaid-Balance-File
           Recording Mode Is F.
       01  Prepaid-Balance-Record.
               COPY PREPAY REPLACING LEADING ==PP-== BY ==PPF-==.

       FD  Topup-Lot-File
           Recording Mode Is F.
       01  Topup-Lot-Record.
               COPY TOPLOT.

       Working-Storage Section.

       01  WS-Topup-File-Status     Pic X(2)    Value Spaces.
       01  WS-Prepay-File-Status    Pic X(2)    Value Spaces.
       01  WS-Toplot-File-Status    Pic X(2)    Value Spaces.
       01  WS-Topup-Eof-Flag        Pic X       Value "N".
         88  WS-Topup-Eof           Value "Y".
       01  WS-Prepay-Eof-Flag       Pic X       Value "N".
         88  WS-Bal-Found           Value "Y".
       01  WS-Bal-Full-Warned       Pic X       Value "N".

      * HOW LONG A TOP-UP STAYS SPENDABLE WHEN THE IMPORT ROW DOES
      * NOT SAY (GETENVOP CONVENTION, WITH THE SHOP DEFAULT).
       01  WS-Validity-Control.
           05  WS-Default-Valid-Days Pic 9(3)   Value 90.
           05  WS-Valid-Env-Name    Pic X(32)
                   Value "TELCO_TOPUP_VALID_DAYS".
           05  WS-Valid-Env-Value   Pic X(32)   Value Spaces.
           05  WS-Valid-Ge-Result   Pic 9(2)    Binary.

       01  WS-Topups-Applied        Pic 9(7)    Binary Value Zero.
       01  WS-Topups-Opened         Pic 9(7)    Binary Value Zero.
       01  WS-Topup-Total           Pic S9(11)V99 Binary Value Zero.
           05  Pic X(14) Value " NEW BALANCE: ".
           05  WS-Line-Balance-Out  Pic -Z,ZZZ,ZZ9.99.

      * SHARED CUSTOMER-NOTIFICATION CALL AREA - SEE TELCONTF.
       01  WS-Ntf-Event             Pic X(4)    Value "TOPU".
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOTOP".
       01  WS-Ntf-Detail            Pic X(60).
       01  WS-Ntf-Result            Pic 9(2)    Binary.

       Procedure Division.

       Mainline.
           Perform Get-Validity-Config
           Perform Load-Prepaid-Balances
           Open Input Topup-Input-File
           If WS-Topup-File-Status Not = "00"
               Display "NO TOP-UP FILE TO IMPORT."
               Goback
           End-If
           Open Extend Topup-Lot-File
           Perform Read-Topup-Record
           Perform Apply-One-Topup Until WS-Topup-Eof
           Close Topup-Lot-File
           Close Topup-Input-File
           Perform Rewrite-Prepaid-Balances
           Display "TOP-UPS APPLIED.......: " WS-Topups-Applied
           Goback
           .

       Get-Validity-Config.
           Call "GETENVOP" Using WS-Valid-Env-Name WS-Valid-Env-Value
                WS-Valid-Ge-Result
           If WS-Valid-Ge-Result < 19
                   And WS-Valid-Env-Value Not = Spaces
               Move WS-Valid-Env-Value To WS-Default-Valid-Days
           End-If
           .

       Load-Prepaid-Balances.
           Move Zero To WS-Bal-Count
           Move "N" To WS-Prepay-Eof-Flag
           Move TU-Amount To WS-Line-Amount-Out
           Move WS-Bal-Amount (WS-Bal-Sub) To WS-Line-Balance-Out
           Display WS-Topup-Line
           Perform Write-Topup-Lot
           Perform Notify-Topup
           Perform Read-Topup-Record
           .

      * TELL THE CUSTOMER THE CREDIT LANDED AND WHAT THEY NOW HAVE.
      * TELCONTF DECIDES WHETHER AND HOW IT GOES OUT.
       Notify-Topup.
           Move TU-Subscriber-Id To WS-Ntf-Subscriber
           Move Spaces To WS-Ntf-Detail
           String WS-Line-Amount-Out " - NEW BALANCE "
                  WS-Line-Balance-Out
                  Delimited By Size Into WS-Ntf-Detail
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

      * THE TOP-UP AS A LOT - SPENDABLE UP TO AND INCLUDING ITS
      * EXPIRY DATE, THE TOP-UP DATE PLUS ITS VALIDITY DAYS.
       Write-Topup-Lot.
           Move TU-Subscriber-Id To TL-Subscriber-Id
           Move TU-Date To TL-Topup-Date
           If TU-Valid-Days Is Numeric And TU-Valid-Days > Zero
               Move TU-Valid-Days To TL-Valid-Days
           Else
               Move WS-Default-Valid-Days To TL-Valid-Days
           End-If
           Compute TL-Expiry-Date = Function Date-Of-Integer
                   ( Function Integer-Of-Date ( TU-Date )
                     + TL-Valid-Days )
           Move TU-Amount To TL-Amount
           Move TU-Amount To TL-Remaining
           Move "O" To TL-Status
           Move Zero To TL-Forfeited
           Move Zero To TL-Close-Date
           Write Topup-Lot-Record
           .

       Rewrite-Prepaid-Balances.
           Open Output Prepaid-Balance-File
           Perform Rewrite-One-Balance
