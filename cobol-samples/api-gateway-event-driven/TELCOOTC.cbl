       01  WS-Sgn-Threshold         Pic 9(9)    Value Zero.
       01  WS-Sgn-Result            Pic 9(2)    Value Zero.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOOTC".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.
           Move WS-Amount-As-Num To WS-Chg-Amount (WS-Chg-Sub)
           Move Function Current-Date (1:8)
               To WS-Chg-Date (WS-Chg-Sub)
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company WS-Chg-Date (WS-Chg-Sub) WS-Plk-Result
           Move "A" To WS-Chg-Status (WS-Chg-Sub)
           Set WS-Changes-Made To True
           Move Spaces To WS-Reason-Code
