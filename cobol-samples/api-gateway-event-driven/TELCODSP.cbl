           05  ADJO-New-Amount      Pic S9(7)V99    Binary.
           05  ADJO-Adjust-Amount   Pic S9(7)V99    Binary.
           05  ADJO-Subscriber-Id   Pic X(10).
           05  ADJO-Jurisdiction    Pic X(4).
           05  ADJO-New-BTax        Pic S9(5)V99    Binary.
           05  ADJO-New-DTax        Pic S9(5)V99    Binary.
           05  ADJO-New-ITax        Pic S9(5)V99    Binary.
           05  ADJO-New-Jur-Tax     Pic S9(5)V99    Binary.
           05  ADJO-Post-Date       Pic 9(8).

       FD  Audit-Log-File.
       COPY OPAUDIT.
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCODSP".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.
           Compute ADJO-Adjust-Amount
                   = Zero - WS-Dsp-Amount (WS-Dsp-Sub)
           Move WS-Dsp-Id (WS-Dsp-Sub) To ADJO-Subscriber-Id
           Move Spaces To ADJO-Jurisdiction
           Move Zero To ADJO-New-BTax ADJO-New-DTax ADJO-New-ITax
                        ADJO-New-Jur-Tax
           Move Function Current-Date (1:8) To ADJO-Post-Date
           Open Extend Adjustment-File
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                WS-Plk-Company ADJO-Post-Date WS-Plk-Result
           Write Adjustment-Record
           Close Adjustment-File
           Display "CREDIT OF " WS-Dsp-Amount (WS-Dsp-Sub)
