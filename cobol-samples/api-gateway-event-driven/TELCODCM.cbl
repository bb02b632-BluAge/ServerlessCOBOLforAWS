      *  INVOICING IN THE JOB CHAIN - INVOICING CONSUMES APPLIED
      *  ADJUSTMENTS OUT OF ADJFILE, AND A CLAWBACK BASE THAT HAS
      *  ALREADY BEEN CONSUMED CLAWS NOTHING BACK.
      *  LOYALTY BILL CREDITS (ADJFILE TYPE "LP") ARE NOT CLAWED BACK.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           05  ADJO-New-Amount      Pic S9(7)V99    Binary.
           05  ADJO-Adjust-Amount   Pic S9(7)V99    Binary.
           05  ADJO-Subscriber-Id   Pic X(10).
           05  ADJO-Jurisdiction    Pic X(4).
           05  ADJO-New-BTax        Pic S9(5)V99    Binary.
           05  ADJO-New-DTax        Pic S9(5)V99    Binary.
           05  ADJO-New-ITax        Pic S9(5)V99    Binary.
           05  ADJO-New-Jur-Tax     Pic S9(5)V99    Binary.
           05  ADJO-Post-Date       Pic 9(8).

       FD  Statement-File
           Recording Mode Is F.
                               To WS-Work-Dealer
                       End-If
                   End-Perform
      * A LOYALTY BILL CREDIT ("LP") IS POINTS BEING SPENT, NOT
      * REVENUE TAKEN BACK - IT CLAWS NO COMMISSION.
                   If WS-Work-Dealer Not = Spaces
                   And ADJO-Type Not = "LP"
                       Perform Find-Or-Add-Dealer-Bucket
                       If WS-Dlr-Sub <= WS-Dlr-Count
                           Add ADJO-Adjust-Amount
