           05  CDO-Header-Body Redefines CDO-Detail-Body.
               10  CDO-Hdr-Business-Date Pic 9(8).
               10  CDO-Hdr-File-Seq      Pic 9(6).
               10  CDO-Hdr-Switch-Id     Pic X(4).
               10                        Pic X(41).
           05  CDO-Trailer-Body Redefines CDO-Detail-Body.
               10  CDO-Trl-Record-Count  Pic 9(9).
               10  CDO-Trl-Hash-Total    Pic 9(15).
                   Value "TELCO_BUSINESS_DATE".
           05  WS-Seq-Env-Name      Pic X(32)
                   Value "TELCO_FILE_SEQ".
      * THE SWITCH THE FILE CAME FROM - FILE SEQUENCES ARE TRACKED
      * PER SWITCH DOWNSTREAM.
           05  WS-Switch-Id         Pic X(4)    Value Spaces.
           05  WS-Switch-Env-Name   Pic X(32)
                   Value "TELCO_SWITCH_ID".
           05  WS-Env-Value         Pic X(32)   Value Spaces.
           05  WS-Ge-Result         Pic 9(2)    Binary.

           If WS-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-File-Seq
           End-If
           Move Spaces To WS-Env-Value
           Call "GETENVOP" Using WS-Switch-Env-Name WS-Env-Value
                WS-Ge-Result
           If WS-Ge-Result < 19 And WS-Env-Value Not = Spaces
               Move WS-Env-Value To WS-Switch-Id
           End-If
           .

       Load-Map-Table.
           Move "H" To CDO-Record-Type
           Move WS-Business-Date To CDO-Hdr-Business-Date
           Move WS-File-Seq To CDO-Hdr-File-Seq
           Move WS-Switch-Id To CDO-Hdr-Switch-Id
           Write Cdr-Out-Record
           .

