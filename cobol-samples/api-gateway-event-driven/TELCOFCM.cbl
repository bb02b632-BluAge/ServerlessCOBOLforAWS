      *  NEW / INVESTIGATING / CONFIRMED / CLEARED WITH A REQUIRED
      *  DISPOSITION REASON, AND ON A CONFIRMED-FRAUD DISPOSITION
      *  APPEND A SUSPENDED ROW TO THE SUBSTAT STATUS HISTORY SO THE
      *  NEXT RATING RUN STOPS BILLING THE ACCOUNT (AND TELLING THE
      *  CUSTOMER THROUGH TELCONTF). EVERY ACTION IS STAMPED WITH THE
      *  OPERATOR AND MIRRORED TO THE SHARED AUDIT LOG.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
       01  WS-Run-Id-Env-Value      Pic X(32)   Value Spaces.
       01  WS-Run-Id-Ge-Result      Pic 9(2)    Binary.

      * SHARED CUSTOMER-NOTIFICATION CALL AREA - SEE TELCONTF.
       01  WS-Ntf-Event             Pic X(4)    Value "SUSP".
       01  WS-Ntf-Subscriber        Pic X(10).
       01  WS-Ntf-Program           Pic X(8)    Value "TELCOFCM".
       01  WS-Ntf-Detail            Pic X(60)
                                    Value "ACCOUNT SECURITY".
       01  WS-Ntf-Result            Pic 9(2)    Binary.

       COPY OPAUDITB.

       Procedure Division.
           Move WS-Cse-Id (WS-Cse-Sub) To SSF-Subscriber-Id
           Move "S" To SSF-Status
           Move Function Current-Date (1:8) To SSF-Effective-Date
           Move "TELCOFCM" To SSF-Source
           Open Extend Status-History-File
           Write Status-History-Record
           Close Status-History-File
           Display "SUBSCRIBER " WS-Cse-Id (WS-Cse-Sub)
                   " SUSPENDED - CONFIRMED FRAUD."
           Move WS-Cse-Id (WS-Cse-Sub) To WS-Ntf-Subscriber
           Call "TELCONTF" Using WS-Ntf-Event WS-Ntf-Subscriber
               WS-Ntf-Program WS-Ntf-Detail WS-Ntf-Result
           .

      * DERIVES THE RUN-ID CORRELATING THIS SESSION'S AUDIT-LOG
