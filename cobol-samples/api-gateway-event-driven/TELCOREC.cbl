      *  DAILY TAX RECONCILIATION FOR TELCOATOM - STORES THE CALLING
      *  RUN'S BTAX-TOT/DTAX-TOT INTO THE "telcoatom" DYNAMODB TABLE
      *  UNDER THE RUN-ID, READS THE LEDGER ENTRY BACK AND FLAGS ANY
      *  DRIFT AGAINST THE CALLER'S OWN TOTALS. A RUN REVERSAL
      *  (TELCORVS) PASSES ZERO TOTALS WITH STATUS "REVERSED" TO
      *  BACK THE RUN'S LEDGER ENTRY OUT UNDER THE SAME RUN-ID.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
      * THE LEDGER PAYLOAD AND STAMPED ON THE AUDIT ENTRIES. OMITTED
      * LEAVES BOTH AT SPACES, THE SINGLE-COMPANY BEHAVIOUR.
       01  Company-Code-Link        Pic X(03).
      * THE RUN-STATUS STORED WITH THE LEDGER ENTRY - OMITTED OR
      * SPACES STORES "COMPLETE", THE NORMAL END-OF-RUN POSTING.
       01  Run-Status-Link          Pic X(09).

       Procedure Division Using Run-Id-Link, BTax-Tot-Link,
               DTax-Tot-Link, OPTIONAL Company-Code-Link,
               OPTIONAL Run-Status-Link.
        Mainline.
           Move Run-Id-Link     To WS-Run-Id
           If Address Of Company-Code-Link Not Equal Null
           Set stack-item-command To True
           Move "STATUS" To sort-key-value
           Move "COMPLETE" To WS-Status-Value
           If Address Of Run-Status-Link Not Equal Null
           And Run-Status-Link Not = Spaces
               Move Run-Status-Link To WS-Status-Value
           End-If
           Perform Call-DynamoDB-With-Retry-Status
           Set transact-commit-command To True
           Perform Call-DynamoDB-With-Retry-No-Key
