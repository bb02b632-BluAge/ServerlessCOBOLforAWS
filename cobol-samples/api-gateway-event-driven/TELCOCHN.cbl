      *  CHNSTATE FILE (LAST RECORD PER DATE/STEP WINS, TELCORUN
      *  CONVENTION) AND AUDIT-LOGGED WITH THE RUN-ID, SO A FAILED
      *  NIGHT RESTARTS AT THE FAILED STEP INSTEAD OF FROM THE TOP.
      *  EACH CHAIN RUNS UNDER ITS OWN NAME (TELCO_CHAIN_ID, DEFAULT
      *  NIGHTLY), AND TELCOSLA IS CALLED AS EACH STEP STARTS AND AS
      *  THE CHAIN ENDS TO PROJECT THE FINISH AGAINST THE CHAIN'S
      *  DEADLINE. BEFORE THE FIRST STEP TELCOCFG SNAPSHOTS THE
      *  CONFIGURATION AGAINST ITS APPROVED BASELINE, AND UNAPPROVED
      *  DRIFT IN A CRITICAL SETTING HOLDS THE WHOLE CHAIN.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           05  CHN-Status           Pic X(9).
           05  CHN-Run-Id           Pic X(15).
           05  CHN-Timestamp        Pic X(26).
           05  CHN-Chain-Id         Pic X(8).
           05  CHN-Program          Pic X(8).

       FD  Audit-Log-File.
       COPY OPAUDIT.
       01  WS-Date-Env-Value        Pic X(32)   Value Spaces.
       01  WS-Date-Ge-Result        Pic 9(2)    Binary.

      * THE CHAIN'S NAME ON CHNSTATE - TELCOSLA KEYS ITS DEADLINES
      * AND STEP HISTORY BY IT.
       01  WS-Chain-Id              Pic X(8)    Value "NIGHTLY".
       01  WS-Chain-Env-Name        Pic X(32)   Value "TELCO_CHAIN_ID".
       01  WS-Chain-Env-Value       Pic X(32)   Value Spaces.
       01  WS-Chain-Ge-Result       Pic 9(2)    Binary.

       01  WS-Chain-Stopped-Flag    Pic X       Value "N".
         88  WS-Chain-Stopped       Value "Y".
       01  WS-Call-Failed-Flag      Pic X       Value "N".
         88  WS-Call-Failed         Value "Y".
      * SET WHEN TELCOCFG FINDS UNAPPROVED DRIFT IN A CRITICAL
      * SETTING - NO STEP RUNS ON A CONFIGURATION NOBODY SIGNED OFF.
       01  WS-Config-Held-Flag      Pic X       Value "N".
         88  WS-Config-Held         Value "Y".
       01  WS-Steps-Run             Pic 9(3)    Binary Value Zero.
       01  WS-Steps-Skipped         Pic 9(3)    Binary Value Zero.
       01  WS-Steps-Failed          Pic 9(3)    Binary Value Zero.
       Mainline.
           Perform Get-Run-Id
           Perform Get-Business-Date
           Perform Get-Chain-Id
           Perform Load-Chain-Definition
           If WS-Chn-Count = Zero
               Display "NO JOBCHAIN DEFINITION - NOTHING TO RUN."
               Goback
           End-If
           Perform Fold-Chain-State
           Display "===== JOB CHAIN " WS-Chain-Id " FOR "
                   WS-Business-Date " ====="
           Perform Check-Config-Drift
           If WS-Config-Held
               Display "CHAIN HELD BEFORE ITS FIRST STEP - APPROVE "
                       "OR REVERSE THE DRIFT, THEN RERUN."
               Move 8 To Return-Code
               Perform Flush-Audit-Buffer
               Goback
           End-If
           Perform Run-One-Step
               Varying WS-Chn-Sub From 1 By 1
               Until WS-Chn-Sub > WS-Chn-Count
               Or WS-Chain-Stopped
           Perform Run-Sla-Monitor
           Display "STEPS RUN......: " WS-Steps-Run
           Display "STEPS SKIPPED..: " WS-Steps-Skipped
           Display "STEPS FAILED...: " WS-Steps-Failed
           End-If
           .

       Get-Chain-Id.
           Call "GETENVOP" Using WS-Chain-Env-Name WS-Chain-Env-Value
                WS-Chain-Ge-Result
           If WS-Chain-Ge-Result < 19
                   And WS-Chain-Env-Value Not = Spaces
               Move WS-Chain-Env-Value To WS-Chain-Id
           End-If
           .

       Load-Chain-Definition.
           Move Zero To WS-Chn-Count
           Move "N" To WS-Chain-Eof-Flag
                   Set WS-State-Eof To True
               Not At End
                   If CHN-Business-Date = WS-Business-Date
                   And CHN-Chain-Id = WS-Chain-Id
                       Perform Varying WS-Chn-Scan From 1 By 1
                               Until WS-Chn-Scan > WS-Chn-Count
                           If WS-Chn-Step (WS-Chn-Scan) = CHN-Step-No
                   WS-Chn-Program (WS-Chn-Sub)
           Move "STARTED" To CHN-Status
           Perform Write-Chain-State
           Perform Run-Sla-Monitor
           Move "N" To WS-Call-Failed-Flag
           Move Zero To Return-Code
           Call WS-Chn-Program (WS-Chn-Sub)
           Move WS-Business-Date To CHN-Business-Date
           Move WS-Chn-Step (WS-Chn-Sub) To CHN-Step-No
           Move WS-Run-Id To CHN-Run-Id
           Move WS-Chain-Id To CHN-Chain-Id
           Move WS-Chn-Program (WS-Chn-Sub) To CHN-Program
           Move Function Current-Date To CHN-Timestamp
           Open Extend Chain-State-File
           Write Chain-State-Record
           Close Chain-State-File
           .

      * THE CONFIGURATION DRIFT CHECK RUNS ONCE, BEFORE THE FIRST
      * STEP: RETURN-CODE 8 FROM TELCOCFG IS UNAPPROVED DRIFT IN A
      * CRITICAL SETTING AND HOLDS THE CHAIN; ANYTHING LESS IS ON
      * ITS REPORT BUT DOES NOT. A CHECK THAT IS NOT DEPLOYED NEVER
      * HOLDS THE CHAIN.
       Check-Config-Drift.
           Move Zero To Return-Code
           Call "TELCOCFG"
               On Exception
                   Continue
           End-Call
           If Return-Code Not < 8
               Set WS-Config-Held To True
               Move "TELCOCHN" To audit-log-program
               Move "CFGHOLD" To audit-log-operation
               Move 8 To audit-log-result-code
               Perform Write-Audit-Record
           End-If
           Move Zero To Return-Code
           .

      * THE SLA MONITOR LOOKS AT EVERY RUNNING CHAIN, THIS ONE
      * INCLUDED; A MONITOR THAT IS NOT DEPLOYED NEVER STOPS THE
      * CHAIN, AND ITS RETURN-CODE IS NOT THE STEP'S.
       Run-Sla-Monitor.
           Call "TELCOSLA"
               On Exception
                   Continue
           End-Call
           Move Zero To Return-Code
           .

      * DERIVES THE RUN-ID CORRELATING THE CHAIN'S AUDIT-LOG ENTRIES
      * WITH THE REST OF THE PIPELINE, FROM TELCO_RUN_ID IF SET, ELSE
      * A DATE/TIME-STAMP - SAME PATTERN AS TELCOBAT'S Get-Run-Id.
