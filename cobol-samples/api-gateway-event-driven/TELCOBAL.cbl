      *  NIGHTLY RECORD-COUNT INTEGRITY CHECK - READS THE CONTROL
      *  TOTALS TELCOBAT EMITS PER HAND-OFF (CTLTOTS) FOR A RUN AND
      *  PROVES THE LEGS ADD UP: INPUT = RATED + SUSPENSE +
      *  DUPLICATES (+ VISITOR WHEN INBOUND ROAMERS WERE RATED), THE
      *  KINESIS EVENT COUNT MATCHES THE RECORDS THAT SHOULD HAVE
      *  STREAMED, AND THE ARCHIVED OBJECT COUNTS MATCH THEIR SOURCE
      *  FILES. ANY LEG THAT DOESN'T BALANCE IS REPORTED AND RAISED
      *  THROUGH TELCOALR - RECORDS STOP GOING MISSING QUIETLY
      *  BETWEEN HAND-OFFS. WHEN TELCORVS HAS BACKED THE RUN OUT, ITS
      *  REVERSAL LEGS MUST UNDO WHAT THE RUN WROTE: EVERY RATED ROW
      *  AND FRESH CDRSEEN IDENTITY REMOVED, ONE RUNSUMM ROW AND ONE
      *  LEDGER ENTRY REVERSED, AND EVERY PREPAID DRAW RESTORED.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
           05  WS-Kinesis-Count     Pic S9(9)   Binary Value -1.
           05  WS-Arch-Rated-Count  Pic S9(9)   Binary Value -1.
           05  WS-Arch-Susp-Count   Pic S9(9)   Binary Value -1.
           05  WS-Visitor-Count     Pic S9(9)   Binary Value -1.
           05  WS-Ppdraws-Count     Pic S9(9)   Binary Value -1.
      * REVERSAL LEGS - PRESENT ONLY ONCE TELCORVS HAS RUN.
           05  WS-Rev-Rated-Count   Pic S9(9)   Binary Value -1.
           05  WS-Rev-Seen-Count    Pic S9(9)   Binary Value -1.
           05  WS-Rev-Summ-Count    Pic S9(9)   Binary Value -1.
           05  WS-Rev-Ledger-Count  Pic S9(9)   Binary Value -1.
           05  WS-Rev-Ppay-Count    Pic S9(9)   Binary Value -1.
           05  WS-Rev-Allow-Count   Pic S9(9)   Binary Value -1.
       01  WS-Expected-Count        Pic S9(9)   Binary.
       01  WS-Imbalance-Count       Pic 9(3)    Binary Value Zero.

           Perform Verify-Input-Split
           Perform Verify-Kinesis-Leg
           Perform Verify-Archive-Legs
           Perform Verify-Reversal-Legs
           If WS-Imbalance-Count = Zero
               Display "ALL LEGS BALANCE."
           Else
           Move -1 To WS-Input-Count WS-Rated-Count
                      WS-Suspense-Count WS-Dups-Count
                      WS-Kinesis-Count WS-Arch-Rated-Count
                      WS-Arch-Susp-Count WS-Visitor-Count
                      WS-Ppdraws-Count WS-Rev-Rated-Count
                      WS-Rev-Seen-Count WS-Rev-Summ-Count
                      WS-Rev-Ledger-Count WS-Rev-Ppay-Count
                      WS-Rev-Allow-Count
           Move "N" To WS-Ctl-Eof-Flag
           Open Input Control-Totals-File
           If WS-Ctl-File-Status = "00"
                               Move CTL-Count To WS-Arch-Rated-Count
                           When "ARCHSUSP"
                               Move CTL-Count To WS-Arch-Susp-Count
                           When "VISITOR"
                               Move CTL-Count To WS-Visitor-Count
                           When "PPDRAWS"
                               Move CTL-Count To WS-Ppdraws-Count
                           When "REVRATED"
                               Move CTL-Count To WS-Rev-Rated-Count
                           When "REVSEEN"
                               Move CTL-Count To WS-Rev-Seen-Count
                           When "REVSUMM"
                               Move CTL-Count To WS-Rev-Summ-Count
                           When "REVLEDGR"
                               Move CTL-Count To WS-Rev-Ledger-Count
                           When "REVPPAY"
                               Move CTL-Count To WS-Rev-Ppay-Count
                           When "REVALLOW"
                               Move CTL-Count To WS-Rev-Allow-Count
                       End-Evaluate
                   End-If
           End-Read
           End-If
           Compute WS-Expected-Count = WS-Rated-Count
                   + WS-Suspense-Count + WS-Dups-Count
      * VISITOR CALLS RATE TO VISRATED, NOT CDRRATED, AND ARE COUNTED
      * ON THEIR OWN LEG - ABSENT WHEN THE RUN HAD NONE.
           If WS-Visitor-Count > Zero
               Add WS-Visitor-Count To WS-Expected-Count
               Display "VISITOR CALLS RATED: " WS-Visitor-Count
           End-If
           If WS-Input-Count = WS-Expected-Count
               Display "INPUT " WS-Input-Count " = RATED "
                       WS-Rated-Count " + SUSPENSE "
           End-If
           .

      * A REVERSED RUN MUST HAVE TAKEN BACK EXACTLY WHAT IT WROTE -
      * ONE CDRRATED ROW PER RATED CDR, ONE CDRSEEN IDENTITY PER
      * FRESH (NON-DUPLICATE) CDR, ITS ONE RUNSUMM ROW AND LEDGER
      * ENTRY, AND ONE PREPAID RESTORE PER DRAW IT LOGGED.
       Verify-Reversal-Legs.
           If WS-Rev-Rated-Count < Zero
               Exit Paragraph
           End-If
           Display "RUN REVERSED - VERIFYING REVERSAL LEGS."
           If WS-Rev-Rated-Count = WS-Rated-Count
               Display "REVERSED RATED ROWS " WS-Rev-Rated-Count
                       " MATCH RATED - BALANCED."
           Else
               Add 1 To WS-Imbalance-Count
               Display "REVERSED RATED ROWS " WS-Rev-Rated-Count
                       " DO NOT MATCH RATED " WS-Rated-Count
           End-If
           Compute WS-Expected-Count
                   = WS-Input-Count - WS-Dups-Count
           If WS-Rev-Seen-Count = WS-Expected-Count
               Display "REVERSED CDRSEEN KEYS " WS-Rev-Seen-Count
                       " MATCH INPUT - DUPS - BALANCED."
           Else
               Add 1 To WS-Imbalance-Count
               Display "REVERSED CDRSEEN KEYS " WS-Rev-Seen-Count
                       " DO NOT MATCH EXPECTED " WS-Expected-Count
           End-If
           If WS-Rev-Summ-Count = 1 And WS-Rev-Ledger-Count = 1
               Display "RUN SUMMARY AND TAX LEDGER ENTRY REVERSED "
                       "- BALANCED."
           Else
               Add 1 To WS-Imbalance-Count
               Display "RUNSUMM ROWS REVERSED " WS-Rev-Summ-Count
                       " / LEDGER ENTRIES REVERSED "
                       WS-Rev-Ledger-Count " - EXPECTED 1 / 1"
           End-If
           Move WS-Ppdraws-Count To WS-Expected-Count
           If WS-Expected-Count < Zero
               Move Zero To WS-Expected-Count
           End-If
           If WS-Rev-Ppay-Count = WS-Expected-Count
               Display "PREPAID RESTORES " WS-Rev-Ppay-Count
                       " MATCH DRAWS - BALANCED."
           Else
               Add 1 To WS-Imbalance-Count
               Display "PREPAID RESTORES " WS-Rev-Ppay-Count
                       " DO NOT MATCH DRAWS " WS-Expected-Count
           End-If
           If WS-Rev-Allow-Count > Zero
               Display "ALLOWANCE BUCKETS RESTORED: "
                       WS-Rev-Allow-Count
           End-If
           .

       End Program TELCOBAL.
