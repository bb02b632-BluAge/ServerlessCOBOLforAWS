      * DATA-RETENTION POLICY ROW - ONE ROW PER FILE TELCORET GOVERNS
      * (CDRRATED, CDRSEEN, CDRSUSP, EBLMANIF, SUBMAST). A RECORD
      * OLDER THAN RP-RETAIN-DAYS (BY ITS CALL DATE; BY THE EXTRACT'S
      * PERIOD FOR EBLMANIF; BY THE DISCONNECTION DATE FOR SUBMAST)
      * IS PURGED ("P") OR ANONYMIZED ("A") - THE SUBSCRIBER ID AND
      * DIALLED DIGITS MASKED, THE AMOUNTS KEPT FOR THE LEDGERS. A
      * FILE WITH NO ROW IS KEPT FOREVER, BUT AN ERASURE REQUEST
      * STILL REACHES IT (ANONYMIZED).
           10  RP-File-Name       Pic X(8).
           10  RP-Retain-Days     Pic 9(5).
           10  RP-Action          Pic X(1).
             88  RP-Purge            Value "P".
             88  RP-Anonymize        Value "A".
