      * READER OF THESE FILES ALREADY LIVES UNDER.
       FD  Checkpoint-File
           Recording Mode Is F.
       01  Checkpoint-Image         Pic X(2376).

       FD  Seen-Log-File
           Recording Mode Is F.
       01  Seen-Log-Image           Pic X(49).

       FD  Run-Control-File
           Recording Mode Is F.
       01  Run-Control-Image        Pic X(71).

       FD  Run-Summary-File
           Recording Mode Is F.
       01  Run-Summary-Image        Pic X(111).

       FD  Forwarded-Log-File
           Recording Mode Is F.

       FD  Allowance-Ledger-File
           Recording Mode Is F.
       01  Allowance-Ledger-Image   Pic X(47).

       FD  Prepaid-Balance-File
           Recording Mode Is F.

      * GENERIC RECORD SHUTTLE BETWEEN THE FILE VERBS AND THE
      * UPLOAD/DOWNLOAD BUFFERING.
       01  WS-Record-Image          Pic X(2376).
       01  WS-Record-Len            Pic 9(4)    Binary Value Zero.
       01  WS-File-Open-Flag        Pic X       Value "N".
         88  WS-File-Opened         Value "Y".
