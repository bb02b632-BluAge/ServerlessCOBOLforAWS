      * BATCH-WINDOW DEADLINE ROW - ONE PER JOB CHAIN. THE TIME THE
      * CHAIN MUST HAVE FINISHED BY (HHMM), AS A NUMBER OF DAYS AFTER
      * THE BUSINESS DATE IT RUNS FOR - A NIGHT RUN FOR THE 14TH THAT
      * MUST RELEASE INVOICES BY 06:30 ON THE 15TH IS OFFSET 1, 0630.
           10  SLD-Chain-Id       Pic X(8).
           10  SLD-Day-Offset     Pic 9(1).
           10  SLD-Deadline-Time  Pic 9(4).
