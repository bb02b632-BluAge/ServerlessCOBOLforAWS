      * ACCOUNTING-PERIOD STATUS ROW - ONE COMPANY'S CALENDAR MONTH
      * AS FINANCE HAS CLOSED IT. "O" OPEN, "S" SOFT-CLOSED (FIGURES
      * UNDER REVIEW - POSTINGS ARE MOVED ON UNLESS AN OVERRIDE HAS
      * BEEN AUTHORIZED), "H" HARD-CLOSED (GONE TO THE GL AND THE
      * REGULATOR - NOTHING MORE IS DATED INTO IT). PS-OVERRIDE "Y"
      * ON A SOFT-CLOSED ROW IS THE AUTHORIZED OVERRIDE LETTING
      * POSTINGS STILL LAND IN THE PERIOD. THE FILE IS APPEND-ONLY,
      * MAINTAINED THROUGH TELCOPER; THE LAST ROW FOR A COMPANY AND
      * PERIOD WINS, AND A PERIOD WITH NO ROW IS OPEN.
           10  PS-Company         Pic X(3).
           10  PS-Period          Pic 9(6).
           10  PS-Status          Pic X(1).
             88  PS-Open                      Value "O".
             88  PS-Soft-Closed               Value "S".
             88  PS-Hard-Closed               Value "H".
           10  PS-Override        Pic X(1).
           10  PS-Operator        Pic X(8).
           10  PS-Reason          Pic X(40).
           10  PS-Timestamp       Pic X(26).
