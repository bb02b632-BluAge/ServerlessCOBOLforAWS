      * PARTNER INVOICE DISPUTE RECORD - WRITTEN FOR EVERY INVOICE
      * LINE OUTSIDE TOLERANCE: ONE "L" LINE RECORD WITH THE
      * PARTNER'S FIGURES, OURS AND THE VARIANCES (THEIRS LESS OURS),
      * FOLLOWED BY ONE "M" RECORD PER CALENDAR DAY OF THE PERIOD ON
      * WHICH WE CARRIED TRAFFIC FOR THE PARTNER, WITH OUR CALL AND
      * MINUTE COUNTS FROM CDRRATED - THE SUPPORTING DETAIL THE
      * DISPUTE IS ARGUED WITH.
           10  DP-Record-Type     Pic X(1).
             88  DP-Line-Rec            Value "L".
             88  DP-Day-Rec             Value "M".
           10  DP-Source          Pic X(1).
           10  DP-Partner-Code    Pic X(4).
           10  DP-Direction       Pic X(1).
           10  DP-Invoice-Ref     Pic X(20).
           10  DP-Line-Body.
               15  DP-Period-Start    Pic 9(8).
               15  DP-Period-End      Pic 9(8).
               15  DP-Their-Minutes   Pic 9(11).
               15  DP-Our-Minutes     Pic 9(11).
               15  DP-Minute-Variance Pic S9(11).
               15  DP-Their-Amount    Pic S9(11)V99.
               15  DP-Our-Amount      Pic S9(11)V99.
               15  DP-Amount-Variance Pic S9(11)V99.
               15  DP-Reason          Pic X(12).
           10  DP-Day-Body Redefines DP-Line-Body.
               15  DP-Day-Date        Pic 9(8).
               15  DP-Day-Calls       Pic 9(9).
               15  DP-Day-Minutes     Pic 9(11).
               15                     Pic X(72).
