      * CONFIGURATION BASELINE APPROVAL ROW - APPENDED BY TELCOCFA
      * EACH TIME AN OPERATOR PROMOTES A SNAPSHOT TO BE THE APPROVED
      * BASELINE. CFA-APPROVED-STAMP MATCHES THE CFS-STAMP OF THE
      * BASELINE ROWS WRITTEN; CFA-SNAP-STAMP IS THE SNAPSHOT THEY
      * WERE TAKEN FROM.
           10  CFA-Approved-Stamp Pic X(14).
           10  CFA-Snap-Stamp     Pic X(14).
           10  CFA-Operator       Pic X(8).
           10  CFA-Reason         Pic X(40).
           10  CFA-Item-Count     Pic 9(4).
