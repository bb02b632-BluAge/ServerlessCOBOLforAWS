      * PLAN-CHANGE ORDER HISTORY ROW - ONE ROW APPENDED PER EVENT IN
      * AN ORDER'S LIFE, THE LAST ROW PER PC-ORDER-ID GIVING ITS
      * STANDING: "P" ENTERED ON THE TELCOPCO CONSOLE AND PENDING,
      * "X" CANCELLED THERE BEFORE IT RAN, "C" COMPLETED BY THE
      * TELCOPCR ORDER RUN (THE PLANENRL ROW WRITTEN FOR
      * PC-EFFECTIVE-DATE AND ANY EARLY-TERMINATION FEE PC-FEE
      * STAGED ON CHGFILE), "R" REJECTED BY THE RUN WITH ITS REASON.
           10  PC-Order-Id        Pic X(12).
           10  PC-Subscriber-Id   Pic X(10).
           10  PC-From-Plan       Pic X(4).
           10  PC-To-Plan         Pic X(4).
           10  PC-Order-Date      Pic 9(8).
           10  PC-Effective-Date  Pic 9(8).
           10  PC-Fee             Pic S9(7)V99.
           10  PC-Status          Pic X(1).
             88  PC-Pending          Value "P".
             88  PC-Cancelled        Value "X".
             88  PC-Completed        Value "C".
             88  PC-Rejected         Value "R".
           10  PC-Operator        Pic X(8).
           10  PC-Reason          Pic X(40).
           10  PC-Timestamp       Pic X(26).
