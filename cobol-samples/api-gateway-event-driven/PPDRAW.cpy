      * PREPAID DRAWDOWN ROW - ONE PER PREPAID ACCOUNT A BILLING RUN
      * DREW ON, APPENDED WHEN THE RUN REWRITES PREPAY AT NORMAL END.
      * THE AMOUNT IS WHAT THE RUN TOOK FROM THE BALANCE, SO A
      * WHOLE-RUN REVERSAL CAN GIVE IT BACK WITHOUT DISTURBING TOP-UPS
      * OR LATER RUNS' DRAWDOWNS.
           10  PDR-Run-Id         Pic X(15).
           10  PDR-Business-Date  Pic 9(8).
           10  PDR-Subscriber-Id  Pic X(10).
           10  PDR-Drawn          Pic S9(7)V99.
