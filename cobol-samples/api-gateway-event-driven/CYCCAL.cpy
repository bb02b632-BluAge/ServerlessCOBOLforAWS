      * BILL-CYCLE CALENDAR ROW - ONE ROW PER CYCLE PER BILLING
      * MONTH: THE CYCLE CODE, THE BILLING MONTH (YYYYMM) THE CYCLE
      * CLOSES IN, AND THE FIRST AND LAST CALL DATES ITS INVOICES
      * COVER. A CYCLE CLOSING ON THE 8TH OF MARCH, SAY, CARRIES
      * 202403 WITH 20240208 THROUGH 20240307. THE BILLING PROGRAMS
      * TAKE THEIR PERIOD FROM HERE (THROUGH TELCOCYC) INSTEAD OF
      * ONE GLOBAL TELCO_PERIOD_START/END WINDOW.
           10  CC-Cycle-Code      Pic X(2).
           10  CC-Bill-Period     Pic 9(6).
           10  CC-Period-Start    Pic 9(8).
           10  CC-Period-End      Pic 9(8).
