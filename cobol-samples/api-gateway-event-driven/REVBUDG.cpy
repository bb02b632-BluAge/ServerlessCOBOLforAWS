      * MONTHLY REVENUE BUDGET ROW - ONE PER OPERATING COMPANY, RATE
      * CLASS ("D" PREMIUM, "L" LOCAL, "I" INTERNATIONAL, "S" SMS,
      * "M" DATA) AND MONTH (YYYYMM), AS FINANCE SETS IT. THE FILE
      * IS APPEND-ONLY - A LATER ROW FOR THE SAME COMPANY, CLASS AND
      * MONTH REPLACES THE EARLIER ONE (A RE-FORECAST). TELCOFLS
      * SETS THE MONTH-TO-DATE RUN SUMMARIES AGAINST IT DAILY.
           10  BG-Company         Pic X(3).
           10  BG-Rate-Class      Pic X(1).
           10  BG-Month           Pic 9(6).
           10  BG-Revenue         Pic S9(11)V99.
           10  BG-Calls           Pic 9(11).
