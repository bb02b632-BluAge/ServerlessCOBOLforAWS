      * TABLE-MAINTENANCE LOG ROW - ONE PER ROW ADDED TO A RATING
      * TABLE, WITH THE OLD AND NEW RATE, THE REASON, THE OPERATOR
      * WHO MADE THE CHANGE AND, FOR A BULK TARIFF IMPORT, THE
      * CHANGE-TICKET REFERENCE IT WAS APPLIED UNDER (SPACES FOR A
      * SINGLE CONSOLE OR FEED CHANGE). APPEND-ONLY.
           10  TML-Timestamp      Pic X(26).
           10  TML-Run-Id         Pic X(15).
           10  TML-Table          Pic X(7).
           10  TML-Key            Pic X(15).
           10  TML-New-Rate       Pic S9V9(6).
           10  TML-Prior-Rate     Pic S9V9(6).
           10  TML-Reason         Pic X(40).
           10  TML-Operator       Pic X(8).
           10  TML-Ticket         Pic X(12).
