      * THE OPERATING COMPANY THE RUN BILLED FOR - PERIOD REPORTS
      * AND THE GL EXPORT SEGREGATE BY IT.
           05  RS-Company           Pic X(3).
           05  RS-Class-Calls Occurs 5 Times
                                Pic 9(9)        Binary.

       FD  Map-Table-File
           Recording Mode Is F.
       FD  Journal-File
           Recording Mode Is F.
       01  Journal-Record.
               COPY GLJRNL.

       Working-Storage Section.


       01  WS-Map-Table.
           05  WS-Map-Count         Pic 9(3)    Binary Value Zero.
           05  WS-Map-Entry Occurs 50 Times.
               10  WS-Map-Type      Pic X(4).
               10  WS-Map-Class     Pic X(1).
               10  WS-Map-Account   Pic X(10).
           05  WS-Batch-Label       Pic X(21).
           05  WS-Batch-Amount-Out  Pic ZZ,ZZZ,ZZZ,ZZ9.99.

      * SHARED POSTING-PERIOD LOCK CALL AREA - SEE TELCOPLK. EVERY
      * POSTING DATE GOES THROUGH IT BEFORE THE WRITE, SO NOTHING
      * IS DATED INTO A CLOSED ACCOUNTING PERIOD.
       01  WS-Plk-Mode              Pic X(1)    Value "P".
       01  WS-Plk-Program           Pic X(8)    Value "TELCOGLJ".
       01  WS-Plk-Company           Pic X(3)    Value Spaces.
       01  WS-Plk-Result            Pic 9(2)    Binary.

       Procedure Division.

       Mainline.
               At End
                   Set WS-Map-Eof To True
               Not At End
                   If WS-Map-Count < 50
                       Add 1 To WS-Map-Count
                       Move GMF-Line-Type
                           To WS-Map-Type (WS-Map-Count)
           Move RS-Run-Id To GJ-Run-Id
           Move RS-Business-Date To GJ-Business-Date
           Move WS-Line-Amount To GJ-Amount
           Call "TELCOPLK" Using WS-Plk-Mode WS-Plk-Program
                RS-Company GJ-Business-Date WS-Plk-Result
           Write Journal-Record
           Add 1 To WS-Lines-Written
           .
