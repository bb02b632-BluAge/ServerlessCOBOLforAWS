      *  PER-SUBSCRIBER ITEMIZED E-BILL EXTRACT - WRITES ONE
      *  DELIMITED ITEMIZATION FILE PER SUBSCRIBER FOR THE BILLING
      *  PERIOD (CALL DATE, DAY-PART TIME, CLASS, MINUTES, PRICE,
      *  TAXES, PROMO AND DISCOUNT COLUMNS AND THE INTERNATIONAL
      *  DESTINATION STRAIGHT FROM THE RATED RECORD) AND UPLOADS
      *  EACH UNDER A PER-SUBSCRIBER PREFIX IN THE TELCO_EBILL_BUCKET
      *  USING THE SAME MULTIPART UPLOAD PATH
      *  TELCOBAT'S ARCHIVES USE, PLUS A MANIFEST OF THE FILES
      *  PRODUCED - CUSTOMERS GET FILES INSTEAD OF A PHONE READING OF
      *  THE PRINT IMAGE. THE RATED FILE IS RESCANNED PER SUBSCRIBER,
      *  WHICH IS FINE AT PERIOD-EXTRACT VOLUMES AND KEEPS THE
      *  PROGRAM OUT OF THE SORT BUSINESS. EACH MANIFEST ROW CARRIES
      *  THE ACCOUNT'S EMAIL ADDRESS, LANGUAGE AND DELIVERY MARK FROM
      *  THE SUBCONT CONTACT FILE SO THE MAIL GATEWAY KNOWS WHOM TO
      *  NOTIFY - "E" NOTIFY, "P" PAPER-ONLY ACCOUNT (FILE STORED, NO
      *  MAIL), "H" HELD: THE MAILBOX BOUNCED OR THERE IS NONE, AND
      *  THE ACCOUNT GOES ONTO THE UNDELIV LIST FOR CARE. MVNO
      *  RESELLER TRAFFIC IS LEFT OUT - THE RESELLER BILLS ITS OWN
      *  CUSTOMERS. RUNS AFTER TELCOINV: AN ACCOUNT WHOSE LATEST
      *  INVOICE STANDS HELD, SUPPRESSED OR SENT FOR RERATE AT THE
      *  INVOICE QUALITY GATE (INVGATE, SEE TELCOIGR) GETS NO FILE -
      *  RERUN THE EXTRACT ONCE THE REVIEW CONSOLE HAS RELEASED IT.
      *  (C) BLU AGE 2019 - ALL RIGHTS RESERVED
      ******************************************************************
       Environment Division.
               Organization Is Sequential.
           Select Audit-Log-File Assign To "OPAUDIT"
               Organization Is Sequential.
           Select Undeliverable-File Assign To "UNDELIV"
               Organization Is Sequential.
           Select Contact-File Assign To "SUBCONT"
               Organization Is Sequential
               File Status Is WS-Subcont-File-Status.
           Select Invoice-Gate-File Assign To "INVGATE"
               Organization Is Sequential
               File Status Is WS-Invgate-File-Status.

       Data Division.
       File Section.
           05  MF-Subscriber-Id     Pic X(10).
           05  MF-Object-Key        Pic X(80).
           05  MF-Line-Count        Pic 9(9).
           05  MF-Email             Pic X(60).
           05  MF-Language          Pic X(2).
           05  MF-Delivery          Pic X(1).

       FD  Audit-Log-File.
       COPY OPAUDIT.

       FD  Undeliverable-File
           Recording Mode Is F.
       01  Undeliverable-Record.
               COPY UNDLVREC.

       FD  Contact-File
           Recording Mode Is F.
       01  Contact-Record.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==SCF-==.

       FD  Invoice-Gate-File
           Recording Mode Is F.
       01  Invoice-Gate-Record.
               COPY INVGATE.

       Working-Storage Section.

       01  WS-Rated-File-Status     Pic X(2)    Value Spaces.
       01  WS-Current-Sub           Pic X(10).
       01  WS-Line-Count            Pic 9(9)    Binary Value Zero.
       01  WS-Files-Produced        Pic 9(5)    Binary Value Zero.
       01  WS-Files-Held            Pic 9(5)    Binary Value Zero.

      * CONTACT TABLE - EMAIL, LANGUAGE AND BOUNCE FLAG PER ACCOUNT.
       01  WS-Subcont-File-Status   Pic X(2)    Value Spaces.
       01  WS-Contact-Table.
           05  WS-Cnt-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Cnt-Entry Occurs 5000 Times.
               COPY SUBCONT REPLACING LEADING ==SC-== BY ==WS-Cnt-==.
       01  WS-Cnt-Sub               Pic 9(5)    Binary.
       01  WS-Cnt-Found-Flag        Pic X       Value "N".
         88  WS-Cnt-Found           Value "Y".
       01  WS-Cnt-Eof-Flag          Pic X       Value "N".
         88  WS-Cnt-Eof             Value "Y".

      * THE LATEST GATE STANDING OF EVERY INVOICE ON INVGATE, WITH
      * ITS ACCOUNT - AN ACCOUNT'S LATEST INVOICE IS ITS HIGHEST
      * NUMBER, THE NUMBERS RUNNING IN DATE ORDER.
       01  WS-Invgate-File-Status   Pic X(2)    Value Spaces.
       01  WS-Gate-Table.
           05  WS-Gte-Count         Pic 9(5)    Binary Value Zero.
           05  WS-Gte-Entry Occurs 5000 Times.
               10  WS-Gte-Invoice   Pic X(19).
               10  WS-Gte-Subscriber Pic X(10).
               10  WS-Gte-Status    Pic X(1).
       01  WS-Gte-Sub               Pic 9(5)    Binary.
       01  WS-Gte-Found-Flag        Pic X       Value "N".
         88  WS-Gte-Found           Value "Y".
       01  WS-Gte-Eof-Flag          Pic X       Value "N".
         88  WS-Gte-Eof             Value "Y".
       01  WS-Gte-Latest            Pic X(19).
       01  WS-Gte-Standing          Pic X(1).
         88  WS-Gte-Not-Released    Value "H" "S" "X".
       01  WS-Files-Gated           Pic 9(5)    Binary Value Zero.

      * ONE DELIMITED ITEMIZATION LINE - SEMICOLON-DELIMITED SO THE
      * EDITED AMOUNTS' COMMAS SURVIVE.
           05  WS-Ebl-Minutes       Pic 9(7).
           05  WS-Ebl-Date          Pic 9(8).
           05  WS-Ebl-Time          Pic 9(4).
       01  WS-Ebl-Line              Pic X(140).

      * RUN-ID CORRELATING THIS EXTRACT'S AUDIT-LOG ENTRIES WITH THE
      * REST OF THE PIPELINE - SAME TELCO_RUN_ID/GETENVOP CONVENTION
               Display "NO RATED TRAFFIC IN THE PERIOD - NO FILES."
               Goback
           End-If
           Perform Load-Contact-File
           Perform Load-Gate-Log
           Open Output Manifest-File
           Open Extend Undeliverable-File
           Perform Extract-One-Subscriber
               Varying WS-Sbl-Sub From 1 By 1
               Until WS-Sbl-Sub > WS-Sbl-Count
           Close Undeliverable-File
           Close Manifest-File
           Perform Upload-Manifest
           Display "E-BILL FILES PRODUCED: " WS-Files-Produced
           Display "E-BILL MAIL HELD.....: " WS-Files-Held
           Display "INVOICE NOT RELEASED.: " WS-Files-Gated
           Display "NORMAL END OF EXECUTION."
           Perform Flush-Audit-Buffer
           Goback
               Not At End
                   If RO-Call-Date >= WS-Period-Start
                   And RO-Call-Date <= WS-Period-End
                   And RO-Reseller-Id = Spaces
                       Perform Note-One-Subscriber
                   End-If
           End-Read
      * RECORDS THE FILE ON THE MANIFEST.
       Extract-One-Subscriber.
           Move WS-Sbl-Entry (WS-Sbl-Sub) To WS-Current-Sub
           Perform Find-Subscriber-Gate
           If WS-Gte-Not-Released
               Add 1 To WS-Files-Gated
               Display "INVOICE NOT RELEASED AT THE GATE - NO E-BILL: "
                       WS-Current-Sub
               Exit Paragraph
           End-If
           Move Spaces To object-key
           String "ebill/" WS-Period-Start "/"
                  WS-Current-Sub Delimited By Space
               Move WS-Current-Sub To MF-Subscriber-Id
               Move object-key (1:80) To MF-Object-Key
               Move WS-Line-Count To MF-Line-Count
               Perform Set-Manifest-Delivery
               Write Manifest-Record
           End-If
           .

      * LOADS THE GATE LOG - THE LAST ROW PER INVOICE IS ITS
      * STANDING. NO LOG MEANS NOTHING IS GATED.
       Load-Gate-Log.
           Move Zero To WS-Gte-Count
           Move "N" To WS-Gte-Eof-Flag
           Open Input Invoice-Gate-File
           If WS-Invgate-File-Status = "00"
               Perform Read-One-Gate-Row Until WS-Gte-Eof
               Close Invoice-Gate-File
           End-If
           .

       Read-One-Gate-Row.
           Read Invoice-Gate-File
               At End
                   Set WS-Gte-Eof To True
               Not At End
                   Move "N" To WS-Gte-Found-Flag
                   Perform Varying WS-Gte-Sub From 1 By 1
                           Until WS-Gte-Sub > WS-Gte-Count
                           Or WS-Gte-Found
                       If WS-Gte-Invoice (WS-Gte-Sub) = IG-Invoice-No
                           Set WS-Gte-Found To True
                           Move IG-Status To WS-Gte-Status (WS-Gte-Sub)
                       End-If
                   End-Perform
                   If Not WS-Gte-Found
                   And WS-Gte-Count < 5000
                       Add 1 To WS-Gte-Count
                       Move IG-Invoice-No
                           To WS-Gte-Invoice (WS-Gte-Count)
                       Move IG-Subscriber-Id
                           To WS-Gte-Subscriber (WS-Gte-Count)
                       Move IG-Status To WS-Gte-Status (WS-Gte-Count)
                   End-If
           End-Read
           .

      * THE GATE STANDING OF WS-CURRENT-SUB'S LATEST INVOICE - SPACE
      * WHEN THE ACCOUNT HAS NONE ON THE LOG.
       Find-Subscriber-Gate.
           Move Space To WS-Gte-Standing
           Move Low-Values To WS-Gte-Latest
           Perform Varying WS-Gte-Sub From 1 By 1
                   Until WS-Gte-Sub > WS-Gte-Count
               If WS-Gte-Subscriber (WS-Gte-Sub) = WS-Current-Sub
               And WS-Gte-Invoice (WS-Gte-Sub) > WS-Gte-Latest
                   Move WS-Gte-Invoice (WS-Gte-Sub) To WS-Gte-Latest
                   Move WS-Gte-Status (WS-Gte-Sub) To WS-Gte-Standing
               End-If
           End-Perform
           .

      * NO CONTACT ROW OR A PAPER-ONLY ACCOUNT - THE FILE IS STORED
      * BUT NOBODY IS MAILED. AN EMAIL ACCOUNT WHOSE MAILBOX BOUNCED
      * OR IS BLANK IS HELD AND LISTED FOR CARE.
       Set-Manifest-Delivery.
           Move Spaces To MF-Email
           Move Spaces To MF-Language
           Move "P" To MF-Delivery
           Move "N" To WS-Cnt-Found-Flag
           Perform Varying WS-Cnt-Sub From 1 By 1
                   Until WS-Cnt-Sub > WS-Cnt-Count
                   Or WS-Cnt-Found
               If WS-Cnt-Subscriber-Id (WS-Cnt-Sub) = WS-Current-Sub
                   Set WS-Cnt-Found To True
                   Subtract 1 From WS-Cnt-Sub
               End-If
           End-Perform
           If Not WS-Cnt-Found
               Exit Paragraph
           End-If
           Move WS-Cnt-Language (WS-Cnt-Sub) To MF-Language
           If WS-Cnt-Delivery-Channel (WS-Cnt-Sub) = "P"
               Exit Paragraph
           End-If
           If WS-Cnt-Bounced-Email (WS-Cnt-Sub) = "Y"
           Or WS-Cnt-Email (WS-Cnt-Sub) = Spaces
               Move "H" To MF-Delivery
               Add 1 To WS-Files-Held
               Move Function Current-Date To UD-Timestamp
               Move "TELCOEBL" To UD-Program
               Move WS-Current-Sub To UD-Subscriber-Id
               Move "EBILL" To UD-Document
               Move WS-Cnt-Delivery-Channel (WS-Cnt-Sub) To UD-Channel
               Move "BOUNCED EMAIL" To UD-Reason
               Write Undeliverable-Record
           Else
               Move WS-Cnt-Email (WS-Cnt-Sub) To MF-Email
               Move "E" To MF-Delivery
           End-If
           .

      * LOAD THE CONTACT FILE (IF PRESENT) INTO ITS TABLE.
       Load-Contact-File.
           Move Zero To WS-Cnt-Count
           Move "N" To WS-Cnt-Eof-Flag
           Open Input Contact-File
           If WS-Subcont-File-Status = "00"
               Perform Read-One-Contact Until WS-Cnt-Eof
               Close Contact-File
           End-If
           .

       Read-One-Contact.
           Read Contact-File
               At End
                   Set WS-Cnt-Eof To True
               Not At End
                   If WS-Cnt-Count < 5000
                       Add 1 To WS-Cnt-Count
                       Move Contact-Record
                           To WS-Cnt-Entry (WS-Cnt-Count)
                   End-If
           End-Read
           .

       Buffer-One-Ebl-Line.
           Read Rated-Input-File
               At End
                   If RO-Subscriber-Id = WS-Current-Sub
                   And RO-Call-Date >= WS-Period-Start
                   And RO-Call-Date <= WS-Period-End
                   And RO-Reseller-Id = Spaces
                       Perform Format-And-Buffer-Line
                   End-If
           End-Read
                  WS-Ebl-DTax ";" WS-Ebl-ITax ";"
                  WS-Ebl-Output ";" RO-Currency-Code ";"
                  RO-Promo-Code ";" WS-Ebl-Discount ";"
                  RO-Allowance-Marker ";" RO-Destination
                  Delimited By Size Into WS-Ebl-Line
           Add 1 To WS-Line-Count
           If Not WS-Upload-Started
