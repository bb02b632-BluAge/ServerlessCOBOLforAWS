      * ONE PRINT-IMAGE LINE OF A GATED INVOICE, TAGGED WITH ITS
      * INVOICE NUMBER AND THE DELIVERY STREAM IT IS ROUTED TO -
      * "P" PAPER (INVPRINT), "E" EMAIL (INVEPRT), "U" UNDELIVERABLE
      * (INVHELD). TELCOINV STAGES EVERY LINE THIS WAY UNTIL THE
      * INVOICE IS SCREENED; A HELD INVOICE'S LINES WAIT ON INVHLDLN
      * UNTIL THE TELCOIGR CONSOLE RELEASES THEM TO THEIR STREAMS.
           10  IL-Invoice-No      Pic X(19).
           10  IL-Stream          Pic X(1).
             88  IL-Stream-Paper     Value "P".
             88  IL-Stream-Email     Value "E".
             88  IL-Stream-Undeliv   Value "U".
           10  IL-Line            Pic X(80).
