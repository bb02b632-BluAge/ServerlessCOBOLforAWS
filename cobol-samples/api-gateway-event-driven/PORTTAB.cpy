      * NO LONGER LIVES ON THE NETWORK ITS PREFIX SAYS, AND THE
      * OPERATOR IT NOW TERMINATES ON, EFFECTIVE-DATED. PT-MATCH-LEN
      * SAYS HOW MANY LEADING DIGITS OF PT-NUMBER MUST MATCH; THE
      * LONGEST MATCH IN FORCE WINS, AND OF EQUAL MATCHES THE LATEST
      * EFFECTIVE DATE. A WHOLE NUMBER IS HELD AS ITS 15 DIGITS,
      * ZERO-FILLED ON THE LEFT LIKE THE DIALED NUMBER RATING SEES,
      * MATCHING ON ALL 15 (SEE TELCOPRT). OPERATOR "HOME" MEANS THE
      * NUMBER PORTED BACK TO US AND RATES ON-NET. A CALL TO A
      * NUMBER PORTED AWAY RECLASSIFIES FROM LOCAL TO OFF-NET AND
      * CARRIES THE RESOLVED OPERATOR ON THE RATED RECORD FOR
