      * accounting can charge cipher volume back.  Spaces on legacy
      * traffic submitted before departments were stamped.
       05 CT-DEPT          PIC X(8).
      * Filled in on CLASSIFY results: the classification the letter
      * statistics gave (PLAIN, SHIFT for a single Caesar shift, or
      * POLYALPH for Vigenere-style traffic) and the confidence in it,
      * 0-100.  Blank on requests and on every other function.
       05 CT-CLASS         PIC X(8).
       05 CT-CONFIDENCE    PIC 9(3).
