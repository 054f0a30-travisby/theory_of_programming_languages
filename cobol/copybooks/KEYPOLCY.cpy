      *****************************************************************
      * Key rotation policy record.
      *
      * KEYMAINT POLICY maintains this file (keypolicy.dat, keyed on
      * the policy name); KEYAGE reads it to judge how long the
      * version of a key in force may stay in force.  A policy name
      * is either a key name, which sets the limit for that key
      * alone, or one of the class names *RESTRICTED and *OPEN, which
      * set it for every restricted or open key with no policy of
      * its own.  A class with no policy on file is held to 365 days.
      *****************************************************************
       05 KP-Policy-Name    PIC X(20).
       05 KP-Max-Age-Days   PIC 9(4).
       05 KP-Changed-By     PIC X(20).
       05 KP-Changed-Ts     PIC X(16).
