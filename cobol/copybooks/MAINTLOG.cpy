      * Key registry maintenance log record.
      *
      * KEYMAINT appends one of these to keymaint-audit.log for every
      * change it applies to keymaster.dat or keypolicy.dat, with
      * before and after images and the operator who made the change.
      * Any job reading the maintenance history back should COPY this
      * layout rather than hand-declaring the fields again.
      *****************************************************************
       05 MNT-Timestamp    PIC X(16).
       05 MNT-Operator     PIC X(20).
           10 MNT-Old-Active   PIC X.
           10 MNT-Old-Restrict PIC X.
           10 MNT-Old-Keyword  PIC X(30).
      * POLICY records carry the maximum age in days before and after
      * (NONE when no policy was or is now on file) in place of the
      * key images.
       05 MNT-Policy-Before REDEFINES MNT-Before.
           10 MNT-Old-Max-Age  PIC X(4).
           10 FILLER           PIC X(30).
       05 MNT-After.
           10 MNT-New-Key      PIC XX.
           10 MNT-New-Active   PIC X.
           10 MNT-New-Restrict PIC X.
           10 MNT-New-Keyword  PIC X(30).
       05 MNT-Policy-After REDEFINES MNT-After.
           10 MNT-New-Max-Age  PIC X(4).
           10 FILLER           PIC X(30).
      * Operator granted or revoked; spaces for other actions.
       05 MNT-Detail       PIC X(20).
