      *****************************************************************
      * Operator master record.
      *
      * OPERMNT maintains this file (operators.dat, keyed on the
      * operator id - the login name USER/LOGNAME resolves to).
      * CEASER-CIPHER, KEYMAINT and DICTMNT refuse anyone who is not
      * on file or not active, and KEYMAINT GRANT will not put an
      * inactive operator on a restricted key.  An operator is active
      * when the flag is "Y" and today falls between the start date
      * and the end date; zeros in the end date mean no end date.
      *****************************************************************
       05 OM-Oper-Id        PIC X(20).
       05 OM-Name           PIC X(30).
       05 OM-Dept           PIC X(8).
      * OPERATOR, KEYADMIN or AUDITOR.  Only a KEYADMIN may change
      * the operator master.
       05 OM-Role           PIC X(8).
       05 OM-Active-Flag    PIC X.
       05 OM-Start-Date     PIC 9(8).
       05 OM-End-Date       PIC 9(8).
