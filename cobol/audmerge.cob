               ==RR-INPUT-COUNT==  BY ==RR-Input-Count==,
               ==RR-OUTPUT-COUNT== BY ==RR-Output-Count==,
               ==RR-REJECT-COUNT== BY ==RR-Reject-Count==,
               ==RR-AMBIG-COUNT==  BY ==RR-Ambig-Count==,
               ==RR-INPUT-FILE==   BY ==RR-Input-File==.
       FD  RUN-AUDIT-FILE.
       01  RUN-AUDIT-RECORD.
           COPY AUDITLOG REPLACING
