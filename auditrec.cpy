           05 AUDIT-ISBN       PIC 9(13).
           05 AUDIT-BEFORE     PIC X(80).
           05 AUDIT-AFTER      PIC X(80).
      *> the operator signed on when the change was made, from
      *> STAFF-SIGNON; entries written before sign-on existed, and
      *> by unattended batch jobs, carry the job name or spaces
           05 AUDIT-OPERATOR   PIC X(10).
