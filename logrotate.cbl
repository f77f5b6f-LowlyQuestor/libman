
       FD  ARCHIVE-SEGMENT
           DATA RECORD IS ARCHIVE-ENTRY.
       01  ARCHIVE-ENTRY            PIC X(219).

       FD  HOLDOVER-FILE
           DATA RECORD IS HOLDOVER-ENTRY.
       01  HOLDOVER-ENTRY           PIC X(219).

       FD  SEGMENT-INDEX
           DATA RECORD IS INDEX-RECORD.
