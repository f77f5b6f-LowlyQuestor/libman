      *> Shared MARC 21 constants for the programs that read and write
      *> bibliographic records in the exchange format: a 24-byte
      *> leader, a directory of 12-byte entries (tag, field length,
      *> offset from the base address), then the fields themselves.
      *> Files carry one record per line, each ending in the record
      *> terminator
       01  MARC-RECORD-END       PIC X(1) VALUE X"1D".
       01  MARC-FIELD-END        PIC X(1) VALUE X"1E".
       01  MARC-SUBFIELD-MARK    PIC X(1) VALUE X"1F".
       01  MARC-LEADER-LENGTH    PIC 9(2) VALUE 24.
       01  MARC-ENTRY-LENGTH     PIC 9(2) VALUE 12.
