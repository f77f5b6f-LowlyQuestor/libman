      *> Shared branch table: every building (or vehicle) that shelves
      *> items, takes returns, and hands out holds. The main library
      *> is the first entry; a branch code of spaces on an item,
      *> borrower, or hold written before branches existed means the
      *> main library
       01  BRANCH-VALUES.
           05 FILLER             PIC X(24)
                                 VALUE "MAINMain library        ".
           05 FILLER             PIC X(24)
                                 VALUE "EASTEast-side branch    ".
           05 FILLER             PIC X(24)
                                 VALUE "BMOBBookmobile          ".
       01  BRANCH-TABLE REDEFINES BRANCH-VALUES.
           05 BRANCH-ENTRY OCCURS 3 TIMES.
              10 BR-CODE         PIC X(4).
              10 BR-NAME         PIC X(20).
       01  BRANCH-COUNT          PIC 9(1) VALUE 3.
       01  BRANCH-MAIN-CODE      PIC X(4) VALUE "MAIN".
