           05 SUB-VENDOR-ID     PIC X(6).
           05 SUB-START-DATE    PIC 9(8).
           05 SUB-STATUS        PIC X(1).
      *> how many days each reader on the routing list may keep an
      *> issue before passing it on; 0 while the title has no list
           05 SUB-ROUTE-DAYS    PIC 9(2).
