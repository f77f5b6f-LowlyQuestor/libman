      IDENTIFICATION DIVISION.
      PROGRAM-ID. PATRON-DATA-REPORT.
      *> Answers a patron's request under the city privacy ordinance
      *> for everything the library holds about them: given a
      *> borrower ID, it gathers the borrower record and any
      *> children's cards linked to it, open and archived loans,
      *> holds, the fines ledger, queued notices, interlibrary loan
      *> requests, journal routing lists, and every audit trail entry
      *> -- archived segments through translog.idx, then the current
      *> log -- that names the borrower, into one printable report
      *> (privacy_<id>.txt) to hand over. Where the card has been
      *> removed by PURGE-BORROWERS the report says so: the closed
      *> loans were re-keyed to an anonymous ID that nothing ties
      *> back to the patron, so they can't be reported. Each request
      *> answered is logged with the day it came in and the day it
      *> was fulfilled (privacy_log.dat), the ordinance allowing 30
      *> days. Read-only against every file it reports on
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-DATABASE *> Master file of registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT LIBRARY-DATABASE *> Defines the file to be used as the DB
           ASSIGN TO "./library.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ISBN
           ALTERNATE RECORD KEY IS BOOK-TITLE WITH DUPLICATES
           FILE STATUS IS DBS.

           SELECT LOAN-DATABASE *> Tracks which books are checked out
           ASSIGN TO "./loans.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOAN-KEY
           ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOAN-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS LNS.

           SELECT HISTORY-DATABASE *> Archive of old closed loans
           ASSIGN TO "./loanhist.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS HTS.

           SELECT HOLD-DATABASE *> Queue of holds awaiting a copy
           ASSIGN TO "./holds.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HDS.

           SELECT FINE-DATABASE *> Ledger of fines, payments, and waivers
           ASSIGN TO "./fines.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-KEY
           FILE STATUS IS FNS.

           SELECT NOTIFY-QUEUE *> Outbound notifications, typed entries
           ASSIGN TO "./notifyq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NQS.

           SELECT ILL-DATABASE *> Interlibrary loans, both directions
           ASSIGN TO "./ill.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ILL-ID
           FILE STATUS IS ILS.

           SELECT ROUTING-DATABASE *> Ordered routing list per journal
           ASSIGN TO "./routing.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROUTE-KEY
           FILE STATUS IS RTS.

           SELECT TRANSACTION-LOG *> Audit trail of catalog changes
           ASSIGN TO "./transaction.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TLS.

           SELECT SEGMENT-INDEX *> One line per archive segment
           ASSIGN TO "./translog.idx"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IXS.

           SELECT ARCHIVE-LOG *> Whichever segment is being walked
           ASSIGN TO WS-SEGMENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARS.

           SELECT REPORT-FILE *> The report handed to the patron
           ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPS.

           SELECT REQUEST-LOG *> One line per privacy request answered
           ASSIGN TO "./privacy_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       FD  LOAN-DATABASE
           DATA RECORD IS LOAN-RECORD.

           COPY "loanrec.cpy".

       FD  HISTORY-DATABASE
           DATA RECORD IS HIST-RECORD.

      *> same layout as the live loan file, renamed field by field
           COPY "loanrec.cpy" REPLACING LEADING ==LOAN== BY ==HIST==.

       FD  HOLD-DATABASE
           DATA RECORD IS HOLD-RECORD.

           COPY "holdrec.cpy".

       FD  FINE-DATABASE
           DATA RECORD IS FINE-RECORD.

           COPY "finerec.cpy".

       FD  NOTIFY-QUEUE
           DATA RECORD IS NOTIFY-RECORD.

           COPY "notifyrec.cpy".

       FD  ILL-DATABASE
           DATA RECORD IS ILL-RECORD.

           COPY "illrec.cpy".

       FD  ROUTING-DATABASE
           DATA RECORD IS ROUTE-RECORD.

           COPY "routerec.cpy".

       FD  TRANSACTION-LOG
           DATA RECORD IS AUDIT-RECORD.

           COPY "auditrec.cpy".

       FD  SEGMENT-INDEX
           DATA RECORD IS INDEX-RECORD.

           COPY "logidx.cpy".

       FD  ARCHIVE-LOG
           DATA RECORD IS ARCHIVE-ENTRY.
       01  ARCHIVE-ENTRY            PIC X(219).

       FD  REPORT-FILE
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE              PIC X(80).

       FD  REQUEST-LOG
           DATA RECORD IS REQUEST-LOG-LINE.
       01  REQUEST-LOG-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 LNS                   PIC X(2).
          88 LNS-OK                   VALUE "00".
       01 HTS                   PIC X(2).
          88 HTS-OK                   VALUE "00".
       01 HDS                   PIC X(2).
          88 HDS-OK                   VALUE "00".
       01 FNS                   PIC X(2).
          88 FNS-OK                   VALUE "00".
       01 NQS                   PIC X(2).
          88 NQS-OK                   VALUE "00".
       01 ILS                   PIC X(2).
          88 ILS-OK                   VALUE "00".
       01 RTS                   PIC X(2).
          88 RTS-OK                   VALUE "00".
       01 TLS                   PIC X(2).
          88 TLS-OK                   VALUE "00".
       01 IXS                   PIC X(2).
          88 IXS-OK                   VALUE "00".
       01 ARS                   PIC X(2).
          88 ARS-OK                   VALUE "00".
       01 RPS                   PIC X(2).
          88 RPS-OK                   VALUE "00".
       01 PLS                   PIC X(2).
          88 PLS-OK                   VALUE "00".
       01 WS-LIBRARY-FILE       PIC X(2) VALUE "N".
          88 LIBRARY-FILE-PRESENT     VALUE "Y".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-ARCH-EOF           PIC X(2) VALUE "N".
          88 ARCH-EOF-REACHED         VALUE "Y".
       01 WS-IDX-EOF            PIC X(2) VALUE "N".
          88 IDX-EOF-REACHED          VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 BORROWER-WAS-FOUND       VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-NOW                PIC 9(8).
       01 WS-RECEIVED-DATE      PIC 9(8).
       01 WS-DAYS-TAKEN         PIC S9(5).
       01 WS-DAYS-DISPLAY       PIC -ZZZ9.
       01 WS-WORK-BORROWER      PIC X(10).
       01 WS-ID-LEN             PIC 9(2) COMP.
      *> the audit trail names a borrower as borrower=<id>; the tag
      *> is searched for in a copy of the before or after image with
      *> a space either side, so it only counts as a whole word
       01 WS-TAG                PIC X(19).
       01 WS-TAG-LEN            PIC 9(2) COMP.
       01 WS-SCAN-FIELD         PIC X(82).
       01 WS-P                  PIC 9(2) COMP.
       01 WS-LAST-START         PIC 9(2) COMP.
       01 WS-MENTIONED          PIC X(2) VALUE "N".
          88 BORROWER-WAS-MENTIONED   VALUE "Y".
       01 WS-REPORT-FILENAME    PIC X(40).
       01 WS-SEGMENT-FILENAME   PIC X(40).
       01 WS-TITLE              PIC X(25).
       01 WS-CLOSE-TEXT         PIC X(20).
       01 WS-TEXT               PIC X(40).
       01 WS-BALANCE            PIC S9(7)V99.
       01 WS-AMOUNT-DISPLAY     PIC -ZZ,ZZ9.99.
       01 WS-FEE-DISPLAY        PIC ZZ9.99.
       01 WS-COUNT-DISPLAY      PIC ZZZZ9.
      *> what each section turned up, for the screen and the log
       01 WS-CHILD-COUNT        PIC 9(5) VALUE 0.
       01 WS-LOAN-COUNT         PIC 9(5) VALUE 0.
       01 WS-HIST-COUNT         PIC 9(5) VALUE 0.
       01 WS-HOLD-COUNT         PIC 9(5) VALUE 0.
       01 WS-FINE-COUNT         PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT       PIC 9(5) VALUE 0.
       01 WS-ILL-COUNT          PIC 9(5) VALUE 0.
       01 WS-ROUTE-COUNT        PIC 9(5) VALUE 0.
       01 WS-AUDIT-COUNT        PIC 9(5) VALUE 0.
       01 WS-SECTION-COUNT      PIC 9(5) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> the report holds everything about a person, so only a
      *> supervisor may run one
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Please enter the borrower ID the request is for: "
           ACCEPT WS-WORK-BORROWER
           IF WS-WORK-BORROWER IS EQUAL TO SPACES THEN
               DISPLAY "error: a borrower ID is needed"
               STOP RUN
           END-IF
           DISPLAY "Please enter the date the request was received"
               " (YYYYMMDD, 0 for today): "
           ACCEPT WS-RECEIVED-DATE
           IF WS-RECEIVED-DATE IS EQUAL TO 0 THEN
               MOVE WS-TODAY TO WS-RECEIVED-DATE
           END-IF
           IF WS-RECEIVED-DATE IS GREATER THAN WS-TODAY THEN
               DISPLAY "error: the request can't have come in after"
                   " today"
               STOP RUN
           END-IF
           PERFORM MEASURE-BORROWER-ID
           PERFORM OPEN-REPORT
           PERFORM REPORT-BORROWER-RECORD
           PERFORM REPORT-LINKED-CARDS
           PERFORM REPORT-LIVE-LOANS
           PERFORM REPORT-ARCHIVED-LOANS
           PERFORM REPORT-HOLDS
           PERFORM REPORT-FINES-LEDGER
           PERFORM REPORT-NOTICES
           PERFORM REPORT-ILL-REQUESTS
           PERFORM REPORT-ROUTING-LISTS
           PERFORM REPORT-AUDIT-MENTIONS
           PERFORM REPORT-ANONYMIZED-HISTORY
           CLOSE BORROWER-DATABASE
           IF LIBRARY-FILE-PRESENT THEN
               CLOSE LIBRARY-DATABASE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-- end of report --" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM LOG-THE-REQUEST
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-REPORT-FILENAME)
           DISPLAY "  loans " WS-LOAN-COUNT " archived " WS-HIST-COUNT
               " holds " WS-HOLD-COUNT " ledger " WS-FINE-COUNT
               " notices " WS-NOTICE-COUNT
           DISPLAY "  ILL " WS-ILL-COUNT " routing " WS-ROUTE-COUNT
               " audit " WS-AUDIT-COUNT " linked cards "
               WS-CHILD-COUNT
           STOP RUN.

       MEASURE-BORROWER-ID.
      *> walk back from the end of the field to the last real
      *> character, so the audit trail search uses only the ID
           MOVE 10 TO WS-ID-LEN
           PERFORM TRIM-ONE-TRAILING-SPACE
               UNTIL WS-ID-LEN IS EQUAL TO 0
                   OR WS-WORK-BORROWER(WS-ID-LEN:1) NOT EQUAL SPACE
           MOVE SPACES TO WS-TAG
           STRING "borrower=" WS-WORK-BORROWER(1:WS-ID-LEN)
               DELIMITED BY SIZE INTO WS-TAG
           COMPUTE WS-TAG-LEN = 9 + WS-ID-LEN
           COMPUTE WS-LAST-START = 82 - WS-TAG-LEN.

       TRIM-ONE-TRAILING-SPACE.
           SUBTRACT 1 FROM WS-ID-LEN.

       OPEN-REPORT.
           OPEN INPUT BORROWER-DATABASE.
           IF NOT BRS-OK THEN
               DISPLAY "Error opening borrower file"
               STOP RUN
           END-IF.
      *> titles are only there to make the loan lines readable -- a
      *> report without them is still complete
           OPEN INPUT LIBRARY-DATABASE.
           IF DBS-OK THEN
               MOVE "Y" TO WS-LIBRARY-FILE
           ELSE
               MOVE "N" TO WS-LIBRARY-FILE
           END-IF.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "./privacy_" FUNCTION TRIM(WS-WORK-BORROWER)
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPS-OK THEN
               DISPLAY "error: unable to write "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
               CLOSE BORROWER-DATABASE
               STOP RUN
           END-IF.
           MOVE "PERSONAL DATA HELD BY THE LIBRARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Borrower ID " FUNCTION TRIM(WS-WORK-BORROWER)
               "   request received " WS-RECEIVED-DATE
               "   prepared " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Everything below is held under this borrower ID in"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "the library's files on the day the report was"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "prepared." TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SECTION-HEADING.
      *> the caller leaves the heading text in WS-TEXT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TEXT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT.

       WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-COUNT IS EQUAL TO 0 THEN
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-FILE-MISSING.
           MOVE "  (the file is not present on this system -- none)"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       LOOK-UP-TITLE.
           MOVE SPACES TO WS-TITLE
           IF LIBRARY-FILE-PRESENT THEN
               READ LIBRARY-DATABASE RECORD
                   KEY IS BOOK-ISBN
                   INVALID KEY
                       MOVE "(no longer in the catalog)" TO WS-TITLE
                   NOT INVALID KEY
                       MOVE BOOK-TITLE TO WS-TITLE
               END-READ
           END-IF.

       REPORT-BORROWER-RECORD.
           MOVE "BORROWER RECORD" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE WS-WORK-BORROWER TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF NOT BORROWER-WAS-FOUND THEN
               MOVE "  No borrower record is held under this ID."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-BORROWER-FIELDS
           END-IF.

       WRITE-BORROWER-FIELDS.
           MOVE SPACES TO REPORT-LINE
           STRING "  Name:            " BORROWER-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Phone:           " BORROWER-PHONE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Email:           " BORROWER-EMAIL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF BORROWER-EMAIL-BAD IS EQUAL TO "Y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "                   mail to this address was"
                   " returned undelivered on " BORROWER-BOUNCE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  Registered:      " BORROWER-REG-DATE
               "   card expires " BORROWER-EXPIRY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Card type:       " BORROWER-TYPE
               "   status " BORROWER-STATUS
               "   home branch " BORROWER-HOME-BRANCH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Notices by:      " BORROWER-CONTACT-PREF
               " (E email, P or blank printed letter)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  Guardian's card: " BORROWER-GUARDIAN-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF BORROWER-COLLECT-FLAG IS EQUAL TO "Y" THEN
               MOVE "  Account referred to collections" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF BORROWER-CLAIM-COUNT IS GREATER THAN 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  Claimed-returned items recorded: "
                   BORROWER-CLAIM-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REPORT-LINKED-CARDS.
      *> a child's card names its guardian, so the guardian's own
      *> data includes the link; the master file is keyed by ID,
      *> not guardian, so this is a full pass
           MOVE "CHILDREN'S CARDS LINKED TO THIS CARD" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO BORROWER-ID
           START BORROWER-DATABASE KEY IS NOT LESS THAN BORROWER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM CHECK-NEXT-LINKED-CARD UNTIL EOF-REACHED
           PERFORM WRITE-NONE-IF-EMPTY.

       CHECK-NEXT-LINKED-CARD.
           READ BORROWER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BORROWER-GUARDIAN-ID IS EQUAL TO
                       WS-WORK-BORROWER THEN
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-CHILD-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " BORROWER-ID " " BORROWER-NAME
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       REPORT-LIVE-LOANS.
           MOVE "LOANS (CURRENT FILE)" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT LOAN-DATABASE
           IF NOT LNS-OK THEN
               PERFORM WRITE-FILE-MISSING
           ELSE
               MOVE WS-WORK-BORROWER TO LOAN-BORROWER-ID
               START LOAN-DATABASE KEY IS NOT LESS THAN
                   LOAN-BORROWER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM REPORT-NEXT-LIVE-LOAN UNTIL EOF-REACHED
               CLOSE LOAN-DATABASE
               PERFORM WRITE-NONE-IF-EMPTY
           END-IF.

       REPORT-NEXT-LIVE-LOAN.
           READ LOAN-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LOAN-BORROWER-ID NOT EQUAL WS-WORK-BORROWER THEN
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-ISBN TO BOOK-ISBN
                       MOVE LOAN-RETURN-DATE TO WS-NOW
                       MOVE LOAN-CLOSE-REASON TO WS-CLOSE-TEXT
                       PERFORM DESCRIBE-CLOSE-REASON
                       PERFORM WRITE-LIVE-LOAN-LINES
                   END-IF
           END-READ.

       WRITE-LIVE-LOAN-LINES.
           PERFORM LOOK-UP-TITLE
           MOVE SPACES TO REPORT-LINE
           STRING "  " LOAN-ISBN " " WS-TITLE
               " copy " LOAN-BARCODE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "      out " LOAN-CHECKOUT-DATE
               " due " LOAN-DUE-DATE
               " renewed " LOAN-RENEWAL-COUNT
               " -- " WS-CLOSE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF LOAN-CLAIM-DATE IS GREATER THAN 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "      you reported it returned on "
                   LOAN-CLAIM-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       DESCRIBE-CLOSE-REASON.
      *> the caller leaves the close reason in WS-CLOSE-TEXT and the
      *> return date in WS-NOW
           EVALUATE WS-CLOSE-TEXT(1:1)
               WHEN "R"
                   MOVE SPACES TO WS-CLOSE-TEXT
                   STRING "returned " WS-NOW
                       DELIMITED BY SIZE INTO WS-CLOSE-TEXT
               WHEN "L"
                   MOVE "closed as lost" TO WS-CLOSE-TEXT
               WHEN "D"
                   MOVE "closed as damaged" TO WS-CLOSE-TEXT
               WHEN "F"
                   MOVE "lost, later found" TO WS-CLOSE-TEXT
               WHEN OTHER
                   IF WS-NOW IS GREATER THAN 0 THEN
                       MOVE SPACES TO WS-CLOSE-TEXT
                       STRING "returned " WS-NOW
                           DELIMITED BY SIZE INTO WS-CLOSE-TEXT
                   ELSE
                       MOVE "still out" TO WS-CLOSE-TEXT
                   END-IF
           END-EVALUATE.

       REPORT-ARCHIVED-LOANS.
           MOVE "LOANS (ARCHIVE)" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT HISTORY-DATABASE
           IF NOT HTS-OK THEN
               PERFORM WRITE-FILE-MISSING
           ELSE
               MOVE WS-WORK-BORROWER TO HIST-BORROWER-ID
               START HISTORY-DATABASE KEY IS NOT LESS THAN
                   HIST-BORROWER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM REPORT-NEXT-ARCHIVED-LOAN UNTIL EOF-REACHED
               CLOSE HISTORY-DATABASE
               PERFORM WRITE-NONE-IF-EMPTY
           END-IF.

       REPORT-NEXT-ARCHIVED-LOAN.
           READ HISTORY-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HIST-BORROWER-ID NOT EQUAL WS-WORK-BORROWER THEN
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-HIST-COUNT
                       MOVE HIST-ISBN TO BOOK-ISBN
                       MOVE HIST-RETURN-DATE TO WS-NOW
                       MOVE HIST-CLOSE-REASON TO WS-CLOSE-TEXT
                       PERFORM DESCRIBE-CLOSE-REASON
                       PERFORM LOOK-UP-TITLE
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " HIST-ISBN " " WS-TITLE
                           " copy " HIST-BARCODE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO REPORT-LINE
                       STRING "      out " HIST-CHECKOUT-DATE
                           " due " HIST-DUE-DATE
                           " renewed " HIST-RENEWAL-COUNT
                           " -- " WS-CLOSE-TEXT
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       REPORT-HOLDS.
      *> the hold file is keyed by ISBN, not borrower, so this is a
      *> full scan -- the file only holds the active queue
           MOVE "HOLDS" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT HOLD-DATABASE
           IF NOT HDS-OK THEN
               PERFORM WRITE-FILE-MISSING
           ELSE
               MOVE 0 TO HOLD-ISBN
               MOVE 0 TO HOLD-PLACED-DATE
               MOVE 0 TO HOLD-PLACED-TIME
               START HOLD-DATABASE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM REPORT-NEXT-HOLD UNTIL EOF-REACHED
               CLOSE HOLD-DATABASE
               PERFORM WRITE-NONE-IF-EMPTY
           END-IF.

       REPORT-NEXT-HOLD.
           READ HOLD-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HOLD-BORROWER-ID IS EQUAL TO WS-WORK-BORROWER THEN
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HOLD-ISBN TO BOOK-ISBN
                       PERFORM LOOK-UP-TITLE
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " HOLD-ISBN " " WS-TITLE
                           " placed " HOLD-PLACED-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO REPORT-LINE
                       STRING "      status " HOLD-STATUS
                           " ready " HOLD-READY-DATE
                           " pick up at " HOLD-PICKUP-BRANCH
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       REPORT-FINES-LEDGER.
      *> the ledger key leads with the borrower ID, so a borrower's
      *> entries sit together -- position at the first one and list
      *> until the ID changes
           MOVE "FINES AND PAYMENTS" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-BALANCE
           OPEN INPUT FINE-DATABASE
           IF NOT FNS-OK THEN
               PERFORM WRITE-FILE-MISSING
           ELSE
               MOVE WS-WORK-BORROWER TO FINE-BORROWER-ID
               MOVE 0 TO FINE-DATE
               MOVE 0 TO FINE-TIME
               START FINE-DATABASE KEY IS NOT LESS THAN FINE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM REPORT-NEXT-LEDGER-ENTRY UNTIL EOF-REACHED
               CLOSE FINE-DATABASE
               PERFORM WRITE-NONE-IF-EMPTY
               IF WS-SECTION-COUNT IS GREATER THAN 0 THEN
                   MOVE WS-BALANCE TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Balance " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       REPORT-NEXT-LEDGER-ENTRY.
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF FINE-BORROWER-ID NOT EQUAL WS-WORK-BORROWER THEN
                       MOVE "Y" TO WS-EOF
                   ELSE
                       PERFORM WRITE-LEDGER-LINE
                   END-IF
           END-READ.

       WRITE-LEDGER-LINE.
      *> F fine, R replacement, P payment, W waiver, C replacement
      *> charge reversed, D refund paid out
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-FINE-COUNT
           ADD FINE-AMOUNT TO WS-BALANCE
           EVALUATE FINE-TYPE
               WHEN "F" MOVE "overdue fine" TO WS-TEXT
               WHEN "R" MOVE "replacement charge" TO WS-TEXT
               WHEN "P" MOVE "payment" TO WS-TEXT
               WHEN "W" MOVE "waived" TO WS-TEXT
               WHEN "C" MOVE "replacement reversed" TO WS-TEXT
               WHEN "D" MOVE "refund" TO WS-TEXT
               WHEN OTHER MOVE FINE-TYPE TO WS-TEXT
           END-EVALUATE
           MOVE FINE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  " FINE-DATE " " WS-TEXT(1:20)
               " " WS-AMOUNT-DISPLAY
               " ISBN " FINE-ISBN
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-NOTICES.
      *> the queue is a flat file in the order entries were added;
      *> pending, sent and bounced entries are all listed
           MOVE "NOTICES QUEUED OR SENT" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT NOTIFY-QUEUE
           IF NOT NQS-OK THEN
               PERFORM WRITE-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM REPORT-NEXT-NOTICE UNTIL EOF-REACHED
               CLOSE NOTIFY-QUEUE
               PERFORM WRITE-NONE-IF-EMPTY
           END-IF.

       REPORT-NEXT-NOTICE.
           READ NOTIFY-QUEUE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF NOTIFY-BORROWER-ID IS EQUAL TO
                       WS-WORK-BORROWER THEN
                       PERFORM WRITE-NOTICE-LINE
                   END-IF
           END-READ.

       WRITE-NOTICE-LINE.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-NOTICE-COUNT
           EVALUATE NOTIFY-TYPE
               WHEN "H" MOVE "hold ready" TO WS-TEXT
               WHEN "D" MOVE "due soon" TO WS-TEXT
               WHEN "O" MOVE "overdue" TO WS-TEXT
               WHEN "E" MOVE "card expiring" TO WS-TEXT
               WHEN OTHER MOVE NOTIFY-TYPE TO WS-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "  " NOTIFY-QUEUED-DATE " " WS-TEXT(1:14)
               " about " NOTIFY-EVENT-DATE
               " ISBN " NOTIFY-ISBN
               " status " NOTIFY-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-ILL-REQUESTS.
      *> the ILL file is keyed by request number, so this is a full
      *> scan; lends to partners carry no patron and never match
           MOVE "INTERLIBRARY LOAN REQUESTS" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT ILL-DATABASE
           IF NOT ILS-OK THEN
               PERFORM WRITE-FILE-MISSING
           ELSE
               MOVE 0 TO ILL-ID
               START ILL-DATABASE KEY IS NOT LESS THAN ILL-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM REPORT-NEXT-ILL-REQUEST UNTIL EOF-REACHED
               CLOSE ILL-DATABASE
               PERFORM WRITE-NONE-IF-EMPTY
           END-IF.

       REPORT-NEXT-ILL-REQUEST.
           READ ILL-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF ILL-BORROWER-ID IS EQUAL TO WS-WORK-BORROWER THEN
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-ILL-COUNT
                       MOVE ILL-FEE TO WS-FEE-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " ILL-ID " " ILL-TITLE
                           " from " ILL-PARTNER
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO REPORT-LINE
                       STRING "      requested " ILL-REQUEST-DATE
                           " received " ILL-RECEIVE-DATE
                           " returned " ILL-RETURN-DATE
                           " status " ILL-STATUS
                           " fee " WS-FEE-DISPLAY
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       REPORT-ROUTING-LISTS.
           MOVE "JOURNAL ROUTING LISTS" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT ROUTING-DATABASE
           IF NOT RTS-OK THEN
               PERFORM WRITE-FILE-MISSING
           ELSE
               MOVE SPACES TO ROUTE-SUB-ID
               MOVE 0 TO ROUTE-SEQ
               START ROUTING-DATABASE KEY IS NOT LESS THAN ROUTE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM REPORT-NEXT-ROUTING-STOP UNTIL EOF-REACHED
               CLOSE ROUTING-DATABASE
               PERFORM WRITE-NONE-IF-EMPTY
           END-IF.

       REPORT-NEXT-ROUTING-STOP.
           READ ROUTING-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF ROUTE-KIND IS EQUAL TO "B"
                       AND ROUTE-PERSON-ID IS EQUAL TO
                       WS-WORK-BORROWER THEN
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-ROUTE-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  subscription " ROUTE-SUB-ID
                           " reader " ROUTE-SEQ
                           " listed as " ROUTE-NAME
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       REPORT-AUDIT-MENTIONS.
      *> oldest first: the archive segments in index order, then the
      *> current log. An entry belongs in the report when its before
      *> or after image carries borrower=<this ID> -- not merely the
      *> same characters, which could be part of a longer ID, a copy
      *> count, or an ISBN
           MOVE "AUDIT TRAIL ENTRIES NAMING THIS ID" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE "N" TO WS-IDX-EOF
           OPEN INPUT SEGMENT-INDEX
           IF IXS-OK THEN
               PERFORM SCAN-NEXT-SEGMENT UNTIL IDX-EOF-REACHED
               CLOSE SEGMENT-INDEX
           END-IF
           OPEN INPUT TRANSACTION-LOG
           IF TLS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM CHECK-NEXT-AUDIT-ENTRY UNTIL EOF-REACHED
               CLOSE TRANSACTION-LOG
           END-IF
           PERFORM WRITE-NONE-IF-EMPTY.

       SCAN-NEXT-SEGMENT.
           READ SEGMENT-INDEX
               AT END
                   MOVE "Y" TO WS-IDX-EOF
               NOT AT END
                   PERFORM SCAN-ONE-SEGMENT
           END-READ.

       SCAN-ONE-SEGMENT.
           MOVE IDX-SEGMENT TO WS-SEGMENT-FILENAME
           MOVE "N" TO WS-ARCH-EOF
           OPEN INPUT ARCHIVE-LOG
           IF NOT ARS-OK THEN
               DISPLAY "warning: segment "
                   FUNCTION TRIM(WS-SEGMENT-FILENAME)
                   " is in the index but not on disk -- the report"
                   " can't cover it"
               MOVE SPACES TO REPORT-LINE
               STRING "  (archived log " IDX-FROM-DATE " to "
                   IDX-TO-DATE " could not be searched)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM CHECK-NEXT-ARCHIVE-ENTRY
                   UNTIL ARCH-EOF-REACHED
               CLOSE ARCHIVE-LOG
           END-IF.

       CHECK-NEXT-ARCHIVE-ENTRY.
           READ ARCHIVE-LOG
               AT END
                   MOVE "Y" TO WS-ARCH-EOF
               NOT AT END
                   MOVE ARCHIVE-ENTRY TO AUDIT-RECORD
                   PERFORM REPORT-IF-MENTIONED
           END-READ.

       CHECK-NEXT-AUDIT-ENTRY.
           READ TRANSACTION-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM REPORT-IF-MENTIONED
           END-READ.

       REPORT-IF-MENTIONED.
           MOVE "N" TO WS-MENTIONED
           MOVE SPACES TO WS-SCAN-FIELD
           MOVE AUDIT-BEFORE TO WS-SCAN-FIELD(2:80)
           PERFORM FIND-BORROWER-TAG
           IF NOT BORROWER-WAS-MENTIONED THEN
               MOVE SPACES TO WS-SCAN-FIELD
               MOVE AUDIT-AFTER TO WS-SCAN-FIELD(2:80)
               PERFORM FIND-BORROWER-TAG
           END-IF
           IF BORROWER-WAS-MENTIONED THEN
               ADD 1 TO WS-SECTION-COUNT
               ADD 1 TO WS-AUDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " AUDIT-DATE " " AUDIT-TIME
                   " " AUDIT-PROGRAM " " AUDIT-ACTION
                   " ISBN " AUDIT-ISBN
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF AUDIT-BEFORE NOT EQUAL SPACES THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "      before: " AUDIT-BEFORE(1:60)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF AUDIT-AFTER NOT EQUAL SPACES THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "      after:  " AUDIT-AFTER(1:60)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       REPORT-ANONYMIZED-HISTORY.
      *> PURGE-BORROWERS removes the borrower record last, after
      *> re-keying every closed loan to a fresh anonymous ID it keeps
      *> no note of -- so a missing record is the only sign, and the
      *> loans it moved can no longer be found for anyone
           MOVE "ANONYMIZED HISTORY" TO WS-TEXT
           PERFORM WRITE-SECTION-HEADING
           IF BORROWER-WAS-FOUND THEN
               MOVE "  This card has not been through the annual"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  privacy purge; none of its loan history has been"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  anonymized." TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY "note: no borrower record -- if the card was"
                   " removed by PURGE-BORROWERS its closed loans"
                   " were anonymized and are not in the report"
               MOVE "  No borrower record is held under this ID. If"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  the card was removed in the annual privacy"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  purge, its closed loans were moved to an"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  anonymous ID that the library keeps no link to,"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  so they no longer identify you and cannot be"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  listed here. Any other entries above are still"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  held under the old ID." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LOG-THE-REQUEST.
      *> the ordinance gives 30 days from the day the request came
      *> in; the log is the library's proof it answered, and when
           ACCEPT WS-NOW FROM TIME
           COMPUTE WS-DAYS-TAKEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE)
           MOVE WS-DAYS-TAKEN TO WS-DAYS-DISPLAY
           IF WS-DAYS-TAKEN IS GREATER THAN 30 THEN
               DISPLAY "warning: answered " FUNCTION TRIM(
                   WS-DAYS-DISPLAY) " days after the request came"
                   " in -- past the 30 days allowed"
           END-IF
           OPEN EXTEND REQUEST-LOG
           IF NOT PLS-OK THEN
               DISPLAY "error: unable to append to privacy_log.dat --"
                   " record the fulfilment by hand"
           ELSE
               MOVE SPACES TO REQUEST-LOG-LINE
               STRING WS-TODAY " " WS-NOW(1:6)
                   " borrower " WS-WORK-BORROWER
                   " received " WS-RECEIVED-DATE
                   " fulfilled in " WS-DAYS-DISPLAY " day(s)"
                   " by " SIGNON-OPERATOR
                   " report " FUNCTION TRIM(WS-REPORT-FILENAME)
                   DELIMITED BY SIZE INTO REQUEST-LOG-LINE
               WRITE REQUEST-LOG-LINE
               CLOSE REQUEST-LOG
               DISPLAY "Request logged as fulfilled " WS-TODAY
           END-IF.

       FIND-BORROWER-TAG.
           PERFORM CHECK-TAG-AT-POSITION
               VARYING WS-P FROM 2 BY 1
               UNTIL WS-P IS GREATER THAN WS-LAST-START
                   OR BORROWER-WAS-MENTIONED.

       CHECK-TAG-AT-POSITION.
      *> the scan field has a space before and after the image, so
      *> the tag at the very start or end still has a space around it
           IF WS-SCAN-FIELD(WS-P:WS-TAG-LEN) IS EQUAL TO
               WS-TAG(1:WS-TAG-LEN)
               AND WS-SCAN-FIELD(WS-P - 1:1) IS EQUAL TO SPACE
               AND WS-SCAN-FIELD(WS-P + WS-TAG-LEN:1) IS EQUAL TO
               SPACE THEN
               MOVE "Y" TO WS-MENTIONED
           END-IF.
