      IDENTIFICATION DIVISION.
      PROGRAM-ID. ADD-BOOK.
      *> Adds user specified information to the library database. A
      *> batch-loaded copy that arrives with a barcode is registered
      *> on the item file too, carrying the price paid on its order.
      *> The vendor's MARC 21 records load the same way as an
      *> acquisitions batch, through the same checks, with every
      *> reject also written to an exception listing
      AUTHOR. Aidan Simon.


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACQ-STATUS.

           SELECT MARC-FILE *> Vendor's MARC 21 records, one per line
           ASSIGN TO "./marc_load.mrc"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MCS.

           SELECT MARC-EXCEPTION-FILE *> Rejected MARC records, printable
           ASSIGN TO "./marc_exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MXS.

           SELECT SPINE-LABEL-FILE *> Print file, one label per new copy
           ASSIGN TO "./spinelabels.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS AUTH-NAME
           FILE STATUS IS AUS.

           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT TRANSACTION-LOG *> Audit trail of catalog changes
           ASSIGN TO "./transaction.log"
           ORGANIZATION IS LINE SEQUENTIAL

           COPY "authrec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  TRANSACTION-LOG
           DATA RECORD IS AUDIT-RECORD.

      *> come up as spaces and the book is catalogued in MODIFY-BOOK
           05 ACQ-CALLNO       PIC X(12).
           05 ACQ-LOCATION     PIC X(1).
      *> what the copy cost and the barcode it was given at
      *> receiving -- older lines carry neither
           05 ACQ-UNIT-PRICE   PIC 9(5)V99.
           05 ACQ-BARCODE      PIC X(14).

       FD  SPINE-LABEL-FILE
           DATA RECORD IS SPINE-LABEL-LINE.
       01  SPINE-LABEL-LINE    PIC X(45).

       FD  MARC-FILE
           DATA RECORD IS MARC-LINE.
       01  MARC-LINE           PIC X(9999).

       FD  MARC-EXCEPTION-FILE
           DATA RECORD IS MARC-EXCEPTION-LINE.
       01  MARC-EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      01 WS-MODE                   PIC 9 VALUE 1.
      01 DBS                       PIC X(2).
      01 WS-CURRENT-YEAR           PIC 9(4).
      01 TLS                       PIC X(2).
         88 TLS-OK                       VALUE "00".
      01 ITS                       PIC X(2).
         88 ITS-OK                       VALUE "00".
      01 WS-ITEM-FILE              PIC X(2) VALUE "N".
         88 ITEM-FILE-PRESENT            VALUE "Y".
      01 WS-ITEM-COUNT             PIC 9(5) COMP VALUE 0.
      01 WS-AUDIT-ACTION           PIC X(8).
      01 LKS                       PIC X(2).
         88 LKS-OK                       VALUE "00".
         88 LOCK-IS-HELD                 VALUE "Y".
      01 WS-LOCK-FILENAME          PIC X(40) VALUE "./library.lck".
      01 WS-LOCK-DELETE-RESULT     PIC S9(9) COMP-5.
      01 WS-REJECT-REASON          PIC X(50).
      01 MCS                       PIC X(2).
         88 MCS-OK                       VALUE "00".
      01 MXS                       PIC X(2).
         88 MXS-OK                       VALUE "00".
      01 WS-MARC-EOF               PIC X(2) VALUE "N".
         88 MARC-EOF-REACHED             VALUE "Y".
      01 WS-EXCEPTION-FILE         PIC X(2) VALUE "N".
         88 EXCEPTION-FILE-OPEN          VALUE "Y".
      01 WS-MARC-COUNT             PIC 9(5) VALUE 0.
      01 WS-MARC-LENGTH            PIC 9(5).
      01 WS-MARC-BASE              PIC 9(5).
      01 WS-DIR-POS                PIC 9(5) COMP.
      01 WS-DIR-END                PIC 9(5) COMP.
      01 WS-FIELD-TAG              PIC X(3).
      01 WS-FIELD-LENGTH           PIC 9(4).
      01 WS-FIELD-OFFSET           PIC 9(5).
      01 WS-FIELD-POS              PIC 9(5) COMP.
      01 WS-FIELD-END              PIC 9(5) COMP.
      01 WS-K                      PIC 9(5) COMP.
      01 WS-V                      PIC 9(3) COMP.
      01 WS-WANT-CODE              PIC X(1).
      01 WS-SUBFIELD-VALUE         PIC X(80).
      01 WS-SUBFIELD-FOUND         PIC X(2) VALUE "N".
         88 SUBFIELD-WAS-FOUND           VALUE "Y".
      01 WS-STRIP-PERIOD           PIC X(2) VALUE "N".
         88 STRIP-THE-PERIOD             VALUE "Y".
      01 WS-STRIP-DONE             PIC X(2) VALUE "N".
         88 STRIP-IS-DONE                VALUE "Y".
      01 WS-MARC-ISBN-FOUND        PIC X(2) VALUE "N".
         88 MARC-ISBN-WAS-FOUND          VALUE "Y".
      01 WS-ISBN-TEXT              PIC X(13).
      01 WS-ISBN-LENGTH            PIC 9(2) COMP.
      01 WS-ISBN-X-CHECK           PIC X(2) VALUE "N".
         88 ISBN-ENDS-IN-X               VALUE "Y".
      01 WS-ISBN-SCAN-DONE         PIC X(2) VALUE "N".
         88 ISBN-SCAN-IS-DONE            VALUE "Y".
      01 WS-MARC-YEAR              PIC X(4).
      01 WS-YEAR-FROM-008          PIC X(2) VALUE "N".
         88 YEAR-CAME-FROM-008           VALUE "Y".
      01 WS-MARC-AUDIENCE          PIC X(1).
      01 WS-CALL-RANK              PIC 9(1).
      01 WS-FIELD-RANK             PIC 9(1).
      01 WS-CALL-WORK              PIC X(40).
           COPY "marcdef.cpy".
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "W" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM OPEN-DATABASE
           DISPLAY "1. Add a book interactively"
           DISPLAY "2. Batch-load new acquisitions from a file"
           DISPLAY "3. Batch-load the vendor's MARC records"
           DISPLAY "Please enter a choice: "
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN 1 PERFORM ADD-BOOK-INTERACTIVE
               WHEN 2 PERFORM ADD-BOOKS-BATCH
               WHEN 3 PERFORM ADD-BOOKS-FROM-MARC
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE
           CLOSE LIBRARY-DATABASE
           IF LABEL-FILE-OPEN THEN
               CLOSE SPINE-LABEL-FILE
           END-IF.
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF.
           PERFORM RELEASE-LOCK
           GOBACK.

           ELSE
               MOVE "N" TO WS-AUTHORITY-FILE
           END-IF.
      *> the item file is only ever created by ITEM-MAINT -- a site
      *> that doesn't barcode its copies has none to register into
           OPEN I-O ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.
      *> every new copy gets a spine label queued for printing --
      *> append-only, so a week of acquisitions prints as one batch
           OPEN EXTEND SPINE-LABEL-FILE.
           MOVE "ADD-BOOK"     TO AUDIT-PROGRAM
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE BOOK-ISBN      TO AUDIT-ISBN
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.

       ADD-BOOKS-BATCH.
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-NORMALIZED-COUNT
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT ACQUISITIONS-FILE.
           IF NOT ACQ-OK THEN
               DISPLAY "Error opening acquisitions.dat"
                   DISPLAY WS-NORMALIZED-COUNT " author heading(s)"
                       " normalized to their preferred form"
               END-IF
               IF WS-ITEM-COUNT IS GREATER THAN 0 THEN
                   DISPLAY WS-ITEM-COUNT " barcoded cop(ies)"
                       " registered on the item file"
               END-IF
           END-IF.

       APPLY-AUTHORITY-TO-BATCH.
       ADD-ONE-ACQUISITION.
           MOVE ACQ-TITLE     TO BOOK-TITLE
           MOVE ACQ-AUTHOR    TO BOOK-AUTHOR
           MOVE ACQ-PUBLISHER TO BOOK-PUBLISHER
           MOVE ACQ-YEAR      TO BOOK-YEAR
           MOVE ACQ-ISBN      TO BOOK-ISBN
           MOVE ACQ-CATEGORY  TO BOOK-CATEGORY
           MOVE ACQ-CALLNO    TO BOOK-CALL-NUMBER
           MOVE ACQ-LOCATION  TO BOOK-LOCATION
           PERFORM ADD-ONE-BATCH-BOOK.

       ADD-ONE-BATCH-BOOK.
      *> the checks every batch load shares, whichever file the
      *> record came from: authority heading, year, ISBN check digit,
      *> and an ISBN already on file either adding a copy or being
      *> refused as someone else's book
           PERFORM APPLY-AUTHORITY-TO-BATCH
           PERFORM VALIDATE-BOOK-YEAR
           PERFORM VALIDATE-ISBN-CHECK-DIGIT
           IF NOT YEAR-IS-VALID THEN
               MOVE "bad year" TO WS-REJECT-REASON
               PERFORM REJECT-BATCH-BOOK
           ELSE
               IF NOT ISBN-IS-VALID THEN
                   MOVE "bad ISBN check digit" TO WS-REJECT-REASON
                   PERFORM REJECT-BATCH-BOOK
               ELSE
                   PERFORM CHECK-DUPLICATE-ISBN
                   IF ISBN-IS-DUPLICATE THEN
                       PERFORM INCREMENT-BOOK-COPIES
                       PERFORM REGISTER-ACQUIRED-ITEM
                       ADD 1 TO WS-COPY-COUNT
                   ELSE
                       IF ISBN-MISMATCH-FOUND THEN
                           MOVE "already on file for a different title/author"
                               TO WS-REJECT-REASON
                           PERFORM REJECT-BATCH-BOOK
                       ELSE
                           MOVE 1 TO TOTAL-COPIES
                           MOVE 1 TO AVAILABLE-COPIES
                           WRITE LIBRARY-RECORD
                               INVALID KEY
                                   MOVE "unable to add book"
                                       TO WS-REJECT-REASON
                                   PERFORM REJECT-BATCH-BOOK
                               NOT INVALID KEY
                                   ADD 1 TO WS-ADDED-COUNT
                                   PERFORM LOG-NEW-BOOK
                                   PERFORM REGISTER-ACQUIRED-ITEM
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REJECT-BATCH-BOOK.
           DISPLAY "rejected " FUNCTION TRIM(BOOK-ISBN) ": "
               FUNCTION TRIM(WS-REJECT-REASON)
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-MODE IS EQUAL TO 3 THEN
               PERFORM WRITE-MARC-EXCEPTION
           END-IF.

       REGISTER-ACQUIRED-ITEM.
      *> the copy's barcode was scanned at receiving, so it can go
      *> straight onto the item file with what was paid for it -- a
      *> line from before prices were carried reads as no price. A
      *> MARC record describes the title, not a copy, and has none
           IF WS-MODE IS EQUAL TO 2
               AND ACQ-BARCODE NOT EQUAL SPACES THEN
               IF NOT ITEM-FILE-PRESENT THEN
                   DISPLAY "warning: no item file -- barcode "
                       FUNCTION TRIM(ACQ-BARCODE) " not registered"
               ELSE
                   MOVE ACQ-BARCODE TO ITEM-BARCODE
                   MOVE BOOK-ISBN TO ITEM-ISBN
                   ACCEPT ITEM-ACQUIRED-DATE FROM DATE YYYYMMDD
                   MOVE "N" TO ITEM-CONDITION
                   MOVE "A" TO ITEM-STATUS
                   MOVE 0 TO ITEM-AWAY-DATE
      *> acquisitions are received and processed at the main library;
      *> a copy bought for a branch is moved there with ITEM-MAINT
                   MOVE SPACES TO ITEM-BRANCH
                   MOVE SPACES TO ITEM-TRANSIT-TO
                   MOVE SPACES TO ITEM-DONOR-ID
                   MOVE 0 TO ITEM-GIFT-ID
                   IF ACQ-UNIT-PRICE IS NUMERIC THEN
                       MOVE ACQ-UNIT-PRICE TO ITEM-PURCHASE-PRICE
                   ELSE
                       MOVE 0 TO ITEM-PURCHASE-PRICE
                   END-IF
                   WRITE ITEM-RECORD
                       INVALID KEY
                           DISPLAY "warning: barcode "
                               FUNCTION TRIM(ACQ-BARCODE)
                               " is already on the item file"
                       NOT INVALID KEY
                           ADD 1 TO WS-ITEM-COUNT
                   END-WRITE
               END-IF
           END-IF.

       ADD-BOOKS-FROM-MARC.
      *> the vendor's records come one per line in the MARC 21
      *> exchange format. Each is mapped onto a catalog record and
      *> goes through the same checks as an acquisitions line; the
      *> exception listing is rewritten each run so it only ever
      *> holds the load just done
           MOVE "N" TO WS-MARC-EOF
           MOVE 0 TO WS-MARC-COUNT
           MOVE 0 TO WS-ADDED-COUNT
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-NORMALIZED-COUNT
           OPEN INPUT MARC-FILE.
           IF NOT MCS-OK THEN
               DISPLAY "Error opening marc_load.mrc"
           ELSE
               OPEN OUTPUT MARC-EXCEPTION-FILE
               IF MXS-OK THEN
                   MOVE "Y" TO WS-EXCEPTION-FILE
                   MOVE SPACES TO MARC-EXCEPTION-LINE
                   STRING "MARC LOAD EXCEPTIONS -- "
                       FUNCTION CURRENT-DATE(1:8)
                       DELIMITED BY SIZE INTO MARC-EXCEPTION-LINE
                   WRITE MARC-EXCEPTION-LINE
                   MOVE "record ISBN          title / reason"
                       TO MARC-EXCEPTION-LINE
                   WRITE MARC-EXCEPTION-LINE
               ELSE
                   MOVE "N" TO WS-EXCEPTION-FILE
                   DISPLAY "warning: unable to open marc_exceptions.txt"
                       " -- rejects are only shown on the screen"
               END-IF
               PERFORM PROCESS-NEXT-MARC-RECORD UNTIL MARC-EOF-REACHED
               CLOSE MARC-FILE
               IF EXCEPTION-FILE-OPEN THEN
                   CLOSE MARC-EXCEPTION-FILE
               END-IF
               DISPLAY "MARC load complete: " WS-MARC-COUNT
                   " record(s) read, " WS-ADDED-COUNT " added, "
                   WS-COPY-COUNT " additional cop(ies) recorded, "
                   WS-REJECTED-COUNT " rejected"
               IF WS-NORMALIZED-COUNT IS GREATER THAN 0 THEN
                   DISPLAY WS-NORMALIZED-COUNT " author heading(s)"
                       " normalized to their preferred form"
               END-IF
               IF WS-REJECTED-COUNT IS GREATER THAN 0 THEN
                   DISPLAY "see marc_exceptions.txt for the rejects"
               END-IF
           END-IF.

       PROCESS-NEXT-MARC-RECORD.
           READ MARC-FILE
               AT END
                   MOVE "Y" TO WS-MARC-EOF
               NOT AT END
                   IF MARC-LINE NOT EQUAL SPACES THEN
                       ADD 1 TO WS-MARC-COUNT
                       PERFORM LOAD-ONE-MARC-RECORD
                   END-IF
           END-READ.

       LOAD-ONE-MARC-RECORD.
      *> shelving location and category are the library's own, not
      *> the vendor's: the location comes from the audience code in
      *> the 008 (juvenile or adult) and the category from the first
      *> subject heading, both for the cataloguer to refine in
      *> MODIFY-BOOK
           MOVE SPACES TO BOOK-TITLE BOOK-AUTHOR BOOK-PUBLISHER
               BOOK-CATEGORY BOOK-CALL-NUMBER BOOK-LOCATION
           MOVE 0 TO BOOK-YEAR
           MOVE 0 TO BOOK-ISBN
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-MARC-YEAR
           MOVE SPACE TO WS-MARC-AUDIENCE
           MOVE "N" TO WS-YEAR-FROM-008
           MOVE "N" TO WS-MARC-ISBN-FOUND
           MOVE 9 TO WS-CALL-RANK
           PERFORM CHECK-MARC-LEADER
           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
               PERFORM MAP-MARC-FIELD
                   VARYING WS-DIR-POS FROM 25 BY 12
                   UNTIL WS-DIR-POS IS GREATER THAN WS-DIR-END
                       OR MARC-LINE(WS-DIR-POS:1) IS EQUAL TO
                           MARC-FIELD-END
               PERFORM CHECK-MARC-MAPPING
           END-IF
           IF WS-REJECT-REASON NOT EQUAL SPACES THEN
               PERFORM REJECT-BATCH-BOOK
           ELSE
               PERFORM ADD-ONE-BATCH-BOOK
           END-IF.

       CHECK-MARC-LEADER.
      *> the record length and base address in the leader have to
      *> agree with what is actually on the line, or every offset in
      *> the directory is suspect
           IF MARC-LINE(1:5) IS NOT NUMERIC
               OR MARC-LINE(13:5) IS NOT NUMERIC THEN
               MOVE "leader is not MARC 21" TO WS-REJECT-REASON
           ELSE
               MOVE MARC-LINE(1:5) TO WS-MARC-LENGTH
               MOVE MARC-LINE(13:5) TO WS-MARC-BASE
               IF WS-MARC-LENGTH IS LESS THAN 26
                   OR WS-MARC-LENGTH IS GREATER THAN 9999
                   OR WS-MARC-BASE IS LESS THAN 25
                   OR WS-MARC-BASE IS NOT LESS THAN WS-MARC-LENGTH THEN
                   MOVE "leader length or base address out of range"
                       TO WS-REJECT-REASON
               ELSE
                   IF MARC-LINE(WS-MARC-LENGTH:1) NOT EQUAL
                       MARC-RECORD-END THEN
                       MOVE "record length in the leader is wrong"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM CHECK-MARC-RECORD-TYPE
                   END-IF
               END-IF
           END-IF.

       CHECK-MARC-RECORD-TYPE.
      *> leader/05 d is the vendor withdrawing a record it sent
      *> before; leader/06 a or t is printed or manuscript text --
      *> anything else is a video, a map, a score, not a book
           EVALUATE TRUE
               WHEN MARC-LINE(6:1) IS EQUAL TO "d"
                   MOVE "deleted record -- remove the title by hand"
                       TO WS-REJECT-REASON
               WHEN MARC-LINE(7:1) NOT EQUAL "a"
                   AND MARC-LINE(7:1) NOT EQUAL "t"
                   MOVE "not a book record (leader/06)"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE WS-DIR-END = WS-MARC-BASE - 12
           END-EVALUATE.

       MAP-MARC-FIELD.
      *> one directory entry: tag, field length, and the offset of
      *> the field from the base address (offsets count from zero)
           MOVE MARC-LINE(WS-DIR-POS:3) TO WS-FIELD-TAG
           IF MARC-LINE(WS-DIR-POS + 3:4) IS NUMERIC
               AND MARC-LINE(WS-DIR-POS + 7:5) IS NUMERIC THEN
               MOVE MARC-LINE(WS-DIR-POS + 3:4) TO WS-FIELD-LENGTH
               MOVE MARC-LINE(WS-DIR-POS + 7:5) TO WS-FIELD-OFFSET
               COMPUTE WS-FIELD-POS = WS-MARC-BASE + WS-FIELD-OFFSET + 1
               COMPUTE WS-FIELD-END = WS-FIELD-POS + WS-FIELD-LENGTH - 1
               IF WS-FIELD-LENGTH IS GREATER THAN 0
                   AND WS-FIELD-END IS LESS THAN WS-MARC-LENGTH THEN
                   PERFORM MAP-ONE-MARC-FIELD
               END-IF
           END-IF.

       MAP-ONE-MARC-FIELD.
           EVALUATE WS-FIELD-TAG
               WHEN "008"
                   PERFORM MAP-MARC-008
               WHEN "020"
                   IF NOT MARC-ISBN-WAS-FOUND THEN
                       MOVE "a" TO WS-WANT-CODE
                       PERFORM FIND-MARC-SUBFIELD
                       IF SUBFIELD-WAS-FOUND THEN
                           PERFORM TAKE-MARC-ISBN
                       END-IF
                   END-IF
               WHEN "100"
               WHEN "110"
               WHEN "111"
                   IF BOOK-AUTHOR IS EQUAL TO SPACES THEN
                       MOVE "a" TO WS-WANT-CODE
                       MOVE "N" TO WS-STRIP-PERIOD
                       PERFORM FIND-TRIMMED-SUBFIELD
                       MOVE WS-SUBFIELD-VALUE TO BOOK-AUTHOR
                   END-IF
               WHEN "245"
                   MOVE "a" TO WS-WANT-CODE
                   MOVE "Y" TO WS-STRIP-PERIOD
                   PERFORM FIND-TRIMMED-SUBFIELD
                   MOVE WS-SUBFIELD-VALUE TO BOOK-TITLE
               WHEN "260"
               WHEN "264"
                   PERFORM MAP-MARC-IMPRINT
      *> our own 690 (as MARC-EXPORT writes it) outranks the first
      *> Library of Congress subject heading
               WHEN "690"
                   MOVE "a" TO WS-WANT-CODE
                   MOVE "Y" TO WS-STRIP-PERIOD
                   PERFORM FIND-TRIMMED-SUBFIELD
                   IF SUBFIELD-WAS-FOUND THEN
                       MOVE WS-SUBFIELD-VALUE TO BOOK-CATEGORY
                   END-IF
               WHEN "650"
                   IF BOOK-CATEGORY IS EQUAL TO SPACES THEN
                       MOVE "a" TO WS-WANT-CODE
                       MOVE "Y" TO WS-STRIP-PERIOD
                       PERFORM FIND-TRIMMED-SUBFIELD
                       MOVE WS-SUBFIELD-VALUE TO BOOK-CATEGORY
                   END-IF
               WHEN "090"
               WHEN "092"
                   MOVE 1 TO WS-FIELD-RANK
                   PERFORM MAP-MARC-CALL-NUMBER
               WHEN "082"
                   MOVE 2 TO WS-FIELD-RANK
                   PERFORM MAP-MARC-CALL-NUMBER
               WHEN "050"
                   MOVE 3 TO WS-FIELD-RANK
                   PERFORM MAP-MARC-CALL-NUMBER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MAP-MARC-008.
      *> fixed-length data elements: 008/07-10 is the first date of
      *> publication and 008/22 the target audience (a-c and j are
      *> children's books)
           IF WS-FIELD-LENGTH IS GREATER THAN 23 THEN
               IF MARC-LINE(WS-FIELD-POS + 7:4) IS NUMERIC THEN
                   MOVE MARC-LINE(WS-FIELD-POS + 7:4) TO WS-MARC-YEAR
                   MOVE "Y" TO WS-YEAR-FROM-008
               END-IF
               MOVE MARC-LINE(WS-FIELD-POS + 22:1) TO WS-MARC-AUDIENCE
           END-IF.

       MAP-MARC-IMPRINT.
      *> publisher from the first imprint that names one; the year
      *> only when the 008 didn't carry a usable one
           IF BOOK-PUBLISHER IS EQUAL TO SPACES THEN
               MOVE "b" TO WS-WANT-CODE
               MOVE "N" TO WS-STRIP-PERIOD
               PERFORM FIND-TRIMMED-SUBFIELD
               MOVE WS-SUBFIELD-VALUE TO BOOK-PUBLISHER
           END-IF
           IF NOT YEAR-CAME-FROM-008
               AND WS-MARC-YEAR IS EQUAL TO SPACES THEN
               MOVE "c" TO WS-WANT-CODE
               PERFORM FIND-MARC-SUBFIELD
               IF SUBFIELD-WAS-FOUND THEN
                   PERFORM TAKE-YEAR-FROM-SUBFIELD
                       VARYING WS-V FROM 1 BY 1
                       UNTIL WS-V IS GREATER THAN 77
                           OR WS-MARC-YEAR NOT EQUAL SPACES
               END-IF
           END-IF.

       TAKE-YEAR-FROM-SUBFIELD.
      *> the first four digits in a row: "c2019.", "[2019]", "(c)2019"
           IF WS-SUBFIELD-VALUE(WS-V:4) IS NUMERIC THEN
               MOVE WS-SUBFIELD-VALUE(WS-V:4) TO WS-MARC-YEAR
           END-IF.

       MAP-MARC-CALL-NUMBER.
      *> a local call number (090/092) beats the Dewey number (082),
      *> which beats the Library of Congress one (050): classification
      *> number in $a, item number in $b
           IF WS-FIELD-RANK IS LESS THAN WS-CALL-RANK THEN
               MOVE "a" TO WS-WANT-CODE
               MOVE "N" TO WS-STRIP-PERIOD
               PERFORM FIND-TRIMMED-SUBFIELD
               IF SUBFIELD-WAS-FOUND THEN
                   MOVE WS-FIELD-RANK TO WS-CALL-RANK
                   MOVE WS-SUBFIELD-VALUE TO WS-CALL-WORK
                   MOVE WS-CALL-WORK TO BOOK-CALL-NUMBER
                   IF WS-FIELD-RANK IS NOT EQUAL TO 2 THEN
                       MOVE "b" TO WS-WANT-CODE
                       PERFORM FIND-TRIMMED-SUBFIELD
                       IF SUBFIELD-WAS-FOUND THEN
                           MOVE SPACES TO BOOK-CALL-NUMBER
                           STRING FUNCTION TRIM(WS-CALL-WORK) " "
                               FUNCTION TRIM(WS-SUBFIELD-VALUE)
                               DELIMITED BY SIZE INTO BOOK-CALL-NUMBER
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-MARC-ISBN.
      *> $a holds the ISBN, perhaps hyphenated, perhaps followed by a
      *> qualifier such as "(pbk.)". An ISBN-10 whose check digit is
      *> X can't sit in a numeric field, so it is checked and turned
      *> into its 978- form here; everything else goes to the usual
      *> check-digit validation
           MOVE SPACES TO WS-ISBN-TEXT
           MOVE 0 TO WS-ISBN-LENGTH
           MOVE "N" TO WS-ISBN-X-CHECK
           MOVE "N" TO WS-ISBN-SCAN-DONE
           PERFORM SCAN-ISBN-CHARACTER
               VARYING WS-V FROM 1 BY 1
               UNTIL WS-V IS GREATER THAN 80 OR ISBN-SCAN-IS-DONE
           EVALUATE TRUE
               WHEN WS-ISBN-LENGTH IS EQUAL TO 13
                   AND NOT ISBN-ENDS-IN-X
                   MOVE WS-ISBN-TEXT(1:13) TO BOOK-ISBN
                   MOVE "Y" TO WS-MARC-ISBN-FOUND
               WHEN WS-ISBN-LENGTH IS EQUAL TO 10
                   AND NOT ISBN-ENDS-IN-X
                   MOVE WS-ISBN-TEXT(1:10) TO BOOK-ISBN
                   MOVE "Y" TO WS-MARC-ISBN-FOUND
               WHEN WS-ISBN-LENGTH IS EQUAL TO 10
                   PERFORM CONVERT-X-CHECK-ISBN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SCAN-ISBN-CHARACTER.
           EVALUATE TRUE
               WHEN WS-SUBFIELD-VALUE(WS-V:1) IS NUMERIC
                   AND NOT ISBN-ENDS-IN-X
                   IF WS-ISBN-LENGTH IS LESS THAN 13 THEN
                       ADD 1 TO WS-ISBN-LENGTH
                       MOVE WS-SUBFIELD-VALUE(WS-V:1)
                           TO WS-ISBN-TEXT(WS-ISBN-LENGTH:1)
                   ELSE
                       MOVE 0 TO WS-ISBN-LENGTH
                       MOVE "Y" TO WS-ISBN-SCAN-DONE
                   END-IF
               WHEN WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO "-"
                   CONTINUE
               WHEN WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO SPACE
                   AND WS-ISBN-LENGTH IS EQUAL TO 0
                   CONTINUE
               WHEN (WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO "X"
                   OR WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO "x")
                   AND WS-ISBN-LENGTH IS EQUAL TO 9
                   ADD 1 TO WS-ISBN-LENGTH
                   MOVE "Y" TO WS-ISBN-X-CHECK
               WHEN OTHER
                   MOVE "Y" TO WS-ISBN-SCAN-DONE
           END-EVALUATE.

       CONVERT-X-CHECK-ISBN.
      *> X stands for ten in the mod-11 sum
           MOVE WS-ISBN-TEXT(1:9) TO WS-ISBN10-PREFIX
           COMPUTE WS-ISBN-WORK = WS-ISBN10-PREFIX * 10
           MOVE 0 TO WS-ISBN-SUM
           PERFORM SUM-ISBN10-DIGIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
           ADD 10 TO WS-ISBN-SUM
           IF FUNCTION MOD(WS-ISBN-SUM, 11) = 0 THEN
               PERFORM CONVERT-ISBN-10-TO-13
               MOVE WS-ISBN-WORK TO BOOK-ISBN
               MOVE "Y" TO WS-MARC-ISBN-FOUND
           ELSE
               MOVE "bad ISBN check digit" TO WS-REJECT-REASON
           END-IF.

       CHECK-MARC-MAPPING.
      *> the catalog is keyed on ISBN and found by title, so a record
      *> without either can't be loaded
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT EQUAL SPACES
                   CONTINUE
               WHEN NOT MARC-ISBN-WAS-FOUND
                   MOVE "no usable ISBN in the 020" TO WS-REJECT-REASON
               WHEN BOOK-TITLE IS EQUAL TO SPACES
                   MOVE "no title in the 245" TO WS-REJECT-REASON
               WHEN OTHER
                   IF WS-MARC-YEAR IS NUMERIC THEN
                       MOVE WS-MARC-YEAR TO BOOK-YEAR
                   END-IF
                   IF WS-MARC-AUDIENCE IS EQUAL TO "a"
                       OR WS-MARC-AUDIENCE IS EQUAL TO "b"
                       OR WS-MARC-AUDIENCE IS EQUAL TO "c"
                       OR WS-MARC-AUDIENCE IS EQUAL TO "j" THEN
                       MOVE "J" TO BOOK-LOCATION
                   ELSE
                       MOVE "A" TO BOOK-LOCATION
                   END-IF
           END-EVALUATE.

       FIND-TRIMMED-SUBFIELD.
           PERFORM FIND-MARC-SUBFIELD
           IF SUBFIELD-WAS-FOUND THEN
               PERFORM STRIP-MARC-PUNCTUATION
           END-IF.

       FIND-MARC-SUBFIELD.
      *> the first occurrence of subfield WS-WANT-CODE in the field
      *> at WS-FIELD-POS, up to the next subfield or the field end
           MOVE SPACES TO WS-SUBFIELD-VALUE
           MOVE "N" TO WS-SUBFIELD-FOUND
           MOVE WS-FIELD-POS TO WS-K
           PERFORM SCAN-FOR-SUBFIELD
               UNTIL WS-K IS NOT LESS THAN WS-FIELD-END
                   OR SUBFIELD-WAS-FOUND.

       SCAN-FOR-SUBFIELD.
           IF MARC-LINE(WS-K:1) IS EQUAL TO MARC-SUBFIELD-MARK
               AND MARC-LINE(WS-K + 1:1) IS EQUAL TO WS-WANT-CODE THEN
               MOVE "Y" TO WS-SUBFIELD-FOUND
               ADD 2 TO WS-K
               MOVE 0 TO WS-V
               PERFORM COPY-SUBFIELD-BYTE
                   UNTIL WS-K IS NOT LESS THAN WS-FIELD-END
                       OR MARC-LINE(WS-K:1) IS EQUAL TO
                           MARC-SUBFIELD-MARK
           ELSE
               ADD 1 TO WS-K
           END-IF.

       COPY-SUBFIELD-BYTE.
           IF WS-V IS LESS THAN 80 THEN
               ADD 1 TO WS-V
               MOVE MARC-LINE(WS-K:1) TO WS-SUBFIELD-VALUE(WS-V:1)
           END-IF
           ADD 1 TO WS-K.

       STRIP-MARC-PUNCTUATION.
      *> cataloguing rules end each subfield with the punctuation
      *> that separates it from the next -- "The hobbit :", "Allen &
      *> Unwin,". A full stop is kept on a name, where it is most
      *> likely an initial
           MOVE 80 TO WS-V
           MOVE "N" TO WS-STRIP-DONE
           PERFORM STRIP-LAST-CHARACTER
               UNTIL STRIP-IS-DONE OR WS-V IS EQUAL TO 0.

       STRIP-LAST-CHARACTER.
           EVALUATE TRUE
               WHEN WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO SPACE
                   OR WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO "/"
                   OR WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO ":"
                   OR WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO ";"
                   OR WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO ","
                   OR WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO "="
                   MOVE SPACE TO WS-SUBFIELD-VALUE(WS-V:1)
                   SUBTRACT 1 FROM WS-V
               WHEN WS-SUBFIELD-VALUE(WS-V:1) IS EQUAL TO "."
                   AND STRIP-THE-PERIOD
                   MOVE SPACE TO WS-SUBFIELD-VALUE(WS-V:1)
                   SUBTRACT 1 FROM WS-V
               WHEN OTHER
                   MOVE "Y" TO WS-STRIP-DONE
           END-EVALUATE.

       WRITE-MARC-EXCEPTION.
           IF EXCEPTION-FILE-OPEN THEN
               MOVE SPACES TO MARC-EXCEPTION-LINE
               STRING WS-MARC-COUNT "  " BOOK-ISBN "  "
                   FUNCTION TRIM(BOOK-TITLE)
                   DELIMITED BY SIZE INTO MARC-EXCEPTION-LINE
               WRITE MARC-EXCEPTION-LINE
               MOVE SPACES TO MARC-EXCEPTION-LINE
               STRING "       " FUNCTION TRIM(WS-REJECT-REASON)
                   DELIMITED BY SIZE INTO MARC-EXCEPTION-LINE
               WRITE MARC-EXCEPTION-LINE
           END-IF.
