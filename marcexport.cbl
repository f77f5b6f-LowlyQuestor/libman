      IDENTIFICATION DIVISION.
      PROGRAM-ID. MARC-EXPORT.
      *> Writes catalog records in MARC 21 exchange format for the
      *> regional union catalog (marc_export.mrc, one record per
      *> line): either the whole catalog, or only the titles the audit
      *> trail shows were added, changed, or removed since a date. A
      *> changed-since run walks the archived log segments as well as
      *> the current log, the way CHANGE-HISTORY does, and a title no
      *> longer in the catalog goes out as a deleted record so the
      *> union catalog drops it too. The temporary entries ILL-MAINT
      *> keeps for titles borrowed from partners (category ILL) are
      *> not our holdings and never go out
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-DATABASE *> Defines the file to be used as the DB
           ASSIGN TO "./library.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ISBN
           ALTERNATE RECORD KEY IS BOOK-TITLE WITH DUPLICATES
           FILE STATUS IS DBS.

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

           SELECT MARC-OUTPUT *> Records for the union catalog
           ASSIGN TO "./marc_export.mrc"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       FD  TRANSACTION-LOG
           DATA RECORD IS AUDIT-RECORD.

           COPY "auditrec.cpy".

       FD  SEGMENT-INDEX
           DATA RECORD IS INDEX-RECORD.

           COPY "logidx.cpy".

       FD  ARCHIVE-LOG
           DATA RECORD IS ARCHIVE-ENTRY.
       01  ARCHIVE-ENTRY            PIC X(219).

       FD  MARC-OUTPUT
           DATA RECORD IS MARC-OUTPUT-LINE.
       01  MARC-OUTPUT-LINE         PIC X(2000).

       WORKING-STORAGE SECTION.
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 TLS                   PIC X(2).
          88 TLS-OK                   VALUE "00".
       01 IXS                   PIC X(2).
          88 IXS-OK                   VALUE "00".
       01 ARS                   PIC X(2).
          88 ARS-OK                   VALUE "00".
       01 MOS                   PIC X(2).
          88 MOS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-IDX-EOF            PIC X(2) VALUE "N".
          88 IDX-EOF-REACHED          VALUE "Y".
       01 WS-ARCH-EOF           PIC X(2) VALUE "N".
          88 ARCH-EOF-REACHED         VALUE "Y".
       01 WS-SEGMENT-FILENAME   PIC X(40).
       01 WS-SINCE-DATE         PIC 9(8).
       01 WS-TODAY              PIC 9(8).
       01 WS-EXPORT-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-DELETED-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 BOOK-WAS-FOUND           VALUE "Y".
      *> every title the audit trail touched since the date, once
      *> each, and whether one of the entries was the title's ADD
       01 WS-TOUCHED-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-TOUCHED-LIMIT      PIC 9(4) COMP VALUE 2000.
       01 WS-TOUCHED-TABLE.
          05 WS-TOUCHED-ENTRY   OCCURS 2000 TIMES.
             10 WS-TD-ISBN      PIC 9(13).
             10 WS-TD-ADDED     PIC X(1).
       01 WS-OVERFLOW-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-I                  PIC 9(4) COMP.
       01 WS-HIT                PIC 9(4) COMP.
      *> the record being built: leader, directory, and field data
      *> are assembled separately because the leader and directory
      *> need the lengths of what follows them
       01 WS-RECORD-STATUS      PIC X(1).
       01 WS-LEADER.
          05 WS-LDR-LENGTH      PIC 9(5).
          05 WS-LDR-STATUS      PIC X(1).
          05 FILLER             PIC X(6) VALUE "am a22".
          05 WS-LDR-BASE        PIC 9(5).
          05 FILLER             PIC X(7) VALUE "7i 4500".
       01 WS-DIRECTORY          PIC X(300).
       01 WS-DIR-PTR            PIC 9(4) COMP.
       01 WS-FIELD-DATA         PIC X(1600).
       01 WS-DATA-PTR           PIC 9(4) COMP.
       01 WS-OUT-PTR            PIC 9(4) COMP.
       01 WS-OUT-TAG            PIC X(3).
       01 WS-OUT-FIELD          PIC X(200).
       01 WS-OUT-LENGTH         PIC 9(4) COMP.
       01 WS-DIR-FIELD-LENGTH   PIC 9(4).
       01 WS-DIR-OFFSET         PIC 9(5).
       01 WS-AUDIENCE           PIC X(1).
       01 WS-FIRST-INDICATOR    PIC X(1).
           COPY "marcdef.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Export records changed since (YYYYMMDD, 0 for the"
               " whole catalog): "
           ACCEPT WS-SINCE-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-SINCE-DATE IS GREATER THAN WS-TODAY THEN
               DISPLAY "error: that date is in the future"
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           IF WS-SINCE-DATE IS EQUAL TO 0 THEN
               MOVE "n" TO WS-RECORD-STATUS
               PERFORM EXPORT-NEXT-BOOK UNTIL EOF-REACHED
           ELSE
               PERFORM SCAN-ARCHIVE-SEGMENTS
               PERFORM SCAN-CURRENT-LOG
               PERFORM EXPORT-TOUCHED-TITLE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I IS GREATER THAN WS-TOUCHED-COUNT
           END-IF
           CLOSE LIBRARY-DATABASE
           CLOSE MARC-OUTPUT
           DISPLAY "Exported " WS-EXPORT-COUNT " record(s) to"
               " marc_export.mrc"
           IF WS-DELETED-COUNT IS GREATER THAN 0 THEN
               DISPLAY WS-DELETED-COUNT " of them mark(s) a title"
                   " removed from the catalog"
           END-IF
           IF WS-FAILED-COUNT IS GREATER THAN 0 THEN
               DISPLAY "error: " WS-FAILED-COUNT " record(s) could"
                   " not be written -- the export is incomplete"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-OVERFLOW-COUNT " changed"
                   " title(s) beyond the table limit were left out --"
                   " export from a later date to pick them up"
           END-IF
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.
           OPEN OUTPUT MARC-OUTPUT.
           IF NOT MOS-OK THEN
               DISPLAY "Error opening marc_export.mrc"
               CLOSE LIBRARY-DATABASE
               STOP RUN
           END-IF.

       EXPORT-NEXT-BOOK.
           READ LIBRARY-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BOOK-CATEGORY NOT EQUAL "ILL" THEN
                       PERFORM BUILD-MARC-RECORD
                   END-IF
           END-READ.

       SCAN-ARCHIVE-SEGMENTS.
      *> a segment that ended before the date can't hold a change
      *> since it; a site that never rotated its log has no index
           MOVE "N" TO WS-IDX-EOF
           OPEN INPUT SEGMENT-INDEX
           IF IXS-OK THEN
               PERFORM SCAN-NEXT-SEGMENT UNTIL IDX-EOF-REACHED
               CLOSE SEGMENT-INDEX
           END-IF.

       SCAN-NEXT-SEGMENT.
           READ SEGMENT-INDEX
               AT END
                   MOVE "Y" TO WS-IDX-EOF
               NOT AT END
                   IF IDX-TO-DATE IS NOT LESS THAN WS-SINCE-DATE THEN
                       PERFORM SCAN-ONE-SEGMENT
                   END-IF
           END-READ.

       SCAN-ONE-SEGMENT.
           MOVE IDX-SEGMENT TO WS-SEGMENT-FILENAME
           MOVE "N" TO WS-ARCH-EOF
           OPEN INPUT ARCHIVE-LOG
           IF NOT ARS-OK THEN
               DISPLAY "warning: segment "
                   FUNCTION TRIM(WS-SEGMENT-FILENAME)
                   " is in the index but not on disk"
           ELSE
               PERFORM CHECK-NEXT-ARCHIVE-ENTRY UNTIL ARCH-EOF-REACHED
               CLOSE ARCHIVE-LOG
           END-IF.

       CHECK-NEXT-ARCHIVE-ENTRY.
           READ ARCHIVE-LOG
               AT END
                   MOVE "Y" TO WS-ARCH-EOF
               NOT AT END
                   MOVE ARCHIVE-ENTRY TO AUDIT-RECORD
                   PERFORM NOTE-IF-CHANGED-SINCE
           END-READ.

       SCAN-CURRENT-LOG.
           OPEN INPUT TRANSACTION-LOG
           IF NOT TLS-OK THEN
               DISPLAY "Error opening transaction log"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM CHECK-NEXT-AUDIT-ENTRY UNTIL EOF-REACHED
               CLOSE TRANSACTION-LOG
           END-IF.

       CHECK-NEXT-AUDIT-ENTRY.
           READ TRANSACTION-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM NOTE-IF-CHANGED-SINCE
           END-READ.

       NOTE-IF-CHANGED-SINCE.
      *> ILL-MAINT's entries only track partners' books arriving and
      *> going back, which is nothing the union catalog holds for us
           IF AUDIT-DATE IS NOT LESS THAN WS-SINCE-DATE
               AND AUDIT-ISBN IS GREATER THAN 0
               AND AUDIT-PROGRAM NOT EQUAL "ILL-MAINT" THEN
               PERFORM FIND-TOUCHED-ENTRY
               IF WS-HIT IS GREATER THAN 0 THEN
                   IF AUDIT-ACTION IS EQUAL TO "ADD" THEN
                       MOVE "Y" TO WS-TD-ADDED(WS-HIT)
                   END-IF
               ELSE
                   PERFORM ADD-TOUCHED-ENTRY
               END-IF
           END-IF.

       FIND-TOUCHED-ENTRY.
           MOVE 0 TO WS-HIT
           PERFORM CHECK-TOUCHED-ENTRY
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-TOUCHED-COUNT
                   OR WS-HIT IS GREATER THAN 0.

       CHECK-TOUCHED-ENTRY.
           IF WS-TD-ISBN(WS-I) IS EQUAL TO AUDIT-ISBN THEN
               MOVE WS-I TO WS-HIT
           END-IF.

       ADD-TOUCHED-ENTRY.
           IF WS-TOUCHED-COUNT IS LESS THAN WS-TOUCHED-LIMIT THEN
               ADD 1 TO WS-TOUCHED-COUNT
               MOVE AUDIT-ISBN TO WS-TD-ISBN(WS-TOUCHED-COUNT)
               IF AUDIT-ACTION IS EQUAL TO "ADD" THEN
                   MOVE "Y" TO WS-TD-ADDED(WS-TOUCHED-COUNT)
               ELSE
                   MOVE "N" TO WS-TD-ADDED(WS-TOUCHED-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       EXPORT-TOUCHED-TITLE.
      *> the record goes out as the catalog has it now, however many
      *> times it changed in between: new if it was added in the
      *> window, corrected if it was only changed, deleted if it is
      *> gone
           MOVE WS-TD-ISBN(WS-I) TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF NOT BOOK-WAS-FOUND THEN
               MOVE WS-TD-ISBN(WS-I) TO BOOK-ISBN
               PERFORM BUILD-DELETED-RECORD
           ELSE
               IF BOOK-CATEGORY NOT EQUAL "ILL" THEN
                   IF WS-TD-ADDED(WS-I) IS EQUAL TO "Y" THEN
                       MOVE "n" TO WS-RECORD-STATUS
                   ELSE
                       MOVE "c" TO WS-RECORD-STATUS
                   END-IF
                   PERFORM BUILD-MARC-RECORD
               END-IF
           END-IF.

       BUILD-MARC-RECORD.
      *> the control number is the ISBN, the key the union catalog
      *> matches our records on. The 008 carries only what the
      *> catalog knows -- date entered, publication year, and a
      *> juvenile audience for juvenile-shelved stock. The call
      *> number goes in the local 092, shelving category in the local
      *> 690, as MARC records loaded through ADD-BOOK expect them
           PERFORM START-MARC-RECORD
           MOVE "001" TO WS-OUT-TAG
           MOVE 1 TO WS-OUT-PTR
           STRING BOOK-ISBN DELIMITED BY SIZE
               INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
           PERFORM ADD-MARC-FIELD
           IF BOOK-LOCATION IS EQUAL TO "J" THEN
               MOVE "j" TO WS-AUDIENCE
           ELSE
               MOVE SPACE TO WS-AUDIENCE
           END-IF
           MOVE "008" TO WS-OUT-TAG
           MOVE 1 TO WS-OUT-PTR
           STRING WS-TODAY(3:6) "s" BOOK-YEAR "    xx     "
               WS-AUDIENCE "            und d"
               DELIMITED BY SIZE
               INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
           PERFORM ADD-MARC-FIELD
           MOVE "020" TO WS-OUT-TAG
           MOVE 1 TO WS-OUT-PTR
           STRING "  " MARC-SUBFIELD-MARK "a" BOOK-ISBN
               DELIMITED BY SIZE
               INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
           PERFORM ADD-MARC-FIELD
           IF BOOK-CALL-NUMBER NOT EQUAL SPACES THEN
               MOVE "092" TO WS-OUT-TAG
               MOVE 1 TO WS-OUT-PTR
               STRING "  " MARC-SUBFIELD-MARK "a"
                   FUNCTION TRIM(BOOK-CALL-NUMBER)
                   DELIMITED BY SIZE
                   INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
               PERFORM ADD-MARC-FIELD
           END-IF
           MOVE "0" TO WS-FIRST-INDICATOR
           IF BOOK-AUTHOR NOT EQUAL SPACES THEN
               MOVE "1" TO WS-FIRST-INDICATOR
               MOVE "100" TO WS-OUT-TAG
               MOVE 1 TO WS-OUT-PTR
               STRING "1 " MARC-SUBFIELD-MARK "a"
                   FUNCTION TRIM(BOOK-AUTHOR)
                   DELIMITED BY SIZE
                   INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
               PERFORM ADD-MARC-FIELD
           END-IF
           MOVE "245" TO WS-OUT-TAG
           MOVE 1 TO WS-OUT-PTR
           STRING WS-FIRST-INDICATOR "0" MARC-SUBFIELD-MARK "a"
               FUNCTION TRIM(BOOK-TITLE) "."
               DELIMITED BY SIZE
               INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
           PERFORM ADD-MARC-FIELD
           MOVE "264" TO WS-OUT-TAG
           MOVE 1 TO WS-OUT-PTR
           IF BOOK-PUBLISHER NOT EQUAL SPACES THEN
               STRING " 1" MARC-SUBFIELD-MARK "b"
                   FUNCTION TRIM(BOOK-PUBLISHER) ","
                   MARC-SUBFIELD-MARK "c" BOOK-YEAR "."
                   DELIMITED BY SIZE
                   INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
           ELSE
               STRING " 1" MARC-SUBFIELD-MARK "c" BOOK-YEAR "."
                   DELIMITED BY SIZE
                   INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
           END-IF
           PERFORM ADD-MARC-FIELD
           IF BOOK-CATEGORY NOT EQUAL SPACES THEN
               MOVE "690" TO WS-OUT-TAG
               MOVE 1 TO WS-OUT-PTR
               STRING "  " MARC-SUBFIELD-MARK "a"
                   FUNCTION TRIM(BOOK-CATEGORY) "."
                   DELIMITED BY SIZE
                   INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
               PERFORM ADD-MARC-FIELD
           END-IF
           PERFORM WRITE-MARC-RECORD.

       BUILD-DELETED-RECORD.
      *> all the union catalog needs to drop a title is its control
      *> number and a leader marked deleted
           MOVE "d" TO WS-RECORD-STATUS
           PERFORM START-MARC-RECORD
           MOVE "001" TO WS-OUT-TAG
           MOVE 1 TO WS-OUT-PTR
           STRING BOOK-ISBN DELIMITED BY SIZE
               INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
           PERFORM ADD-MARC-FIELD
           MOVE "020" TO WS-OUT-TAG
           MOVE 1 TO WS-OUT-PTR
           STRING "  " MARC-SUBFIELD-MARK "a" BOOK-ISBN
               DELIMITED BY SIZE
               INTO WS-OUT-FIELD WITH POINTER WS-OUT-PTR
           PERFORM ADD-MARC-FIELD
           PERFORM WRITE-MARC-RECORD
           ADD 1 TO WS-DELETED-COUNT.

       START-MARC-RECORD.
           MOVE SPACES TO WS-DIRECTORY
           MOVE SPACES TO WS-FIELD-DATA
           MOVE 1 TO WS-DIR-PTR
           MOVE 1 TO WS-DATA-PTR.

       ADD-MARC-FIELD.
      *> the field was built in WS-OUT-FIELD up to WS-OUT-PTR; its
      *> directory entry counts the field terminator in its length
      *> and gives its offset from the start of the field data
           COMPUTE WS-OUT-LENGTH = WS-OUT-PTR - 1
           COMPUTE WS-DIR-FIELD-LENGTH = WS-OUT-LENGTH + 1
           COMPUTE WS-DIR-OFFSET = WS-DATA-PTR - 1
           STRING WS-OUT-TAG WS-DIR-FIELD-LENGTH WS-DIR-OFFSET
               DELIMITED BY SIZE
               INTO WS-DIRECTORY WITH POINTER WS-DIR-PTR
           STRING WS-OUT-FIELD(1:WS-OUT-LENGTH) MARC-FIELD-END
               DELIMITED BY SIZE
               INTO WS-FIELD-DATA WITH POINTER WS-DATA-PTR
           MOVE SPACES TO WS-OUT-FIELD.

       WRITE-MARC-RECORD.
      *> base address = leader + directory + its terminator; record
      *> length = base address + field data + the record terminator
           MOVE WS-RECORD-STATUS TO WS-LDR-STATUS
           COMPUTE WS-LDR-BASE = MARC-LEADER-LENGTH + WS-DIR-PTR
           COMPUTE WS-LDR-LENGTH = WS-LDR-BASE + WS-DATA-PTR
           MOVE SPACES TO MARC-OUTPUT-LINE
           STRING WS-LEADER
               WS-DIRECTORY(1:WS-DIR-PTR - 1) MARC-FIELD-END
               WS-FIELD-DATA(1:WS-DATA-PTR - 1) MARC-RECORD-END
               DELIMITED BY SIZE INTO MARC-OUTPUT-LINE
           END-STRING
           WRITE MARC-OUTPUT-LINE
           IF MOS-OK THEN
               ADD 1 TO WS-EXPORT-COUNT
           ELSE
               DISPLAY "error: unable to write the record for "
                   BOOK-ISBN " (status " MOS ")"
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
