      IDENTIFICATION DIVISION.
      PROGRAM-ID. BINDERY-SHIPPING.
      *> Batch job run on bindery pickup day: every copy MENDING-DESK
      *> pulled for the bindery goes on a shipping list for the
      *> vendor -- barcode, ISBN, title, and call number -- written to
      *> bindery_ship.txt to print and pack with the boxes. Each copy
      *> listed is marked away at the bindery from today, which is the
      *> date REPAIR-OVERDUE measures its absence from, and it comes
      *> back through MENDING-DESK's receiving option
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT LIBRARY-DATABASE *> Defines the file to be used as the DB
           ASSIGN TO "./library.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ISBN
           ALTERNATE RECORD KEY IS BOOK-TITLE WITH DUPLICATES
           FILE STATUS IS DBS.

           SELECT VENDOR-DATABASE *> Book vendors orders are placed with
           ASSIGN TO "./vendors.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDOR-ID
           FILE STATUS IS VNS.

           SELECT SHIPPING-LIST *> Packing list that travels with the boxes
           ASSIGN TO "./bindery_ship.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SLS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       FD  VENDOR-DATABASE
           DATA RECORD IS VENDOR-RECORD.

           COPY "vendrec.cpy".

       FD  SHIPPING-LIST
           DATA RECORD IS SHIPPING-LINE.
       01  SHIPPING-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 VNS                   PIC X(2).
          88 VNS-OK                   VALUE "00".
       01 SLS                   PIC X(2).
          88 SLS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-VENDOR-ID          PIC X(6).
       01 WS-SHIPPED-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-SHIPPED-DISPLAY    PIC ZZZZ9.
       01 WS-SHIP-DETAIL.
          05 WS-SD-BARCODE      PIC X(14).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-SD-ISBN         PIC 9(13).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-SD-TITLE        PIC X(25).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-SD-CALLNO       PIC X(12).
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "C" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-DATABASES
           PERFORM FIND-BINDERY-VENDOR
           PERFORM WRITE-LIST-HEADING
           PERFORM SHIP-NEXT-ITEM UNTIL EOF-REACHED
           MOVE WS-SHIPPED-COUNT TO WS-SHIPPED-DISPLAY
           MOVE SPACES TO SHIPPING-LINE
           STRING "Volumes in this shipment: " WS-SHIPPED-DISPLAY
               DELIMITED BY SIZE INTO SHIPPING-LINE
           WRITE SHIPPING-LINE
           CLOSE ITEM-DATABASE
           CLOSE LIBRARY-DATABASE
           CLOSE VENDOR-DATABASE
           CLOSE SHIPPING-LIST
           DISPLAY "Copies shipped to the bindery: " WS-SHIPPED-COUNT
               " -- list written to bindery_ship.txt"
           STOP RUN.

       OPEN-DATABASES.
           OPEN I-O ITEM-DATABASE.
           IF NOT ITS-OK THEN
               DISPLAY "error: no item file -- nothing can have been"
                   " pulled for the bindery"
               STOP RUN
           END-IF.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-DATABASE.
           IF NOT VNS-OK THEN
               DISPLAY "error: no vendor file -- set the bindery up"
                   " with VENDOR-MAINT first"
               STOP RUN
           END-IF.
           OPEN OUTPUT SHIPPING-LIST.
           IF NOT SLS-OK THEN
               DISPLAY "Error opening bindery_ship.txt"
               STOP RUN
           END-IF.

       FIND-BINDERY-VENDOR.
      *> the bindery is kept on the vendor file like any supplier,
      *> so its name and contact details head the list
           DISPLAY "Please enter the bindery's vendor ID: "
           ACCEPT WS-VENDOR-ID
           MOVE WS-VENDOR-ID TO VENDOR-ID
           READ VENDOR-DATABASE RECORD
               KEY IS VENDOR-ID
               INVALID KEY
                   DISPLAY "error: that vendor ID is not on file"
                   CLOSE ITEM-DATABASE
                   CLOSE LIBRARY-DATABASE
                   CLOSE VENDOR-DATABASE
                   CLOSE SHIPPING-LIST
                   STOP RUN
           END-READ.

       WRITE-LIST-HEADING.
           MOVE SPACES TO SHIPPING-LINE
           STRING "Bindery shipment to " FUNCTION TRIM(VENDOR-NAME)
               " (" FUNCTION TRIM(VENDOR-ID) ") shipped " WS-TODAY
               DELIMITED BY SIZE INTO SHIPPING-LINE
           WRITE SHIPPING-LINE
           MOVE SPACES TO SHIPPING-LINE
           STRING "Contact: " FUNCTION TRIM(VENDOR-PHONE) " "
               FUNCTION TRIM(VENDOR-EMAIL)
               DELIMITED BY SIZE INTO SHIPPING-LINE
           WRITE SHIPPING-LINE
           MOVE SPACES TO SHIPPING-LINE
           WRITE SHIPPING-LINE
           MOVE "BARCODE        ISBN          TITLE                     CALL NUMBER"
               TO SHIPPING-LINE
           WRITE SHIPPING-LINE.

       SHIP-NEXT-ITEM.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF ITEM-STATUS IS EQUAL TO "P" THEN
                       PERFORM SHIP-ONE-ITEM
                   END-IF
           END-READ.

       SHIP-ONE-ITEM.
           MOVE ITEM-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   MOVE "(not in catalog)" TO BOOK-TITLE
                   MOVE SPACES TO BOOK-CALL-NUMBER
           END-READ
           MOVE "B" TO ITEM-STATUS
           MOVE WS-TODAY TO ITEM-AWAY-DATE
           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY "error: unable to mark barcode "
                       FUNCTION TRIM(ITEM-BARCODE) " as shipped"
               NOT INVALID KEY
                   MOVE ITEM-BARCODE     TO WS-SD-BARCODE
                   MOVE ITEM-ISBN        TO WS-SD-ISBN
                   MOVE BOOK-TITLE       TO WS-SD-TITLE
                   MOVE BOOK-CALL-NUMBER TO WS-SD-CALLNO
                   MOVE WS-SHIP-DETAIL TO SHIPPING-LINE
                   WRITE SHIPPING-LINE
                   ADD 1 TO WS-SHIPPED-COUNT
           END-REWRITE.
