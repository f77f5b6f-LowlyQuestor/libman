       01 WS-ISBN10-PREFIX      PIC 9(9).
       01 WS-ISBN13-CHECK       PIC 9(1).
       01 WS-I                  PIC 9(2) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "C" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           PERFORM OPEN-DATABASE
           OPEN INPUT CORRECTIONS-FILE
           IF NOT CRS-OK THEN
           MOVE SPACES TO AUDIT-AFTER
           STRING CORR-FIELD "=" FUNCTION TRIM(CORR-NEW-VALUE)
               DELIMITED BY SIZE INTO AUDIT-AFTER
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.

       WRITE-NOT-ON-FILE-EXCEPTION.
