          05 WS-ISBN-DIGIT      PIC 9 OCCURS 13 TIMES.
       01 WS-ISBN-SUM           PIC S9(5).
       01 WS-J                  PIC 9(2) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-BACKUP-LOG
           IF WS-LOG-COUNT IS EQUAL TO 0 THEN
               STRING "records=" WS-RESTORED-COUNT
                   " from=" FUNCTION TRIM(WS-RESTORE-FILENAME)
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
               WRITE AUDIT-RECORD
               CLOSE TRANSACTION-LOG
           END-IF.
