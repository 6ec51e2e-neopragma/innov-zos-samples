      * receipt is the scheduler's signal to roll the PAYCKIN
      * checkpoint forward. Until then the change is not considered
      * delivered.
      *
      * An acknowledgement whose sequence and EMPID match a one-time
      * payment PAYRXTR marked sent ('S') settles that payment on
      * ONE_TIME_PAYMENT - 'P' paid or 'R' rejected, with the time
      * and the bureau's reason - and writes the matching audit row,
      * committed per acknowledgement. A rejected payment is not
      * resent; it has to be keyed again through OTPAYMNT. Anything
      * else is a salary change acknowledgement, handled as before.
      * The reject report shows which of the two each line is.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-Applied-Count         PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Rejected-Count        PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Bad-Status-Count      PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Payment-Ack-Count     PIC S9(07) COMP-3 VALUE ZERO.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Error-SQLCODE         PIC S999 SIGN LEADING SEPARATE.
       01  WS-Job-Id                PIC X(08) VALUE 'PAYRACK'.
       01  WS-Ack-Type              PIC X(08).
       01  WS-Sql-Payment-Id        PIC S9(09) COMP.
       01  WS-Sql-Sequence          PIC S9(09) COMP.
       01  WS-Sql-Empid             PIC X(06).
       01  WS-Sql-Status            PIC X(01).
       01  WS-Sql-Reason            PIC X(40).

       01  WS-Heading-Line.
           05  FILLER  PIC X(10) VALUE 'SEQUENCE'.
           05  FILLER  PIC X(08) VALUE 'EMPID'.
           05  FILLER  PIC X(10) VALUE 'TYPE'.
           05  FILLER  PIC X(40) VALUE 'BUREAU REASON'.
       01  WS-Detail-Line.
           05  OUT-Sequence        PIC 9(07).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  OUT-Empid           PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OUT-Ack-Type        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OUT-Reason          PIC X(40).

       PROCEDURE DIVISION.

       1000-Process-Ack-Record.
           ADD 1 TO WS-Read-Count
           MOVE 'SALARY' TO WS-Ack-Type
           IF AK-Applied OR AK-Rejected
               PERFORM 3000-Settle-Payment
           END-IF
           EVALUATE TRUE
               WHEN AK-Applied
                   ADD 1 TO WS-Applied-Count
       2000-Write-Reject-Line.
           MOVE AK-Sequence TO OUT-Sequence
           MOVE AK-Empid TO OUT-Empid
           MOVE WS-Ack-Type TO OUT-Ack-Type
           MOVE AK-Reason TO OUT-Reason
           DISPLAY WS-Detail-Line
           WRITE Reject-Report-Record FROM WS-Detail-Line
           .

       3000-Settle-Payment.
           MOVE AK-Sequence TO WS-Sql-Sequence
           MOVE AK-Empid TO WS-Sql-Empid
           EXEC SQL
               SELECT PAYMENT_ID
                 INTO :WS-Sql-Payment-Id
                 FROM LABSCHEMA.ONE_TIME_PAYMENT
                WHERE BUREAU_SEQ = :WS-Sql-Sequence
                  AND EMPID      = :WS-Sql-Empid
                  AND STATUS     = 'S'
                ORDER BY SENT_TS DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Bail
               WHEN OTHER
                   PERFORM 3100-Update-Payment
           END-EVALUATE
           .

       3100-Update-Payment.
           MOVE 'PAYMENT' TO WS-Ack-Type
           ADD 1 TO WS-Payment-Ack-Count
           IF AK-Applied
               MOVE 'P' TO WS-Sql-Status
           ELSE
               MOVE 'R' TO WS-Sql-Status
           END-IF
           MOVE AK-Reason TO WS-Sql-Reason
           EXEC SQL
               UPDATE LABSCHEMA.ONE_TIME_PAYMENT
                  SET STATUS     = :WS-Sql-Status,
                      ACK_TS     = CURRENT TIMESTAMP,
                      ACK_REASON = :WS-Sql-Reason
                WHERE PAYMENT_ID = :WS-Sql-Payment-Id
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO LABSCHEMA.ONE_TIME_PAY_AUDIT
                           (PAYMENT_ID,
                            STATUS,
                            CHANGE_TIMESTAMP,
                            JOB_ID,
                            REASON)
                    VALUES (:WS-Sql-Payment-Id,
                            :WS-Sql-Status,
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            :WS-Sql-Reason)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-Bail
           END-IF
           EXEC SQL COMMIT END-EXEC
           .

       8100-Display-Totals.
           DISPLAY "PAYRACK - bureau acknowledgement complete"
           DISPLAY "Acknowledgements read: " WS-Read-Count
           DISPLAY "Applied:               " WS-Applied-Count
           DISPLAY "Rejected:              " WS-Rejected-Count
           DISPLAY "Unrecognized status:   " WS-Bad-Status-Count
           DISPLAY "One-time payments:     " WS-Payment-Ack-Count
           .

       0900-Close-Files.
           CLOSE Ack-File
           CLOSE Reject-Report-File
           .

       9000-Bail.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "SQL Error: SQLCODE " WS-Error-SQLCODE
           MOVE 12 TO RETURN-CODE
           GOBACK
           .
