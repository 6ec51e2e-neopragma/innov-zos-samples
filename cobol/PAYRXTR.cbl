      * the record count and salary control total so the bureau can
      * reject a partial file.
      *
      * One-time payments (bonuses and the like, stored by OTPAYMNT
      * on ONE_TIME_PAYMENT) entered after the checkpoint follow the
      * salary changes as PAY detail records - amount, pay date,
      * payment type and our payment id - numbered in the same
      * sequence so each acknowledgement points at one record. Each
      * payment sent is marked 'S' with its sequence number, with an
      * audit row, for PAYRACK to match the bureau's answer against.
      * The TRL carries the payment count and amount total after the
      * salary figures.
      *
      * The highest timestamp sent goes to PAYCKOUT; the scheduler
      * copies it over PAYCKIN only once PAYRACK shows a clean
      * receipt - a change is not delivered until the bureau says
       01  WS-Sequence              PIC 9(07) VALUE ZERO.
       01  WS-Sent-Count            PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Salary-Total          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-Pay-Sent-Count        PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Payment-Total         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-Error-SQLCODE         PIC S999 SIGN LEADING SEPARATE.
       01  WS-Stamp-Date            PIC 9(08).
       01  WS-Stamp-Time            PIC 9(08).
       01  WS-Sql-New-Salary        PIC S9(7)V99 COMP-3.
       01  WS-Sql-Change-Ts         PIC X(26).
       01  WS-Sql-Job-Id            PIC X(08).
       01  WS-Sql-Payment-Id        PIC S9(09) COMP.
       01  WS-Sql-Amount            PIC S9(7)V99 COMP-3.
       01  WS-Sql-Payment-Type      PIC X(02).
       01  WS-Sql-Pay-Date          PIC X(10).
       01  WS-Sql-Sequence          PIC S9(09) COMP.
       01  WS-Job-Id                PIC X(08) VALUE 'PAYRXTR'.

       01  WS-Header-Record.
           05  FILLER              PIC X(03) VALUE 'HDR'.
           05  DTL-New-Salary      PIC 9(7)V99.
           05  DTL-Effective-Date  PIC X(10).
           05  DTL-Source-Job      PIC X(08).
       01  WS-Payment-Record.
           05  FILLER              PIC X(03) VALUE 'PAY'.
           05  PAY-Sequence        PIC 9(07).
           05  PAY-Empid           PIC X(06).
           05  PAY-Amount          PIC 9(7)V99.
           05  PAY-Pay-Date        PIC X(10).
           05  PAY-Payment-Type    PIC X(02).
           05  PAY-Payment-Id      PIC 9(09).
           05  PAY-Source-Job      PIC X(08).
       01  WS-Trailer-Record.
           05  FILLER              PIC X(03) VALUE 'TRL'.
           05  TRL-Dtl-Count       PIC 9(07).
           05  TRL-Salary-Total    PIC 9(11)V99.
           05  TRL-Pay-Count       PIC 9(07).
           05  TRL-Payment-Total   PIC 9(11)V99.

       PROCEDURE DIVISION.

               UNTIL End-of-Data

           EXEC SQL CLOSE PAYR_CHG_CUR END-EXEC

           MOVE 'N' TO WS-End-of-Data-Sw
           EXEC SQL DECLARE PAYR_PAY_CUR CURSOR FOR
               SELECT PAYMENT_ID,
                      EMPID,
                      AMOUNT,
                      CHAR(PAY_DATE, ISO),
                      PAYMENT_TYPE,
                      CHAR(ENTERED_TS),
                      JOB_ID
                   FROM LABSCHEMA.ONE_TIME_PAYMENT
                   WHERE CHAR(ENTERED_TS) > :WS-Last-Run-Ts
                   ORDER BY ENTERED_TS, PAYMENT_ID
           END-EXEC
           EXEC SQL OPEN PAYR_PAY_CUR END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF

           PERFORM 3000-Fetch-and-Send-Payment
               UNTIL End-of-Data

           EXEC SQL CLOSE PAYR_PAY_CUR END-EXEC
           PERFORM 5000-Write-Trailer
      *    The payments are marked sent only once the whole file,
      *    trailer and all, has been written.
           EXEC SQL COMMIT END-EXEC
           PERFORM 8100-Write-Checkpoint-Out
           PERFORM 8200-Display-Totals
           CLOSE Payroll-Out-File
           END-IF
           .

       3000-Fetch-and-Send-Payment.
           EXEC SQL FETCH PAYR_PAY_CUR
               INTO :WS-Sql-Payment-Id,
                    :WS-Sql-Empid,
                    :WS-Sql-Amount,
                    :WS-Sql-Pay-Date,
                    :WS-Sql-Payment-Type,
                    :WS-Sql-Change-Ts,
                    :WS-Sql-Job-Id
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 3100-Write-Payment-Record
               WHEN SQLCODE = 100
                   SET End-of-Data TO TRUE
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM 9000-Bail
           END-EVALUATE
           .

       3100-Write-Payment-Record.
           ADD 1 TO WS-Sequence
           MOVE WS-Sequence TO PAY-Sequence
           MOVE WS-Sql-Empid TO PAY-Empid
           MOVE WS-Sql-Amount TO PAY-Amount
           MOVE WS-Sql-Pay-Date TO PAY-Pay-Date
           MOVE WS-Sql-Payment-Type TO PAY-Payment-Type
           MOVE WS-Sql-Payment-Id TO PAY-Payment-Id
           MOVE WS-Sql-Job-Id TO PAY-Source-Job
           WRITE Payroll-Out-Record FROM WS-Payment-Record
           ADD 1 TO WS-Pay-Sent-Count
           ADD WS-Sql-Amount TO WS-Payment-Total
           IF WS-Sql-Change-Ts > WS-Highest-Ts
               MOVE WS-Sql-Change-Ts TO WS-Highest-Ts
           END-IF

           MOVE WS-Sequence TO WS-Sql-Sequence
           EXEC SQL
               UPDATE LABSCHEMA.ONE_TIME_PAYMENT
                  SET STATUS     = 'S',
                      BUREAU_SEQ = :WS-Sql-Sequence,
                      SENT_TS    = CURRENT TIMESTAMP
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
                            'S',
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            ' ')
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-Bail
           END-IF
           .

       5000-Write-Trailer.
           MOVE WS-Sent-Count TO TRL-Dtl-Count
           MOVE WS-Salary-Total TO TRL-Salary-Total
           MOVE WS-Pay-Sent-Count TO TRL-Pay-Count
           MOVE WS-Payment-Total TO TRL-Payment-Total
           WRITE Payroll-Out-Record FROM WS-Trailer-Record
           .

           DISPLAY "PAYRXTR - payroll interface extract complete"
           DISPLAY "Changes sent:   " WS-Sent-Count
           DISPLAY "Salary total:   " WS-Salary-Total
           DISPLAY "Payments sent:  " WS-Pay-Sent-Count
           DISPLAY "Payment total:  " WS-Payment-Total
           DISPLAY "New checkpoint: " WS-Highest-Ts
           .

