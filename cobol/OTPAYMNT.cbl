       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTPAYMNT.
      *
      * One-time payment intake - spot bonuses, retention payments
      * and the like, which change nothing on EMPLOYEE.SALARY and so
      * had no way into PAYRXTR's bureau file but the bureau's own
      * portal. Each OTPTRAN record carries the EMPID, the amount,
      * a payment type (CODE_TABLE 'PAYTYPE') and the pay date, and
      * is edited the SALEDIT way:
      *   - unknown EMPID (a terminated employee has no row);
      *   - amount not above zero;
      *   - payment type not on the PAYTYPE code table;
      *   - pay date not a valid date;
      *   - the same payment (EMPID, type, pay date and amount)
      *     already on file and not rejected by the bureau.
      * An amount above the SYSIN approval threshold is not a reject:
      * it routes to LABSCHEMA.PENDING_APPROVAL for a second pair of
      * eyes through the APPRVSCR / APPLYAPP maker-checker path, and
      * comes back through this program with the 'B' bypass card
      * once approved.
      *
      * A clean payment is stored on LABSCHEMA.ONE_TIME_PAYMENT with
      * status 'N' (new) and its first LABSCHEMA.ONE_TIME_PAY_AUDIT
      * row in the same unit of work. PAYRXTR sends it to the bureau
      * as a PAY detail record (status 'S', sent) and PAYRACK files
      * the bureau's answer ('P' paid or 'R' rejected), each step
      * adding its own audit row. Rejects go to the exceptions report
      * and end the job with condition code 4.
      *
      * As with SALTRAN, the file is registered on INPUT_FILE_REG by
      * record count and amount total before anything is applied, so
      * the same file fed twice pays nobody twice: it ends RC 8 with
      * a critical ALERTWTR alert. SYSIN card 3 = 'O' overrides the
      * check for a legitimate resend.
      *
      * Restart: the LOADRST service keeps a LABSCHEMA.LOAD_RESTART
      * row for the registered file, checkpointed with the count of
      * transactions read in the same unit of work as each commit. A
      * rerun after an abend finds the file mid-way, needs no
      * override, skips exactly the transactions already applied and
      * reports the resume point. The exceptions report of the
      * abended run goes with it, so each skipped transaction is run
      * back through the EMPID, amount, type and date edits - nothing
      * is stored or routed - and any that fails is reported again.
      * The duplicate edit is not repeated (a payment the abended run
      * stored would now fail it), so a duplicate or an SQL-error
      * reject from that run is on its listing only.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Payment-Trans-File ASSIGN TO OTPTRAN
               FILE STATUS IS WS-Trans-File-Status.

           SELECT Exception-Report-File ASSIGN TO OTPRPT01
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Payment-Trans-File
           RECORDING MODE F.
       01  PT-Record.
           05  PT-Empid                PIC X(06).
           05  PT-Amount               PIC S9(7)V99 COMP-3.
           05  PT-Payment-Type         PIC X(02).
           05  PT-Pay-Date             PIC X(10).

       FD  Exception-Report-File
           RECORDING MODE F.
       01  Exception-Report-Record     PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status        PIC X(02).
           88  Trans-File-OK               VALUE '00'.
       01  WS-Report-Status            PIC X(02).
           88  Report-OK                   VALUE '00'.
       01  WS-End-of-File-Sw           PIC X VALUE 'N'.
           88  End-of-File                 VALUE 'Y'.

       01  WS-Approval-Limit           PIC S9(7)V99 COMP-3.
       01  WS-Approval-Limit-Accept    PIC 9(7)V99.
       01  WS-Bypass-Accept            PIC X(01).
       01  WS-Bypass-Sw                PIC X VALUE 'N'.
           88  Approval-Bypassed           VALUE 'Y'.
       01  WS-Resend-Accept            PIC X(01).
       01  WS-Resend-Sw                PIC X VALUE 'N'.
           88  Resend-Override             VALUE 'Y'.

       01  WS-Sql-Row-Count            PIC S9(05) COMP.
       01  WS-Sql-Payment-Id           PIC S9(09) COMP.
       01  WS-Sql-Pay-Date             PIC X(10).
       01  WS-Sql-Pending-Id           PIC S9(09) COMP.
       01  WS-Pending-Image            PIC X(256).
       01  WS-Job-Id                   PIC X(08) VALUE 'OTPAYMNT'.
       01  WS-Reg-Count                PIC S9(09) COMP VALUE ZERO.
       01  WS-Reg-Total                PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-Sql-Dup-Count            PIC S9(05) COMP.
       01  WS-Rst-Function             PIC X(01).
       01  WS-Rst-Step-Name            PIC X(08) VALUE 'OTPAYMNT'.
       01  WS-Rst-Applied              PIC S9(09) COMP VALUE ZERO.
       01  WS-Rst-Status               PIC X(01).
           88  Rst-Restart-Found           VALUE 'Y'.
           88  Rst-Sql-Error               VALUE 'E'.
       01  WS-Resume-Count             PIC S9(09) COMP VALUE ZERO.
       01  WS-Skip-Count               PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Replay-Sw                PIC X(01) VALUE 'N'.
           88  Replaying-Skipped           VALUE 'Y'.
       01  WS-Alert-Severity           PIC X(01).
       01  WS-Alert-Message            PIC X(60).

       01  WS-Read-Count               PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Stored-Count             PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Stored-Total             PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-Routed-Count             PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Exception-Count          PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Error-SQLCODE            PIC S999 SIGN LEADING SEPARATE.

       01  WS-Heading-Line.
           05  FILLER  PIC X(08) VALUE 'EMPID'.
           05  FILLER  PIC X(14) VALUE 'AMOUNT'.
           05  FILLER  PIC X(06) VALUE 'TYPE'.
           05  FILLER  PIC X(12) VALUE 'PAY DATE'.
           05  FILLER  PIC X(40) VALUE 'EXCEPTION'.
       01  WS-Exception-Line.
           05  OUT-Empid           PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OUT-Amount          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OUT-Payment-Type    PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  OUT-Pay-Date        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OUT-Reason          PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PARA.

           PERFORM 0100-Accept-Parameters
           PERFORM 0200-Open-Files
           PERFORM 0500-Register-Input-File

           PERFORM 2000-Read-and-Edit
               UNTIL End-of-File
           PERFORM 7950-End-Restart

           PERFORM 8000-Close-Files
           PERFORM 8100-Display-Totals
           IF WS-Exception-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-Accept-Parameters.
           DISPLAY "Enter approval threshold amount: "
               WITH NO ADVANCING
           ACCEPT WS-Approval-Limit-Accept
           MOVE WS-Approval-Limit-Accept TO WS-Approval-Limit
           IF WS-Approval-Limit NOT GREATER THAN ZERO
               MOVE 5000.00 TO WS-Approval-Limit
           END-IF

      *    'B' bypasses the threshold - used only by the APPLYAPP
      *    release path, whose input a reviewer already approved.
           DISPLAY "Enter B to bypass payment approval, else blank: "
               WITH NO ADVANCING
           ACCEPT WS-Bypass-Accept
           IF WS-Bypass-Accept = 'B'
               SET Approval-Bypassed TO TRUE
           END-IF

           DISPLAY "Enter O to override the resend check: "
               WITH NO ADVANCING
           ACCEPT WS-Resend-Accept
           IF WS-Resend-Accept = 'O'
               SET Resend-Override TO TRUE
           END-IF
           .

       0200-Open-Files.
           OPEN INPUT Payment-Trans-File
           IF NOT Trans-File-OK
               DISPLAY "Transaction file open error: "
                   WS-Trans-File-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT Exception-Report-File
           IF NOT Report-OK
               DISPLAY "Exception report open error: "
                   WS-Report-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE Exception-Report-Record FROM WS-Heading-Line
           .

       0500-Register-Input-File.
      *    Fingerprint pass: count the payments and total the amounts
      *    before anything is stored, then register the file.
           PERFORM 0510-Fingerprint-One-Record
               UNTIL End-of-File
           CLOSE Payment-Trans-File
           PERFORM 0520-Check-Restart
           IF NOT Rst-Restart-Found
               PERFORM 0530-Register-New-File
           END-IF

           MOVE 'N' TO WS-End-of-File-Sw
           OPEN INPUT Payment-Trans-File
           IF NOT Trans-File-OK
               DISPLAY "Transaction file reopen error: "
                   WS-Trans-File-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       0510-Fingerprint-One-Record.
           READ Payment-Trans-File
               AT END
                   SET End-of-File TO TRUE
               NOT AT END
                   ADD 1 TO WS-Reg-Count
                   ADD PT-Amount TO WS-Reg-Total
           END-READ
           .

       0520-Check-Restart.
      *    A file left mid-way by an abended run is already
      *    registered as ours - resume it past the transactions applied.
           MOVE 'Q' TO WS-Rst-Function
           PERFORM 7990-Call-Restart-Service
           IF Rst-Restart-Found
               MOVE WS-Rst-Applied TO WS-Resume-Count
               DISPLAY "OTPAYMNT - restarting registered file, "
                   WS-Resume-Count " of " WS-Reg-Count
                   " transactions already applied"
           END-IF
           .

       0530-Register-New-File.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Dup-Count
                   FROM LABSCHEMA.INPUT_FILE_REG
                   WHERE JOB_ID        = :WS-Job-Id
                     AND RECORD_COUNT  = :WS-Reg-Count
                     AND CONTENT_TOTAL = :WS-Reg-Total
                     AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           IF WS-Sql-Dup-Count > ZERO AND NOT Resend-Override
               DISPLAY "OTPAYMNT - OTPTRAN file already applied, "
                   "nothing stored (O card overrides)"
               MOVE 'C' TO WS-Alert-Severity
               MOVE 'OTPTRAN ALREADY APPLIED - NOTHING STORED'
                   TO WS-Alert-Message
               CALL 'ALERTWTR' USING WS-Alert-Severity
                                     WS-Job-Id
                                     WS-Alert-Message
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
                INSERT INTO LABSCHEMA.INPUT_FILE_REG
                       (JOB_ID,
                        RECORD_COUNT,
                        CONTENT_TOTAL,
                        APPLY_DATE,
                        STATUS)
                VALUES (:WS-Job-Id,
                        :WS-Reg-Count,
                        :WS-Reg-Total,
                        CURRENT DATE,
                        'A')
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-Bail
           END-IF
           MOVE 'S' TO WS-Rst-Function
           PERFORM 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .

       2000-Read-and-Edit.
           READ Payment-Trans-File
               AT END
                   SET End-of-File TO TRUE
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   IF WS-Read-Count > WS-Resume-Count
                       PERFORM 3000-Edit-Transaction
                   ELSE
                       ADD 1 TO WS-Skip-Count
                       SET Replaying-Skipped TO TRUE
                       PERFORM 3000-Edit-Transaction
                       MOVE 'N' TO WS-Replay-Sw
                   END-IF
           END-READ
           .

       3000-Edit-Transaction.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Row-Count
                   FROM EMPLOYEE
                   WHERE EMPID = :PT-Empid
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF

           EVALUATE TRUE
               WHEN WS-Sql-Row-Count = ZERO
                   MOVE 'UNKNOWN EMPID' TO OUT-Reason
                   PERFORM 5000-Write-Exception
               WHEN PT-Amount NOT > ZERO
                   MOVE 'AMOUNT NOT ABOVE ZERO' TO OUT-Reason
                   PERFORM 5000-Write-Exception
               WHEN OTHER
                   PERFORM 3100-Check-Type-and-Date
           END-EVALUATE
           .

       3100-Check-Type-and-Date.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Row-Count
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'PAYTYPE'
                     AND CODE       = :PT-Payment-Type
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           IF WS-Sql-Row-Count = ZERO
               MOVE 'PAYMENT TYPE NOT ON CODE TABLE' TO OUT-Reason
               PERFORM 5000-Write-Exception
           ELSE
      *        DB2 judges the date: a malformed one fails the cast.
               MOVE PT-Pay-Date TO WS-Sql-Pay-Date
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Row-Count
                       FROM SYSIBM.SYSDUMMY1
                       WHERE DATE(:WS-Sql-Pay-Date) IS NOT NULL
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'BAD PAY DATE' TO OUT-Reason
                   PERFORM 5000-Write-Exception
               ELSE
                   IF NOT Replaying-Skipped
                       PERFORM 3200-Check-Duplicate
                   END-IF
               END-IF
           END-IF
           .

       3200-Check-Duplicate.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Dup-Count
                   FROM LABSCHEMA.ONE_TIME_PAYMENT
                   WHERE EMPID        = :PT-Empid
                     AND PAYMENT_TYPE = :PT-Payment-Type
                     AND PAY_DATE     = DATE(:WS-Sql-Pay-Date)
                     AND AMOUNT       = :PT-Amount
                     AND STATUS      <> 'R'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           EVALUATE TRUE
               WHEN WS-Sql-Dup-Count > ZERO
                   MOVE 'DUPLICATE OF A PAYMENT ON FILE' TO OUT-Reason
                   PERFORM 5000-Write-Exception
               WHEN PT-Amount > WS-Approval-Limit
                    AND NOT Approval-Bypassed
                   PERFORM 3300-Hold-For-Approval
               WHEN OTHER
                   PERFORM 4000-Store-Payment
           END-EVALUATE
           .

       3300-Hold-For-Approval.
      *    Above the threshold is not a reject - it goes to the
      *    maker-checker hold and flows back through this program
      *    with the bypass card once APPRVSCR approves and APPLYAPP
      *    releases it.
           EXEC SQL
               SELECT COALESCE(MAX(PENDING_ID), 0) + 1
                   INTO :WS-Sql-Pending-Id
                   FROM LABSCHEMA.PENDING_APPROVAL
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           MOVE SPACES TO WS-Pending-Image
           MOVE PT-Record TO WS-Pending-Image (1:23)
           EXEC SQL
                INSERT INTO LABSCHEMA.PENDING_APPROVAL
                       (PENDING_ID,
                        SOURCE_PGM,
                        ACTION_CODE,
                        TRAN_IMAGE,
                        STATUS,
                        MAKER,
                        ENTERED_TIMESTAMP)
                VALUES (:WS-Sql-Pending-Id,
                        'OTPAYMNT',
                        'O',
                        :WS-Pending-Image,
                        'P',
                        :WS-Job-Id,
                        CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
               PERFORM 7900-Commit-Checkpoint
               ADD 1 TO WS-Routed-Count
               DISPLAY "Routed for payment approval, EMPID "
                   PT-Empid
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'APPROVAL HOLD FAILED' TO OUT-Reason
               PERFORM 5000-Write-Exception
           END-IF
           .

       4000-Store-Payment.
      *    The payment and its first audit row in one unit of work.
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_ID), 0) + 1
                   INTO :WS-Sql-Payment-Id
                   FROM LABSCHEMA.ONE_TIME_PAYMENT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF

           EXEC SQL
                INSERT INTO LABSCHEMA.ONE_TIME_PAYMENT
                       (PAYMENT_ID,
                        EMPID,
                        AMOUNT,
                        PAYMENT_TYPE,
                        PAY_DATE,
                        STATUS,
                        ENTERED_TS,
                        JOB_ID)
                VALUES (:WS-Sql-Payment-Id,
                        :PT-Empid,
                        :PT-Amount,
                        :PT-Payment-Type,
                        DATE(:WS-Sql-Pay-Date),
                        'N',
                        CURRENT TIMESTAMP,
                        :WS-Job-Id)
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
                            'N',
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            ' ')
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM 7900-Commit-Checkpoint
               ADD 1 TO WS-Stored-Count
               ADD PT-Amount TO WS-Stored-Total
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-Error-SQLCODE
               DISPLAY "Payment insert failed, EMPID " PT-Empid
                   " SQLCODE " WS-Error-SQLCODE
               MOVE 'PAYMENT NOT STORED - SQL ERROR' TO OUT-Reason
               PERFORM 5000-Write-Exception
           END-IF
           .

       5000-Write-Exception.
           MOVE PT-Empid TO OUT-Empid
           MOVE PT-Amount TO OUT-Amount
           MOVE PT-Payment-Type TO OUT-Payment-Type
           MOVE PT-Pay-Date TO OUT-Pay-Date
           DISPLAY WS-Exception-Line
           WRITE Exception-Report-Record FROM WS-Exception-Line
           ADD 1 TO WS-Exception-Count
           .

       7900-Commit-Checkpoint.
      *    The restart row moves in the same unit of work as the
      *    record it counts.
           MOVE WS-Read-Count TO WS-Rst-Applied
           MOVE 'U' TO WS-Rst-Function
           PERFORM 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .

       7950-End-Restart.
           MOVE WS-Read-Count TO WS-Rst-Applied
           MOVE 'E' TO WS-Rst-Function
           PERFORM 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .

       7990-Call-Restart-Service.
           CALL 'LOADRST' USING WS-Rst-Function
                                WS-Job-Id
                                WS-Rst-Step-Name
                                WS-Reg-Count
                                WS-Reg-Total
                                WS-Rst-Applied
                                WS-Rst-Status
           IF Rst-Sql-Error
               EXEC SQL ROLLBACK END-EXEC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       8000-Close-Files.
           CLOSE Payment-Trans-File
           CLOSE Exception-Report-File
           .

       8100-Display-Totals.
           DISPLAY "OTPAYMNT - one-time payment intake complete"
           DISPLAY "Transactions read:    " WS-Read-Count
           DISPLAY "Payments stored:      " WS-Stored-Count
           DISPLAY "Amount stored:        " WS-Stored-Total
           DISPLAY "Held for approval:    " WS-Routed-Count
           DISPLAY "Exceptions:           " WS-Exception-Count
           DISPLAY "Skipped on restart:   " WS-Skip-Count
           .

       9000-Bail.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "SQL Error: SQLCODE " WS-Error-SQLCODE
           MOVE 12 TO RETURN-CODE
           GOBACK
           .
