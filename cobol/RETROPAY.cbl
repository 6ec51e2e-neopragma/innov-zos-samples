       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
      *
      * Retroactive pay for backdated salary changes. SALPEND and
      * SALRLSE handle changes dated in the future; a raise approved
      * weeks after its effective date used to go onto EMPLOYEE from
      * the day it was keyed while payroll worked out the arrears by
      * hand. RETTRAN transactions (EMPID, new salary, effective
      * date - the SALFUT layout) carry an effective date in the
      * past:
      *   - the new salary is applied today through the normal
      *     EMPLOYEE update plus SALARY_AUDIT row, so PAYRXTR sends
      *     it to the bureau like any other change;
      *   - the arrears are worked out for each pay period between
      *     the effective date and yesterday. Pay periods are
      *     calendar months; each is paid at the salary in force at
      *     its start, taken from the SALARY_AUDIT and RAISE_HISTORY
      *     trails (the latest change on or before that date, else
      *     the old salary of the first change after it, else the
      *     current salary). A period's arrears are one twelfth of
      *     the annual difference, prorated by the days of the
      *     period inside the window; a period already paid at or
      *     above the new salary owes nothing - there is no
      *     clawback;
      *   - the total goes to LABSCHEMA.ONE_TIME_PAYMENT as a
      *     payment type 'RT' with its audit row, in the same unit of
      *     work as the salary change, so the next PAYRXTR run sends
      *     it as a one-off PAY record and PAYRACK files the bureau's
      *     answer.
      * Each period is printed on the retro register for payroll to
      * check, with the employee's total and payment id.
      *
      * Rejected, to the register, ending the job RC 4:
      *   - unknown EMPID;
      *   - effective date not a valid date, not in the past (future
      *     changes belong in SALPEND), or more than a year back;
      *   - new salary not above the current salary - which is also
      *     what stops the same file being applied twice, and sends
      *     a backdated change overtaken by a later raise to payroll
      *     for a hand review.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Retro-Trans-File ASSIGN TO RETTRAN
               FILE STATUS IS WS-Trans-File-Status.

           SELECT Retro-Register-File ASSIGN TO RETRPT01
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Retro-Trans-File
           RECORDING MODE F.
       01  RT-Record.
           05  RT-Empid                PIC X(06).
           05  RT-New-Salary           PIC S9(7)V99 COMP-3.
           05  RT-Effective-Date       PIC X(10).

       FD  Retro-Register-File
           RECORDING MODE F.
       01  Retro-Register-Record       PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status        PIC X(02).
           88  Trans-File-OK               VALUE '00'.
       01  WS-Report-Status            PIC X(02).
           88  Report-OK                   VALUE '00'.
       01  WS-End-of-File-Sw           PIC X VALUE 'N'.
           88  End-of-File                 VALUE 'Y'.
       01  WS-Window-Sw                PIC X VALUE 'N'.
           88  Window-Done                 VALUE 'Y'.

       01  WS-Apply-Date               PIC X(10).
       01  WS-Last-Arrears-Date        PIC X(10).
       01  WS-Sql-Date-Check           PIC X(01).
           88  Date-In-Window              VALUE 'Y'.
           88  Date-Not-Past               VALUE 'F'.
           88  Date-Too-Old                VALUE 'O'.
       01  WS-Sql-Effective-Date       PIC X(10).
       01  WS-Sql-Cur-Salary           PIC S9(7)V99 COMP-3.
       01  WS-Sql-Paid-Salary          PIC S9(7)V99 COMP-3.
       01  WS-Sql-Payment-Id           PIC S9(09) COMP.
       01  WS-Period-Start             PIC X(10).
       01  WS-Period-End               PIC X(10).
       01  WS-Next-Start               PIC X(10).
       01  WS-Period-Days              PIC S9(04) COMP.
       01  WS-Month-Days               PIC S9(04) COMP.
       01  WS-Period-Arrears           PIC S9(7)V99 COMP-3.
       01  WS-Employee-Arrears         PIC S9(9)V99 COMP-3.
       01  WS-Period-Count             PIC S9(04) COMP.

       01  WS-Read-Count               PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Applied-Count            PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Reject-Count             PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Total-Arrears            PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-Error-SQLCODE            PIC S999 SIGN LEADING SEPARATE.
       01  WS-Job-Id                   PIC X(08) VALUE 'RETROPAY'.
       01  WS-Chain-Function           PIC X(01).
       01  WS-Chain-Trail              PIC X(18) VALUE 'SALARY_AUDIT'.
       01  WS-Chain-Seq                PIC S9(09) COMP.
       01  WS-Chain-Prev-Hash          PIC X(24).
       01  WS-Chain-Hash               PIC X(24).
       01  WS-Chain-Status             PIC X(01).
           88  Chain-Row-Not-Found         VALUE 'N'.
       01  WS-Chain-Sqlcode            PIC S9(09) COMP.

       01  WS-Heading-Line.
           05  FILLER  PIC X(08) VALUE 'EMPID'.
           05  FILLER  PIC X(12) VALUE 'FROM'.
           05  FILLER  PIC X(12) VALUE 'TO'.
           05  FILLER  PIC X(06) VALUE 'DAYS'.
           05  FILLER  PIC X(14) VALUE '  PAID SALARY'.
           05  FILLER  PIC X(14) VALUE '   NEW SALARY'.
           05  FILLER  PIC X(14) VALUE '      ARREARS'.
       01  WS-Period-Line.
           05  OUT-Empid               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Period-Start        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Period-End          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Period-Days         PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  OUT-Paid-Salary         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-New-Salary          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Arrears             PIC Z,ZZZ,ZZ9.99.
       01  WS-Total-Line.
           05  OUT-Tot-Empid           PIC X(06).
           05  FILLER                  PIC X(16)
               VALUE '  TOTAL ARREARS '.
           05  OUT-Tot-Arrears         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Tot-Note            PIC X(40).
       01  WS-Payment-Note.
           05  FILLER                  PIC X(11) VALUE 'PAYMENT ID '.
           05  OUT-Payment-Id          PIC 9(09).
       01  WS-Reject-Line.
           05  OUT-Rej-Empid           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Rej-Effective       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Rej-New-Salary      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Rej-Reason          PIC X(50).
       01  WS-Blank-Line               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARA.

           PERFORM 1000-Open-Files
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE - 1 DAY, ISO)
                   INTO :WS-Apply-Date,
                        :WS-Last-Arrears-Date
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           PERFORM 2000-Read-and-Process
               UNTIL End-of-File
           PERFORM 8000-Close-Files
           PERFORM 8100-Display-Totals
           IF WS-Reject-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-Open-Files.
           OPEN INPUT Retro-Trans-File
           IF NOT Trans-File-OK
               DISPLAY "Transaction file open error: "
                   WS-Trans-File-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT Retro-Register-File
           IF NOT Report-OK
               DISPLAY "Retro register open error: "
                   WS-Report-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE Retro-Register-Record FROM WS-Heading-Line
           .

       2000-Read-and-Process.
           READ Retro-Trans-File
               AT END
                   SET End-of-File TO TRUE
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM 3000-Edit-Transaction
           END-READ
           .

       3000-Edit-Transaction.
           EXEC SQL
               SELECT SALARY
                   INTO :WS-Sql-Cur-Salary
                   FROM EMPLOYEE
                   WHERE EMPID = :RT-Empid
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'UNKNOWN EMPID' TO OUT-Rej-Reason
                   PERFORM 5000-Write-Reject
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Bail
               WHEN OTHER
                   PERFORM 3100-Check-Effective-Date
           END-EVALUATE
           .

       3100-Check-Effective-Date.
           MOVE RT-Effective-Date TO WS-Sql-Effective-Date
           EXEC SQL
               SELECT CASE
                        WHEN DATE(:WS-Sql-Effective-Date)
                                 >= CURRENT DATE THEN 'F'
                        WHEN DATE(:WS-Sql-Effective-Date)
                                 < CURRENT DATE - 1 YEAR THEN 'O'
                        ELSE 'Y'
                      END
                   INTO :WS-Sql-Date-Check
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                       TO OUT-Rej-Reason
                   PERFORM 5000-Write-Reject
               WHEN Date-Not-Past
                   MOVE 'EFFECTIVE DATE NOT IN THE PAST - USE SALPEND'
                       TO OUT-Rej-Reason
                   PERFORM 5000-Write-Reject
               WHEN Date-Too-Old
                   MOVE 'EFFECTIVE DATE MORE THAN A YEAR BACK'
                       TO OUT-Rej-Reason
                   PERFORM 5000-Write-Reject
               WHEN RT-New-Salary NOT GREATER THAN WS-Sql-Cur-Salary
                   MOVE 'NEW SALARY NOT ABOVE CURRENT SALARY'
                       TO OUT-Rej-Reason
                   PERFORM 5000-Write-Reject
               WHEN OTHER
                   PERFORM 4000-Compute-Arrears
                   PERFORM 4500-Apply-Retro
           END-EVALUATE
           .

       4000-Compute-Arrears.
           MOVE ZERO TO WS-Employee-Arrears
           MOVE ZERO TO WS-Period-Count
           MOVE 'N' TO WS-Window-Sw
           MOVE RT-Effective-Date TO WS-Period-Start
           PERFORM 4100-Arrears-For-Period
               UNTIL Window-Done
           .

       4100-Arrears-For-Period.
      *    The period runs from its start to the month end, or to
      *    yesterday for the month the change is applied in.
           EXEC SQL
               SELECT CHAR(CASE WHEN T.ME > DATE(:WS-Last-Arrears-Date)
                                THEN DATE(:WS-Last-Arrears-Date)
                                ELSE T.ME
                           END, ISO),
                      DAYS(CASE WHEN T.ME > DATE(:WS-Last-Arrears-Date)
                                THEN DATE(:WS-Last-Arrears-Date)
                                ELSE T.ME
                           END) - DAYS(DATE(:WS-Period-Start)) + 1,
                      DAY(T.ME),
                      CHAR(T.ME + 1 DAY, ISO)
                   INTO :WS-Period-End,
                        :WS-Period-Days,
                        :WS-Month-Days,
                        :WS-Next-Start
                   FROM (SELECT DATE(:WS-Period-Start)
                                - (DAY(DATE(:WS-Period-Start)) - 1)
                                  DAYS
                                + 1 MONTH - 1 DAY AS ME
                             FROM SYSIBM.SYSDUMMY1) T
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF

           PERFORM 4200-Salary-In-Force
           IF RT-New-Salary > WS-Sql-Paid-Salary
               COMPUTE WS-Period-Arrears ROUNDED =
                   (RT-New-Salary - WS-Sql-Paid-Salary) / 12
                   * WS-Period-Days / WS-Month-Days
           ELSE
               MOVE ZERO TO WS-Period-Arrears
           END-IF
           ADD WS-Period-Arrears TO WS-Employee-Arrears
           ADD 1 TO WS-Period-Count

           MOVE RT-Empid TO OUT-Empid
           MOVE WS-Period-Start TO OUT-Period-Start
           MOVE WS-Period-End TO OUT-Period-End
           MOVE WS-Period-Days TO OUT-Period-Days
           MOVE WS-Sql-Paid-Salary TO OUT-Paid-Salary
           MOVE RT-New-Salary TO OUT-New-Salary
           MOVE WS-Period-Arrears TO OUT-Arrears
           WRITE Retro-Register-Record FROM WS-Period-Line

           IF WS-Period-End NOT < WS-Last-Arrears-Date
               SET Window-Done TO TRUE
           ELSE
               MOVE WS-Next-Start TO WS-Period-Start
           END-IF
           .

       4200-Salary-In-Force.
           EXEC SQL
               SELECT X.NEW_SALARY
                   INTO :WS-Sql-Paid-Salary
                   FROM (SELECT NEW_SALARY, CHANGE_TIMESTAMP
                             FROM SALARY_AUDIT
                             WHERE EMPID = :RT-Empid
                         UNION ALL
                         SELECT NEW_SALARY, CHANGE_TIMESTAMP
                             FROM RAISE_HISTORY
                             WHERE EMPID = :RT-Empid) X
                   WHERE DATE(X.CHANGE_TIMESTAMP)
                         <= DATE(:WS-Period-Start)
                   ORDER BY X.CHANGE_TIMESTAMP DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT X.OLD_SALARY
                       INTO :WS-Sql-Paid-Salary
                       FROM (SELECT OLD_SALARY, CHANGE_TIMESTAMP
                                 FROM SALARY_AUDIT
                                 WHERE EMPID = :RT-Empid
                             UNION ALL
                             SELECT OLD_SALARY, CHANGE_TIMESTAMP
                                 FROM RAISE_HISTORY
                                 WHERE EMPID = :RT-Empid) X
                       WHERE DATE(X.CHANGE_TIMESTAMP)
                             > DATE(:WS-Period-Start)
                       ORDER BY X.CHANGE_TIMESTAMP
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE WS-Sql-Cur-Salary TO WS-Sql-Paid-Salary
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Bail
           END-EVALUATE
           .

       4500-Apply-Retro.
      *    Salary change, audit row and arrears payment in one unit
      *    of work.
           EXEC SQL
               UPDATE EMPLOYEE
               SET SALARY = :RT-New-Salary
               WHERE EMPID = :RT-Empid
           END-EXEC
           IF SQLCODE = 0
               MOVE 'N' TO WS-Chain-Function
               PERFORM 4550-Call-Audit-Chain
               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO SALARY_AUDIT
                              (EMPID,
                               OLD_SALARY,
                               NEW_SALARY,
                               CHANGE_TIMESTAMP,
                               JOB_ID,
                               CHAIN_SEQ)
                       VALUES (:RT-Empid,
                               :WS-Sql-Cur-Salary,
                               :RT-New-Salary,
                               CURRENT TIMESTAMP,
                               :WS-Job-Id,
                               :WS-Chain-Seq)
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   MOVE 'L' TO WS-Chain-Function
                   PERFORM 4550-Call-Audit-Chain
               END-IF
           END-IF
           MOVE SPACES TO OUT-Tot-Note
           IF SQLCODE = 0 AND WS-Employee-Arrears > ZERO
               PERFORM 4600-Store-Arrears-Payment
           END-IF

           MOVE RT-Empid TO OUT-Tot-Empid
           MOVE WS-Employee-Arrears TO OUT-Tot-Arrears
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-Applied-Count
               ADD WS-Employee-Arrears TO WS-Total-Arrears
               WRITE Retro-Register-Record FROM WS-Total-Line
               WRITE Retro-Register-Record FROM WS-Blank-Line
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-Error-SQLCODE
               DISPLAY "Retro apply failed, EMPID " RT-Empid
                   " SQLCODE " WS-Error-SQLCODE
               MOVE 'NOT APPLIED - SQL ERROR' TO OUT-Tot-Note
               WRITE Retro-Register-Record FROM WS-Total-Line
               WRITE Retro-Register-Record FROM WS-Blank-Line
               ADD 1 TO WS-Reject-Count
           END-IF
           .

       4550-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           CALL 'AUDCHAIN' USING WS-Chain-Function, WS-Chain-Trail,
                                 WS-Chain-Seq, WS-Chain-Prev-Hash,
                                 WS-Chain-Hash, WS-Chain-Status,
                                 WS-Chain-Sqlcode
           MOVE WS-Chain-Sqlcode TO SQLCODE
           IF Chain-Row-Not-Found
               MOVE 100 TO SQLCODE
           END-IF
           .

       4600-Store-Arrears-Payment.
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_ID), 0) + 1
                   INTO :WS-Sql-Payment-Id
                   FROM LABSCHEMA.ONE_TIME_PAYMENT
           END-EXEC
           IF SQLCODE = 0
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
                            :RT-Empid,
                            :WS-Employee-Arrears,
                            'RT',
                            DATE(:WS-Apply-Date),
                            'N',
                            CURRENT TIMESTAMP,
                            :WS-Job-Id)
               END-EXEC
           END-IF
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
                            'RETRO ARREARS')
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE WS-Sql-Payment-Id TO OUT-Payment-Id
               MOVE WS-Payment-Note TO OUT-Tot-Note
           END-IF
           .

       5000-Write-Reject.
           MOVE RT-Empid TO OUT-Rej-Empid
           MOVE RT-Effective-Date TO OUT-Rej-Effective
           MOVE RT-New-Salary TO OUT-Rej-New-Salary
           DISPLAY WS-Reject-Line
           WRITE Retro-Register-Record FROM WS-Reject-Line
           ADD 1 TO WS-Reject-Count
           .

       8000-Close-Files.
           CLOSE Retro-Trans-File
           CLOSE Retro-Register-File
           .

       8100-Display-Totals.
           DISPLAY "RETROPAY - retroactive pay run complete"
           DISPLAY "Transactions read:    " WS-Read-Count
           DISPLAY "Retro changes applied:" WS-Applied-Count
           DISPLAY "Rejected:             " WS-Reject-Count
           DISPLAY "Total arrears:        " WS-Total-Arrears
           .

       9000-Bail.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "SQL Error: SQLCODE " WS-Error-SQLCODE
           MOVE 12 TO RETURN-CODE
           GOBACK
           .
