       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMNT.
      *
      * Maintenance for the budgeted-positions table
      * (LABSCHEMA.BUDGET_POSITION), in the EMPMNT mold. Finance owns
      * the budget; each position is a number, the department and
      * salary grade it is budgeted in, and its budgeted salary.
      * EMPMNT gates hires on a vacant position, and POSRPT reports
      * filled, vacant and over-budget positions against it.
      *
      * Transaction records (POSTRAN):
      *   Action code 'A' - Add a budgeted position
      *   Action code 'C' - Change grade and budgeted salary; the
      *        department may change only while the position is
      *        vacant
      *   Action code 'X' - Close the position (status 'C'); a
      *        filled position cannot be closed
      *   Action code 'L' - Link an existing employee to a position
      *        in their own department, for staff on file before
      *        position control and for corrections
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Position-Trans-File ASSIGN TO POSTRAN
               FILE STATUS IS WS-Trans-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Position-Trans-File
           RECORDING MODE F.
       01  Position-Trans-Record.
           05  TR-Action-Code          PIC X(01).
               88  TR-Add                  VALUE 'A'.
               88  TR-Change               VALUE 'C'.
               88  TR-Close                VALUE 'X'.
               88  TR-Link                 VALUE 'L'.
           05  TR-Position-No          PIC X(08).
           05  TR-Dept-Code            PIC X(04).
           05  TR-Salary-Grade         PIC X(08).
           05  TR-Budget-Salary        PIC S9(7)V99 COMP-3.
           05  TR-Empid                PIC X(06).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status        PIC X(02).
           88  Trans-File-OK               VALUE '00'.
       01  WS-End-of-File-Sw           PIC X VALUE 'N'.
           88  End-of-File                 VALUE 'Y'.
       01  WS-Sql-Dept-Code            PIC X(04).
       01  WS-Sql-Emp-Dept             PIC X(04).
       01  WS-Sql-Filled-Count         PIC S9(05) COMP.
       01  WS-Read-Count               PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Add-Count                PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Change-Count             PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Close-Count              PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Link-Count               PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Reject-Count             PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Error-SQLCODE            PIC S999 SIGN LEADING SEPARATE.

       PROCEDURE DIVISION.

       MAIN-PARA.

           PERFORM 1000-Open-Files
           PERFORM 2000-Read-and-Process
               UNTIL End-of-File
           PERFORM 8000-Close-Files
           PERFORM 8100-Display-Totals
           GOBACK.

       1000-Open-Files.
           OPEN INPUT Position-Trans-File
           IF NOT Trans-File-OK
               DISPLAY "Transaction file open error: "
                   WS-Trans-File-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       2000-Read-and-Process.
           READ Position-Trans-File
               AT END
                   SET End-of-File TO TRUE
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM 3000-Process-Transaction
           END-READ
           .

       3000-Process-Transaction.
           IF TR-Position-No = SPACES
               DISPLAY "Rejected, position number missing"
               ADD 1 TO WS-Reject-Count
           ELSE
               PERFORM 3200-Apply-Action
           END-IF
           .

       3200-Apply-Action.
           EVALUATE TRUE
               WHEN TR-Add
                   PERFORM 6200-Add-Position
               WHEN TR-Change
                   PERFORM 6300-Change-Position
               WHEN TR-Close
                   PERFORM 6400-Close-Position
               WHEN TR-Link
                   PERFORM 6500-Link-Employee
               WHEN OTHER
                   DISPLAY "Invalid action code, position "
                       TR-Position-No ": " TR-Action-Code
                   ADD 1 TO WS-Reject-Count
           END-EVALUATE
           .

       6200-Add-Position.
           IF TR-Dept-Code = SPACES OR TR-Salary-Grade = SPACES
               DISPLAY "Rejected, dept or grade missing, position "
                   TR-Position-No
               ADD 1 TO WS-Reject-Count
           ELSE
           IF TR-Budget-Salary NOT GREATER THAN ZERO
               DISPLAY "Rejected, budget salary not positive, "
                   "position " TR-Position-No
               ADD 1 TO WS-Reject-Count
           ELSE
               EXEC SQL
                    INSERT INTO LABSCHEMA.BUDGET_POSITION
                           (POSITION_NO,
                            DEPT_CODE,
                            SALARY_GRADE,
                            BUDGET_SALARY,
                            STATUS)
                    VALUES (:TR-Position-No,
                            :TR-Dept-Code,
                            :TR-Salary-Grade,
                            :TR-Budget-Salary,
                            'A')
               END-EXEC
               IF SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "Rejected, position already on file: "
                       TR-Position-No
                   ADD 1 TO WS-Reject-Count
               ELSE
                   PERFORM 7000-Finish-Action
               END-IF
           END-IF
           END-IF
           .

       6300-Change-Position.
           PERFORM 6600-Get-Position
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Rejected, no such active position: "
                       TR-Position-No
                   ADD 1 TO WS-Reject-Count
               WHEN TR-Dept-Code NOT = WS-Sql-Dept-Code
                   AND WS-Sql-Filled-Count > ZERO
                   DISPLAY "Rejected, filled position cannot change "
                       "dept: " TR-Position-No
                   ADD 1 TO WS-Reject-Count
               WHEN TR-Dept-Code = SPACES
                   OR TR-Salary-Grade = SPACES
                   OR TR-Budget-Salary NOT GREATER THAN ZERO
                   DISPLAY "Rejected, dept, grade and budget salary "
                       "required, position " TR-Position-No
                   ADD 1 TO WS-Reject-Count
               WHEN OTHER
                   EXEC SQL
                        UPDATE LABSCHEMA.BUDGET_POSITION
                        SET DEPT_CODE     = :TR-Dept-Code,
                            SALARY_GRADE  = :TR-Salary-Grade,
                            BUDGET_SALARY = :TR-Budget-Salary
                        WHERE POSITION_NO = :TR-Position-No
                   END-EXEC
                   PERFORM 7000-Finish-Action
           END-EVALUATE
           .

       6400-Close-Position.
           PERFORM 6600-Get-Position
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Rejected, no such active position: "
                       TR-Position-No
                   ADD 1 TO WS-Reject-Count
               WHEN WS-Sql-Filled-Count > ZERO
                   DISPLAY "Rejected, position is filled: "
                       TR-Position-No
                   ADD 1 TO WS-Reject-Count
               WHEN OTHER
                   EXEC SQL
                        UPDATE LABSCHEMA.BUDGET_POSITION
                        SET STATUS = 'C'
                        WHERE POSITION_NO = :TR-Position-No
                   END-EXEC
                   PERFORM 7000-Finish-Action
           END-EVALUATE
           .

       6500-Link-Employee.
           PERFORM 6600-Get-Position
           IF SQLCODE = 100
               DISPLAY "Rejected, no such active position: "
                   TR-Position-No
               ADD 1 TO WS-Reject-Count
           ELSE
               EXEC SQL
                   SELECT COALESCE(DEPT_CODE, ' ')
                       INTO :WS-Sql-Emp-Dept
                       FROM EMPLOYEE
                       WHERE EMPID = :TR-Empid
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       DISPLAY "Rejected, no such EMPID: " TR-Empid
                       ADD 1 TO WS-Reject-Count
                   WHEN SQLCODE NOT = 0
                       PERFORM 9000-Bail
                   WHEN WS-Sql-Emp-Dept NOT = WS-Sql-Dept-Code
                       DISPLAY "Rejected, EMPID " TR-Empid
                           " is not in dept " WS-Sql-Dept-Code
                       ADD 1 TO WS-Reject-Count
                   WHEN OTHER
                       IF WS-Sql-Filled-Count > ZERO
                           DISPLAY "Warning, position " TR-Position-No
                               " already filled - now over-filled"
                       END-IF
                       EXEC SQL
                            UPDATE EMPLOYEE
                            SET POSITION_NO = :TR-Position-No
                            WHERE EMPID = :TR-Empid
                       END-EXEC
                       PERFORM 7000-Finish-Action
               END-EVALUATE
           END-IF
           .

       6600-Get-Position.
      *    Filled count excludes the employee being linked, so
      *    relinking someone to their own position is not an
      *    over-fill.
           EXEC SQL
               SELECT P.DEPT_CODE,
                      (SELECT COUNT(*)
                           FROM EMPLOYEE E
                           WHERE E.POSITION_NO = P.POSITION_NO
                             AND E.EMPID <> :TR-Empid)
                   INTO :WS-Sql-Dept-Code,
                        :WS-Sql-Filled-Count
                   FROM LABSCHEMA.BUDGET_POSITION P
                   WHERE P.POSITION_NO = :TR-Position-No
                     AND P.STATUS      = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9000-Bail
           END-IF
           .

       7000-Finish-Action.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               EVALUATE TRUE
                   WHEN TR-Add    ADD 1 TO WS-Add-Count
                   WHEN TR-Change ADD 1 TO WS-Change-Count
                   WHEN TR-Close  ADD 1 TO WS-Close-Count
                   WHEN TR-Link   ADD 1 TO WS-Link-Count
               END-EVALUATE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-Error-SQLCODE
               DISPLAY "Action failed, position " TR-Position-No
                   " SQLCODE " WS-Error-SQLCODE
               ADD 1 TO WS-Reject-Count
           END-IF
           .

       8000-Close-Files.
           CLOSE Position-Trans-File
           .

       8100-Display-Totals.
           DISPLAY "POSMNT - budgeted position run complete"
           DISPLAY "Transactions read:    " WS-Read-Count
           DISPLAY "Positions added:      " WS-Add-Count
           DISPLAY "Positions changed:    " WS-Change-Count
           DISPLAY "Positions closed:     " WS-Close-Count
           DISPLAY "Employees linked:     " WS-Link-Count
           DISPLAY "Rows rejected:        " WS-Reject-Count
           .

       9000-Bail.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "SQL Error: SQLCODE " WS-Error-SQLCODE
           MOVE 12 TO RETURN-CODE
           GOBACK
           .
