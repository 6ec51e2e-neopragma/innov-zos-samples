      *
      * Every successful action is logged to EMPLOYEE_AUDIT in the
      * same unit of work, alongside SALARY_AUDIT's change history.
      *
      * Position control: every employee sits in a budgeted position
      * (LABSCHEMA.BUDGET_POSITION, maintained by POSMNT) recorded on
      * EMPLOYEE.POSITION_NO. A hire names the position it fills, or
      * leaves it blank to take the lowest-numbered vacant position
      * in the department. With no vacant budgeted position the hire
      * is held on PENDING_APPROVAL for the APPRVSCR / APPLYAPP
      * maker-checker path, and comes back through this program with
      * the SYSIN card 1 'B' bypass once approved, landing in the
      * position it named (or the department's first) as an
      * over-fill. SYSIN card 2 'R' rejects such hires outright
      * instead of holding them. A change that moves an employee to
      * another department must name a vacant position there.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TR-Salary               PIC S9(7)V99 COMP-3.
           05  TR-Dept-Code            PIC X(04).
           05  TR-Effective-Date       PIC X(10).
           05  TR-Position-No          PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-Error-SQLCODE            PIC S999 SIGN LEADING SEPARATE.
       01  WS-Job-Id                   PIC X(08) VALUE 'EMPMNT'.
       01  WS-Audit-Action             PIC X(01).
       01  WS-Bypass-Accept            PIC X(01).
       01  WS-Bypass-Sw                PIC X VALUE 'N'.
           88  Approval-Bypassed           VALUE 'Y'.
       01  WS-No-Vacancy-Accept        PIC X(01).
       01  WS-No-Vacancy-Sw            PIC X VALUE 'H'.
           88  Reject-No-Vacancy           VALUE 'R'.
       01  WS-Position-Sw              PIC X VALUE 'N'.
           88  Position-Vacant             VALUE 'Y'.
           88  Position-Refused            VALUE 'X'.
       01  WS-Sql-Position-No          PIC X(08).
       01  WS-Sql-Position-Ind         PIC S9(04) COMP.
       01  WS-Sql-Position-Dept        PIC X(04).
       01  WS-Sql-Filled-Count         PIC S9(05) COMP.
       01  WS-Sql-Pending-Id           PIC S9(09) COMP.
       01  WS-Pending-Image            PIC X(256).
       01  WS-Pending-Count            PIC S9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PARA.

           PERFORM 0100-Accept-Parameters
           PERFORM 1000-Open-Files
           PERFORM 2000-Read-and-Process
               UNTIL End-of-File
           PERFORM 8100-Display-Totals
           GOBACK.

       0100-Accept-Parameters.
      *    'B' on card 1 bypasses the position-control hold - used
      *    only by the APPLYAPP release run of approved hires.
           ACCEPT WS-Bypass-Accept
           IF WS-Bypass-Accept = 'B'
               SET Approval-Bypassed TO TRUE
               DISPLAY "Position-control hold bypassed"
           END-IF
           ACCEPT WS-No-Vacancy-Accept
           IF WS-No-Vacancy-Accept = 'R'
               SET Reject-No-Vacancy TO TRUE
               DISPLAY "Hires with no vacant position are rejected"
           END-IF
           .

       1000-Open-Files.
           OPEN INPUT Employee-Trans-File
           IF NOT Trans-File-OK
                   TR-Empid
               ADD 1 TO WS-Reject-Count
           ELSE
               PERFORM 6210-Find-Hire-Position
               EVALUATE TRUE
                   WHEN Position-Refused
                       CONTINUE
                   WHEN Position-Vacant
                       PERFORM 6250-Insert-Employee
                   WHEN Approval-Bypassed
                       PERFORM 6230-Find-Overfill-Position
                       PERFORM 6250-Insert-Employee
                   WHEN Reject-No-Vacancy
                       DISPLAY "Rejected, no vacant budgeted position"
                           " in dept " TR-Dept-Code ", EMPID "
                           TR-Empid
                       ADD 1 TO WS-Reject-Count
                   WHEN OTHER
                       PERFORM 6290-Hold-For-Approval
               END-EVALUATE
           END-IF
           END-IF
           .

       6210-Find-Hire-Position.
      *    A named position must be active and in the hire's
      *    department; vacant means nobody on EMPLOYEE holds it.
           MOVE 'N' TO WS-Position-Sw
           MOVE -1 TO WS-Sql-Position-Ind
           IF TR-Position-No = SPACES
               EXEC SQL
                   SELECT MIN(P.POSITION_NO)
                       INTO :WS-Sql-Position-No :WS-Sql-Position-Ind
                       FROM LABSCHEMA.BUDGET_POSITION P
                       WHERE P.DEPT_CODE = :TR-Dept-Code
                         AND P.STATUS    = 'A'
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM EMPLOYEE E
                                  WHERE E.POSITION_NO = P.POSITION_NO)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9000-Bail
               END-IF
               IF WS-Sql-Position-Ind NOT < ZERO
                   SET Position-Vacant TO TRUE
               END-IF
           ELSE
               PERFORM 6220-Check-Named-Position
               IF Position-Refused
                   ADD 1 TO WS-Reject-Count
               END-IF
           END-IF
           .

       6220-Check-Named-Position.
           MOVE TR-Position-No TO WS-Sql-Position-No
           EXEC SQL
               SELECT P.DEPT_CODE,
                      (SELECT COUNT(*)
                           FROM EMPLOYEE E
                           WHERE E.POSITION_NO = P.POSITION_NO
                             AND E.EMPID <> :TR-Empid)
                   INTO :WS-Sql-Position-Dept,
                        :WS-Sql-Filled-Count
                   FROM LABSCHEMA.BUDGET_POSITION P
                   WHERE P.POSITION_NO = :WS-Sql-Position-No
                     AND P.STATUS      = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Rejected, no such budgeted position "
                       TR-Position-No ", EMPID " TR-Empid
                   SET Position-Refused TO TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Bail
               WHEN WS-Sql-Position-Dept NOT = TR-Dept-Code
                   DISPLAY "Rejected, position " TR-Position-No
                       " belongs to dept " WS-Sql-Position-Dept
                       ", EMPID " TR-Empid
                   SET Position-Refused TO TRUE
               WHEN WS-Sql-Filled-Count = ZERO
                   MOVE ZERO TO WS-Sql-Position-Ind
                   SET Position-Vacant TO TRUE
               WHEN OTHER
                   MOVE ZERO TO WS-Sql-Position-Ind
           END-EVALUATE
           .

       6230-Find-Overfill-Position.
      *    An approved hire with no vacancy takes the position it
      *    named, or the department's first, over-filling it so the
      *    vacancy report shows the excess. A department with no
      *    budgeted positions at all leaves the hire unlinked.
           IF TR-Position-No = SPACES
               EXEC SQL
                   SELECT MIN(POSITION_NO)
                       INTO :WS-Sql-Position-No :WS-Sql-Position-Ind
                       FROM LABSCHEMA.BUDGET_POSITION
                       WHERE DEPT_CODE = :TR-Dept-Code
                         AND STATUS    = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9000-Bail
               END-IF
           END-IF
           .

       6250-Insert-Employee.
           EXEC SQL
                INSERT INTO EMPLOYEE
                       (EMPID,
                        FIRSTNAME,
                        LASTNAME,
                        SALARY,
                        DEPT_CODE,
                        POSITION_NO)
                VALUES (:TR-Empid,
                        :TR-Firstname,
                        :TR-Lastname,
                        :TR-Salary,
                        :TR-Dept-Code,
                        :WS-Sql-Position-No :WS-Sql-Position-Ind)
           END-EXEC
           IF SQLCODE = -803
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Rejected, EMPID already on file: "
                   TR-Empid
               ADD 1 TO WS-Reject-Count
           ELSE
               MOVE 'H' TO WS-Audit-Action
               PERFORM 7000-Finish-Action
           END-IF
           .

       6290-Hold-For-Approval.
      *    No vacancy is not a reject - the hire waits for a second
      *    pair of eyes and returns with the bypass card once
      *    APPRVSCR approves and APPLYAPP releases it.
           EXEC SQL
               SELECT COALESCE(MAX(PENDING_ID), 0) + 1
                   INTO :WS-Sql-Pending-Id
                   FROM LABSCHEMA.PENDING_APPROVAL
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           MOVE SPACES TO WS-Pending-Image
           MOVE Employee-Trans-Record TO WS-Pending-Image (1:74)
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
                        'EMPMNT',
                        :TR-Action-Code,
                        :WS-Pending-Image,
                        'P',
                        :WS-Job-Id,
                        CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Held for approval, no vacant position in "
                   "dept " TR-Dept-Code ", EMPID " TR-Empid
               ADD 1 TO WS-Pending-Count
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-Error-SQLCODE
               DISPLAY "Approval hold failed, EMPID " TR-Empid
                   " SQLCODE " WS-Error-SQLCODE
               ADD 1 TO WS-Reject-Count
           END-IF
           .

       6300-Change-Employee.
      *    The employee keeps their position unless the change names
      *    a new one; moving department needs a vacant position in
      *    the new department.
           EXEC SQL
               SELECT E.POSITION_NO,
                      COALESCE(P.DEPT_CODE, ' ')
                   INTO :WS-Sql-Position-No :WS-Sql-Position-Ind,
                        :WS-Sql-Position-Dept
                   FROM EMPLOYEE E
                   LEFT JOIN LABSCHEMA.BUDGET_POSITION P
                     ON P.POSITION_NO = E.POSITION_NO
                   WHERE E.EMPID = :TR-Empid
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Rejected, no such EMPID: " TR-Empid
                   ADD 1 TO WS-Reject-Count
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Bail
               WHEN TR-Position-No NOT = SPACES
                   AND (WS-Sql-Position-Ind < ZERO
                        OR TR-Position-No NOT = WS-Sql-Position-No)
                   PERFORM 6310-Change-Position
               WHEN WS-Sql-Position-Ind NOT < ZERO
                   AND WS-Sql-Position-Dept NOT = TR-Dept-Code
                   DISPLAY "Rejected, dept change needs a position "
                       "in dept " TR-Dept-Code ", EMPID " TR-Empid
                   ADD 1 TO WS-Reject-Count
               WHEN OTHER
                   PERFORM 6350-Update-Employee
           END-EVALUATE
           .

       6310-Change-Position.
           MOVE 'N' TO WS-Position-Sw
           PERFORM 6220-Check-Named-Position
           EVALUATE TRUE
               WHEN Position-Refused
                   ADD 1 TO WS-Reject-Count
               WHEN Position-Vacant
                   PERFORM 6350-Update-Employee
               WHEN OTHER
                   DISPLAY "Rejected, position " TR-Position-No
                       " is already filled, EMPID " TR-Empid
                   ADD 1 TO WS-Reject-Count
           END-EVALUATE
           .

       6350-Update-Employee.
           EXEC SQL
                UPDATE EMPLOYEE
                SET FIRSTNAME   = :TR-Firstname,
                    LASTNAME    = :TR-Lastname,
                    SALARY      = :TR-Salary,
                    DEPT_CODE   = :TR-Dept-Code,
                    POSITION_NO = :WS-Sql-Position-No
                                  :WS-Sql-Position-Ind
                WHERE EMPID = :TR-Empid
           END-EXEC

           DISPLAY "Employees hired:      " WS-Hire-Count
           DISPLAY "Employees changed:    " WS-Change-Count
           DISPLAY "Employees terminated: " WS-Term-Count
           DISPLAY "Hires held, no post:  " WS-Pending-Count
           DISPLAY "Rows rejected:        " WS-Reject-Count
           .

       9000-Bail.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "SQL Error: SQLCODE " WS-Error-SQLCODE
           MOVE 12 TO RETURN-CODE
           GOBACK
           .
