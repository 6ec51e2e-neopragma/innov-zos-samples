       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRPT.
      *
      * Monthly position-control vacancy report. Every active
      * budgeted position on LABSCHEMA.BUDGET_POSITION is listed by
      * department with its incumbent and status:
      *   FILLED      - one incumbent at or under the budgeted salary
      *   VACANT      - nobody holds it
      *   OVER BUDGT  - the incumbent's salary exceeds the budget
      *   OVER-FILLED - more than one employee holds it (an approved
      *                 hire taken with no vacancy)
      * with the salary cost against the budget and the variance.
      * Each department totals its positions by status and its cost
      * against budget, and employees linked to no position at all
      * are listed as unbudgeted cost. Finance no longer has to wait
      * for DEPTRPT at month end to learn a department is over.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Position-Report-File ASSIGN TO POSRPT01
               FILE STATUS IS WS-Report-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Position-Report-File
           RECORDING MODE F.
       01  Position-Report-Record      PIC X(133).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status       PIC X(02).
           88  Report-File-OK              VALUE '00'.
       01  WS-End-of-Data-Sw           PIC X VALUE 'N'.
           88  End-of-Data                 VALUE 'Y'.
       01  WS-First-Position-Sw        PIC X VALUE 'Y'.
           88  First-Position              VALUE 'Y'.

       01  WS-Sql-Position-No          PIC X(08).
       01  WS-Sql-Dept-Code            PIC X(04).
       01  WS-Sql-Grade                PIC X(08).
       01  WS-Sql-Budget-Salary        PIC S9(7)V99 COMP-3.
       01  WS-Sql-Filled-Count         PIC S9(05) COMP.
       01  WS-Sql-Actual-Salary        PIC S9(9)V99 COMP-3.
       01  WS-Sql-Empid                PIC X(06).
       01  WS-Sql-Lastname             PIC X(20).
       01  WS-Prev-Dept                PIC X(04) VALUE SPACES.
       01  WS-Variance                 PIC S9(9)V99 COMP-3.

       01  WS-Dept-Totals.
           05  WS-Dept-Positions       PIC S9(05) COMP-3.
           05  WS-Dept-Filled          PIC S9(05) COMP-3.
           05  WS-Dept-Vacant          PIC S9(05) COMP-3.
           05  WS-Dept-Over            PIC S9(05) COMP-3.
           05  WS-Dept-Budget          PIC S9(11)V99 COMP-3.
           05  WS-Dept-Actual          PIC S9(11)V99 COMP-3.
       01  WS-Grand-Totals.
           05  WS-Total-Positions      PIC S9(07) COMP-3.
           05  WS-Total-Filled         PIC S9(07) COMP-3.
           05  WS-Total-Vacant         PIC S9(07) COMP-3.
           05  WS-Total-Over           PIC S9(07) COMP-3.
           05  WS-Total-Budget         PIC S9(11)V99 COMP-3.
           05  WS-Total-Actual         PIC S9(11)V99 COMP-3.
           05  WS-Total-Unbudgeted     PIC S9(07) COMP-3.
           05  WS-Total-Unbudgeted-Amt PIC S9(11)V99 COMP-3.
       01  WS-Error-SQLCODE            PIC S999 SIGN LEADING SEPARATE.

       01  WS-Heading-Line.
           05  FILLER PIC X(06) VALUE 'Dept'.
           05  FILLER PIC X(10) VALUE 'Position'.
           05  FILLER PIC X(10) VALUE 'Grade'.
           05  FILLER PIC X(08) VALUE 'Empid'.
           05  FILLER PIC X(13) VALUE 'Status'.
           05  FILLER PIC X(14) VALUE '      Budget'.
           05  FILLER PIC X(15) VALUE '   Actual Cost'.
           05  FILLER PIC X(15) VALUE '      Variance'.
       01  WS-Detail-Line.
           05  OUT-Dept-Code           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Position-No         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Grade               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Empid               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Status              PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Budget              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Actual              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Variance            PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-Dept-Total-Line.
           05  FILLER                  PIC X(07) VALUE '  Dept '.
           05  OUT-Tot-Dept            PIC X(04).
           05  FILLER                  PIC X(11) VALUE ' positions '.
           05  OUT-Tot-Positions       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' filled '.
           05  OUT-Tot-Filled          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' vacant '.
           05  OUT-Tot-Vacant          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE ' over '.
           05  OUT-Tot-Over            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' budget '.
           05  OUT-Tot-Budget          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE ' actual '.
           05  OUT-Tot-Actual          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' var '.
           05  OUT-Tot-Variance        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-Unbudgeted-Heading.
           05  FILLER                  PIC X(50)
               VALUE 'Employees in no budgeted position (unbudgeted)'.
       01  WS-Unbudgeted-Line.
           05  OUT-Unb-Dept            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Unb-Empid           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Unb-Lastname        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Unb-Salary          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-Blank-Line               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARA.
           OPEN OUTPUT Position-Report-File
           IF NOT Report-File-OK
               DISPLAY "Report file open error: "
                   WS-Report-File-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-Dept-Totals
           INITIALIZE WS-Grand-Totals
           WRITE Position-Report-Record FROM WS-Heading-Line

      *    Incumbents are summarized per position first; MIN(EMPID)
      *    names the incumbent of a singly-filled position.
           EXEC SQL DECLARE POS_CUR CURSOR FOR
               SELECT P.POSITION_NO,
                      P.DEPT_CODE,
                      P.SALARY_GRADE,
                      P.BUDGET_SALARY,
                      COALESCE(E.FILLED, 0),
                      COALESCE(E.ACTUAL, 0),
                      COALESCE(E.EMPID, ' ')
                   FROM LABSCHEMA.BUDGET_POSITION P
                   LEFT JOIN
                       (SELECT POSITION_NO,
                               COUNT(*) AS FILLED,
                               SUM(SALARY) AS ACTUAL,
                               MIN(EMPID) AS EMPID
                            FROM EMPLOYEE
                            WHERE POSITION_NO IS NOT NULL
                            GROUP BY POSITION_NO) E
                     ON E.POSITION_NO = P.POSITION_NO
                   WHERE P.STATUS = 'A'
                   ORDER BY P.DEPT_CODE, P.POSITION_NO
           END-EXEC
           EXEC SQL OPEN POS_CUR END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           PERFORM 1000-Fetch-and-Report
               UNTIL End-of-Data
           EXEC SQL CLOSE POS_CUR END-EXEC
           IF NOT First-Position
               PERFORM 3000-Dept-Break
           END-IF
           MOVE 'TOTL' TO WS-Prev-Dept
           MOVE WS-Total-Positions TO WS-Dept-Positions
           MOVE WS-Total-Filled TO WS-Dept-Filled
           MOVE WS-Total-Vacant TO WS-Dept-Vacant
           MOVE WS-Total-Over TO WS-Dept-Over
           MOVE WS-Total-Budget TO WS-Dept-Budget
           MOVE WS-Total-Actual TO WS-Dept-Actual
           PERFORM 3000-Dept-Break

           PERFORM 4000-Report-Unbudgeted

           CLOSE Position-Report-File
           PERFORM 8100-Display-Totals
           GOBACK
           .

       1000-Fetch-and-Report.
           EXEC SQL FETCH POS_CUR
               INTO :WS-Sql-Position-No,
                    :WS-Sql-Dept-Code,
                    :WS-Sql-Grade,
                    :WS-Sql-Budget-Salary,
                    :WS-Sql-Filled-Count,
                    :WS-Sql-Actual-Salary,
                    :WS-Sql-Empid
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 2000-Report-Position
               WHEN SQLCODE = 100
                   SET End-of-Data TO TRUE
               WHEN OTHER
                   PERFORM 9000-Bail
           END-EVALUATE
           .

       2000-Report-Position.
           IF First-Position
               MOVE 'N' TO WS-First-Position-Sw
               MOVE WS-Sql-Dept-Code TO WS-Prev-Dept
           ELSE
               IF WS-Sql-Dept-Code NOT = WS-Prev-Dept
                   PERFORM 3000-Dept-Break
                   INITIALIZE WS-Dept-Totals
                   MOVE WS-Sql-Dept-Code TO WS-Prev-Dept
               END-IF
           END-IF

           MOVE SPACES TO WS-Detail-Line
           MOVE WS-Sql-Dept-Code TO OUT-Dept-Code
           MOVE WS-Sql-Position-No TO OUT-Position-No
           MOVE WS-Sql-Grade TO OUT-Grade
           ADD 1 TO WS-Dept-Positions WS-Total-Positions
           EVALUATE TRUE
               WHEN WS-Sql-Filled-Count = ZERO
                   MOVE 'VACANT' TO OUT-Status
                   ADD 1 TO WS-Dept-Vacant WS-Total-Vacant
               WHEN WS-Sql-Filled-Count > 1
                   MOVE 'OVER-FILLED' TO OUT-Status
                   MOVE 'MULTI' TO OUT-Empid
                   ADD 1 TO WS-Dept-Over WS-Total-Over
               WHEN WS-Sql-Actual-Salary > WS-Sql-Budget-Salary
                   MOVE 'OVER BUDGT' TO OUT-Status
                   MOVE WS-Sql-Empid TO OUT-Empid
                   ADD 1 TO WS-Dept-Over WS-Total-Over
               WHEN OTHER
                   MOVE 'FILLED' TO OUT-Status
                   MOVE WS-Sql-Empid TO OUT-Empid
                   ADD 1 TO WS-Dept-Filled WS-Total-Filled
           END-EVALUATE
           ADD WS-Sql-Budget-Salary TO WS-Dept-Budget WS-Total-Budget
           ADD WS-Sql-Actual-Salary TO WS-Dept-Actual WS-Total-Actual
           COMPUTE WS-Variance =
               WS-Sql-Actual-Salary - WS-Sql-Budget-Salary
           MOVE WS-Sql-Budget-Salary TO OUT-Budget
           MOVE WS-Sql-Actual-Salary TO OUT-Actual
           MOVE WS-Variance TO OUT-Variance
           WRITE Position-Report-Record FROM WS-Detail-Line
           .

       3000-Dept-Break.
           MOVE WS-Prev-Dept TO OUT-Tot-Dept
           MOVE WS-Dept-Positions TO OUT-Tot-Positions
           MOVE WS-Dept-Filled TO OUT-Tot-Filled
           MOVE WS-Dept-Vacant TO OUT-Tot-Vacant
           MOVE WS-Dept-Over TO OUT-Tot-Over
           MOVE WS-Dept-Budget TO OUT-Tot-Budget
           MOVE WS-Dept-Actual TO OUT-Tot-Actual
           COMPUTE WS-Variance = WS-Dept-Actual - WS-Dept-Budget
           MOVE WS-Variance TO OUT-Tot-Variance
           DISPLAY WS-Dept-Total-Line
           WRITE Position-Report-Record FROM WS-Dept-Total-Line
           WRITE Position-Report-Record FROM WS-Blank-Line
           .

       4000-Report-Unbudgeted.
           EXEC SQL DECLARE POS_UNB_CUR CURSOR FOR
               SELECT COALESCE(DEPT_CODE, '(NA)'),
                      EMPID,
                      LASTNAME,
                      SALARY
                   FROM EMPLOYEE
                   WHERE POSITION_NO IS NULL
                   ORDER BY 1, EMPID
           END-EXEC
           WRITE Position-Report-Record FROM WS-Unbudgeted-Heading
           MOVE 'N' TO WS-End-of-Data-Sw
           EXEC SQL OPEN POS_UNB_CUR END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           PERFORM 4100-Fetch-Unbudgeted
               UNTIL End-of-Data
           EXEC SQL CLOSE POS_UNB_CUR END-EXEC
           .

       4100-Fetch-Unbudgeted.
           EXEC SQL FETCH POS_UNB_CUR
               INTO :WS-Sql-Dept-Code,
                    :WS-Sql-Empid,
                    :WS-Sql-Lastname,
                    :WS-Sql-Actual-Salary
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-Sql-Dept-Code TO OUT-Unb-Dept
                   MOVE WS-Sql-Empid TO OUT-Unb-Empid
                   MOVE WS-Sql-Lastname TO OUT-Unb-Lastname
                   MOVE WS-Sql-Actual-Salary TO OUT-Unb-Salary
                   WRITE Position-Report-Record
                       FROM WS-Unbudgeted-Line
                   ADD 1 TO WS-Total-Unbudgeted
                   ADD WS-Sql-Actual-Salary
                       TO WS-Total-Unbudgeted-Amt
               WHEN SQLCODE = 100
                   SET End-of-Data TO TRUE
               WHEN OTHER
                   PERFORM 9000-Bail
           END-EVALUATE
           .

       8100-Display-Totals.
           DISPLAY "POSRPT - position control report complete"
           DISPLAY "Budgeted positions:  " WS-Total-Positions
           DISPLAY "Filled:              " WS-Total-Filled
           DISPLAY "Vacant:              " WS-Total-Vacant
           DISPLAY "Over budget/filled:  " WS-Total-Over
           DISPLAY "Unbudgeted staff:    " WS-Total-Unbudgeted
           DISPLAY "Unbudgeted cost:     " WS-Total-Unbudgeted-Amt
           .

       9000-Bail.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "SQL Error: SQLCODE " WS-Error-SQLCODE
           MOVE 12 TO RETURN-CODE
           GOBACK
           .
