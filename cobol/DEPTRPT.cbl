      * answer they used to rebuild by hand from the RAISE_HISTORY
      * log after every run: headcount, salary total and average, and
      * the raise activity (count and amount) recorded against the
      * department's employees, and beside it the bonus and other
      * one-time payment spend (count and amount) from
      * ONE_TIME_PAYMENT, leaving out payments the bureau rejected.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-Sql-Salary-Total     PIC S9(9)V99 COMP-3.
       01  WS-Sql-Raise-Count      PIC S9(07) COMP.
       01  WS-Sql-Raise-Total      PIC S9(9)V99 COMP-3.
       01  WS-Sql-Payment-Count    PIC S9(07) COMP.
       01  WS-Sql-Payment-Total    PIC S9(9)V99 COMP-3.
       01  WS-Dept-Count           PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-Error-SQLCODE        PIC S999 SIGN LEADING SEPARATE.
       01  WS-Heading-Line.
           05  FILLER PIC X(16) VALUE 'Salary Total'.
           05  FILLER PIC X(10) VALUE 'Raises'.
           05  FILLER PIC X(16) VALUE 'Raise Amount'.
           05  FILLER PIC X(10) VALUE 'Payments'.
           05  FILLER PIC X(16) VALUE 'Payment Amount'.
       01  WS-Detail-Line.
           05  OUT-Dept-Code       PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  OUT-Raise-Count     PIC ZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  OUT-Raise-Total     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  OUT-Payment-Count   PIC ZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  OUT-Payment-Total   PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           END-IF
           WRITE Dept-Report-Record FROM WS-Heading-Line

      *    Raise and payment activity are summarized per employee
      *    first so the department rollup counts each exactly once.
           EXEC SQL DECLARE DEPT_CUR CURSOR FOR
               SELECT COALESCE(E.DEPT_CODE, '(NA)'),
                      COUNT(*),
                      SUM(E.SALARY),
                      COALESCE(SUM(R.RAISE_CNT), 0),
                      COALESCE(SUM(R.RAISE_AMT), 0),
                      COALESCE(SUM(P.PAY_CNT), 0),
                      COALESCE(SUM(P.PAY_AMT), 0)
                   FROM EMPLOYEE E
                   LEFT JOIN
                       (SELECT EMPID,
                            FROM RAISE_HISTORY
                            GROUP BY EMPID) R
                     ON R.EMPID = E.EMPID
                   LEFT JOIN
                       (SELECT EMPID,
                               COUNT(*) AS PAY_CNT,
                               SUM(AMOUNT) AS PAY_AMT
                            FROM LABSCHEMA.ONE_TIME_PAYMENT
                            WHERE STATUS <> 'R'
                            GROUP BY EMPID) P
                     ON P.EMPID = E.EMPID
                   GROUP BY COALESCE(E.DEPT_CODE, '(NA)')
                   ORDER BY COALESCE(E.DEPT_CODE, '(NA)')
           END-EXEC
                    :WS-Sql-Headcount,
                    :WS-Sql-Salary-Total,
                    :WS-Sql-Raise-Count,
                    :WS-Sql-Raise-Total,
                    :WS-Sql-Payment-Count,
                    :WS-Sql-Payment-Total
           END-EXEC

           EVALUATE TRUE
           MOVE WS-Sql-Salary-Total TO OUT-Salary-Total
           MOVE WS-Sql-Raise-Count TO OUT-Raise-Count
           MOVE WS-Sql-Raise-Total TO OUT-Raise-Total
           MOVE WS-Sql-Payment-Count TO OUT-Payment-Count
           MOVE WS-Sql-Payment-Total TO OUT-Payment-Total
           DISPLAY WS-Detail-Line
           WRITE Dept-Report-Record FROM WS-Detail-Line
           .
