       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEQTY.
      *
      * Pay equity and compa-ratio analysis. Every graded employee
      * is measured against their grade's SALBAND range on
      * CODE_TABLE (the same rows SALEDIT edits against: CODE = the
      * grade, DESCRIPTION bytes 1-9 the band minimum and 11-19 the
      * maximum, 9(7)V99 with no decimal point). The compa-ratio is
      * salary over the band midpoint - 1.000 is on midpoint.
      *
      * The report lists employees by grade and department with
      * their band, compa-ratio and a flag for anyone below the band
      * minimum or above the maximum. Each department within a grade
      * gets a distribution line (headcount, average compa-ratio, how
      * many fall under .90, .90-.99, 1.00-1.09 and 1.10 and over,
      * and the outliers), and each grade gets the same distribution
      * plus the lowest and highest paid and the gap between them.
      * Employees with no grade are counted but not analyzed; a grade
      * with no usable SALBAND row is listed without a band.
      *
      * Everyone below midpoint is also written to the PEQMERIT
      * extract in MERTRAN layout - a 'P' proposal to bring them to
      * midpoint in the merit cycle named on SYSIN card 1 - so it can
      * be fed to MERITCYC, whose pool check still decides what the
      * department can afford. With no cycle on the card the report
      * runs on its own and the extract is left empty.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Equity-Report-File ASSIGN TO PEQRPT01
               FILE STATUS IS WS-Report-File-Status.

           SELECT Merit-Extract-File ASSIGN TO PEQMERIT
               FILE STATUS IS WS-Extract-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Equity-Report-File
           RECORDING MODE F.
       01  Equity-Report-Record        PIC X(133).

      *    Same layout as MERITCYC's MERTRAN transaction.
       FD  Merit-Extract-File
           RECORDING MODE F.
       01  Merit-Extract-Record.
           05  MX-Record-Type          PIC X(01).
           05  MX-Cycle-Id             PIC X(08).
           05  MX-Dept-Code            PIC X(04).
           05  MX-Empid                PIC X(06).
           05  MX-Amount               PIC S9(7)V99 COMP-3.
           05  MX-Effective-Date       PIC X(10).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status       PIC X(02).
           88  Report-File-OK              VALUE '00'.
       01  WS-Extract-File-Status      PIC X(02).
           88  Extract-File-OK             VALUE '00'.
       01  WS-End-of-Data-Sw           PIC X VALUE 'N'.
           88  End-of-Data                 VALUE 'Y'.
       01  WS-First-Employee-Sw        PIC X VALUE 'Y'.
           88  First-Employee              VALUE 'Y'.
       01  WS-Band-Sw                  PIC X VALUE 'N'.
           88  Band-Found                  VALUE 'Y'.

       01  WS-Cycle-Accept             PIC X(08).

       01  WS-Sql-Empid                PIC X(06).
       01  WS-Sql-Lastname             PIC X(20).
       01  WS-Sql-Salary               PIC S9(7)V99 COMP-3.
       01  WS-Sql-Dept-Code            PIC X(04).
       01  WS-Sql-Grade                PIC X(08).
       01  WS-Sql-Band-Desc            PIC X(40).
       01  WS-Sql-Count                PIC S9(09) COMP.
       01  WS-Band-Digits-X            PIC X(09).
       01  WS-Band-Digits REDEFINES WS-Band-Digits-X
                                       PIC 9(7)V99.
       01  WS-Band-Min                 PIC S9(7)V99 COMP-3.
       01  WS-Band-Max                 PIC S9(7)V99 COMP-3.
       01  WS-Band-Mid                 PIC S9(7)V99 COMP-3.
       01  WS-Compa-Ratio              PIC S9(3)V999 COMP-3.
       01  WS-Average-Compa            PIC S9(3)V999 COMP-3.
       01  WS-Prev-Grade               PIC X(08) VALUE SPACES.
       01  WS-Prev-Dept                PIC X(04) VALUE SPACES.

      *    Distribution for the department within the grade.
       01  WS-Dept-Stats.
           05  WS-Dept-Count           PIC S9(07) COMP-3.
           05  WS-Dept-Compa-Sum       PIC S9(7)V999 COMP-3.
           05  WS-Dept-Under-90        PIC S9(07) COMP-3.
           05  WS-Dept-Under-100       PIC S9(07) COMP-3.
           05  WS-Dept-Under-110       PIC S9(07) COMP-3.
           05  WS-Dept-Over-110        PIC S9(07) COMP-3.
           05  WS-Dept-Below-Min       PIC S9(07) COMP-3.
           05  WS-Dept-Above-Max       PIC S9(07) COMP-3.
      *    Distribution and spread for the whole grade.
       01  WS-Grade-Stats.
           05  WS-Grade-Count          PIC S9(07) COMP-3.
           05  WS-Grade-Compa-Sum      PIC S9(7)V999 COMP-3.
           05  WS-Grade-Under-90       PIC S9(07) COMP-3.
           05  WS-Grade-Under-100      PIC S9(07) COMP-3.
           05  WS-Grade-Under-110      PIC S9(07) COMP-3.
           05  WS-Grade-Over-110       PIC S9(07) COMP-3.
           05  WS-Grade-Below-Min      PIC S9(07) COMP-3.
           05  WS-Grade-Above-Max      PIC S9(07) COMP-3.
           05  WS-Grade-Low-Salary     PIC S9(7)V99 COMP-3.
           05  WS-Grade-High-Salary    PIC S9(7)V99 COMP-3.
       01  WS-Grade-Gap                PIC S9(7)V99 COMP-3.

       01  WS-Employee-Count           PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Unbanded-Count           PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Ungraded-Count           PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Below-Min-Count          PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Above-Max-Count          PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Extract-Count            PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Error-SQLCODE            PIC S999 SIGN LEADING SEPARATE.

       01  WS-Heading-Line.
           05  FILLER PIC X(10) VALUE 'Grade'.
           05  FILLER PIC X(06) VALUE 'Dept'.
           05  FILLER PIC X(08) VALUE 'Empid'.
           05  FILLER PIC X(22) VALUE 'Last Name'.
           05  FILLER PIC X(14) VALUE '      Salary'.
           05  FILLER PIC X(14) VALUE '    Band Min'.
           05  FILLER PIC X(14) VALUE '    Midpoint'.
           05  FILLER PIC X(14) VALUE '    Band Max'.
           05  FILLER PIC X(08) VALUE ' Compa'.
           05  FILLER PIC X(09) VALUE 'Flag'.
       01  WS-Detail-Line.
           05  OUT-Grade               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Dept-Code           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Empid               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Lastname            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Salary              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Band-Min            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Band-Mid            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Band-Max            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OUT-Compa-Ratio         PIC ZZ9.999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OUT-Flag                PIC X(09).
       01  WS-Distribution-Line.
           05  OUT-Dist-Level          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OUT-Dist-Code           PIC X(08).
           05  FILLER                  PIC X(07) VALUE ' heads '.
           05  OUT-Dist-Count          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' avg compa'.
           05  OUT-Dist-Average        PIC ZZ9.999.
           05  FILLER                  PIC X(08) VALUE '  <.90 '.
           05  OUT-Dist-Under-90       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' .90-.99 '.
           05  OUT-Dist-Under-100      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11)
               VALUE ' 1.00-1.09 '.
           05  OUT-Dist-Under-110      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' 1.10+ '.
           05  OUT-Dist-Over-110       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)
               VALUE '  below min '.
           05  OUT-Dist-Below-Min      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)
               VALUE '  above max '.
           05  OUT-Dist-Above-Max      PIC ZZ,ZZ9.
       01  WS-Spread-Line.
           05  FILLER                  PIC X(15)
               VALUE '  Lowest paid  '.
           05  OUT-Low-Salary          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(17)
               VALUE '   highest paid  '.
           05  OUT-High-Salary         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE '   gap  '.
           05  OUT-Gap                 PIC Z,ZZZ,ZZ9.99.
       01  WS-Blank-Line               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARA.
           ACCEPT WS-Cycle-Accept
           PERFORM 0100-Open-Files

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.EMPLOYEE
                   WHERE SALARY_GRADE IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           MOVE WS-Sql-Count TO WS-Ungraded-Count

           EXEC SQL DECLARE PEQ_EMP_CUR CURSOR FOR
               SELECT EMPID,
                      LASTNAME,
                      SALARY,
                      COALESCE(DEPT_CODE, '(NA)'),
                      SALARY_GRADE
                   FROM LABSCHEMA.EMPLOYEE
                   WHERE SALARY_GRADE IS NOT NULL
                   ORDER BY SALARY_GRADE,
                            COALESCE(DEPT_CODE, '(NA)'),
                            EMPID
           END-EXEC
           EXEC SQL OPEN PEQ_EMP_CUR END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF

           PERFORM 1000-Fetch-and-Analyze
               UNTIL End-of-Data

           EXEC SQL CLOSE PEQ_EMP_CUR END-EXEC
           IF NOT First-Employee
               PERFORM 3000-Grade-Break
           END-IF
           PERFORM 8000-Close-Files
           PERFORM 8100-Display-Totals
           GOBACK
           .

       0100-Open-Files.
           OPEN OUTPUT Equity-Report-File
           IF NOT Report-File-OK
               DISPLAY "Report file open error: "
                   WS-Report-File-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT Merit-Extract-File
           IF NOT Extract-File-OK
               DISPLAY "Merit extract open error: "
                   WS-Extract-File-Status
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE Equity-Report-Record FROM WS-Heading-Line
           DISPLAY WS-Heading-Line
           IF WS-Cycle-Accept = SPACES
               DISPLAY "No merit cycle on SYSIN - extract not written"
           END-IF
           .

       1000-Fetch-and-Analyze.
           EXEC SQL FETCH PEQ_EMP_CUR
               INTO :WS-Sql-Empid,
                    :WS-Sql-Lastname,
                    :WS-Sql-Salary,
                    :WS-Sql-Dept-Code,
                    :WS-Sql-Grade
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-Employee-Count
                   PERFORM 2000-Analyze-Employee
               WHEN SQLCODE = 100
                   SET End-of-Data TO TRUE
               WHEN OTHER
                   PERFORM 9000-Bail
           END-EVALUATE
           .

       2000-Analyze-Employee.
           EVALUATE TRUE
               WHEN First-Employee
                   MOVE 'N' TO WS-First-Employee-Sw
                   PERFORM 2100-Start-Grade
               WHEN WS-Sql-Grade NOT = WS-Prev-Grade
                   PERFORM 3000-Grade-Break
                   PERFORM 2100-Start-Grade
               WHEN WS-Sql-Dept-Code NOT = WS-Prev-Dept
                   PERFORM 3100-Dept-Break
                   INITIALIZE WS-Dept-Stats
                   MOVE WS-Sql-Dept-Code TO WS-Prev-Dept
           END-EVALUATE

           MOVE SPACES TO WS-Detail-Line
           MOVE WS-Sql-Grade TO OUT-Grade
           MOVE WS-Sql-Dept-Code TO OUT-Dept-Code
           MOVE WS-Sql-Empid TO OUT-Empid
           MOVE WS-Sql-Lastname TO OUT-Lastname
           MOVE WS-Sql-Salary TO OUT-Salary
           IF Band-Found
               PERFORM 2200-Measure-Against-Band
           ELSE
               ADD 1 TO WS-Unbanded-Count
               MOVE 'NO BAND' TO OUT-Flag
           END-IF
           WRITE Equity-Report-Record FROM WS-Detail-Line
           .

       2100-Start-Grade.
      *    The band is read once per grade; a grade with no row, or
      *    a row that is not two numeric amounts, goes unbanded.
           MOVE WS-Sql-Grade TO WS-Prev-Grade
           MOVE WS-Sql-Dept-Code TO WS-Prev-Dept
           INITIALIZE WS-Dept-Stats
           INITIALIZE WS-Grade-Stats
           MOVE 'N' TO WS-Band-Sw
           EXEC SQL
               SELECT DESCRIPTION
                   INTO :WS-Sql-Band-Desc
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'SALBAND'
                     AND CODE       = :WS-Sql-Grade
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No SALBAND row for grade " WS-Sql-Grade
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Bail
               WHEN WS-Sql-Band-Desc (1:9) IS NUMERIC
                   AND WS-Sql-Band-Desc (11:9) IS NUMERIC
                   MOVE WS-Sql-Band-Desc (1:9) TO WS-Band-Digits-X
                   MOVE WS-Band-Digits TO WS-Band-Min
                   MOVE WS-Sql-Band-Desc (11:9) TO WS-Band-Digits-X
                   MOVE WS-Band-Digits TO WS-Band-Max
                   COMPUTE WS-Band-Mid ROUNDED =
                       (WS-Band-Min + WS-Band-Max) / 2
                   IF WS-Band-Mid > ZERO
                       SET Band-Found TO TRUE
                   ELSE
                       DISPLAY "SALBAND row is zero for grade "
                           WS-Sql-Grade ", band ignored"
                   END-IF
               WHEN OTHER
                   DISPLAY "SALBAND row not numeric for grade "
                       WS-Sql-Grade ", band ignored"
           END-EVALUATE
           .

       2200-Measure-Against-Band.
           COMPUTE WS-Compa-Ratio ROUNDED =
               WS-Sql-Salary / WS-Band-Mid
           MOVE WS-Band-Min TO OUT-Band-Min
           MOVE WS-Band-Mid TO OUT-Band-Mid
           MOVE WS-Band-Max TO OUT-Band-Max
           MOVE WS-Compa-Ratio TO OUT-Compa-Ratio

           ADD 1 TO WS-Dept-Count
                    WS-Grade-Count
           ADD WS-Compa-Ratio TO WS-Dept-Compa-Sum
                                 WS-Grade-Compa-Sum
           EVALUATE TRUE
               WHEN WS-Compa-Ratio < 0.900
                   ADD 1 TO WS-Dept-Under-90
                            WS-Grade-Under-90
               WHEN WS-Compa-Ratio < 1.000
                   ADD 1 TO WS-Dept-Under-100
                            WS-Grade-Under-100
               WHEN WS-Compa-Ratio < 1.100
                   ADD 1 TO WS-Dept-Under-110
                            WS-Grade-Under-110
               WHEN OTHER
                   ADD 1 TO WS-Dept-Over-110
                            WS-Grade-Over-110
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-Sql-Salary < WS-Band-Min
                   MOVE 'BELOW MIN' TO OUT-Flag
                   ADD 1 TO WS-Dept-Below-Min
                            WS-Grade-Below-Min
                            WS-Below-Min-Count
               WHEN WS-Sql-Salary > WS-Band-Max
                   MOVE 'ABOVE MAX' TO OUT-Flag
                   ADD 1 TO WS-Dept-Above-Max
                            WS-Grade-Above-Max
                            WS-Above-Max-Count
           END-EVALUATE

           IF WS-Grade-Count = 1
               OR WS-Sql-Salary < WS-Grade-Low-Salary
               MOVE WS-Sql-Salary TO WS-Grade-Low-Salary
           END-IF
           IF WS-Grade-Count = 1
               OR WS-Sql-Salary > WS-Grade-High-Salary
               MOVE WS-Sql-Salary TO WS-Grade-High-Salary
           END-IF

           IF WS-Sql-Salary < WS-Band-Mid
               AND WS-Cycle-Accept NOT = SPACES
               PERFORM 2300-Write-Merit-Proposal
           END-IF
           .

       2300-Write-Merit-Proposal.
      *    A proposal to midpoint; MERITCYC validates it against the
      *    department's pool like any other.
           MOVE SPACES TO Merit-Extract-Record
           MOVE 'P' TO MX-Record-Type
           MOVE WS-Cycle-Accept TO MX-Cycle-Id
           MOVE WS-Sql-Dept-Code TO MX-Dept-Code
           MOVE WS-Sql-Empid TO MX-Empid
           MOVE WS-Band-Mid TO MX-Amount
           WRITE Merit-Extract-Record
           ADD 1 TO WS-Extract-Count
           .

       3000-Grade-Break.
           PERFORM 3100-Dept-Break
           IF WS-Grade-Count > ZERO
               MOVE SPACES TO WS-Distribution-Line
               MOVE 'Grade' TO OUT-Dist-Level
               MOVE WS-Prev-Grade TO OUT-Dist-Code
               COMPUTE WS-Average-Compa ROUNDED =
                   WS-Grade-Compa-Sum / WS-Grade-Count
               MOVE WS-Grade-Count TO OUT-Dist-Count
               MOVE WS-Average-Compa TO OUT-Dist-Average
               MOVE WS-Grade-Under-90 TO OUT-Dist-Under-90
               MOVE WS-Grade-Under-100 TO OUT-Dist-Under-100
               MOVE WS-Grade-Under-110 TO OUT-Dist-Under-110
               MOVE WS-Grade-Over-110 TO OUT-Dist-Over-110
               MOVE WS-Grade-Below-Min TO OUT-Dist-Below-Min
               MOVE WS-Grade-Above-Max TO OUT-Dist-Above-Max
               DISPLAY WS-Distribution-Line
               WRITE Equity-Report-Record FROM WS-Distribution-Line
               COMPUTE WS-Grade-Gap =
                   WS-Grade-High-Salary - WS-Grade-Low-Salary
               MOVE WS-Grade-Low-Salary TO OUT-Low-Salary
               MOVE WS-Grade-High-Salary TO OUT-High-Salary
               MOVE WS-Grade-Gap TO OUT-Gap
               DISPLAY WS-Spread-Line
               WRITE Equity-Report-Record FROM WS-Spread-Line
           END-IF
           WRITE Equity-Report-Record FROM WS-Blank-Line
           .

       3100-Dept-Break.
           IF WS-Dept-Count > ZERO
               MOVE SPACES TO WS-Distribution-Line
               MOVE '  Dept' TO OUT-Dist-Level
               MOVE WS-Prev-Dept TO OUT-Dist-Code
               COMPUTE WS-Average-Compa ROUNDED =
                   WS-Dept-Compa-Sum / WS-Dept-Count
               MOVE WS-Dept-Count TO OUT-Dist-Count
               MOVE WS-Average-Compa TO OUT-Dist-Average
               MOVE WS-Dept-Under-90 TO OUT-Dist-Under-90
               MOVE WS-Dept-Under-100 TO OUT-Dist-Under-100
               MOVE WS-Dept-Under-110 TO OUT-Dist-Under-110
               MOVE WS-Dept-Over-110 TO OUT-Dist-Over-110
               MOVE WS-Dept-Below-Min TO OUT-Dist-Below-Min
               MOVE WS-Dept-Above-Max TO OUT-Dist-Above-Max
               WRITE Equity-Report-Record FROM WS-Distribution-Line
           END-IF
           .

       8000-Close-Files.
           CLOSE Equity-Report-File
           CLOSE Merit-Extract-File
           .

       8100-Display-Totals.
           DISPLAY "PAYEQTY - pay equity analysis complete"
           DISPLAY "Employees analyzed:  " WS-Employee-Count
           DISPLAY "No usable band:      " WS-Unbanded-Count
           DISPLAY "Ungraded, skipped:   " WS-Ungraded-Count
           DISPLAY "Below band minimum:  " WS-Below-Min-Count
           DISPLAY "Above band maximum:  " WS-Above-Max-Count
           DISPLAY "Merit proposals out: " WS-Extract-Count
           .

       9000-Bail.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "SQL Error: SQLCODE " WS-Error-SQLCODE
           MOVE 12 TO RETURN-CODE
           GOBACK
           .
