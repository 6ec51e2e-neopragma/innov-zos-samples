       Identification Division.
      **********************************************************************
      * Year-end total compensation statement, one page per EMPID -
      * the letter HR used to type every January. The wording is a
      * LETTRGEN-style template in LABSCHEMA.LETTER_TEMPLATE (the
      * campaign named on SYSIN card 2, language EN, one 80-byte line
      * per row in LINE_NO order), so HR changes the text without a
      * program change. Substitutions:
      *   &FN - first name            &SN - surname
      *   &EI - EMPID                 &YR - statement year
      *   &SS - salary at the start of the year
      *   &ES - salary at the end of the year
      *   &CH - the change over the year
      *   &BN / &BM / &BX - SALBAND minimum, midpoint and maximum
      *   &CR - compa-ratio (end salary over the band midpoint)
      *   &BP - where the salary sits in the band, in words
      * and two line tokens - a template line starting
      *   &HL - is replaced by one line per salary change in the
      *         year, in date order: SALARY_AUDIT and RAISE_HISTORY
      *         changes and the released SALARY_PENDING rows (the
      *         SALRLSE audit rows of those releases are not listed
      *         twice)
      *   &ML - is replaced by the employee's merit-cycle outcome
      *         from MERIT_PROPOSAL: proposals released into the
      *         year's SALARY_PENDING, and proposals still pending
      * Salaries at the start and end of the year come from the
      * SALARY_AUDIT and RAISE_HISTORY trails: the latest change
      * before the date, else the old salary of the first change
      * after it, else the current salary. The band is the grade's
      * CODE_TABLE SALBAND row, read the SALEDIT way.
      *
      * SYSIN card 1: the statement year (YYYY); blank for last year.
      * SYSIN card 2: the template campaign identifier.
      * SYSIN card 3: suppression flag - 'N' prints statements for
      * employees terminated during the year through EMPMNT (a 'T'
      * on EMPLOYEE_AUDIT, rehired since); anything else holds them
      * back on TCSHELD for HR to review instead. Employees whose
      * termination deleted their EMPLOYEE row get no statement.
      **********************************************************************
       Program-ID. COMPSTMT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Statement-File assign to TCSTMT01
               file status is WS-Stmt-File-Status.
           select Held-Statement-File assign to TCSHELD
               file status is WS-Held-File-Status.

       Data Division.
       File Section.
       FD  Statement-File
           recording mode f.
       01  Statement-Record         pic x(133).
       FD  Held-Statement-File
           recording mode f.
       01  Held-Statement-Record    pic x(133).

       Working-Storage Section.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-Stmt-File-Status    pic x(02).
           88  Stmt-File-OK           value "00".
       01  WS-Held-File-Status    pic x(02).
           88  Held-File-OK           value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Template-Eof-Sw     pic x value "N".
           88  Template-Eof           value "Y".
       01  WS-Detail-Eof-Sw       pic x value "N".
           88  Detail-Eof             value "Y".
       01  WS-Held-Sw             pic x value "N".
           88  Statement-Held         value "Y".
       01  WS-Band-Sw             pic x value "N".
           88  Band-Found             value "Y".
       01  WS-Token-Found-Sw      pic x value "N".
           88  Token-Found            value "Y".

       01  WS-Year-Accept         pic x(04).
       01  WS-Year-Num redefines WS-Year-Accept
                                  pic 9(04).
       01  WS-Next-Year           pic 9(04).
       01  WS-Sql-Year            pic s9(04) comp.
       01  WS-Campaign-Id         pic x(08).
       01  WS-Suppress-Accept     pic x(01).
           88  Print-Terminated       value "N".
       01  WS-Year-Start          pic x(10).
       01  WS-Next-Year-Start     pic x(10).
       01  WS-Year-End            pic x(10).

       01  WS-Sql-Empid           pic x(06).
       01  WS-Sql-Firstname       pic x(20).
       01  WS-Sql-Lastname        pic x(20).
       01  WS-Sql-Cur-Salary      pic s9(7)v99 comp-3.
       01  WS-Sql-Grade           pic x(08).
       01  WS-Sql-Grade-Ind       pic s9(04) comp.
       01  WS-Sql-Term-Count      pic s9(05) comp.
       01  WS-Sql-Tmpl-Count      pic s9(05) comp.
       01  WS-Sql-Line-Text       pic x(80).
       01  WS-Sql-Band-Desc       pic x(40).
       01  WS-Sql-As-Of-Date      pic x(10).
       01  WS-Sql-As-Of-Salary    pic s9(7)v99 comp-3.
       01  WS-Sql-Change-Date     pic x(10).
       01  WS-Sql-Change-Salary   pic s9(7)v99 comp-3.
       01  WS-Sql-Change-Source   pic x(18).
       01  WS-Sql-Cycle-Id        pic x(08).
       01  WS-Sql-Proposed        pic s9(7)v99 comp-3.
       01  WS-Sql-Merit-Status    pic x(01).
       01  WS-Sql-Merit-Date      pic x(10).
       01  WS-Band-Digits-X       pic x(09).
       01  WS-Band-Digits redefines WS-Band-Digits-X
                                  pic 9(7)v99.
       01  WS-Band-Min            pic s9(7)v99 comp-3.
       01  WS-Band-Max            pic s9(7)v99 comp-3.
       01  WS-Band-Mid            pic s9(7)v99 comp-3.
       01  WS-Compa-Ratio         pic s9(3)v999 comp-3.
       01  WS-Start-Salary        pic s9(7)v99 comp-3.
       01  WS-End-Salary          pic s9(7)v99 comp-3.
       01  WS-Year-Change         pic s9(7)v99 comp-3.
       01  WS-Prev-Salary         pic s9(7)v99 comp-3.
       01  WS-Line-Count          pic s9(04) comp.

       01  WS-Amount-Edit         pic z,zzz,zz9.99-.
       01  WS-Amount-Edit-2       pic z,zzz,zz9.99.
       01  WS-Compa-Edit          pic zz9.999.
       01  WS-Lead-Count          pic s9(04) comp.
       01  WS-Amount-Text         pic x(14).
       01  WS-Amount-Text-2       pic x(14).

      *    Token values for the current employee.
       01  WS-Token-Table.
           05  WS-Token-Entry occurs 12 times.
               10  WS-Token-Code      pic x(03).
               10  WS-Token-Value     pic x(40).
       01  WS-Token-Count         pic s9(04) comp value 12.
       01  WS-Tok-Idx             pic s9(04) comp.
       01  WS-Match-Idx           pic s9(04) comp.
       01  WS-Value-Len           pic s9(04) comp.

       01  WS-Statement-Count     pic s9(07) packed-decimal value zero.
       01  WS-Held-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Letter-Line         pic x(133).
       01  WS-Out-Ptr             pic s9(04) comp.
       01  WS-Tmpl-Ptr            pic s9(04) comp.
       01  WS-Page-Break-Line.
           05  filler             pic x(01) value "1".
           05  filler             pic x(132) value spaces.
       01  WS-History-Line.
           05  filler             pic x(03) value spaces.
           05  HL-Date            pic x(10).
           05  filler             pic x(02) value spaces.
           05  HL-Source          pic x(18).
           05  filler             pic x(06) value " from ".
           05  HL-From            pic x(14).
           05  filler             pic x(04) value " to ".
           05  HL-To              pic x(14).
       01  WS-Merit-Line.
           05  filler             pic x(03) value spaces.
           05  filler             pic x(13) value "Merit cycle ".
           05  ML-Cycle-Id        pic x(08).
           05  filler             pic x(11) value ": proposed ".
           05  ML-Proposed        pic x(14).
           05  ML-Outcome         pic x(40).
       01  WS-Released-Text.
           05  filler             pic x(21)
               value " released, effective ".
           05  RT-Effective       pic x(10).

       Procedure Division.

           perform 0100-Accept-Parameters
           perform 0200-Open-Output-Files

           EXEC SQL DECLARE STMT_TMPL_CUR CURSOR FOR
               SELECT LINE_TEXT
                   FROM LABSCHEMA.LETTER_TEMPLATE
                   WHERE CAMPAIGN_ID = :WS-Campaign-Id
                     AND LANG        = 'EN'
                   ORDER BY LINE_NO
           END-EXEC
           EXEC SQL DECLARE STMT_HIST_CUR CURSOR FOR
               SELECT CHAR(DATE(X.TS), ISO),
                      X.NEW_SALARY,
                      X.SOURCE
                   FROM (SELECT CHANGE_TIMESTAMP AS TS,
                                NEW_SALARY,
                                'SALARY CHANGE' AS SOURCE
                             FROM SALARY_AUDIT
                             WHERE EMPID = :WS-Sql-Empid
                               AND JOB_ID <> 'SALRLSE'
                         UNION ALL
                         SELECT CHANGE_TIMESTAMP,
                                NEW_SALARY,
                                'RAISE'
                             FROM RAISE_HISTORY
                             WHERE EMPID = :WS-Sql-Empid
                         UNION ALL
                         SELECT APPLIED_TIMESTAMP,
                                NEW_SALARY,
                                'SCHEDULED CHANGE'
                             FROM LABSCHEMA.SALARY_PENDING
                             WHERE EMPID  = :WS-Sql-Empid
                               AND STATUS = 'A') X
                   WHERE X.TS >= TIMESTAMP(:WS-Year-Start, '00.00.00')
                     AND X.TS <
                         TIMESTAMP(:WS-Next-Year-Start, '00.00.00')
                   ORDER BY X.TS
           END-EXEC
           EXEC SQL DECLARE STMT_MERIT_CUR CURSOR FOR
               SELECT MP.CYCLE_ID,
                      MP.PROPOSED_SALARY,
                      MP.STATUS,
                      COALESCE(CHAR(SP.EFFECTIVE_DATE, ISO), ' ')
                   FROM LABSCHEMA.MERIT_PROPOSAL MP
                   LEFT JOIN LABSCHEMA.SALARY_PENDING SP
                     ON SP.EMPID      = MP.EMPID
                    AND SP.NEW_SALARY = MP.PROPOSED_SALARY
                    AND SP.JOB_ID     = 'MERITCYC'
                   WHERE MP.EMPID = :WS-Sql-Empid
                     AND (MP.STATUS = 'P'
                          OR (MP.STATUS = 'R'
                              AND YEAR(SP.EFFECTIVE_DATE) =
                                  :WS-Sql-Year))
                   ORDER BY MP.CYCLE_ID
           END-EXEC

           EXEC SQL DECLARE STMT_EMP_CUR CURSOR FOR
               SELECT EMPID,
                      FIRSTNAME,
                      LASTNAME,
                      SALARY,
                      SALARY_GRADE
                   FROM EMPLOYEE
                   ORDER BY EMPID
           END-EXEC
           EXEC SQL OPEN STMT_EMP_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-and-Print
               until End-of-Data
           EXEC SQL CLOSE STMT_EMP_CUR END-EXEC

           close Statement-File
           close Held-Statement-File
           perform 8100-Display-Totals
           goback
           .
       0100-Accept-Parameters.
           display "Enter statement year, blank for last year: "
               with no advancing
           accept WS-Year-Accept
           if WS-Year-Accept = spaces
               EXEC SQL
                   SELECT YEAR(CURRENT DATE) - 1
                       INTO :WS-Sql-Year
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               move WS-Sql-Year to WS-Year-Num
           end-if
           if WS-Year-Accept is not numeric
               display "Statement year is not numeric: "
                   WS-Year-Accept
               move 12 to return-code
               goback
           end-if
           move WS-Year-Num to WS-Sql-Year
           compute WS-Next-Year = WS-Year-Num + 1
           string WS-Year-Accept "-01-01" delimited by size
               into WS-Year-Start
           end-string
           string WS-Year-Accept "-12-31" delimited by size
               into WS-Year-End
           end-string
           string WS-Next-Year "-01-01" delimited by size
               into WS-Next-Year-Start
           end-string

           display "Enter template campaign identifier: "
               with no advancing
           accept WS-Campaign-Id
           if WS-Campaign-Id = spaces
               display "Campaign identifier is required"
               move 12 to return-code
               goback
           end-if
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Tmpl-Count
                   FROM LABSCHEMA.LETTER_TEMPLATE
                   WHERE CAMPAIGN_ID = :WS-Campaign-Id
                     AND LANG        = 'EN'
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Tmpl-Count = zero
               display "No EN template for campaign " WS-Campaign-Id
               move 12 to return-code
               goback
           end-if

           display "Enter N to print statements for leavers: "
               with no advancing
           accept WS-Suppress-Accept
           .
       0200-Open-Output-Files.
           open output Statement-File
           open output Held-Statement-File
           if not Stmt-File-OK or not Held-File-OK
               display "Statement file open error"
               move 12 to return-code
               goback
           end-if
           .
       1000-Fetch-and-Print.
           EXEC SQL FETCH STMT_EMP_CUR
               INTO :WS-Sql-Empid,
                    :WS-Sql-Firstname,
                    :WS-Sql-Lastname,
                    :WS-Sql-Cur-Salary,
                    :WS-Sql-Grade :WS-Sql-Grade-Ind
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 2000-Build-Statement
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Build-Statement.
           move "N" to WS-Held-Sw
           if not Print-Terminated
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Term-Count
                       FROM EMPLOYEE_AUDIT
                       WHERE EMPID       = :WS-Sql-Empid
                         AND ACTION_CODE = 'T'
                         AND EFFECTIVE_DATE BETWEEN
                             DATE(:WS-Year-Start) AND
                             DATE(:WS-Year-End)
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               if WS-Sql-Term-Count > zero
                   set Statement-Held to true
               end-if
           end-if

           move WS-Year-Start to WS-Sql-As-Of-Date
           perform 3500-Salary-As-Of
           move WS-Sql-As-Of-Salary to WS-Start-Salary
           move WS-Next-Year-Start to WS-Sql-As-Of-Date
           perform 3500-Salary-As-Of
           move WS-Sql-As-Of-Salary to WS-End-Salary
           compute WS-Year-Change = WS-End-Salary - WS-Start-Salary
           perform 3600-Get-Band
           perform 2500-Build-Token-Values
           perform 4000-Print-Statement
           if Statement-Held
               add 1 to WS-Held-Count
           else
               add 1 to WS-Statement-Count
           end-if
           .
       2500-Build-Token-Values.
           move spaces to WS-Token-Table
           move "&FN" to WS-Token-Code (1)
           move WS-Sql-Firstname to WS-Token-Value (1)
           move "&SN" to WS-Token-Code (2)
           move WS-Sql-Lastname to WS-Token-Value (2)
           move "&EI" to WS-Token-Code (3)
           move WS-Sql-Empid to WS-Token-Value (3)
           move "&YR" to WS-Token-Code (4)
           move WS-Year-Accept to WS-Token-Value (4)
           move "&SS" to WS-Token-Code (5)
           move WS-Start-Salary to WS-Amount-Edit
           perform 2900-Trim-Amount
           move WS-Amount-Text to WS-Token-Value (5)
           move "&ES" to WS-Token-Code (6)
           move WS-End-Salary to WS-Amount-Edit
           perform 2900-Trim-Amount
           move WS-Amount-Text to WS-Token-Value (6)
           move "&CH" to WS-Token-Code (7)
           move WS-Year-Change to WS-Amount-Edit
           perform 2900-Trim-Amount
           move WS-Amount-Text to WS-Token-Value (7)
           move "&BN" to WS-Token-Code (8)
           move "&BM" to WS-Token-Code (9)
           move "&BX" to WS-Token-Code (10)
           move "&CR" to WS-Token-Code (11)
           move "&BP" to WS-Token-Code (12)
           if Band-Found
               move WS-Band-Min to WS-Amount-Edit
               perform 2900-Trim-Amount
               move WS-Amount-Text to WS-Token-Value (8)
               move WS-Band-Mid to WS-Amount-Edit
               perform 2900-Trim-Amount
               move WS-Amount-Text to WS-Token-Value (9)
               move WS-Band-Max to WS-Amount-Edit
               perform 2900-Trim-Amount
               move WS-Amount-Text to WS-Token-Value (10)
               compute WS-Compa-Ratio rounded =
                   WS-End-Salary / WS-Band-Mid
               move WS-Compa-Ratio to WS-Compa-Edit
               move zero to WS-Lead-Count
               inspect WS-Compa-Edit
                   tallying WS-Lead-Count for leading spaces
               move WS-Compa-Edit (WS-Lead-Count + 1:)
                   to WS-Token-Value (11)
               evaluate true
                   when WS-End-Salary < WS-Band-Min
                       move "below the range for your grade"
                           to WS-Token-Value (12)
                   when WS-End-Salary > WS-Band-Max
                       move "above the range for your grade"
                           to WS-Token-Value (12)
                   when WS-End-Salary < WS-Band-Mid
                       move "in the lower half of your range"
                           to WS-Token-Value (12)
                   when other
                       move "in the upper half of your range"
                           to WS-Token-Value (12)
               end-evaluate
           else
               move "n/a" to WS-Token-Value (8)
               move "n/a" to WS-Token-Value (9)
               move "n/a" to WS-Token-Value (10)
               move "n/a" to WS-Token-Value (11)
               move "not on a banded grade"
                   to WS-Token-Value (12)
           end-if
           .
       2900-Trim-Amount.
           move zero to WS-Lead-Count
           inspect WS-Amount-Edit
               tallying WS-Lead-Count for leading spaces
           move spaces to WS-Amount-Text
           move WS-Amount-Edit (WS-Lead-Count + 1:) to WS-Amount-Text
           .
       3500-Salary-As-Of.
      *    Salary in force at the start of the given date.
           EXEC SQL
               SELECT X.NEW_SALARY
                   INTO :WS-Sql-As-Of-Salary
                   FROM (SELECT NEW_SALARY, CHANGE_TIMESTAMP
                             FROM SALARY_AUDIT
                             WHERE EMPID = :WS-Sql-Empid
                         UNION ALL
                         SELECT NEW_SALARY, CHANGE_TIMESTAMP
                             FROM RAISE_HISTORY
                             WHERE EMPID = :WS-Sql-Empid) X
                   WHERE X.CHANGE_TIMESTAMP <
                         TIMESTAMP(:WS-Sql-As-Of-Date, '00.00.00')
                   ORDER BY X.CHANGE_TIMESTAMP DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           if SQLCODE = 100
               EXEC SQL
                   SELECT X.OLD_SALARY
                       INTO :WS-Sql-As-Of-Salary
                       FROM (SELECT OLD_SALARY, CHANGE_TIMESTAMP
                                 FROM SALARY_AUDIT
                                 WHERE EMPID = :WS-Sql-Empid
                             UNION ALL
                             SELECT OLD_SALARY, CHANGE_TIMESTAMP
                                 FROM RAISE_HISTORY
                                 WHERE EMPID = :WS-Sql-Empid) X
                       WHERE X.CHANGE_TIMESTAMP >=
                             TIMESTAMP(:WS-Sql-As-Of-Date, '00.00.00')
                       ORDER BY X.CHANGE_TIMESTAMP
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
           end-if
           evaluate true
               when SQLCODE = 100
                   move WS-Sql-Cur-Salary to WS-Sql-As-Of-Salary
               when SQLCODE not equal zero
                   perform 9000-Bail
           end-evaluate
           .
       3600-Get-Band.
           move "N" to WS-Band-Sw
           if WS-Sql-Grade-Ind not < zero
               EXEC SQL
                   SELECT DESCRIPTION
                       INTO :WS-Sql-Band-Desc
                       FROM LABSCHEMA.CODE_TABLE
                       WHERE TABLE_NAME = 'SALBAND'
                         AND CODE       = :WS-Sql-Grade
               END-EXEC
               evaluate true
                   when SQLCODE = 100
                       continue
                   when SQLCODE not equal zero
                       perform 9000-Bail
                   when WS-Sql-Band-Desc (1:9) is numeric
                       and WS-Sql-Band-Desc (11:9) is numeric
                       move WS-Sql-Band-Desc (1:9) to WS-Band-Digits-X
                       move WS-Band-Digits to WS-Band-Min
                       move WS-Sql-Band-Desc (11:9)
                           to WS-Band-Digits-X
                       move WS-Band-Digits to WS-Band-Max
                       compute WS-Band-Mid rounded =
                           (WS-Band-Min + WS-Band-Max) / 2
                       if WS-Band-Mid > zero
                           set Band-Found to true
                       end-if
               end-evaluate
           end-if
           .
       4000-Print-Statement.
           move WS-Page-Break-Line to WS-Letter-Line
           perform 6000-Write-Statement-Line

           move "N" to WS-Template-Eof-Sw
           EXEC SQL OPEN STMT_TMPL_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 4100-Fetch-Template-Line
               until Template-Eof
           EXEC SQL CLOSE STMT_TMPL_CUR END-EXEC
           .
       4100-Fetch-Template-Line.
           EXEC SQL FETCH STMT_TMPL_CUR
               INTO :WS-Sql-Line-Text
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   set Template-Eof to true
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Line-Text (1:3) = "&HL"
                   perform 5000-Print-History-Lines
               when WS-Sql-Line-Text (1:3) = "&ML"
                   perform 5500-Print-Merit-Lines
               when other
                   perform 4200-Substitute-Fields
                   perform 6000-Write-Statement-Line
           end-evaluate
           .
       4200-Substitute-Fields.
      *    Copy the template line to the output line, expanding each
      *    token as it is met. Anything else copies through as is.
           move spaces to WS-Letter-Line
           move 2 to WS-Out-Ptr
           move 1 to WS-Tmpl-Ptr
           perform 4300-Copy-Template-Char
               until WS-Tmpl-Ptr > 80 or WS-Out-Ptr > 133
           .
       4300-Copy-Template-Char.
           move "N" to WS-Token-Found-Sw
           if WS-Tmpl-Ptr < 79
                   and WS-Sql-Line-Text (WS-Tmpl-Ptr:1) = "&"
               perform 4400-Match-Token
                   varying WS-Tok-Idx from 1 by 1
                   until WS-Tok-Idx > WS-Token-Count
                      or Token-Found
           end-if
           if Token-Found
               perform 4500-Find-Value-Length
               string WS-Token-Value (WS-Match-Idx) (1:WS-Value-Len)
                   delimited by size
                   into WS-Letter-Line
                   with pointer WS-Out-Ptr
               end-string
               add 3 to WS-Tmpl-Ptr
           else
               move WS-Sql-Line-Text (WS-Tmpl-Ptr:1)
                   to WS-Letter-Line (WS-Out-Ptr:1)
               add 1 to WS-Out-Ptr
               add 1 to WS-Tmpl-Ptr
           end-if
           .
       4400-Match-Token.
           if WS-Sql-Line-Text (WS-Tmpl-Ptr:3) =
                   WS-Token-Code (WS-Tok-Idx)
               set Token-Found to true
               move WS-Tok-Idx to WS-Match-Idx
           end-if
           .
       4500-Find-Value-Length.
           move 40 to WS-Value-Len
           perform 4600-Scan-Back-One
               until WS-Value-Len = 1
                   or WS-Token-Value (WS-Match-Idx) (WS-Value-Len:1)
                       not equal space
           .
       4600-Scan-Back-One.
           if WS-Token-Value (WS-Match-Idx) (WS-Value-Len:1) = space
                   and WS-Value-Len > 1
               subtract 1 from WS-Value-Len
           end-if
           .
       5000-Print-History-Lines.
           move WS-Start-Salary to WS-Prev-Salary
           move zero to WS-Line-Count
           move "N" to WS-Detail-Eof-Sw
           EXEC SQL OPEN STMT_HIST_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5100-Fetch-History-Line
               until Detail-Eof
           EXEC SQL CLOSE STMT_HIST_CUR END-EXEC
           if WS-Line-Count = zero
               move spaces to WS-Letter-Line
               move "No salary changes during the year."
                   to WS-Letter-Line (4:)
               perform 6000-Write-Statement-Line
           end-if
           .
       5100-Fetch-History-Line.
           EXEC SQL FETCH STMT_HIST_CUR
               INTO :WS-Sql-Change-Date,
                    :WS-Sql-Change-Salary,
                    :WS-Sql-Change-Source
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Line-Count
                   move WS-Sql-Change-Date to HL-Date
                   move WS-Sql-Change-Source to HL-Source
                   move WS-Prev-Salary to WS-Amount-Edit
                   perform 2900-Trim-Amount
                   move WS-Amount-Text to HL-From
                   move WS-Sql-Change-Salary to WS-Amount-Edit
                   perform 2900-Trim-Amount
                   move WS-Amount-Text to HL-To
                   move WS-Sql-Change-Salary to WS-Prev-Salary
                   move WS-History-Line to WS-Letter-Line
                   perform 6000-Write-Statement-Line
               when SQLCODE = 100
                   set Detail-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       5500-Print-Merit-Lines.
           move zero to WS-Line-Count
           move "N" to WS-Detail-Eof-Sw
           EXEC SQL OPEN STMT_MERIT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5600-Fetch-Merit-Line
               until Detail-Eof
           EXEC SQL CLOSE STMT_MERIT_CUR END-EXEC
           if WS-Line-Count = zero
               move spaces to WS-Letter-Line
               move "No merit-cycle proposal this year."
                   to WS-Letter-Line (4:)
               perform 6000-Write-Statement-Line
           end-if
           .
       5600-Fetch-Merit-Line.
           EXEC SQL FETCH STMT_MERIT_CUR
               INTO :WS-Sql-Cycle-Id,
                    :WS-Sql-Proposed,
                    :WS-Sql-Merit-Status,
                    :WS-Sql-Merit-Date
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Line-Count
                   move WS-Sql-Cycle-Id to ML-Cycle-Id
                   move WS-Sql-Proposed to WS-Amount-Edit
                   perform 2900-Trim-Amount
                   move WS-Amount-Text to ML-Proposed
                   if WS-Sql-Merit-Status = "R"
                       move WS-Sql-Merit-Date to RT-Effective
                       move WS-Released-Text to ML-Outcome
                   else
                       move " under review" to ML-Outcome
                   end-if
                   move WS-Merit-Line to WS-Letter-Line
                   perform 6000-Write-Statement-Line
               when SQLCODE = 100
                   set Detail-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       6000-Write-Statement-Line.
           if Statement-Held
               write Held-Statement-Record from WS-Letter-Line
           else
               write Statement-Record from WS-Letter-Line
           end-if
           .
       8100-Display-Totals.
           display "COMPSTMT - total compensation statements complete"
           display "Statement year:          " WS-Year-Accept
           display "Template campaign:       " WS-Campaign-Id
           display "Statements printed:      " WS-Statement-Count
           display "Held back, leavers:      " WS-Held-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
