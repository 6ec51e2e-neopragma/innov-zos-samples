       Identification Division.
      **********************************************************************
      * Monthly budget-versus-actual report for a season. Revenue
      * comes from REVSUMM's own figures - its GLEXTR extract, run
      * for the same season in the step before, is read as REVEXTR
      * (HDR season, the DTL lines summed, the TRL record count
      * checked so a partial file is refused): fees billed, less
      * refunded, less written off, plus bad debt recovered, gives
      * net fee revenue.
      * Costs come from the LABSCHEMA.EXPENSE ledger (EXPMNT, OFFPAY
      * referee fees, CARDSETL card fees) against the planned
      * amounts on LABSCHEMA.SEASON_BUDGET, one line per category
      * that has either:
      *   - spent this month and spent season to date (through the
      *     as-of date);
      *   - the budget and the variance, budget less actual -
      *     negative is over budget;
      *   - a year-end projection at the season's run rate (actual
      *     times season days over days elapsed; the actual itself
      *     once the season has ended, the budget before it starts)
      *     and the projected variance.
      * The net position - revenue less costs - is shown to date and
      * projected; fee revenue is billed up front so is not
      * projected.
      * HDR season zero (REVSUMM run for every season) means the
      * current season of the league. SYSIN card 1 is the league;
      * card 2 the season start date, YYYY-MM-DD; card 3 the season
      * end date; card 4 the as-of date, blank for today.
      **********************************************************************
       Program-ID. BUDGRPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Revenue-Extract-File assign to REVEXTR
               file status is WS-Extract-File-Status.
           select Budget-Report-File assign to BUDRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Revenue-Extract-File
           recording mode f.
       01  Revenue-Extract-Record.
           05  RX-Record-Tag           pic x(03).
               88  RX-Header               value "HDR".
               88  RX-Detail               value "DTL".
               88  RX-Trailer              value "TRL".
           05  filler                  pic x(147).
       01  RX-Header-Record.
           05  filler                  pic x(03).
           05  RX-Gen-Date             pic 9(08).
           05  RX-Gen-Time             pic 9(06).
           05  RX-Hdr-Season-Id        pic 9(09).
           05  filler                  pic x(124).
       01  RX-Detail-Record.
           05  filler                  pic x(03).
           05  RX-Season-Id            pic 9(09).
           05  RX-Division-Name        pic x(30).
           05  RX-Billed               pic 9(9)v99.
           05  RX-Discounts            pic 9(9)v99.
           05  RX-Collected            pic 9(9)v99.
           05  RX-Refunded             pic 9(9)v99.
           05  RX-Outstanding          pic 9(9)v99.
           05  RX-Written-Off          pic 9(9)v99.
           05  RX-Recovered            pic 9(9)v99.
           05  filler                  pic x(31).
       01  RX-Trailer-Record.
           05  filler                  pic x(03).
           05  RX-Dtl-Count            pic 9(07).
           05  filler                  pic x(140).

       FD  Budget-Report-File
           recording mode f.
       01  Budget-Report-Record   pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Extract-File-Status pic x(02).
           88  Extract-File-OK        value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Trailer-Sw          pic x value "N".
           88  Trailer-Seen           value "Y".
       01  WS-Start-Date          pic x(10).
       01  WS-End-Date            pic x(10).
       01  WS-As-Of-Date          pic x(10).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Start-Date      pic x(10).
       01  WS-Sql-End-Date        pic x(10).
       01  WS-Sql-As-Of-Date      pic x(10).
       01  WS-Sql-Month-Start     pic x(10).
       01  WS-Sql-Season-Days     pic s9(05) comp.
       01  WS-Sql-Elapsed-Days    pic s9(05) comp.
       01  WS-Sql-Category-Code   pic x(08).
       01  WS-Sql-Category-Desc   pic x(30).
       01  WS-Sql-Budget          pic s9(9)v99 comp-3.
       01  WS-Sql-Actual          pic s9(9)v99 comp-3.
       01  WS-Sql-Month-Actual    pic s9(9)v99 comp-3.

       01  WS-Dtl-Count           pic s9(07) packed-decimal value zero.
       01  WS-Category-Count      pic s9(07) packed-decimal value zero.
       01  WS-Rev-Billed          pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Rev-Refunded        pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Rev-Written-Off     pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Rev-Recovered       pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Rev-Net             pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Projected           pic s9(11)v99 packed-decimal.
       01  WS-Tot-Month           pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Tot-Actual          pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Tot-Budget          pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Tot-Projected       pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Net-Position        pic s9(11)v99 packed-decimal.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(30)
               value "BUDGET VERSUS ACTUAL - SEASON".
           05  OUT-Title-Season    pic z(08)9.
           05  filler              pic x(07) value "  AS OF".
           05  filler              pic x(01) value space.
           05  OUT-Title-As-Of     pic x(10).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Period-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(08) value "Season ".
           05  OUT-Start-Date      pic x(10).
           05  filler              pic x(04) value " to ".
           05  OUT-End-Date        pic x(10).
           05  filler              pic x(02) value ", ".
           05  OUT-Elapsed-Days    pic zzzz9.
           05  filler              pic x(04) value " of ".
           05  OUT-Season-Days     pic zzzz9.
           05  filler              pic x(13) value " days elapsed".
       01  WS-Blank-Line           pic x(01) value space.
       01  WS-Section-Line.
           05  filler              pic x(01) value "0".
           05  OUT-Section-Title   pic x(40).
       01  WS-Amount-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(02) value spaces.
           05  OUT-Amount-Label    pic x(36).
           05  OUT-Amount          pic -zz,zzz,zz9.99.
       01  WS-Column-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(34) value "Category".
           05  filler              pic x(15) value "     This Month".
           05  filler              pic x(15) value "    Season YTD".
           05  filler              pic x(15) value "         Budget".
           05  filler              pic x(15) value "       Variance".
           05  filler              pic x(15) value "      Projected".
           05  filler              pic x(15) value "  Proj Variance".
       01  WS-Category-Line.
           05  filler              pic x(01) value space.
           05  OUT-Category-Code   pic x(08).
           05  filler              pic x(02) value spaces.
           05  OUT-Category-Desc   pic x(24).
           05  OUT-Month-Actual    pic -zz,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Actual          pic -zz,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Budget          pic -zz,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Variance        pic -zz,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Projected       pic -zz,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Proj-Variance   pic -zz,zzz,zz9.99.

       Procedure Division.

      *    Every category with a budget or any spend this season.
           EXEC SQL DECLARE BUDG_CAT_CUR CURSOR FOR
               SELECT K.CATEGORY_CODE,
                      COALESCE(CT.DESCRIPTION, ' '),
                      COALESCE((SELECT SUM(B.PLANNED_AMOUNT)
                           FROM LABSCHEMA.SEASON_BUDGET B
                           WHERE B.SEASON_ID = :WS-Sql-Season-Id
                             AND B.CATEGORY_CODE = K.CATEGORY_CODE),
                           0),
                      COALESCE((SELECT SUM(E.AMOUNT)
                           FROM LABSCHEMA.EXPENSE E
                           WHERE E.SEASON_ID = :WS-Sql-Season-Id
                             AND E.CATEGORY_CODE = K.CATEGORY_CODE
                             AND E.EXPENSE_DATE
                                 <= DATE(:WS-Sql-As-Of-Date)),
                           0),
                      COALESCE((SELECT SUM(E.AMOUNT)
                           FROM LABSCHEMA.EXPENSE E
                           WHERE E.SEASON_ID = :WS-Sql-Season-Id
                             AND E.CATEGORY_CODE = K.CATEGORY_CODE
                             AND E.EXPENSE_DATE
                                 BETWEEN DATE(:WS-Sql-Month-Start)
                                     AND DATE(:WS-Sql-As-Of-Date)),
                           0)
                   FROM (SELECT B2.CATEGORY_CODE
                             FROM LABSCHEMA.SEASON_BUDGET B2
                             WHERE B2.SEASON_ID = :WS-Sql-Season-Id
                         UNION
                         SELECT E2.CATEGORY_CODE
                             FROM LABSCHEMA.EXPENSE E2
                             WHERE E2.SEASON_ID = :WS-Sql-Season-Id)
                        K
                   LEFT JOIN LABSCHEMA.CODE_TABLE CT
                     ON CT.TABLE_NAME = 'EXPCAT'
                    AND CT.CODE = K.CATEGORY_CODE
                   ORDER BY K.CATEGORY_CODE
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 1000-Open-Files
           perform 2000-Read-Revenue
               until End-of-File
           perform 2500-Check-Revenue
           perform 3000-Resolve-Dates
           perform 4000-Write-Revenue-Section

           EXEC SQL OPEN BUDG_CAT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5000-Fetch-Category
               until End-of-Data
           EXEC SQL CLOSE BUDG_CAT_CUR END-EXEC

           perform 6000-Write-Totals
           perform 8000-Close-Files
           perform 8100-Display-Totals
           goback
           .
       0050-Select-League.
      *    SYSIN card 1 names the league this run is for - its code,
      *    or a PARM_PROFILE profile naming it (see LEAGSEL).
           accept WS-League-Key
           call "LEAGSEL" using WS-League-Key
                                WS-Sql-League-Id
                                WS-League-Name
                                WS-League-Status
           if not League-Found
               move 12 to return-code
               goback
           end-if
           .
       0100-Accept-Parameters.
           accept WS-Start-Date
           accept WS-End-Date
           accept WS-As-Of-Date
           if WS-Start-Date = spaces or WS-End-Date = spaces
               display "Season start and end dates (YYYY-MM-DD) are "
                   "required on SYSIN"
               move 12 to return-code
               goback
           end-if
           move WS-Start-Date to WS-Sql-Start-Date
           move WS-End-Date to WS-Sql-End-Date
           .
       1000-Open-Files.
           open input Revenue-Extract-File
           if not Extract-File-OK
               display "Revenue extract open error: "
                   WS-Extract-File-Status
               move 12 to return-code
               goback
           end-if
           open output Budget-Report-File
           if not Report-File-OK
               display "Budget report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-Revenue.
           read Revenue-Extract-File
               at end
                   set End-of-File to true
               not at end
                   perform 2100-Take-Revenue-Record
           end-read
           .
       2100-Take-Revenue-Record.
           evaluate true
               when RX-Header
                   move RX-Hdr-Season-Id to WS-Sql-Season-Id
                   if WS-Sql-Season-Id = zero
                       perform 2200-Get-Current-Season
                   end-if
               when RX-Detail
                   add 1 to WS-Dtl-Count
                   if RX-Season-Id = WS-Sql-Season-Id
                       add RX-Billed to WS-Rev-Billed
                       add RX-Refunded to WS-Rev-Refunded
                       add RX-Written-Off to WS-Rev-Written-Off
                       add RX-Recovered to WS-Rev-Recovered
                   end-if
               when RX-Trailer
                   set Trailer-Seen to true
                   if RX-Dtl-Count not equal WS-Dtl-Count
                       display "REVEXTR trailer count " RX-Dtl-Count
                           " does not match detail lines read "
                           WS-Dtl-Count " - partial revenue extract"
                       move 8 to return-code
                       goback
                   end-if
           end-evaluate
           .
       2200-Get-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       2500-Check-Revenue.
           if not Trailer-Seen
               display "REVEXTR has no trailer - partial revenue "
                   "extract"
               move 8 to return-code
               goback
           end-if
           compute WS-Rev-Net = WS-Rev-Billed - WS-Rev-Refunded
                              - WS-Rev-Written-Off + WS-Rev-Recovered
           .
       3000-Resolve-Dates.
      *    DB2 judges the dates: a malformed one fails the conversion.
           if WS-As-Of-Date = spaces
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                       INTO :WS-Sql-As-Of-Date
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
           else
               move WS-As-Of-Date to WS-Sql-As-Of-Date
           end-if
           EXEC SQL
               SELECT DAYS(DATE(:WS-Sql-End-Date))
                          - DAYS(DATE(:WS-Sql-Start-Date)) + 1,
                      DAYS(DATE(:WS-Sql-As-Of-Date))
                          - DAYS(DATE(:WS-Sql-Start-Date)) + 1
                   INTO :WS-Sql-Season-Days,
                        :WS-Sql-Elapsed-Days
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               display "Invalid season or as-of date on SYSIN: "
                   WS-Sql-Start-Date " " WS-Sql-End-Date " "
                   WS-Sql-As-Of-Date
               perform 9000-Bail
           end-if
           if WS-Sql-Season-Days not greater than zero
               display "Season end date is before its start date"
               move 12 to return-code
               goback
           end-if
           if WS-Sql-Elapsed-Days < zero
               move zero to WS-Sql-Elapsed-Days
           end-if
           if WS-Sql-Elapsed-Days > WS-Sql-Season-Days
               move WS-Sql-Season-Days to WS-Sql-Elapsed-Days
           end-if
           move WS-Sql-As-Of-Date to WS-Sql-Month-Start
           move "01" to WS-Sql-Month-Start (9:2)
           .
       4000-Write-Revenue-Section.
           move WS-Sql-Season-Id to OUT-Title-Season
           move WS-Sql-As-Of-Date to OUT-Title-As-Of
           write Budget-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Budget-Report-Record from WS-League-Line
           move WS-Sql-Start-Date to OUT-Start-Date
           move WS-Sql-End-Date to OUT-End-Date
           move WS-Sql-Elapsed-Days to OUT-Elapsed-Days
           move WS-Sql-Season-Days to OUT-Season-Days
           write Budget-Report-Record from WS-Period-Line

           move "REVENUE (REVSUMM)" to OUT-Section-Title
           write Budget-Report-Record from WS-Section-Line
           move "Fees billed" to OUT-Amount-Label
           move WS-Rev-Billed to OUT-Amount
           write Budget-Report-Record from WS-Amount-Line
           move "Less refunded" to OUT-Amount-Label
           compute OUT-Amount = zero - WS-Rev-Refunded
           write Budget-Report-Record from WS-Amount-Line
           move "Less written off" to OUT-Amount-Label
           compute OUT-Amount = zero - WS-Rev-Written-Off
           write Budget-Report-Record from WS-Amount-Line
           move "Plus bad debt recovered" to OUT-Amount-Label
           move WS-Rev-Recovered to OUT-Amount
           write Budget-Report-Record from WS-Amount-Line
           move "Net fee revenue" to OUT-Amount-Label
           move WS-Rev-Net to OUT-Amount
           write Budget-Report-Record from WS-Amount-Line

           move "EXPENSES BY CATEGORY" to OUT-Section-Title
           write Budget-Report-Record from WS-Section-Line
           write Budget-Report-Record from WS-Column-Line
           .
       5000-Fetch-Category.
           EXEC SQL FETCH BUDG_CAT_CUR
               INTO :WS-Sql-Category-Code,
                    :WS-Sql-Category-Desc,
                    :WS-Sql-Budget,
                    :WS-Sql-Actual,
                    :WS-Sql-Month-Actual
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 5100-Write-Category-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       5100-Write-Category-Line.
           evaluate true
               when WS-Sql-Elapsed-Days = zero
                   move WS-Sql-Budget to WS-Projected
               when WS-Sql-Elapsed-Days = WS-Sql-Season-Days
                   move WS-Sql-Actual to WS-Projected
               when other
                   compute WS-Projected rounded =
                       WS-Sql-Actual * WS-Sql-Season-Days
                           / WS-Sql-Elapsed-Days
           end-evaluate

           add 1 to WS-Category-Count
           add WS-Sql-Month-Actual to WS-Tot-Month
           add WS-Sql-Actual to WS-Tot-Actual
           add WS-Sql-Budget to WS-Tot-Budget
           add WS-Projected to WS-Tot-Projected

           move WS-Sql-Category-Code to OUT-Category-Code
           move WS-Sql-Category-Desc to OUT-Category-Desc
           move WS-Sql-Month-Actual to OUT-Month-Actual
           move WS-Sql-Actual to OUT-Actual
           move WS-Sql-Budget to OUT-Budget
           compute OUT-Variance = WS-Sql-Budget - WS-Sql-Actual
           move WS-Projected to OUT-Projected
           compute OUT-Proj-Variance = WS-Sql-Budget - WS-Projected
           write Budget-Report-Record from WS-Category-Line
           .
       6000-Write-Totals.
           move spaces to OUT-Category-Code
           move "Total expenses" to OUT-Category-Desc
           move WS-Tot-Month to OUT-Month-Actual
           move WS-Tot-Actual to OUT-Actual
           move WS-Tot-Budget to OUT-Budget
           compute OUT-Variance = WS-Tot-Budget - WS-Tot-Actual
           move WS-Tot-Projected to OUT-Projected
           compute OUT-Proj-Variance = WS-Tot-Budget - WS-Tot-Projected
           write Budget-Report-Record from WS-Blank-Line
           write Budget-Report-Record from WS-Category-Line

           move "NET POSITION" to OUT-Section-Title
           write Budget-Report-Record from WS-Section-Line
           compute WS-Net-Position = WS-Rev-Net - WS-Tot-Actual
           move "Net fee revenue less costs to date" to OUT-Amount-Label
           move WS-Net-Position to OUT-Amount
           write Budget-Report-Record from WS-Amount-Line
           compute WS-Net-Position = WS-Rev-Net - WS-Tot-Projected
           move "Projected at season end" to OUT-Amount-Label
           move WS-Net-Position to OUT-Amount
           write Budget-Report-Record from WS-Amount-Line
           .
       8000-Close-Files.
           close Revenue-Extract-File
           close Budget-Report-File
           .
       8100-Display-Totals.
           display "BUDGRPT - budget versus actual complete"
           display "League:               " WS-League-Name
           display "Season:               " WS-Sql-Season-Id
           display "Categories reported:  " WS-Category-Count
           display "Net fee revenue:      " WS-Rev-Net
           display "Expenses to date:     " WS-Tot-Actual
           display "Budgeted:             " WS-Tot-Budget
           display "Projected expenses:   " WS-Tot-Projected
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
