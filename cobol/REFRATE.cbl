       Identification Division.
      **********************************************************************
      * Season rating report per official, off the coaches' forms
      * REFEVAL loads to LABSCHEMA.REFEREE_EVAL for the current
      * season. For each official: forms received, games rated, the
      * average of each criterion and overall, and a trend line -
      * the overall average month by month, with the least-squares
      * slope across those months read as IMPROVING, DECLINING or
      * STEADY (a move of under 0.05 a month either way). The
      * lowest-rated officials print first, so the ones drawing the
      * complaints are at the top of the page. SYSIN card 1 names
      * the league - its current season's forms are the ones rated
      * and the report carries its name. SYSIN card 2 is the
      * playoff minimum rating OFFASGN runs with (9.99, blank for
      * none); officials under it are marked.
      **********************************************************************
       Program-ID. REFRATE.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Rating-Report-File assign to RRTRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Rating-Report-File
           recording mode f.
       01  Rating-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Referee-Eof-Sw      pic x value "N".
           88  Referee-Eof            value "Y".
       01  WS-Month-Eof-Sw        pic x value "N".
           88  Month-Eof              value "Y".
       01  WS-Minimum-Accept      pic x(04).
       01  WS-Minimum-Edit redefines WS-Minimum-Accept.
           05  WS-Minimum-Units    pic 9(01).
           05  WS-Minimum-Point    pic x(01).
           05  WS-Minimum-Hundths  pic 9(02).
       01  WS-Minimum-Rating      pic s9(01)v99 comp-3 value zero.
       01  WS-Minimum-Sw          pic x value "N".
           88  Minimum-Set            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Referee-Id      pic s9(09) comp.
       01  WS-Sql-Referee-Name    pic x(60).
       01  WS-Sql-Forms           pic s9(05) comp.
       01  WS-Sql-Games           pic s9(05) comp.
       01  WS-Sql-Avg-Positioning pic s9(01)v99 comp-3.
       01  WS-Sql-Avg-Consistency pic s9(01)v99 comp-3.
       01  WS-Sql-Avg-Communication
                                  pic s9(01)v99 comp-3.
       01  WS-Sql-Avg-Control     pic s9(01)v99 comp-3.
       01  WS-Sql-Avg-Overall     pic s9(01)v99 comp-3.
       01  WS-Sql-Month           pic x(07).
       01  WS-Sql-Month-Avg       pic s9(01)v99 comp-3.

      * Least-squares slope of the monthly averages, x the month's
      * position in the season so far.
       01  WS-Trend-N             pic s9(05) comp.
       01  WS-Trend-Sum-X         pic s9(07) comp-3.
       01  WS-Trend-Sum-Y         pic s9(05)v99 comp-3.
       01  WS-Trend-Sum-XY        pic s9(07)v99 comp-3.
       01  WS-Trend-Sum-XX        pic s9(09) comp-3.
       01  WS-Trend-Denom         pic s9(09) comp-3.
       01  WS-Trend-Slope         pic s9(03)v9999 comp-3.
       01  WS-Trend-Sub           pic s9(04) comp.

       01  WS-Referee-Count       pic s9(07) packed-decimal value zero.
       01  WS-Below-Count         pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Heading-Line-1.
           05  filler              pic x(32)
               value "OFFICIALS' SEASON RATING REPORT".
           05  filler              pic x(16)
               value "PLAYOFF MINIMUM ".
           05  OUT-Minimum         pic x(04).
       01  WS-Heading-Line-2.
           05  filler              pic x(31) value "Official".
           05  filler              pic x(12) value "Forms Games".
           05  filler              pic x(30)
               value "  Pos  Cons  Comm  Ctrl  Ovrl".
       01  WS-Referee-Line.
           05  OUT-Referee-Name    pic x(30).
           05  filler              pic x(01) value space.
           05  OUT-Forms           pic zzzz9.
           05  filler              pic x(01) value space.
           05  OUT-Games           pic zzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Avg-Positioning pic 9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Avg-Consistency pic 9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Avg-Communication
                                   pic 9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Avg-Control     pic 9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Avg-Overall     pic 9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Below-Flag      pic x(13).
       01  WS-Trend-Line.
           05  filler              pic x(09) value "  Trend: ".
           05  WS-Trend-Entry occurs 6 times.
               10  OUT-Trend-Month pic x(07).
               10  filler          pic x(01).
               10  OUT-Trend-Avg   pic 9.99.
               10  filler          pic x(03).
       01  WS-Slope-Line.
           05  filler              pic x(09) value "  Slope: ".
           05  OUT-Slope           pic +9.99.
           05  filler              pic x(11) value " per month ".
           05  OUT-Slope-Word      pic x(10).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Find-Current-Season
           perform 0400-Open-Report

      *    Every official rated this season, lowest overall first.
           EXEC SQL DECLARE RATE_REF_CUR CURSOR FOR
               SELECT E.REFEREE_ID,
                      R.REFEREE_NAME,
                      COUNT(*),
                      COUNT(DISTINCT E.FIXTURE_ID),
                      AVG(DECIMAL(E.POSITIONING, 5, 2)),
                      AVG(DECIMAL(E.CONSISTENCY, 5, 2)),
                      AVG(DECIMAL(E.COMMUNICATION, 5, 2)),
                      AVG(DECIMAL(E.GAME_CONTROL, 5, 2)),
                      AVG(E.OVERALL_RATING)
                   FROM LABSCHEMA.REFEREE_EVAL E
                   JOIN LABSCHEMA.REFEREES R
                     ON R.REFEREE_ID = E.REFEREE_ID
                   WHERE E.SEASON_ID = :WS-Sql-Season-Id
                   GROUP BY E.REFEREE_ID, R.REFEREE_NAME
                   ORDER BY 9, R.REFEREE_NAME
           END-EXEC

      *    One official's overall average month by month, by the
      *    date of the game rated.
           EXEC SQL DECLARE RATE_MONTH_CUR CURSOR FOR
               SELECT SUBSTR(CHAR(G.FIXTURE_DATE), 1, 7),
                      AVG(E.OVERALL_RATING)
                   FROM LABSCHEMA.REFEREE_EVAL E
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = E.FIXTURE_ID
                   WHERE E.SEASON_ID = :WS-Sql-Season-Id
                     AND E.REFEREE_ID = :WS-Sql-Referee-Id
                   GROUP BY SUBSTR(CHAR(G.FIXTURE_DATE), 1, 7)
                   ORDER BY 1
           END-EXEC

           EXEC SQL OPEN RATE_REF_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Process-Referee
               until Referee-Eof
           EXEC SQL CLOSE RATE_REF_CUR END-EXEC

           close Rating-Report-File
           display "REFRATE - official rating report complete"
           display "Officials rated:       " WS-Referee-Count
           display "Below playoff minimum: " WS-Below-Count
           display "League: " WS-League-Name
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
           accept WS-Minimum-Accept
           if WS-Minimum-Units is numeric
               and WS-Minimum-Point = "."
               and WS-Minimum-Hundths is numeric
               compute WS-Minimum-Rating =
                   WS-Minimum-Units + WS-Minimum-Hundths / 100
               set Minimum-Set to true
               move WS-Minimum-Accept to OUT-Minimum
           else
               move "NONE" to OUT-Minimum
           end-if
           .
       0200-Find-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       0400-Open-Report.
           open output Rating-Report-File
           if not Report-File-OK
               display "Rating report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           write Rating-Report-Record from WS-Heading-Line-1
           move WS-League-Name to OUT-League-Name
           write Rating-Report-Record from WS-League-Line
           write Rating-Report-Record from WS-Heading-Line-2
           .
       1000-Process-Referee.
           EXEC SQL FETCH RATE_REF_CUR
               INTO :WS-Sql-Referee-Id,
                    :WS-Sql-Referee-Name,
                    :WS-Sql-Forms,
                    :WS-Sql-Games,
                    :WS-Sql-Avg-Positioning,
                    :WS-Sql-Avg-Consistency,
                    :WS-Sql-Avg-Communication,
                    :WS-Sql-Avg-Control,
                    :WS-Sql-Avg-Overall
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Referee-Count
                   perform 2000-Write-Referee
               when SQLCODE = 100
                   set Referee-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Referee.
           move WS-Sql-Referee-Name to OUT-Referee-Name
           move WS-Sql-Forms to OUT-Forms
           move WS-Sql-Games to OUT-Games
           move WS-Sql-Avg-Positioning to OUT-Avg-Positioning
           move WS-Sql-Avg-Consistency to OUT-Avg-Consistency
           move WS-Sql-Avg-Communication to OUT-Avg-Communication
           move WS-Sql-Avg-Control to OUT-Avg-Control
           move WS-Sql-Avg-Overall to OUT-Avg-Overall
           if Minimum-Set and WS-Sql-Avg-Overall < WS-Minimum-Rating
               move "BELOW MINIMUM" to OUT-Below-Flag
               add 1 to WS-Below-Count
           else
               move spaces to OUT-Below-Flag
           end-if
           write Rating-Report-Record from WS-Referee-Line

           move zero to WS-Trend-N
           move zero to WS-Trend-Sum-X
           move zero to WS-Trend-Sum-Y
           move zero to WS-Trend-Sum-XY
           move zero to WS-Trend-Sum-XX
           move zero to WS-Trend-Sub
           move spaces to WS-Trend-Line (10:)
           move "N" to WS-Month-Eof-Sw
           EXEC SQL OPEN RATE_MONTH_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3000-Process-Month
               until Month-Eof
           EXEC SQL CLOSE RATE_MONTH_CUR END-EXEC
           if WS-Trend-Sub > zero
               write Rating-Report-Record from WS-Trend-Line
           end-if
           perform 4000-Write-Slope
           .
       3000-Process-Month.
           EXEC SQL FETCH RATE_MONTH_CUR
               INTO :WS-Sql-Month,
                    :WS-Sql-Month-Avg
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Trend-N
                   add WS-Trend-N to WS-Trend-Sum-X
                   add WS-Sql-Month-Avg to WS-Trend-Sum-Y
                   compute WS-Trend-Sum-XY = WS-Trend-Sum-XY
                       + WS-Trend-N * WS-Sql-Month-Avg
                   compute WS-Trend-Sum-XX = WS-Trend-Sum-XX
                       + WS-Trend-N * WS-Trend-N
                   if WS-Trend-Sub = 6
                       write Rating-Report-Record from WS-Trend-Line
                       move spaces to WS-Trend-Line (10:)
                       move zero to WS-Trend-Sub
                   end-if
                   add 1 to WS-Trend-Sub
                   move WS-Sql-Month to OUT-Trend-Month (WS-Trend-Sub)
                   move WS-Sql-Month-Avg to OUT-Trend-Avg (WS-Trend-Sub)
               when SQLCODE = 100
                   set Month-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4000-Write-Slope.
           if WS-Trend-N < 2
               move zero to WS-Trend-Slope
           else
               compute WS-Trend-Denom =
                   WS-Trend-N * WS-Trend-Sum-XX
                   - WS-Trend-Sum-X * WS-Trend-Sum-X
               compute WS-Trend-Slope rounded =
                   (WS-Trend-N * WS-Trend-Sum-XY
                    - WS-Trend-Sum-X * WS-Trend-Sum-Y)
                   / WS-Trend-Denom
           end-if
           move WS-Trend-Slope to OUT-Slope
           evaluate true
               when WS-Trend-N < 2
                   move "ONE MONTH" to OUT-Slope-Word
               when WS-Trend-Slope not less than 0.05
                   move "IMPROVING" to OUT-Slope-Word
               when WS-Trend-Slope not greater than -0.05
                   move "DECLINING" to OUT-Slope-Word
               when other
                   move "STEADY" to OUT-Slope-Word
           end-evaluate
           write Rating-Report-Record from WS-Slope-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
