       Identification Division.
      **********************************************************************
      * Head-to-head history between two teams across every season on
      * file - the all-time series the press and the coaches ask for
      * whenever PLAYSEED/PLAYADVN pair two teams in a playoff round.
      * Driven by a control file in the TEAMLIST style, one card per
      * request:
      *   team name 1 (cols 1-60), team name 2 (cols 61-120)
      *       - the full series between the two teams;
      *   'ALL' (cols 1-3), division name (cols 61-120)
      *       - the series matrix for every pairing of the teams in
      *         that division.
      *
      * Meetings come from the current season's GAME_RESULTS (under
      * the CURRENT_SEASON row of LABSCHEMA.SEASON) and every archived
      * season's GAME_RESULTS_HIST. The venue is the GAME_SCHEDULE
      * fixture for that date and pairing; the leading scorer on each
      * side is the top points line from THROWS_GAME /
      * THROWS_GAME_HIST against the other team that date, so a
      * scorer counts for the side played for at the time, not the
      * player's current TEAM_ID.
      *
      * The pair header carries the series record, the longest run of
      * consecutive wins by either side and the average winning
      * margin over played games. Forfeits count as wins the way
      * STANDRPT counts them (no margin); abandoned games are listed
      * but count for neither side and break a streak.
      *
      * The ALL card prints the division grid (row team's wins-losses
      * against the column team) and writes one H2HMTRX record per
      * team per opponent, which MEDIAGDE prints in each team's
      * booklet.
      *
      * Runs for one league, named on SYSIN card 1: team and division
      * names are looked up in that league only, and every page
      * carries its name.
      **********************************************************************
       Program-ID. H2HHIST.
       Environment Division.
       Input-Output Section.
       File-Control.
           select H2H-Control-File assign to H2HCTL
               file status is WS-Control-File-Status.

           select H2H-Report-File assign to H2HRPT01
               file status is WS-Report-File-Status.

           select H2H-Matrix-File assign to H2HMTRX
               file status is WS-Matrix-File-Status.

       Data Division.
       File Section.
       FD  H2H-Control-File
           recording mode f.
       01  HC-Record.
           05  HC-Team-Name-1          pic x(60).
               88  HC-All-Pairs            value "ALL".
           05  HC-Team-Name-2          pic x(60).

       FD  H2H-Report-File
           recording mode f.
       01  H2H-Report-Record           pic x(133).

       FD  H2H-Matrix-File
           recording mode f.
       01  MX-Matrix-Record.
           05  MX-Division-Name        pic x(30).
           05  MX-Team-Name            pic x(60).
           05  MX-Opponent-Name        pic x(60).
           05  MX-Games                pic 9(04).
           05  MX-Wins                 pic 9(04).
           05  MX-Losses               pic 9(04).
           05  MX-No-Decision          pic 9(04).
           05  MX-Last-Met             pic x(10).
           05  MX-Avg-Margin           pic 9(03)v9.

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Control-File-Status pic x(02).
           88  Control-File-OK        value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Matrix-File-Status  pic x(02).
           88  Matrix-File-OK         value "00".
       01  WS-Control-Eof-Sw      pic x value "N".
           88  Control-Eof            value "Y".
       01  WS-Meet-Eof-Sw         pic x value "N".
           88  Meet-Eof               value "Y".
       01  WS-Div-Eof-Sw          pic x value "N".
           88  Div-Eof                value "Y".
       01  WS-Pair-Ok-Sw          pic x value "N".
           88  Pair-Ok                value "Y".
       01  WS-Detail-Mode-Sw      pic x value "Y".
           88  Detail-Mode            value "Y".
           88  Matrix-Mode            value "N".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Sql-Team-A-Id       pic s9(09) comp.
       01  WS-Sql-Team-B-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.
       01  WS-Sql-Away-Team-Id    pic s9(09) comp.
       01  WS-Sql-Home-Score      pic s9(05) comp.
       01  WS-Sql-Away-Score      pic s9(05) comp.
       01  WS-Sql-Result-Type     pic x(02).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Opponent-Id     pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Points          pic s9(05) comp.

       01  WS-Team-A-Name         pic x(60).
       01  WS-Team-B-Name         pic x(60).

      * Meetings between the pair in date order. 200 is decades of
      * twice-a-season meetings plus playoffs.
       01  WS-Meet-Count          pic s9(04) comp value zero.
       01  WS-Meet-Sub            pic s9(04) comp.
       01  WS-Meet-Table.
           05  MT-Meeting occurs 200 times.
               10  MT-Season-Id        pic s9(09) comp.
               10  MT-Game-Date        pic x(10).
               10  MT-A-Is-Home        pic x(01).
               10  MT-A-Score          pic s9(05) comp.
               10  MT-B-Score          pic s9(05) comp.
               10  MT-Result-Type      pic x(02).
               10  MT-Outcome          pic x(01).
                   88  MT-A-Won            value "A".
                   88  MT-B-Won            value "B".
                   88  MT-Tied             value "T".
                   88  MT-No-Result        value "N".

      * Series totals for the pair being reported.
       01  WS-A-Wins              pic s9(04) comp.
       01  WS-B-Wins              pic s9(04) comp.
       01  WS-No-Decision         pic s9(04) comp.
       01  WS-Margin-Games        pic s9(04) comp.
       01  WS-Margin-Total        pic s9(07) comp.
       01  WS-Avg-Margin          pic s9(03)v9 packed-decimal.
       01  WS-Run-Side            pic x(01).
       01  WS-Run-Length          pic s9(04) comp.
       01  WS-Best-Run-Side       pic x(01).
       01  WS-Best-Run-Length     pic s9(04) comp.
       01  WS-Margin-Work         pic s9(05) comp.

      * Division teams for an ALL card, and the row-team wins against
      * each column team for the printed grid. 14 teams fit 133
      * columns.
       01  WS-Div-Team-Count      pic s9(04) comp value zero.
       01  WS-Row-Sub             pic s9(04) comp.
       01  WS-Col-Sub             pic s9(04) comp.
       01  WS-Div-Team-Table.
           05  DT-Team occurs 14 times.
               10  DT-Team-Id          pic s9(09) comp.
               10  DT-Team-Name        pic x(60).
       01  WS-Grid-Table.
           05  GR-Row occurs 14 times.
               10  GR-Cell occurs 14 times.
                   15  GR-Wins         pic s9(04) comp.
                   15  GR-Losses       pic s9(04) comp.

       01  WS-Pair-Count          pic s9(05) packed-decimal value zero.
       01  WS-Matrix-Count        pic s9(05) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Detail-Line         pic x(133).

       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Pair-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(14) value "HEAD-TO-HEAD: ".
           05  OUT-Title-A         pic x(40).
           05  filler              pic x(04) value " vs ".
           05  OUT-Title-B         pic x(40).
       01  WS-Record-Line.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(15) value "Series record: ".
           05  OUT-Rec-A-Name      pic x(30).
           05  OUT-Rec-A-Wins      pic zz9.
           05  filler              pic x(03) value " - ".
           05  OUT-Rec-B-Wins      pic zz9.
           05  filler              pic x(01) value spaces.
           05  OUT-Rec-B-Name      pic x(30).
           05  filler              pic x(03) value "  (".
           05  OUT-Rec-No-Dec      pic zz9.
           05  filler              pic x(15) value " no decision)".
       01  WS-Streak-Line.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(23)
               value "Longest winning run:   ".
           05  OUT-Streak-Length   pic zz9.
           05  filler              pic x(10) value " straight ".
           05  OUT-Streak-Team     pic x(40).
       01  WS-Margin-Line.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(23)
               value "Average winning margin:".
           05  OUT-Avg-Margin      pic zz9.9.
           05  filler              pic x(24)
               value " points, played games".
       01  WS-Meet-Headings.
           05  filler pic x(01) value spaces.
           05  filler pic x(08) value "Season".
           05  filler pic x(12) value "Date".
           05  filler pic x(21) value "Venue".
           05  filler pic x(13) value "Score".
           05  filler pic x(39) value "Leading scorer (first team)".
           05  filler pic x(39) value "Leading scorer (second team)".
       01  WS-Meet-Line.
           05  filler              pic x(01) value spaces.
           05  OUT-Season          pic zzzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Game-Date       pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Venue           pic x(20).
           05  filler              pic x(01) value spaces.
           05  OUT-A-Score         pic zz9.
           05  filler              pic x(01) value "-".
           05  OUT-B-Score         pic zz9.
           05  filler              pic x(01) value spaces.
           05  OUT-Result-Note     pic x(04).
           05  filler              pic x(01) value spaces.
           05  OUT-A-Leader        pic x(30).
           05  OUT-A-Leader-Pts    pic zz9.
           05  filler              pic x(06) value spaces.
           05  OUT-B-Leader        pic x(30).
           05  OUT-B-Leader-Pts    pic zz9.
       01  WS-No-Meet-Line        pic x(40)
               value " THE TWO TEAMS HAVE NEVER MET".
       01  WS-Grid-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(30)
               value "HEAD-TO-HEAD MATRIX: DIVISION ".
           05  OUT-Grid-Division   pic x(40).
       01  WS-Grid-Legend-Line.
           05  filler              pic x(01) value spaces.
           05  OUT-Legend-Num      pic z9.
           05  filler              pic x(02) value ". ".
           05  OUT-Legend-Name     pic x(60).
       01  WS-Grid-Head-Line.
           05  filler              pic x(23)
               value " Row team W-L vs col  ".
           05  GH-Col occurs 14 times.
               10  GH-Col-Num      pic zz9.
               10  filler          pic x(04).
       01  WS-Grid-Row-Line.
           05  filler              pic x(01) value spaces.
           05  GL-Row-Num          pic z9.
           05  filler              pic x(01) value spaces.
           05  GL-Row-Name         pic x(19).
           05  GL-Cell occurs 14 times.
               10  GL-Cell-Text    pic x(07).

       01  WS-Cell-Work.
           05  CW-Wins             pic z9.
           05  CW-Dash             pic x(01).
           05  CW-Losses           pic 9(02).
           05  filler              pic x(02).

       Procedure Division.

      *    Every meeting of the pair, current season first resolved
      *    to its SEASON_ID, then the archived seasons.
           EXEC SQL DECLARE H2H_MEET_CUR CURSOR FOR
               SELECT M.SEASON_ID,
                      CHAR(M.GAME_DATE),
                      M.HOME_TEAM_ID,
                      M.AWAY_TEAM_ID,
                      M.HOME_SCORE,
                      M.AWAY_SCORE,
                      M.RESULT_TYPE
                   FROM (SELECT S.SEASON_ID,
                                G.GAME_DATE,
                                G.HOME_TEAM_ID,
                                G.AWAY_TEAM_ID,
                                G.HOME_SCORE,
                                G.AWAY_SCORE,
                                COALESCE(NULLIF(G.RESULT_TYPE, '  '),
                                         'P ') AS RESULT_TYPE
                             FROM LABSCHEMA.GAME_RESULTS G
                             JOIN LABSCHEMA.SEASON S
                               ON S.CURRENT_SEASON = 'Y'
                              AND S.LEAGUE_ID = :WS-Sql-League-Id
                         UNION ALL
                         SELECT H.SEASON_ID,
                                H.GAME_DATE,
                                H.HOME_TEAM_ID,
                                H.AWAY_TEAM_ID,
                                H.HOME_SCORE,
                                H.AWAY_SCORE,
                                'P '
                             FROM LABSCHEMA.GAME_RESULTS_HIST H) M
                   WHERE (M.HOME_TEAM_ID = :WS-Sql-Team-A-Id
                          AND M.AWAY_TEAM_ID = :WS-Sql-Team-B-Id)
                      OR (M.HOME_TEAM_ID = :WS-Sql-Team-B-Id
                          AND M.AWAY_TEAM_ID = :WS-Sql-Team-A-Id)
                   ORDER BY M.GAME_DATE
           END-EXEC

           EXEC SQL DECLARE H2H_DIV_CUR CURSOR FOR
               SELECT T.TEAM_ID,
                      T.TEAM_NAME
                   FROM LABSCHEMA.TEAMS T
                   JOIN LABSCHEMA.DIVISIONS D
                     ON D.DIVISION_ID = T.DIVISION_ID
                   WHERE D.DIVISION_NAME = :WS-Sql-Division-Name
                     AND D.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME
           END-EXEC

           perform 0050-Select-League
           perform 0100-Open-Files
           move WS-League-Name to OUT-League-Name
           perform 1000-Read-Control-Record
           perform 2000-Process-Control-Record
               until Control-Eof
           perform 8000-Close-Files
           display "H2HHIST - head-to-head report complete"
           display "League:                " WS-League-Name
           display "Pairings reported:     " WS-Pair-Count
           display "Matrix records written: " WS-Matrix-Count
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
       0100-Open-Files.
           open input H2H-Control-File
           if not Control-File-OK
               display "H2H control file open error: "
                   WS-Control-File-Status
               move 12 to return-code
               goback
           end-if
           open output H2H-Report-File
           if not Report-File-OK
               display "H2H report file open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           open output H2H-Matrix-File
           if not Matrix-File-OK
               display "H2H matrix file open error: "
                   WS-Matrix-File-Status
               move 12 to return-code
               goback
           end-if
           .
       1000-Read-Control-Record.
           read H2H-Control-File
               at end
                   set Control-Eof to true
           end-read
           .
       2000-Process-Control-Record.
           if HC-All-Pairs
               perform 5000-Process-Division
           else
               set Detail-Mode to true
               perform 2100-Resolve-Pair
               if Pair-Ok
                   perform 3000-Load-Meetings
                   perform 3500-Compute-Series
                   perform 4000-Print-Pair
               end-if
           end-if
           perform 1000-Read-Control-Record
           .
       2100-Resolve-Pair.
           move "Y" to WS-Pair-Ok-Sw
           move HC-Team-Name-1 to WS-Sql-Team-Name
           perform 2200-Look-Up-Team
           move WS-Sql-Team-Id to WS-Sql-Team-A-Id
           move HC-Team-Name-1 to WS-Team-A-Name
           move HC-Team-Name-2 to WS-Sql-Team-Name
           perform 2200-Look-Up-Team
           move WS-Sql-Team-Id to WS-Sql-Team-B-Id
           move HC-Team-Name-2 to WS-Team-B-Name
           .
       2200-Look-Up-Team.
           EXEC SQL
               SELECT TEAM_ID
                   INTO :WS-Sql-Team-Id
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_NAME = :WS-Sql-Team-Name
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   continue
               when SQLCODE = 100
                   move "N" to WS-Pair-Ok-Sw
                   move zero to WS-Sql-Team-Id
                   move spaces to WS-Detail-Line
                   string " THERE IS NO TEAM NAMED " delimited by size
                          WS-Sql-Team-Name delimited by size
                       into WS-Detail-Line
                   write H2H-Report-Record from WS-Detail-Line
                   display WS-Detail-Line
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3000-Load-Meetings.
           move zero to WS-Meet-Count
           move "N" to WS-Meet-Eof-Sw
           EXEC SQL OPEN H2H_MEET_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Fetch-Meeting
               until Meet-Eof
           EXEC SQL CLOSE H2H_MEET_CUR END-EXEC
           .
       3100-Fetch-Meeting.
           EXEC SQL FETCH H2H_MEET_CUR
               INTO :WS-Sql-Season-Id,
                    :WS-Sql-Game-Date,
                    :WS-Sql-Home-Team-Id,
                    :WS-Sql-Away-Team-Id,
                    :WS-Sql-Home-Score,
                    :WS-Sql-Away-Score,
                    :WS-Sql-Result-Type
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Meet-Count < 200
                       add 1 to WS-Meet-Count
                       perform 3200-Store-Meeting
                   else
                       display "More than 200 meetings, oldest kept: "
                           WS-Team-A-Name
                       set Meet-Eof to true
                   end-if
               when SQLCODE = 100
                   set Meet-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3200-Store-Meeting.
           move WS-Sql-Season-Id   to MT-Season-Id (WS-Meet-Count)
           move WS-Sql-Game-Date   to MT-Game-Date (WS-Meet-Count)
           move WS-Sql-Result-Type to MT-Result-Type (WS-Meet-Count)
           if WS-Sql-Home-Team-Id = WS-Sql-Team-A-Id
               move "Y" to MT-A-Is-Home (WS-Meet-Count)
               move WS-Sql-Home-Score to MT-A-Score (WS-Meet-Count)
               move WS-Sql-Away-Score to MT-B-Score (WS-Meet-Count)
           else
               move "N" to MT-A-Is-Home (WS-Meet-Count)
               move WS-Sql-Away-Score to MT-A-Score (WS-Meet-Count)
               move WS-Sql-Home-Score to MT-B-Score (WS-Meet-Count)
           end-if

      *    Same rulebook as STANDRPT: a forfeit is a win for the team
      *    that showed up, an abandoned game counts for nobody.
           evaluate true
               when WS-Sql-Result-Type = "AB"
                   set MT-No-Result (WS-Meet-Count) to true
               when WS-Sql-Result-Type = "FH"
                   and WS-Sql-Home-Team-Id = WS-Sql-Team-A-Id
                   set MT-B-Won (WS-Meet-Count) to true
               when WS-Sql-Result-Type = "FH"
                   set MT-A-Won (WS-Meet-Count) to true
               when WS-Sql-Result-Type = "FA"
                   and WS-Sql-Home-Team-Id = WS-Sql-Team-A-Id
                   set MT-A-Won (WS-Meet-Count) to true
               when WS-Sql-Result-Type = "FA"
                   set MT-B-Won (WS-Meet-Count) to true
               when MT-A-Score (WS-Meet-Count) >
                    MT-B-Score (WS-Meet-Count)
                   set MT-A-Won (WS-Meet-Count) to true
               when MT-B-Score (WS-Meet-Count) >
                    MT-A-Score (WS-Meet-Count)
                   set MT-B-Won (WS-Meet-Count) to true
               when other
                   set MT-Tied (WS-Meet-Count) to true
           end-evaluate
           .
       3500-Compute-Series.
           move zero to WS-A-Wins
                        WS-B-Wins
                        WS-No-Decision
                        WS-Margin-Games
                        WS-Margin-Total
                        WS-Run-Length
                        WS-Best-Run-Length
           move space to WS-Run-Side
                         WS-Best-Run-Side
           perform 3600-Tally-One-Meeting
               varying WS-Meet-Sub from 1 by 1
               until WS-Meet-Sub > WS-Meet-Count
           if WS-Margin-Games > zero
               compute WS-Avg-Margin rounded =
                   WS-Margin-Total / WS-Margin-Games
           else
               move zero to WS-Avg-Margin
           end-if
           .
       3600-Tally-One-Meeting.
           evaluate true
               when MT-A-Won (WS-Meet-Sub)
                   add 1 to WS-A-Wins
                   perform 3700-Extend-Run
               when MT-B-Won (WS-Meet-Sub)
                   add 1 to WS-B-Wins
                   perform 3700-Extend-Run
               when other
                   add 1 to WS-No-Decision
                   move space to WS-Run-Side
                   move zero to WS-Run-Length
           end-evaluate
           if MT-Result-Type (WS-Meet-Sub) = "P "
               and not MT-No-Result (WS-Meet-Sub)
               compute WS-Margin-Work =
                   MT-A-Score (WS-Meet-Sub) - MT-B-Score (WS-Meet-Sub)
               if WS-Margin-Work < zero
                   compute WS-Margin-Work = zero - WS-Margin-Work
               end-if
               add 1 to WS-Margin-Games
               add WS-Margin-Work to WS-Margin-Total
           end-if
           .
       3700-Extend-Run.
           if MT-Outcome (WS-Meet-Sub) = WS-Run-Side
               add 1 to WS-Run-Length
           else
               move MT-Outcome (WS-Meet-Sub) to WS-Run-Side
               move 1 to WS-Run-Length
           end-if
           if WS-Run-Length > WS-Best-Run-Length
               move WS-Run-Length to WS-Best-Run-Length
               move WS-Run-Side to WS-Best-Run-Side
           end-if
           .
       4000-Print-Pair.
           add 1 to WS-Pair-Count
           move WS-Team-A-Name to OUT-Title-A
           move WS-Team-B-Name to OUT-Title-B
           write H2H-Report-Record from WS-Pair-Title-Line
           display WS-Pair-Title-Line
           write H2H-Report-Record from WS-League-Line

           move WS-Team-A-Name to OUT-Rec-A-Name
           move WS-A-Wins      to OUT-Rec-A-Wins
           move WS-B-Wins      to OUT-Rec-B-Wins
           move WS-Team-B-Name to OUT-Rec-B-Name
           move WS-No-Decision to OUT-Rec-No-Dec
           write H2H-Report-Record from WS-Record-Line
           display WS-Record-Line

           move WS-Best-Run-Length to OUT-Streak-Length
           evaluate WS-Best-Run-Side
               when "A"
                   move WS-Team-A-Name to OUT-Streak-Team
               when "B"
                   move WS-Team-B-Name to OUT-Streak-Team
               when other
                   move "(NO DECIDED GAMES)" to OUT-Streak-Team
           end-evaluate
           write H2H-Report-Record from WS-Streak-Line
           move WS-Avg-Margin to OUT-Avg-Margin
           write H2H-Report-Record from WS-Margin-Line

           move spaces to WS-Detail-Line
           write H2H-Report-Record from WS-Detail-Line
           if WS-Meet-Count = zero
               write H2H-Report-Record from WS-No-Meet-Line
           else
               write H2H-Report-Record from WS-Meet-Headings
               perform 4100-Print-Meeting
                   varying WS-Meet-Sub from 1 by 1
                   until WS-Meet-Sub > WS-Meet-Count
           end-if
           .
       4100-Print-Meeting.
           move MT-Season-Id (WS-Meet-Sub) to OUT-Season
           move MT-Game-Date (WS-Meet-Sub) to OUT-Game-Date
           move MT-A-Score (WS-Meet-Sub)   to OUT-A-Score
           move MT-B-Score (WS-Meet-Sub)   to OUT-B-Score
           evaluate MT-Result-Type (WS-Meet-Sub)
               when "FH"
                   move "FFT" to OUT-Result-Note
               when "FA"
                   move "FFT" to OUT-Result-Note
               when "AB"
                   move "ABD" to OUT-Result-Note
               when other
                   move spaces to OUT-Result-Note
           end-evaluate

           move MT-Game-Date (WS-Meet-Sub) to WS-Sql-Game-Date
           if MT-A-Is-Home (WS-Meet-Sub) = "Y"
               move WS-Sql-Team-A-Id to WS-Sql-Home-Team-Id
               move WS-Sql-Team-B-Id to WS-Sql-Away-Team-Id
           else
               move WS-Sql-Team-B-Id to WS-Sql-Home-Team-Id
               move WS-Sql-Team-A-Id to WS-Sql-Away-Team-Id
           end-if
           perform 4200-Find-Venue
           move WS-Sql-Venue to OUT-Venue

      *    First team's scorer scored against the second team, and
      *    the other way round.
           move WS-Sql-Team-B-Id to WS-Sql-Opponent-Id
           perform 4300-Find-Leading-Scorer
           move WS-Sql-Player-Name to OUT-A-Leader
           move WS-Sql-Points      to OUT-A-Leader-Pts
           move WS-Sql-Team-A-Id to WS-Sql-Opponent-Id
           perform 4300-Find-Leading-Scorer
           move WS-Sql-Player-Name to OUT-B-Leader
           move WS-Sql-Points      to OUT-B-Leader-Pts

           write H2H-Report-Record from WS-Meet-Line
           display WS-Meet-Line
           .
       4200-Find-Venue.
           EXEC SQL
               SELECT VENUE
                   INTO :WS-Sql-Venue
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE FIXTURE_DATE = DATE(:WS-Sql-Game-Date)
                     AND HOME_TEAM_ID = :WS-Sql-Home-Team-Id
                     AND AWAY_TEAM_ID = :WS-Sql-Away-Team-Id
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   continue
               when SQLCODE = 100
                   move "(NOT ON FILE)" to WS-Sql-Venue
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4300-Find-Leading-Scorer.
           EXEC SQL
               SELECT COALESCE(P.PLAYER_NAME, '(NOT ON FILE)'),
                      L.POINTS
                   INTO :WS-Sql-Player-Name,
                        :WS-Sql-Points
                   FROM (SELECT TG.PLAYER_ID,
                                TG.FT_COMPLETED
                                  + (3 * TG.FT_THREE_POINTERS)
                                    AS POINTS
                             FROM LABSCHEMA.THROWS_GAME TG
                             WHERE TG.GAME_DATE =
                                   DATE(:WS-Sql-Game-Date)
                               AND TG.OPPONENT_TEAM_ID =
                                   :WS-Sql-Opponent-Id
                         UNION ALL
                         SELECT TH.PLAYER_ID,
                                TH.FT_COMPLETED
                                  + (3 * TH.FT_THREE_POINTERS)
                             FROM LABSCHEMA.THROWS_GAME_HIST TH
                             WHERE TH.GAME_DATE =
                                   DATE(:WS-Sql-Game-Date)
                               AND TH.OPPONENT_TEAM_ID =
                                   :WS-Sql-Opponent-Id) L
                   LEFT JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = L.PLAYER_ID
                   ORDER BY L.POINTS DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   continue
               when SQLCODE = 100
                   move "(NO BOX SCORE)" to WS-Sql-Player-Name
                   move zero to WS-Sql-Points
               when other
                   perform 9000-Bail
           end-evaluate
           .
       5000-Process-Division.
      *    ALL card: every pairing in the division, into the printed
      *    grid and the H2HMTRX file for MEDIAGDE.
           set Matrix-Mode to true
           move HC-Team-Name-2 to WS-Sql-Division-Name
           move zero to WS-Div-Team-Count
           initialize WS-Grid-Table
           move "N" to WS-Div-Eof-Sw
           EXEC SQL OPEN H2H_DIV_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5100-Fetch-Division-Team
               until Div-Eof
           EXEC SQL CLOSE H2H_DIV_CUR END-EXEC

           if WS-Div-Team-Count < 2
               move spaces to WS-Detail-Line
               string " FEWER THAN TWO TEAMS IN DIVISION "
                          delimited by size
                      HC-Team-Name-2 delimited by size
                   into WS-Detail-Line
               write H2H-Report-Record from WS-Detail-Line
               display WS-Detail-Line
           else
               perform 5200-Process-Row
                   varying WS-Row-Sub from 1 by 1
                   until WS-Row-Sub > WS-Div-Team-Count
               perform 5500-Print-Grid
           end-if
           .
       5100-Fetch-Division-Team.
           EXEC SQL FETCH H2H_DIV_CUR
               INTO :WS-Sql-Team-Id,
                    :WS-Sql-Team-Name
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   if WS-Div-Team-Count < 14
                       add 1 to WS-Div-Team-Count
                       move WS-Sql-Team-Id
                           to DT-Team-Id (WS-Div-Team-Count)
                       move WS-Sql-Team-Name
                           to DT-Team-Name (WS-Div-Team-Count)
                   else
                       display "More than 14 teams in division, "
                           "matrix truncated: " WS-Sql-Team-Name
                   end-if
               when SQLCODE = 100
                   set Div-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       5200-Process-Row.
           perform 5300-Process-Cell
               varying WS-Col-Sub from 1 by 1
               until WS-Col-Sub > WS-Div-Team-Count
           .
       5300-Process-Cell.
           if WS-Col-Sub not equal WS-Row-Sub
               move DT-Team-Id (WS-Row-Sub)   to WS-Sql-Team-A-Id
               move DT-Team-Name (WS-Row-Sub) to WS-Team-A-Name
               move DT-Team-Id (WS-Col-Sub)   to WS-Sql-Team-B-Id
               move DT-Team-Name (WS-Col-Sub) to WS-Team-B-Name
               perform 3000-Load-Meetings
               perform 3500-Compute-Series
               move WS-A-Wins to GR-Wins (WS-Row-Sub, WS-Col-Sub)
               move WS-B-Wins to GR-Losses (WS-Row-Sub, WS-Col-Sub)
               perform 5400-Write-Matrix-Record
           end-if
           .
       5400-Write-Matrix-Record.
           move HC-Team-Name-2 to MX-Division-Name
           move WS-Team-A-Name to MX-Team-Name
           move WS-Team-B-Name to MX-Opponent-Name
           move WS-Meet-Count  to MX-Games
           move WS-A-Wins      to MX-Wins
           move WS-B-Wins      to MX-Losses
           move WS-No-Decision to MX-No-Decision
           if WS-Meet-Count > zero
               move MT-Game-Date (WS-Meet-Count) to MX-Last-Met
           else
               move spaces to MX-Last-Met
           end-if
           move WS-Avg-Margin  to MX-Avg-Margin
           write MX-Matrix-Record
           add 1 to WS-Matrix-Count
           .
       5500-Print-Grid.
           add 1 to WS-Pair-Count
           move HC-Team-Name-2 to OUT-Grid-Division
           write H2H-Report-Record from WS-Grid-Title-Line
           display WS-Grid-Title-Line
           write H2H-Report-Record from WS-League-Line
           perform 5600-Print-Legend-Line
               varying WS-Row-Sub from 1 by 1
               until WS-Row-Sub > WS-Div-Team-Count
           move spaces to WS-Detail-Line
           write H2H-Report-Record from WS-Detail-Line

           move spaces to WS-Grid-Head-Line (24:)
           perform 5650-Set-Column-Heading
               varying WS-Col-Sub from 1 by 1
               until WS-Col-Sub > WS-Div-Team-Count
           write H2H-Report-Record from WS-Grid-Head-Line
           perform 5700-Print-Grid-Row
               varying WS-Row-Sub from 1 by 1
               until WS-Row-Sub > WS-Div-Team-Count
           .
       5600-Print-Legend-Line.
           move WS-Row-Sub to OUT-Legend-Num
           move DT-Team-Name (WS-Row-Sub) to OUT-Legend-Name
           write H2H-Report-Record from WS-Grid-Legend-Line
           .
       5650-Set-Column-Heading.
           move WS-Col-Sub to GH-Col-Num (WS-Col-Sub)
           .
       5700-Print-Grid-Row.
           move spaces to WS-Grid-Row-Line
           move WS-Row-Sub to GL-Row-Num
           move DT-Team-Name (WS-Row-Sub) to GL-Row-Name
           perform 5750-Set-Grid-Cell
               varying WS-Col-Sub from 1 by 1
               until WS-Col-Sub > WS-Div-Team-Count
           write H2H-Report-Record from WS-Grid-Row-Line
           display WS-Grid-Row-Line
           .
       5750-Set-Grid-Cell.
           if WS-Col-Sub = WS-Row-Sub
               move "   -- " to GL-Cell-Text (WS-Col-Sub)
           else
               move spaces to WS-Cell-Work
               move GR-Wins (WS-Row-Sub, WS-Col-Sub) to CW-Wins
               move "-" to CW-Dash
               move GR-Losses (WS-Row-Sub, WS-Col-Sub) to CW-Losses
               move WS-Cell-Work to GL-Cell-Text (WS-Col-Sub)
           end-if
           .
       8000-Close-Files.
           close H2H-Control-File
           close H2H-Report-File
           close H2H-Matrix-File
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
