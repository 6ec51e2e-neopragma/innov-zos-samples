       Identification Division.
      **********************************************************************
      * Team defensive report - THROWS_GAME turned around. Every game
      * line GAMELOAD and SCOREENT write carries OPPONENT_TEAM_ID, so
      * summing the lines scored against a team gives what that team
      * conceded: free throws and three-pointers at the same one and
      * three points GAMELOAD accrues into THROWS.
      *
      * A game is one defending team, one game date and one scoring
      * team (the scorer's current PLAYERS.TEAM_ID). Per team the
      * report prints games defended, points conceded and conceded
      * per game, opponents' free-throw attempts, makes and
      * percentage, three-pointers allowed, and the best (fewest
      * points) and worst (most points) defensive games with the date
      * and opponent. Teams are ranked league-wide by points allowed
      * per game, fewest first; equal averages share a rank. Under
      * each team a per-opponent breakdown shows who scored what
      * against them.
      *
      * SYSIN card 1 names the league; only its teams are ranked and
      * the report carries its name. Card 2 = minimum games defended
      * to be ranked (default 1); teams under it print at the foot of
      * the report unranked.
      **********************************************************************
       Program-ID. TEAMDEFN.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Defense-Report-File assign to DEFRPT01
               file status is WS-Report-File-Status.

           select Sort-Work-File assign to SORTWK01.

       Data Division.
       File Section.
       FD  Defense-Report-File
           recording mode f.
       01  Defense-Report-Record   pic x(133).

       SD  Sort-Work-File.
       01  SR-Sort-Record.
           05  SR-Qualified            pic x(01).
           05  SR-Avg-Allowed          pic 9(3)v9.
           05  SR-Team-Name            pic x(60).
           05  SR-Team-Id              pic s9(09) comp.
           05  SR-Division-Name        pic x(30).
           05  SR-Games                pic 9(05).
           05  SR-Points-Allowed       pic 9(07).
           05  SR-FT-Attempts          pic 9(07).
           05  SR-FT-Completed         pic 9(07).
           05  SR-FT-3PT               pic 9(07).
           05  SR-Best-Points          pic 9(05).
           05  SR-Best-Date            pic x(10).
           05  SR-Best-Opponent        pic x(30).
           05  SR-Worst-Points         pic 9(05).
           05  SR-Worst-Date           pic x(10).
           05  SR-Worst-Opponent       pic x(30).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Game-Eof-Sw         pic x value "N".
           88  Game-Eof               value "Y".
       01  WS-Sort-Eof-Sw         pic x value "N".
           88  Sort-Eof               value "Y".
       01  WS-Opp-Eof-Sw          pic x value "N".
           88  Opp-Eof                value "Y".
       01  WS-Min-Games-In        pic x(03).
       01  WS-Min-Games           pic s9(05) comp value 1.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Def-Team-Id     pic s9(09) comp.
       01  WS-Sql-Def-Team-Name   pic x(100).
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Scorer-Name     pic x(100).
       01  WS-Sql-FT-Attempts     pic s9(07) comp.
       01  WS-Sql-FT-Completed    pic s9(07) comp.
       01  WS-Sql-FT-3PT          pic s9(07) comp.
       01  WS-Sql-Opp-Games       pic s9(05) comp.
       01  WS-Game-Points         pic s9(07) packed-decimal.

      * Accumulators for the team being read; released to the sort on
      * the control break.
       01  WS-Cur-Team-Id         pic s9(09) comp value zero.
       01  WS-Cur-Team-Name       pic x(60).
       01  WS-Cur-Division-Name   pic x(30).
       01  WS-Cur-Games           pic s9(05) packed-decimal.
       01  WS-Cur-Points          pic s9(07) packed-decimal.
       01  WS-Cur-Attempts        pic s9(07) packed-decimal.
       01  WS-Cur-Completed       pic s9(07) packed-decimal.
       01  WS-Cur-3PT             pic s9(07) packed-decimal.
       01  WS-Cur-Best-Points     pic s9(05) packed-decimal.
       01  WS-Cur-Best-Date       pic x(10).
       01  WS-Cur-Best-Opponent   pic x(30).
       01  WS-Cur-Worst-Points    pic s9(05) packed-decimal.
       01  WS-Cur-Worst-Date      pic x(10).
       01  WS-Cur-Worst-Opponent  pic x(30).

       01  WS-Place               pic s9(05) packed-decimal value zero.
       01  WS-Rank                pic s9(05) packed-decimal value zero.
       01  WS-Prev-Avg            pic 9(3)v9 value zero.
       01  WS-Opp-FT-Pct          pic s9(3)v9 packed-decimal.
       01  WS-Opp-Avg             pic s9(3)v9 packed-decimal.
       01  WS-Team-Count          pic s9(05) packed-decimal value zero.
       01  WS-Unranked-Count      pic s9(05) packed-decimal value zero.
       01  WS-Unranked-Hdr-Sw     pic x value "N".
           88  Unranked-Hdr-Done      value "Y".
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler pic x(40)
               value "TEAM DEFENSE - POINTS ALLOWED PER GAME".
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Headings.
           05  filler pic x(06) value "Rank".
           05  filler pic x(31) value "Team".
           05  filler pic x(21) value "Division".
           05  filler pic x(07) value "Games".
           05  filler pic x(09) value "Allowed".
           05  filler pic x(08) value "Per Gm".
           05  filler pic x(09) value "Opp FTA".
           05  filler pic x(09) value "Opp FTM".
           05  filler pic x(08) value "Opp FT%".
           05  filler pic x(07) value "3PT".
       01  WS-Team-Line.
           05  OUT-Rank            pic zzz9.
           05  filler              pic x(02) value ". ".
           05  OUT-Team-Name       pic x(30).
           05  filler              pic x(01) value spaces.
           05  OUT-Division        pic x(20).
           05  filler              pic x(01) value spaces.
           05  OUT-Games           pic zzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Points          pic z,zzz,zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Avg             pic zz9.9.
           05  filler              pic x(03) value spaces.
           05  OUT-FT-Attempts     pic zzz,zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-FT-Completed    pic zzz,zz9.
           05  filler              pic x(03) value spaces.
           05  OUT-FT-Pct          pic zz9.9.
           05  filler              pic x(02) value spaces.
           05  OUT-3PT             pic zzz,zz9.
       01  WS-Best-Line.
           05  filler              pic x(08) value spaces.
           05  filler              pic x(22)
               value "Best defensive game:  ".
           05  OUT-Best-Points     pic zzz9.
           05  filler              pic x(08) value " pts on ".
           05  OUT-Best-Date       pic x(10).
           05  filler              pic x(04) value " vs ".
           05  OUT-Best-Opponent   pic x(30).
       01  WS-Worst-Line.
           05  filler              pic x(08) value spaces.
           05  filler              pic x(22)
               value "Worst defensive game: ".
           05  OUT-Worst-Points    pic zzz9.
           05  filler              pic x(08) value " pts on ".
           05  OUT-Worst-Date      pic x(10).
           05  filler              pic x(04) value " vs ".
           05  OUT-Worst-Opponent  pic x(30).
       01  WS-Opp-Line.
           05  filler              pic x(12) value spaces.
           05  filler              pic x(08) value "Scored: ".
           05  OUT-Opp-Name        pic x(30).
           05  OUT-Opp-Games       pic zzz9.
           05  filler              pic x(07) value " games ".
           05  OUT-Opp-Points      pic zzz,zz9.
           05  filler              pic x(06) value " pts  ".
           05  OUT-Opp-Avg         pic zz9.9.
           05  filler              pic x(07) value " per gm".
       01  WS-Unranked-Heading    pic x(60)
               value "NOT RANKED - FEWER THAN THE MINIMUM GAMES".

       Procedure Division.

       0000-Mainline Section.
           perform 0050-Select-League
           perform 0100-Accept-Parameters

           open output Defense-Report-File
           if not Report-File-OK
               display "Report file open error: " WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           write Defense-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Defense-Report-Record from WS-League-Line
           write Defense-Report-Record from spaces
           write Defense-Report-Record from WS-Column-Headings
           display WS-Title-Line
           display WS-League-Line
           display WS-Column-Headings

      *    Per defending team, per game date, per scoring team: the
      *    lines scored against the team that night, summed.
           EXEC SQL DECLARE DEF_GAME_CUR CURSOR FOR
               SELECT D.TEAM_ID,
                      D.TEAM_NAME,
                      COALESCE(DV.DIVISION_NAME, '(NO DIVISION)'),
                      CHAR(TG.GAME_DATE),
                      S.TEAM_NAME,
                      SUM(TG.FT_ATTEMPTS),
                      SUM(TG.FT_COMPLETED),
                      SUM(TG.FT_THREE_POINTERS)
                   FROM LABSCHEMA.THROWS_GAME TG
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = TG.PLAYER_ID
                   JOIN LABSCHEMA.TEAMS S
                     ON S.TEAM_ID = P.TEAM_ID
                   JOIN LABSCHEMA.TEAMS D
                     ON D.TEAM_ID = TG.OPPONENT_TEAM_ID
                    AND D.LEAGUE_ID = :WS-Sql-League-Id
                   LEFT JOIN LABSCHEMA.DIVISIONS DV
                     ON DV.DIVISION_ID = D.DIVISION_ID
                   GROUP BY D.TEAM_ID,
                            D.TEAM_NAME,
                            DV.DIVISION_NAME,
                            TG.GAME_DATE,
                            S.TEAM_NAME
                   ORDER BY D.TEAM_ID,
                            TG.GAME_DATE
           END-EXEC

           EXEC SQL DECLARE DEF_OPP_CUR CURSOR FOR
               SELECT S.TEAM_NAME,
                      COUNT(DISTINCT TG.GAME_DATE),
                      SUM(TG.FT_COMPLETED),
                      SUM(TG.FT_THREE_POINTERS)
                   FROM LABSCHEMA.THROWS_GAME TG
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = TG.PLAYER_ID
                   JOIN LABSCHEMA.TEAMS S
                     ON S.TEAM_ID = P.TEAM_ID
                   WHERE TG.OPPONENT_TEAM_ID = :WS-Sql-Def-Team-Id
                     AND S.LEAGUE_ID = :WS-Sql-League-Id
                   GROUP BY S.TEAM_NAME
                   ORDER BY S.TEAM_NAME
           END-EXEC

           sort Sort-Work-File
               on descending key SR-Qualified
               on ascending key SR-Avg-Allowed
               on ascending key SR-Team-Name
               input procedure is 2000-Release-Team-Totals
               output procedure is 3000-Rank-And-Print

           close Defense-Report-File
           display "TEAMDEFN - team defense report complete"
           display "Teams ranked:   " WS-Team-Count
           display "Teams unranked: " WS-Unranked-Count
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
           display "Enter minimum games defended to rank: "
               with no advancing
           accept WS-Min-Games-In
           if WS-Min-Games-In numeric
               and WS-Min-Games-In not equal "000"
               move WS-Min-Games-In to WS-Min-Games
           end-if
           .

       2000-Release-Team-Totals Section.
           move "N" to WS-Game-Eof-Sw
           EXEC SQL OPEN DEF_GAME_CUR END-EXEC
           if SQLCODE not equal zero
      *        No GOBACK inside a sort procedure - mark the run bad,
      *        release nothing, and let the sort drain.
               move SQLCODE to WS-Error-SQLCODE
               display "SQL Error: SQLCODE " WS-Error-SQLCODE
               move 12 to return-code
               set Game-Eof to true
           end-if
           perform 2100-Fetch-Game
               until Game-Eof
           if WS-Cur-Team-Id not equal zero
               perform 2300-Release-Team
           end-if
           EXEC SQL CLOSE DEF_GAME_CUR END-EXEC
           .
       2100-Fetch-Game.
           EXEC SQL FETCH DEF_GAME_CUR
               INTO :WS-Sql-Def-Team-Id,
                    :WS-Sql-Def-Team-Name,
                    :WS-Sql-Division-Name,
                    :WS-Sql-Game-Date,
                    :WS-Sql-Scorer-Name,
                    :WS-Sql-FT-Attempts,
                    :WS-Sql-FT-Completed,
                    :WS-Sql-FT-3PT
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Def-Team-Id not equal WS-Cur-Team-Id
                       if WS-Cur-Team-Id not equal zero
                           perform 2300-Release-Team
                       end-if
                       perform 2200-Start-Team
                   end-if
                   perform 2250-Accumulate-Game
               when SQLCODE = 100
                   set Game-Eof to true
               when other
                   move SQLCODE to WS-Error-SQLCODE
                   display "SQL Error: SQLCODE " WS-Error-SQLCODE
                   move 12 to return-code
                   set Game-Eof to true
           end-evaluate
           .
       2200-Start-Team.
           move WS-Sql-Def-Team-Id   to WS-Cur-Team-Id
           move WS-Sql-Def-Team-Name to WS-Cur-Team-Name
           move WS-Sql-Division-Name to WS-Cur-Division-Name
           move zero to WS-Cur-Games
                        WS-Cur-Points
                        WS-Cur-Attempts
                        WS-Cur-Completed
                        WS-Cur-3PT
                        WS-Cur-Worst-Points
           move 99999 to WS-Cur-Best-Points
           move spaces to WS-Cur-Best-Date
                          WS-Cur-Best-Opponent
                          WS-Cur-Worst-Date
                          WS-Cur-Worst-Opponent
           .
       2250-Accumulate-Game.
      *    Same scoring GAMELOAD accrues: one point per completed
      *    free throw, three per three-pointer.
           compute WS-Game-Points =
               WS-Sql-FT-Completed + (3 * WS-Sql-FT-3PT)
           add 1                   to WS-Cur-Games
           add WS-Game-Points      to WS-Cur-Points
           add WS-Sql-FT-Attempts  to WS-Cur-Attempts
           add WS-Sql-FT-Completed to WS-Cur-Completed
           add WS-Sql-FT-3PT       to WS-Cur-3PT
           if WS-Game-Points < WS-Cur-Best-Points
               move WS-Game-Points     to WS-Cur-Best-Points
               move WS-Sql-Game-Date   to WS-Cur-Best-Date
               move WS-Sql-Scorer-Name to WS-Cur-Best-Opponent
           end-if
           if WS-Game-Points > WS-Cur-Worst-Points
               or WS-Cur-Worst-Date = spaces
               move WS-Game-Points     to WS-Cur-Worst-Points
               move WS-Sql-Game-Date   to WS-Cur-Worst-Date
               move WS-Sql-Scorer-Name to WS-Cur-Worst-Opponent
           end-if
           .
       2300-Release-Team.
           if WS-Cur-Games < WS-Min-Games
               move "N" to SR-Qualified
           else
               move "Y" to SR-Qualified
           end-if
           compute SR-Avg-Allowed rounded =
               WS-Cur-Points / WS-Cur-Games
           move WS-Cur-Team-Name      to SR-Team-Name
           move WS-Cur-Team-Id        to SR-Team-Id
           move WS-Cur-Division-Name  to SR-Division-Name
           move WS-Cur-Games          to SR-Games
           move WS-Cur-Points         to SR-Points-Allowed
           move WS-Cur-Attempts       to SR-FT-Attempts
           move WS-Cur-Completed      to SR-FT-Completed
           move WS-Cur-3PT            to SR-FT-3PT
           move WS-Cur-Best-Points    to SR-Best-Points
           move WS-Cur-Best-Date      to SR-Best-Date
           move WS-Cur-Best-Opponent  to SR-Best-Opponent
           move WS-Cur-Worst-Points   to SR-Worst-Points
           move WS-Cur-Worst-Date     to SR-Worst-Date
           move WS-Cur-Worst-Opponent to SR-Worst-Opponent
           release SR-Sort-Record
           .

       3000-Rank-And-Print Section.
           move "N" to WS-Sort-Eof-Sw
           perform 3100-Return-Team
               until Sort-Eof
           .
       3100-Return-Team.
           return Sort-Work-File
               at end
                   set Sort-Eof to true
               not at end
                   perform 3200-Print-Team
           end-return
           .
       3200-Print-Team.
           if SR-Qualified = "Y"
               add 1 to WS-Place
               add 1 to WS-Team-Count
               if WS-Place = 1 or SR-Avg-Allowed not = WS-Prev-Avg
                   move WS-Place to WS-Rank
               end-if
               move SR-Avg-Allowed to WS-Prev-Avg
               move WS-Rank to OUT-Rank
           else
               add 1 to WS-Unranked-Count
               if not Unranked-Hdr-Done
                   write Defense-Report-Record from spaces
                   write Defense-Report-Record from WS-Unranked-Heading
                   display WS-Unranked-Heading
                   set Unranked-Hdr-Done to true
               end-if
               move zero to OUT-Rank
           end-if

           if SR-FT-Attempts > zero
               compute WS-Opp-FT-Pct rounded =
                   (SR-FT-Completed / SR-FT-Attempts) * 100
           else
               move zero to WS-Opp-FT-Pct
           end-if
           move SR-Team-Name      to OUT-Team-Name
           move SR-Division-Name  to OUT-Division
           move SR-Games          to OUT-Games
           move SR-Points-Allowed to OUT-Points
           move SR-Avg-Allowed    to OUT-Avg
           move SR-FT-Attempts    to OUT-FT-Attempts
           move SR-FT-Completed   to OUT-FT-Completed
           move WS-Opp-FT-Pct     to OUT-FT-Pct
           move SR-FT-3PT         to OUT-3PT
           write Defense-Report-Record from spaces
           write Defense-Report-Record from WS-Team-Line
           display WS-Team-Line

           move SR-Best-Points    to OUT-Best-Points
           move SR-Best-Date      to OUT-Best-Date
           move SR-Best-Opponent  to OUT-Best-Opponent
           write Defense-Report-Record from WS-Best-Line
           move SR-Worst-Points   to OUT-Worst-Points
           move SR-Worst-Date     to OUT-Worst-Date
           move SR-Worst-Opponent to OUT-Worst-Opponent
           write Defense-Report-Record from WS-Worst-Line

           perform 3500-Print-Opponents
           .
       3500-Print-Opponents.
           move SR-Team-Id to WS-Sql-Def-Team-Id
           move "N" to WS-Opp-Eof-Sw
           EXEC SQL OPEN DEF_OPP_CUR END-EXEC
           if SQLCODE not equal zero
               move SQLCODE to WS-Error-SQLCODE
               display "SQL Error: SQLCODE " WS-Error-SQLCODE
               move 12 to return-code
               set Opp-Eof to true
           end-if
           perform 3510-Fetch-Opponent
               until Opp-Eof
           EXEC SQL CLOSE DEF_OPP_CUR END-EXEC
           .
       3510-Fetch-Opponent.
           EXEC SQL FETCH DEF_OPP_CUR
               INTO :WS-Sql-Scorer-Name,
                    :WS-Sql-Opp-Games,
                    :WS-Sql-FT-Completed,
                    :WS-Sql-FT-3PT
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   compute WS-Game-Points =
                       WS-Sql-FT-Completed + (3 * WS-Sql-FT-3PT)
                   if WS-Sql-Opp-Games > zero
                       compute WS-Opp-Avg rounded =
                           WS-Game-Points / WS-Sql-Opp-Games
                   else
                       move zero to WS-Opp-Avg
                   end-if
                   move WS-Sql-Scorer-Name to OUT-Opp-Name
                   move WS-Sql-Opp-Games   to OUT-Opp-Games
                   move WS-Game-Points     to OUT-Opp-Points
                   move WS-Opp-Avg         to OUT-Opp-Avg
                   write Defense-Report-Record from WS-Opp-Line
               when SQLCODE = 100
                   set Opp-Eof to true
               when other
                   move SQLCODE to WS-Error-SQLCODE
                   display "SQL Error: SQLCODE " WS-Error-SQLCODE
                   move 12 to return-code
                   set Opp-Eof to true
           end-evaluate
           .
