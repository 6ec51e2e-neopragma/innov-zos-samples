      *   'AB'            - abandoned, counts for neither side
      * STANDRPT credits the non-forfeiting team with the win and
      * leaves abandoned games out of the standings.
      * A result for an invitational tournament game - a fixture on
      * GAME_SCHEDULE carrying a TOURNAMENT_ID - goes to
      * LABSCHEMA.TOURN_RESULT instead, where TOURNSTD ranks the pools
      * and advances the bracket; it never reaches GAME_RESULTS, so
      * the league standings are untouched. Guest teams are keyed by
      * the entry ID TOURNPGM prints and are not on TEAMS.
      * The file is one league's, named on SYSIN card 1: both teams
      * of a league result must be that league's, and a tournament
      * fixture must be on its schedule.
      * SYSIN card 2 'B' is the approval-bypass card, set only by the
      * APPLYAPP release job, RSLTTRAN then being the default forfeits
      * SHTCHASE proposed and the league office approved: that run
      * posts whatever was released, whichever league proposed it,
      * both teams still validated against TEAMS.
      **********************************************************************
       Program-ID. GAMERSLT.
       Environment Division.
           88  Result-File-OK         value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Bypass-Card         pic x(01).
           88  Approval-Bypass        value "B".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.
       01  WS-Sql-Away-Team-Id    pic s9(09) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Away-Score      pic s9(05) comp.
       01  WS-Sql-Result-Type     pic x(02).
       01  WS-Sql-Team-Count      pic s9(05) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Tournament-Id   pic s9(09) comp.
       01  WS-Tourn-Fixture-Sw    pic x value "N".
           88  Tourn-Fixture-Found    value "Y".
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Load-Count          pic s9(07) packed-decimal value zero.
       01  WS-Tourn-Load-Count    pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

           perform 0050-Select-League
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
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
      *    An approved-release run is for every league: league 0
      *    opens the league filters below.
           accept WS-Bypass-Card
           if Approval-Bypass
               move zero to WS-Sql-League-Id
               move "ALL LEAGUES - APPROVED RELEASE" to WS-League-Name
           end-if
           .
       1000-Open-Files.
           open input Result-File
           if not Result-File-OK
                       RS-Game-Date " TYPE " RS-Result-Type
                   add 1 to WS-Reject-Count
               when other
                   perform 3050-Find-Tournament-Fixture
                   if Tourn-Fixture-Found
                       perform 4500-Insert-Tournament-Result
                   else
                       perform 3100-Validate-Teams
                   end-if
           end-evaluate
           .
       3050-Find-Tournament-Fixture.
           move "N" to WS-Tourn-Fixture-Sw
           EXEC SQL
               SELECT FIXTURE_ID,
                      TOURNAMENT_ID
                   INTO :WS-Sql-Fixture-Id,
                        :WS-Sql-Tournament-Id
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE FIXTURE_DATE = DATE(:WS-Sql-Game-Date)
                     AND HOME_TEAM_ID = :WS-Sql-Home-Team-Id
                     AND AWAY_TEAM_ID = :WS-Sql-Away-Team-Id
                     AND TOURNAMENT_ID IS NOT NULL
                     AND (LEAGUE_ID = :WS-Sql-League-Id
                          OR :WS-Sql-League-Id = 0)
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   set Tourn-Fixture-Found to true
               when SQLCODE = 100
                   continue
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3100-Validate-Teams.
               SELECT COUNT(*)
                   INTO :WS-Sql-Team-Count
                   FROM LABSCHEMA.TEAMS
                   WHERE (TEAM_ID = :WS-Sql-Home-Team-Id
                       OR TEAM_ID = :WS-Sql-Away-Team-Id)
                     AND (LEAGUE_ID = :WS-Sql-League-Id
                          OR :WS-Sql-League-Id = 0)
           END-EXEC

           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Team-Count not equal 2
               display "Rejected, TEAM_ID not in this league, "
                   RS-Game-Date " HOME " RS-Home-Team-Id
                   " AWAY " RS-Away-Team-Id
               add 1 to WS-Reject-Count
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       4500-Insert-Tournament-Result.
           EXEC SQL
                INSERT INTO LABSCHEMA.TOURN_RESULT
                       (TOURNAMENT_ID,
                        FIXTURE_ID,
                        HOME_TEAM_ID,
                        AWAY_TEAM_ID,
                        GAME_DATE,
                        HOME_SCORE,
                        AWAY_SCORE,
                        RESULT_TYPE)
                VALUES (:WS-Sql-Tournament-Id,
                        :WS-Sql-Fixture-Id,
                        :WS-Sql-Home-Team-Id,
                        :WS-Sql-Away-Team-Id,
                        :WS-Sql-Game-Date,
                        :WS-Sql-Home-Score,
                        :WS-Sql-Away-Score,
                        :WS-Sql-Result-Type)
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Tourn-Load-Count
               when SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   display "Rejected, tournament result already on "
                       "file, " RS-Game-Date " HOME " RS-Home-Team-Id
                       " AWAY " RS-Away-Team-Id
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Tournament result insert failed, "
                       RS-Game-Date " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       8000-Close-Files.
           close Result-File
           .
       8100-Display-Totals.
           display "GAMERSLT - game results load complete"
           display "League:           " WS-League-Name
           display "Results read:     " WS-Read-Count
           display "Results loaded:   " WS-Load-Count
           display "Tournament games: " WS-Tourn-Load-Count
           display "Results rejected: " WS-Reject-Count
           .
       9000-Bail.
