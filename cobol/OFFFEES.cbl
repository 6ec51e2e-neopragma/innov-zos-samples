      * when GAMERSLT has posted its result - an assignment on
      * LABSCHEMA.REFEREE_ASSIGN only earns the fee once the fixture
      * it covers has a matching LABSCHEMA.GAME_RESULTS row for the
      * same teams and date - or, for a tournament fixture OFFASGN
      * staffed, its LABSCHEMA.TOURN_RESULT row, where GAMERSLT
      * posts tournament results. One sheet section per official: each
      * game worked and posted, the fee, and the total owed, which is
      * what the treasurer cuts the checks from. SYSIN card 1 names
      * the league whose games are on the sheet (each league pays its
      * own officials); card 2 is the fee per game, 9(5)V99 with no
      * decimal point.
      * An assignment OFFPAY has paid carries its PAY_RUN_ID and
      * drops off the sheet, so the sheet is always the preview of
      * the next payment run.
      **********************************************************************
       Program-ID. OFFFEES.
       Environment Division.
                                  pic 9(05)v99.
       01  WS-Game-Fee            pic s9(05)v99 packed-decimal.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Referee-Id      pic s9(09) comp.
       01  WS-Sql-Referee-Name    pic x(60).
       01  WS-Sql-Game-Date       pic x(10).
                                  value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Official-Line.
           05  filler              pic x(10) value "Official: ".
           05  OUT-Referee-Name    pic x(60).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0400-Open-Report


      *    A fixture pays only when the scoreboard agrees it was
      *    played: the assignment joins through GAME_SCHEDULE to a
      *    GAME_RESULTS row for the same teams on the same date, or
      *    for a tournament fixture to its TOURN_RESULT row.
           EXEC SQL DECLARE FEE_GAME_CUR CURSOR FOR
               SELECT CHAR(G.FIXTURE_DATE),
                      G.TIMESLOT,
                   FROM LABSCHEMA.REFEREE_ASSIGN A
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = A.FIXTURE_ID
                   WHERE A.REFEREE_ID = :WS-Sql-Referee-Id
                     AND A.PAY_RUN_ID IS NULL
                     AND G.LEAGUE_ID  = :WS-Sql-League-Id
                     AND EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.GAME_RESULTS RS
                              WHERE RS.HOME_TEAM_ID = G.HOME_TEAM_ID
                                AND RS.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                                AND RS.GAME_DATE    = G.FIXTURE_DATE
                          UNION ALL
                          SELECT 1
                              FROM LABSCHEMA.TOURN_RESULT TR
                              WHERE TR.FIXTURE_ID = G.FIXTURE_ID
                                AND G.TOURNAMENT_ID IS NOT NULL)
                   ORDER BY G.FIXTURE_DATE, G.TIMESLOT
           END-EXEC

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
           accept WS-Fee-In
           if WS-Fee-In not numeric
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Fee-Report-Record from WS-League-Line
           .
       1000-Process-Official.
           EXEC SQL FETCH FEE_REF_CUR
           .
       8100-Display-Totals.
           display "OFFFEES - game-fee sheets complete"
           display "League:                  " WS-League-Name
           display "Officials with fees due: " WS-Officials-Paid
           display "Game fees payable:       " WS-Games-Paid
           display "Total fees:              " WS-Grand-Total
