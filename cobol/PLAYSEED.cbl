      * the seeding can never disagree with the standings.
      * A season already seeded ends with RC 4 and no changes, so a
      * rerun is safe.
      * SYSIN card 1 names the league; its current season and
      * divisions are seeded and the fixtures written to it. The
      * round date and venue are cards 2 and 3.
      **********************************************************************
       Program-ID. PLAYSEED.
       Environment Division.
           88  Team-Eof               value "Y".
       01  WS-Round-Date          pic x(10).
       01  WS-Round-Venue         pic x(30).
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Division-Id     pic s9(09) comp.
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Division-Line.
           05  filler pic x(10) value "Division: ".
           05  WS-Division-Line-Name pic x(60).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Get-Current-Season
           perform 0300-Check-Not-Already-Seeded
               SELECT D.DIVISION_ID,
                      D.DIVISION_NAME
                   FROM LABSCHEMA.DIVISIONS D
                   WHERE D.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY D.DIVISION_NAME
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
           display "Enter round 1 fixture date (YYYY-MM-DD): "
               with no advancing
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Seeding-Report-Record from WS-League-Line
           .
       1000-Process-Division.
           EXEC SQL FETCH SEED_DIV_CUR
                        HOME_TEAM_ID,
                        AWAY_TEAM_ID,
                        VENUE,
                        SCHED_STATUS,
                        LEAGUE_ID)
                VALUES (:WS-Sql-Fixture-Id,
                        :WS-Sql-Round-Date,
                        :WS-Sql-Timeslot,
                        :WS-Sql-Home-Team-Id,
                        :WS-Sql-Away-Team-Id,
                        :WS-Sql-Venue,
                        'A',
                        :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
           display "Divisions skipped:  " WS-Skip-Count
           display "Seed rows written:  " WS-Seed-Count
           display "Fixtures created:   " WS-Fixture-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
