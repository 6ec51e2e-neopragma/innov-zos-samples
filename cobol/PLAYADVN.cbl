      * generated. Unplayed matches are simply left for the next run,
      * so this job can sit in the stream behind GAMERSLT every night
      * of the playoffs.
      * SYSIN card 1 names the league; only its current season's
      * bracket is advanced and the new fixtures are written to it.
      * The date and venue are cards 2 and 3. The venue conflict
      * check spans every league - a gym holds one game at a time.
      **********************************************************************
       Program-ID. PLAYADVN.
       Environment Division.
           88  Slot-Free              value "Y".
       01  WS-Round-Date          pic x(10).
       01  WS-Round-Venue         pic x(30).
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Division-Id     pic s9(09) comp.
       01  WS-Sql-Round-No        pic s9(05) comp.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Get-Current-Season

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
           display "Enter next round fixture date (YYYY-MM-DD): "
               with no advancing
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
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
           display "Matches still open:   " WS-Pending-Count
           display "Next-round matches:   " WS-Created-Count
           display "Champions decided:    " WS-Champion-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
