      * Player and fixture are validated, the player must be on one
      * of the fixture's two rosters, and a line already on file is
      * rejected rather than overwritten, so a rerun is safe.
      * SYSIN card 1 names the league; a fixture outside it is
      * rejected like any other keying error.
      * PARTRPT reads these rows for the compliance report.
      **********************************************************************
       Program-ID. PARTLOAD.
           88  Part-File-OK           value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Played-Flag     pic x(01).

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
           .
       1000-Open-Files.
           open input Participation-File
           if not Part-File-OK
                     ON P.TEAM_ID IN (G.HOME_TEAM_ID,
                                      G.AWAY_TEAM_ID)
                   WHERE G.FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND G.LEAGUE_ID  = :WS-Sql-League-Id
                     AND P.PLAYER_ID  = :WS-Sql-Player-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count = zero
               display "Rejected, player not on either roster "
                   "of a fixture in this league, "
                   "PLAYER_ID " PT-Player-Id
                   " FIXTURE_ID " PT-Fixture-Id
               add 1 to WS-Reject-Count
           display "Check-ins read:     " WS-Read-Count
           display "Check-ins loaded:   " WS-Load-Count
           display "Check-ins rejected: " WS-Reject-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
