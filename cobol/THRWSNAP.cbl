      * that join to PLAYERS and TEAMS, and the snapshot (and through
      * it the SEASNEND season archive) must cover every THROWS row,
      * orphans included - the very rows REFCHECK exists to find.
      * A run is for one league, named on SYSIN card 1: its players'
      * rows, stamped with that league's current season. Orphans
      * belong to no league, so every league's run snapshots them.
      **********************************************************************
       Program-ID. THRWSNAP.
       Environment Division.
       01  WS-Sql-FT-Avg       pic s9(3)v9(1) comp-3.
       01  WS-Sql-Season-Id    pic s9(09) comp.
       01  WS-Error-SQLCODE    pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Get-Current-Season

           EXEC SQL DECLARE THROWS_SNAP_CUR CURSOR FOR
               SELECT FT.THROW_ID, FT.PLAYER_ID, FT.FT_AVG_POINTS
                   FROM LABSCHEMA.THROWS FT
                   LEFT JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = FT.PLAYER_ID
                   WHERE P.LEAGUE_ID = :WS-Sql-League-Id
                      OR P.PLAYER_ID IS NULL
           END-EXEC
           EXEC SQL
               OPEN THROWS_SNAP_CUR
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
       0100-Get-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           if SQLCODE not equal zero
           .
       8100-Display-Totals.
           display "THRWSNAP - THROWS snapshot run complete"
           display "League:           " WS-League-Name
           display "Rows snapshotted: " WS-Snapshot-Count
           display "Rows refreshed (same-day rerun): " WS-Refresh-Count
           display "Rows rejected:    " WS-Reject-Count
