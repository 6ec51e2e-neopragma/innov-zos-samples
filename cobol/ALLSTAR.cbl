      * mold - the shoebox of paper ballots becomes a keyed file.
      * Each ballot record is one coach's vote: the coach's own
      * TEAM_ID and the PLAYER_ID voted for. Validation:
      *   - the player must be on LABSCHEMA.PLAYERS, in the league
      *     the run is for (SYSIN card 1);
      *   - no voting for your own roster;
      *   - the same coach voting the same player twice is a dupe.
      * Invalid ballots go to the suspense report, not the bin, and
      * The selection pass then rebuilds the current season's
      * LABSCHEMA.ALLSTAR_SELECTION rows:
      * per division and position code, the top vote-getters up to
      * the per-position squad size on SYSIN card 2 - that position
      * balance is the rule the coaches agreed to. The tally report
      * shows every vote-getter with the selections flagged, and
      * MEDIAGDE and WEBFEED read the selections off the table.
       01  WS-Sql-Position        pic x(02).
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Votes           pic s9(05) comp.
       01  WS-Sql-Player-League   pic s9(09) comp.
       01  WS-Prev-Division       pic x(100) value spaces.
       01  WS-Prev-Position       pic x(02) value spaces.
       01  WS-Position-Rank       pic s9(05) comp value zero.
       01  WS-Suspense-Count      pic s9(07) packed-decimal value zero.
       01  WS-Select-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).

       01  WS-Suspense-Line.
           05  filler              pic x(10) value "SUSPENSE  ".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0150-Get-Current-Season
           perform 0200-Open-Files
           end-if
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
           accept WS-Squad-Size-In
           if WS-Squad-Size-In numeric
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Tally-Report-Record from WS-League-Line
           .
       1000-Read-and-Ingest.
           read Ballot-File
           move BL-Player-Id to WS-Sql-Player-Id

           EXEC SQL
               SELECT TEAM_ID,
                      LEAGUE_ID
                   INTO :WS-Sql-Player-Team-Id,
                        :WS-Sql-Player-League
                   FROM LABSCHEMA.PLAYERS
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
           END-EXEC
                   perform 3000-Write-Suspense-Line
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Player-League not equal WS-Sql-League-Id
                   move "PLAYER NOT IN THIS LEAGUE" to OUT-Sus-Reason
                   perform 3000-Write-Suspense-Line
               when WS-Sql-Player-Team-Id = WS-Sql-Voter-Team-Id
                   move "COACH VOTED FOR OWN ROSTER"
                       to OUT-Sus-Reason
           .
       8100-Display-Totals.
           display "ALLSTAR - ballot processing complete"
           display "League:               " WS-League-Name
           display "Ballots read:         " WS-Read-Count
           display "Ballots accepted:     " WS-Valid-Count
           display "Ballots to suspense:  " WS-Suspense-Count
