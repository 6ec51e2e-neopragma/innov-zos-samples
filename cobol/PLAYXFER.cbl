      * move; a transfer that would put a player outside the bracket
      * is rejected. A player with no birth date on file passes - the
      * AGECHECK sweep reports those.
      *
      * Jersey numbers are unique within a team (see ROSTMNT). A
      * player with a current-season LABSCHEMA.PLAYER_JERSEY row
      * takes the number to the new team, or the new number keyed on
      * the transfer; a number another player already wears on the
      * new team rejects the transfer. The jersey row moves in the
      * same unit of work as the roster row.
      *
      * SYSIN card 1 names the league. The player and the new team
      * must both belong to it; a move between leagues is not a
      * transfer and is rejected.
      **********************************************************************
       Program-ID. PLAYXFER.
       Environment Division.
           05  TR-Player-Id            pic s9(09) packed-decimal.
           05  TR-New-Team-Id          pic s9(09) packed-decimal.
           05  TR-Effective-Date       pic x(10).
           05  TR-New-Jersey-No        pic x(02).
           05  TR-New-Jersey-No-Num redefines TR-New-Jersey-No
                                       pic 9(02).

       Working-Storage Section.

           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Old-Team-Id     pic s9(09) comp.
       01  WS-Sql-New-Team-Id     pic s9(09) comp.
       01  WS-Max-Age             pic s9(03) comp.
       01  WS-Bracket-Sw          pic x value "Y".
           88  Age-Out-Of-Bracket     value "N".
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Jersey-No       pic s9(04) comp.
       01  WS-Sql-Jersey-Count    pic s9(05) comp.
       01  WS-Jersey-Sw           pic x value "N".
           88  Has-Jersey             value "Y".
           88  No-Jersey              value "N".
           88  Jersey-Invalid         value "I".
           88  Jersey-Taken           value "T".
       01  WS-Sql-FT-Games        pic s9(05) comp.
       01  WS-Sql-FT-Attempts     pic s9(05) comp.
       01  WS-Sql-FT-Completed    pic s9(05) comp.

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
           open input Transfer-Trans-File
           if not Trans-File-OK
                   INTO :WS-Sql-Old-Team-Id
                   FROM LABSCHEMA.PLAYERS
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such PLAYER_ID in this "
                       "league " TR-Player-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               SELECT COUNT(*)
                   INTO :WS-Sql-Team-Count
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_ID   = :WS-Sql-New-Team-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Team-Count = zero
               display "Rejected, new TEAM_ID not in this league "
                   TR-New-Team-Id ", PLAYER_ID " TR-Player-Id
               add 1 to WS-Reject-Count
           else
               perform 3200-Check-Age-Bracket
               perform 3300-Check-Jersey
               evaluate true
                   when Age-Out-Of-Bracket
                       display "Rejected, age outside destination "
                           "bracket, PLAYER_ID " TR-Player-Id
                       add 1 to WS-Reject-Count
                   when Jersey-Invalid
                       display "Rejected, jersey number not 00-99 "
                           "or no current season, PLAYER_ID "
                           TR-Player-Id ": " TR-New-Jersey-No
                       add 1 to WS-Reject-Count
                   when Jersey-Taken
                       display "Rejected, jersey number "
                           WS-Sql-Jersey-No " already worn on "
                           "TEAM_ID " TR-New-Team-Id
                           ", PLAYER_ID " TR-Player-Id
                       add 1 to WS-Reject-Count
                   when other
                       perform 4000-Freeze-Old-Team-Stats
               end-evaluate
           end-if
           .
       3200-Check-Age-Bracket.
               end-evaluate
           end-if
           .
       3300-Check-Jersey.
      *    The number the player will wear on the new team - the one
      *    keyed on the transfer, otherwise the current-season one -
      *    must be free there. A player with neither has nothing to
      *    check.
           set No-Jersey to true
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   move zero to WS-Sql-Season-Id
               when SQLCODE not equal zero
                   perform 9000-Bail
           end-evaluate

           evaluate true
               when TR-New-Jersey-No not equal spaces
                       and (TR-New-Jersey-No not numeric
                            or WS-Sql-Season-Id = zero)
                   set Jersey-Invalid to true
               when TR-New-Jersey-No not equal spaces
                   move TR-New-Jersey-No-Num to WS-Sql-Jersey-No
                   set Has-Jersey to true
               when other
                   EXEC SQL
                       SELECT JERSEY_NO
                           INTO :WS-Sql-Jersey-No
                           FROM LABSCHEMA.PLAYER_JERSEY
                           WHERE PLAYER_ID = :WS-Sql-Player-Id
                             AND SEASON_ID = :WS-Sql-Season-Id
                   END-EXEC
                   evaluate true
                       when SQLCODE = 0
                           set Has-Jersey to true
                       when SQLCODE = 100
                           continue
                       when other
                           perform 9000-Bail
                   end-evaluate
           end-evaluate

           if Has-Jersey
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Jersey-Count
                       FROM LABSCHEMA.PLAYER_JERSEY
                       WHERE SEASON_ID  = :WS-Sql-Season-Id
                         AND TEAM_ID    = :WS-Sql-New-Team-Id
                         AND JERSEY_NO  = :WS-Sql-Jersey-No
                         AND PLAYER_ID <> :WS-Sql-Player-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               if WS-Sql-Jersey-Count > zero
                   set Jersey-Taken to true
               end-if
           end-if
           .
       4000-Freeze-Old-Team-Stats.
      *    Season-to-date totals as of the transfer. A player with no
      *    THROWS row yet freezes at zero.
                WHERE PLAYER_ID = :WS-Sql-Player-Id
           END-EXEC

           if SQLCODE = 0 and Has-Jersey
               perform 6100-Move-Jersey
           end-if

           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Transfer-Count
               add 1 to WS-Reject-Count
           end-if
           .
       6100-Move-Jersey.
           EXEC SQL
                UPDATE LABSCHEMA.PLAYER_JERSEY
                SET TEAM_ID   = :WS-Sql-New-Team-Id,
                    JERSEY_NO = :WS-Sql-Jersey-No
                WHERE PLAYER_ID = :WS-Sql-Player-Id
                  AND SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           if SQLCODE = 100
               EXEC SQL
                    INSERT INTO LABSCHEMA.PLAYER_JERSEY
                           (PLAYER_ID,
                            SEASON_ID,
                            TEAM_ID,
                            JERSEY_NO)
                    VALUES (:WS-Sql-Player-Id,
                            :WS-Sql-Season-Id,
                            :WS-Sql-New-Team-Id,
                            :WS-Sql-Jersey-No)
               END-EXEC
           end-if
           .
       8000-Close-Files.
           close Transfer-Trans-File
           .
           display "Transfers read:     " WS-Read-Count
           display "Transfers applied:  " WS-Transfer-Count
           display "Transfers rejected: " WS-Reject-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
