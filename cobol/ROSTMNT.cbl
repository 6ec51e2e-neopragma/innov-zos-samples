      * and PLAYXFER apply. A change with a blank birth date keeps
      * the stored one.
      *
      * A player row may also carry a jersey number (00-99), held per
      * player and season on LABSCHEMA.PLAYER_JERSEY with the team it
      * is worn on and unique within the team - the number the
      * scoresheets print and GAMELOAD and SCOREENT accept in place
      * of the PLAYER_ID. An add or change with a number assigns it
      * for the current season; a change with a blank number keeps
      * the one the player has, moving it with the player to a new
      * team. A number already worn on the team by another player
      * rejects the transaction. Deleting a player deletes the
      * player's jersey rows.
      *
      * Every successful action is logged to ROSTER_AUDIT in the same
      * unit of work as the change, in the THROWS_AUDIT mold.
      *
      * SYSIN card 1 names the league the transactions were keyed
      * for. Rows added are added to that league; a player, team or
      * division of another league is treated as not on file, so one
      * league's transactions can never touch the other's roster.
      **********************************************************************
       Program-ID. ROSTMNT.
       Environment Division.
           05  TR-Division-Id          pic s9(09) packed-decimal.
           05  TR-Conference           pic x(20).
           05  TR-Birth-Date           pic x(10).
           05  TR-Jersey-No            pic x(02).
           05  TR-Jersey-No-Num redefines TR-Jersey-No
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
       01  WS-Sql-Record-Id       pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Name            pic x(100).
       01  WS-Max-Age             pic s9(03) comp.
       01  WS-Bracket-Sw          pic x value "Y".
           88  Age-Out-Of-Bracket     value "N".
       01  WS-Sql-Season-Id       pic s9(09) comp value zero.
       01  WS-Sql-Jersey-No       pic s9(04) comp.
       01  WS-Jersey-Sw           pic x value "N".
           88  Has-Jersey             value "Y".
           88  No-Jersey              value "N".
           88  Jersey-Invalid         value "I".
           88  Jersey-Taken           value "T".
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Get-Current-Season
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
       0100-Get-Current-Season.
      *    Jersey numbers are held per season. With no current
      *    season row the roster can still be maintained, but a
      *    jersey number cannot be assigned.
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
           .
       1000-Open-Files.
           open input Roster-Trans-File
           if not Trans-File-OK
               SELECT COUNT(*)
                   INTO :WS-Sql-Ref-Count
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_ID   = :WS-Sql-Team-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           if SQLCODE not equal zero
               end-evaluate
           end-if
           .
       4060-Check-Jersey.
      *    The number this add or change leaves the player wearing
      *    on WS-Sql-Team-Id: the one keyed, or on a change with none
      *    keyed the one the player already has this season. Another
      *    player wearing it on that team this season is a clash.
           set No-Jersey to true
           evaluate true
               when TR-Jersey-No = spaces and TR-Add
                   continue
               when TR-Jersey-No = spaces
                   perform 4070-Fetch-Stored-Jersey
               when TR-Jersey-No not numeric
                   or WS-Sql-Season-Id = zero
                   set Jersey-Invalid to true
               when other
                   move TR-Jersey-No-Num to WS-Sql-Jersey-No
                   set Has-Jersey to true
           end-evaluate
           if Has-Jersey
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Ref-Count
                       FROM LABSCHEMA.PLAYER_JERSEY
                       WHERE SEASON_ID  = :WS-Sql-Season-Id
                         AND TEAM_ID    = :WS-Sql-Team-Id
                         AND JERSEY_NO  = :WS-Sql-Jersey-No
                         AND PLAYER_ID <> :WS-Sql-Record-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               if WS-Sql-Ref-Count > zero
                   set Jersey-Taken to true
               end-if
           end-if
           .
       4070-Fetch-Stored-Jersey.
           EXEC SQL
               SELECT JERSEY_NO
                   INTO :WS-Sql-Jersey-No
                   FROM LABSCHEMA.PLAYER_JERSEY
                   WHERE PLAYER_ID = :WS-Sql-Record-Id
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
           .
       4090-Reject-Jersey.
           if Jersey-Invalid
               display "Rejected, jersey number not 00-99 or no "
                   "current season, PLAYER_ID " TR-Record-Id
                   ": " TR-Jersey-No
           else
               display "Rejected, jersey number " WS-Sql-Jersey-No
                   " already worn on TEAM_ID " TR-Team-Id
                   ", PLAYER_ID " TR-Record-Id
           end-if
           add 1 to WS-Reject-Count
           .
       4100-Add-Player.
           perform 4000-Check-Team-Exists
           evaluate true
                   add 1 to WS-Reject-Count
               when other
                   perform 4050-Check-Age-Bracket
                   perform 4060-Check-Jersey
                   perform 4150-Insert-Player
           end-evaluate
           .
       4150-Insert-Player.
           evaluate true
               when Age-Out-Of-Bracket
                   display "Rejected, age outside division "
                       "bracket, PLAYER_ID " TR-Record-Id
                       " born " TR-Birth-Date
                   add 1 to WS-Reject-Count
               when Jersey-Invalid or Jersey-Taken
                   perform 4090-Reject-Jersey
               when other
                   EXEC SQL
                        INSERT INTO LABSCHEMA.PLAYERS
                               (PLAYER_ID,
                                PLAYER_NAME,
                                TEAM_ID,
                                POSITION,
                                BIRTH_DATE,
                                LEAGUE_ID)
                        VALUES (:WS-Sql-Record-Id,
                                :WS-Sql-Name,
                                :WS-Sql-Team-Id,
                                :WS-Sql-Position,
                                :WS-Sql-Birth-Date,
                                :WS-Sql-League-Id)
                   END-EXEC
                   if SQLCODE = 0 and Has-Jersey
                       perform 4450-Store-Jersey
                   end-if
                   move "A" to WS-Audit-Action
                   move "P" to WS-Audit-Type
                   perform 7000-Finish-Action
           end-evaluate
           .
       4200-Change-Player.
                   perform 4250-Fetch-Stored-Birth-Date
               end-if
               perform 4050-Check-Age-Bracket
               perform 4060-Check-Jersey
               evaluate true
                   when Age-Out-Of-Bracket
                       display "Rejected, age outside division "
                           "bracket, PLAYER_ID " TR-Record-Id
                       add 1 to WS-Reject-Count
                   when Jersey-Invalid or Jersey-Taken
                       perform 4090-Reject-Jersey
                   when other
                       perform 4280-Apply-Player-Change
               end-evaluate
           end-if
           .
       4250-Fetch-Stored-Birth-Date.
                   INTO :WS-Sql-Birth-Date
                   FROM LABSCHEMA.PLAYERS
                   WHERE PLAYER_ID = :WS-Sql-Record-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE = 100
               move spaces to WS-Sql-Birth-Date
                        TEAM_ID     = :WS-Sql-Team-Id,
                        POSITION    = :WS-Sql-Position
                    WHERE PLAYER_ID = :WS-Sql-Record-Id
                      AND LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
           else
               EXEC SQL
                        POSITION    = :WS-Sql-Position,
                        BIRTH_DATE  = :WS-Sql-Birth-Date
                    WHERE PLAYER_ID = :WS-Sql-Record-Id
                      AND LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
           end-if
           if SQLCODE = 100
               display "Rejected, no such PLAYER_ID " TR-Record-Id
               add 1 to WS-Reject-Count
           else
               if SQLCODE = 0 and Has-Jersey
                   perform 4450-Store-Jersey
               end-if
               move "C" to WS-Audit-Action
               move "P" to WS-Audit-Type
               perform 7000-Finish-Action
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    DELETE FROM LABSCHEMA.PLAYER_JERSEY
                    WHERE PLAYER_ID = :WS-Sql-Record-Id
                      AND PLAYER_ID IN
                          (SELECT PLAYER_ID
                               FROM LABSCHEMA.PLAYERS
                               WHERE LEAGUE_ID = :WS-Sql-League-Id)
               END-EXEC
               if SQLCODE = 0 or SQLCODE = 100
                   EXEC SQL
                        DELETE FROM LABSCHEMA.PLAYERS
                        WHERE PLAYER_ID = :WS-Sql-Record-Id
                          AND LEAGUE_ID = :WS-Sql-League-Id
                   END-EXEC
               end-if
               if SQLCODE = 100
                   display "Rejected, no such PLAYER_ID " TR-Record-Id
                   add 1 to WS-Reject-Count
               end-if
           end-if
           .
       4450-Store-Jersey.
      *    The player's number and team for the current season, in
      *    the same unit of work as the roster change.
           EXEC SQL
                UPDATE LABSCHEMA.PLAYER_JERSEY
                SET TEAM_ID   = :WS-Sql-Team-Id,
                    JERSEY_NO = :WS-Sql-Jersey-No
                WHERE PLAYER_ID = :WS-Sql-Record-Id
                  AND SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           if SQLCODE = 100
               EXEC SQL
                    INSERT INTO LABSCHEMA.PLAYER_JERSEY
                           (PLAYER_ID,
                            SEASON_ID,
                            TEAM_ID,
                            JERSEY_NO)
                    VALUES (:WS-Sql-Record-Id,
                            :WS-Sql-Season-Id,
                            :WS-Sql-Team-Id,
                            :WS-Sql-Jersey-No)
               END-EXEC
           end-if
           .
       5000-Check-Division-Exists.
      *    DIVISION_ID zero means the team is not assigned to a
      *    division yet; anything else must be on DIVISIONS.
                       INTO :WS-Sql-Ref-Count
                       FROM LABSCHEMA.DIVISIONS
                       WHERE DIVISION_ID = :WS-Sql-Division-Id
                         AND LEAGUE_ID   = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
                    INSERT INTO LABSCHEMA.TEAMS
                           (TEAM_ID,
                            TEAM_NAME,
                            DIVISION_ID,
                            LEAGUE_ID)
                    VALUES (:WS-Sql-Record-Id,
                            :WS-Sql-Name,
                            :WS-Sql-Division-Id,
                            :WS-Sql-League-Id)
               END-EXEC
               move "A" to WS-Audit-Action
               move "T" to WS-Audit-Type
                    UPDATE LABSCHEMA.TEAMS
                    SET TEAM_NAME   = :WS-Sql-Name,
                        DIVISION_ID = :WS-Sql-Division-Id
                    WHERE TEAM_ID   = :WS-Sql-Record-Id
                      AND LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE = 100
                   display "Rejected, no such TEAM_ID " TR-Record-Id
           else
               EXEC SQL
                    DELETE FROM LABSCHEMA.TEAMS
                    WHERE TEAM_ID   = :WS-Sql-Record-Id
                      AND LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE = 100
                   display "Rejected, no such TEAM_ID " TR-Record-Id
                INSERT INTO LABSCHEMA.DIVISIONS
                       (DIVISION_ID,
                        DIVISION_NAME,
                        CONFERENCE_NAME,
                        LEAGUE_ID)
                VALUES (:WS-Sql-Record-Id,
                        :WS-Sql-Name,
                        :WS-Sql-Conference,
                        :WS-Sql-League-Id)
           END-EXEC
           move "A" to WS-Audit-Action
           move "V" to WS-Audit-Type
                SET DIVISION_NAME   = :WS-Sql-Name,
                    CONFERENCE_NAME = :WS-Sql-Conference
                WHERE DIVISION_ID = :WS-Sql-Record-Id
                  AND LEAGUE_ID   = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE = 100
               display "Rejected, no such DIVISION_ID " TR-Record-Id
               EXEC SQL
                    DELETE FROM LABSCHEMA.DIVISIONS
                    WHERE DIVISION_ID = :WS-Sql-Record-Id
                      AND LEAGUE_ID   = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE = 100
                   display "Rejected, no such DIVISION_ID "
           .
       8100-Display-Totals.
           display "ROSTMNT - roster maintenance run complete"
           display "League: " WS-League-Name
           display "Transactions read:    " WS-Read-Count
           display "Rows added:           " WS-Add-Count
           display "Rows changed:         " WS-Change-Count
