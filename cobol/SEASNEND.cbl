      * is kept instead of truncated, and SEASNRPT can report any prior
      * season the league asks about.
      *
      * SYSIN card 1 names the league being rolled over, card 2 the
      * new season identifier. The closing season is read from the
      * league's CURRENT_SEASON row of LABSCHEMA.SEASON, only the
      * league's players' statistics and its teams' results are
      * archived and cleared, and the new season row is the league's
      * - the other league's season carries on untouched. Each archive
      * table copy and its matching purge are committed together, so an
      * abend mid-rollover leaves whole tables either archived or not,
      * never half of one.
      *
      * Players aging out are recorded on LABSCHEMA.ALUMNI before the
      * flip, so the league keeps the family when the player goes. A
      * player ages out when they will be older than the top of the
      * league's AGEBRKT brackets (the highest well-formed maximum
      * over its divisions' rows) a year from now. Each gets one
      * ALUMNI row: their last team and the closing season, leave
      * reason 'A', career totals summed over THROWS_HISTORY (the
      * closing season included, it being archived first) and the
      * guardian - their lowest PLAYER_CONTACT row, as PREREG takes
      * it. A player already on ALUMNI as aged out keeps the season
      * they first aged out in; a withdrawn player who came back is
      * re-recorded as aged out. WITHDRAW records the other way out.
      **********************************************************************
       Program-ID. SEASNEND.
       Environment Division.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-New-Season-Id   pic s9(09) comp.
       01  WS-New-Season-Accept   pic 9(09).
       01  WS-Snapshot-Count      pic s9(07) packed-decimal value zero.
       01  WS-Game-Count          pic s9(07) packed-decimal value zero.
       01  WS-Result-Count        pic s9(07) packed-decimal value zero.
       01  WS-Alumni-Count        pic s9(07) packed-decimal value zero.
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Sql-Brkt-Desc       pic x(40).
       01  WS-Age-Digits          pic 9(02).
       01  WS-Sql-Top-Age         pic s9(05) comp value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Detail-Line         pic x(133).
       01  WS-Count-Display       pic zzz,zz9.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Report
           perform 0300-Get-Closing-Season

           perform 1000-Archive-Throws
           perform 1400-Get-Top-Bracket
           perform 1500-Record-Aged-Out
           perform 2000-Archive-Snapshots
           perform 3000-Archive-Games
           perform 4000-Archive-Results
           close Summary-Report-File
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
           display "Enter new season identifier: " with no advancing
           accept WS-New-Season-Accept
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC

           if SQLCODE not equal zero
                       FT_AVG_POINTS,
                       FT_LAST_UPDATE
                    FROM LABSCHEMA.THROWS
                    WHERE PLAYER_ID IN
                          (SELECT PLAYER_ID
                               FROM LABSCHEMA.PLAYERS
                               WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100

           EXEC SQL
                DELETE FROM LABSCHEMA.THROWS
                WHERE PLAYER_ID IN
                      (SELECT PLAYER_ID
                           FROM LABSCHEMA.PLAYERS
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           EXEC SQL COMMIT END-EXEC
           .
       1400-Get-Top-Bracket.
      *    The oldest age any of the league's divisions takes.
           EXEC SQL DECLARE TOP_BRKT_CUR CURSOR FOR
               SELECT C.DESCRIPTION
                   FROM LABSCHEMA.CODE_TABLE C
                   WHERE C.TABLE_NAME = 'AGEBRKT'
                     AND C.CODE IN
                         (SELECT RIGHT(DIGITS(T.DIVISION_ID), 8)
                              FROM LABSCHEMA.TEAMS T
                              WHERE T.LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           EXEC SQL OPEN TOP_BRKT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1410-Fetch-Bracket
               until End-of-Data
           EXEC SQL CLOSE TOP_BRKT_CUR END-EXEC
           .
       1410-Fetch-Bracket.
           EXEC SQL FETCH TOP_BRKT_CUR
               INTO :WS-Sql-Brkt-Desc
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Brkt-Desc (1:2) numeric
                       and WS-Sql-Brkt-Desc (4:2) numeric
                       move WS-Sql-Brkt-Desc (4:2) to WS-Age-Digits
                       if WS-Age-Digits > WS-Sql-Top-Age
                           move WS-Age-Digits to WS-Sql-Top-Age
                       end-if
                   end-if
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1500-Record-Aged-Out.
           if WS-Sql-Top-Age = zero
               display "No AGEBRKT brackets for the league - no "
                   "players aged out"
           else
               perform 1510-Insert-Alumni
           end-if
           .
       1510-Insert-Alumni.
      *    A withdrawal on file for a player who came back is
      *    superseded by aging out.
           EXEC SQL
                DELETE FROM LABSCHEMA.ALUMNI
                WHERE LEAVE_REASON = 'W'
                  AND PLAYER_ID IN
                      (SELECT PLAYER_ID
                           FROM LABSCHEMA.PLAYERS
                           WHERE LEAGUE_ID = :WS-Sql-League-Id
                             AND YEAR(CURRENT DATE + 1 YEAR
                                      - BIRTH_DATE) > :WS-Sql-Top-Age)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if

           EXEC SQL
                INSERT INTO LABSCHEMA.ALUMNI
                       (PLAYER_ID,
                        PLAYER_NAME,
                        LEAGUE_ID,
                        LAST_TEAM_ID,
                        LAST_SEASON_ID,
                        LEAVE_REASON,
                        LEAVE_DATE,
                        CAREER_SEASONS,
                        CAREER_GAMES,
                        CAREER_ATTEMPTS,
                        CAREER_COMPLETED,
                        CAREER_3PT,
                        GUARDIAN_CONTACT_ID)
                SELECT P.PLAYER_ID,
                       P.PLAYER_NAME,
                       P.LEAGUE_ID,
                       P.TEAM_ID,
                       :WS-Sql-Season-Id,
                       'A',
                       CURRENT DATE,
                       COALESCE(H.SEASONS, 0),
                       COALESCE(H.GAMES, 0),
                       COALESCE(H.ATTEMPTS, 0),
                       COALESCE(H.COMPLETED, 0),
                       COALESCE(H.THREES, 0),
                       (SELECT MIN(PC.CONTACT_ID)
                            FROM LABSCHEMA.PLAYER_CONTACT PC
                            WHERE PC.PLAYER_ID = P.PLAYER_ID)
                    FROM LABSCHEMA.PLAYERS P
                    LEFT JOIN
                         (SELECT TH.PLAYER_ID,
                                 COUNT(DISTINCT TH.SEASON_ID)
                                     AS SEASONS,
                                 SUM(TH.FT_GAMES) AS GAMES,
                                 SUM(TH.FT_ATTEMPTS) AS ATTEMPTS,
                                 SUM(TH.FT_COMPLETED) AS COMPLETED,
                                 SUM(TH.FT_THREE_POINTERS) AS THREES
                              FROM LABSCHEMA.THROWS_HISTORY TH
                              GROUP BY TH.PLAYER_ID) H
                      ON H.PLAYER_ID = P.PLAYER_ID
                    WHERE P.LEAGUE_ID = :WS-Sql-League-Id
                      AND YEAR(CURRENT DATE + 1 YEAR - P.BIRTH_DATE)
                          > :WS-Sql-Top-Age
                      AND NOT EXISTS
                          (SELECT 1
                               FROM LABSCHEMA.ALUMNI A
                               WHERE A.PLAYER_ID = P.PLAYER_ID)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           move SQLERRD(3) to WS-Alumni-Count
           EXEC SQL COMMIT END-EXEC
           .
       2000-Archive-Snapshots.
                       SNAPSHOT_DATE,
                       FT_AVG_POINTS
                    FROM THROWS_SNAPSHOT
                    WHERE PLAYER_ID IN
                          (SELECT PLAYER_ID
                               FROM LABSCHEMA.PLAYERS
                               WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100

           EXEC SQL
                DELETE FROM THROWS_SNAPSHOT
                WHERE PLAYER_ID IN
                      (SELECT PLAYER_ID
                           FROM LABSCHEMA.PLAYERS
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100
                        GAME_DATE,
                        FT_ATTEMPTS,
                        FT_COMPLETED,
                        FT_THREE_POINTERS,
                        PERSONAL_FOULS,
                        TECHNICAL_FOULS,
                        EJECTED)
                SELECT :WS-Sql-Season-Id,
                       PLAYER_ID,
                       OPPONENT_TEAM_ID,
                       GAME_DATE,
                       FT_ATTEMPTS,
                       FT_COMPLETED,
                       FT_THREE_POINTERS,
                       PERSONAL_FOULS,
                       TECHNICAL_FOULS,
                       EJECTED
                    FROM LABSCHEMA.THROWS_GAME
                    WHERE PLAYER_ID IN
                          (SELECT PLAYER_ID
                               FROM LABSCHEMA.PLAYERS
                               WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100

           EXEC SQL
                DELETE FROM LABSCHEMA.THROWS_GAME
                WHERE PLAYER_ID IN
                      (SELECT PLAYER_ID
                           FROM LABSCHEMA.PLAYERS
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100
                       HOME_SCORE,
                       AWAY_SCORE
                    FROM LABSCHEMA.GAME_RESULTS
                    WHERE HOME_TEAM_ID IN
                          (SELECT TEAM_ID
                               FROM LABSCHEMA.TEAMS
                               WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100

           EXEC SQL
                DELETE FROM LABSCHEMA.GAME_RESULTS
                WHERE HOME_TEAM_ID IN
                      (SELECT TEAM_ID
                           FROM LABSCHEMA.TEAMS
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE not equal zero and SQLCODE not equal 100
           EXEC SQL
                INSERT INTO LABSCHEMA.SEASON
                       (SEASON_ID,
                        CURRENT_SEASON,
                        LEAGUE_ID)
                VALUES (:WS-Sql-New-Season-Id,
                        'Y',
                        :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE = -803
                    UPDATE LABSCHEMA.SEASON
                    SET CURRENT_SEASON = 'Y'
                    WHERE SEASON_ID = :WS-Sql-New-Season-Id
                      AND LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE = 100
                   display "New season identifier belongs to another "
                       "league - rollover not completed"
               end-if
           end-if
           if SQLCODE not equal zero
               perform 9100-Rollback-and-Bail
           EXEC SQL COMMIT END-EXEC
           .
       8100-Write-Closing-Summary.
           move spaces to WS-Detail-Line
           string "LEAGUE " WS-League-Name
               delimited by size
               into WS-Detail-Line
           write Summary-Report-Record from WS-Detail-Line
           display WS-Detail-Line

           move WS-Sql-Season-Id to WS-Season-Display
           move spaces to WS-Detail-Line
           string "SEASON-END ROLLOVER - CLOSING SEASON "
           perform 8220-Write-Count-Line-Games
           move WS-Result-Count to WS-Count-Display
           perform 8230-Write-Count-Line-Results
           move WS-Alumni-Count to WS-Count-Display
           perform 8240-Write-Count-Line-Alumni

           move WS-Sql-New-Season-Id to WS-Season-Display
           move spaces to WS-Detail-Line
           write Summary-Report-Record from WS-Detail-Line
           display WS-Detail-Line
           .
       8240-Write-Count-Line-Alumni.
           move spaces to WS-Detail-Line
           string "Players aged out to ALUMNI:    " WS-Count-Display
               delimited by size
               into WS-Detail-Line
           write Summary-Report-Record from WS-Detail-Line
           display WS-Detail-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
