      *   'PLAYER' name - one player's log
      *   'TEAM  ' name - every player currently on that team
      *   'ALL   '      - the whole league
      * The league is the one named on SYSIN card 1; only its
      * players are selected, and its name heads the report.
      * Each THROWS_GAME line prints in date order with the opponent
      * resolved from GAME_SCHEDULE (falling back to the game line's
      * own opponent id for online entries), attempts, completed,
      * three-pointers and points. After the log: the player's
      * longest consecutive-games scoring streak and their best
      * stretch of N games by points, N from SYSIN card 2.
      **********************************************************************
       Program-ID. GAMELOG.
       Environment Division.
       01  WS-Stretch-N-In        pic x(02).
       01  WS-Stretch-N           pic s9(03) comp value 5.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Select-Name     pic x(100).
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Player-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Player-Line.
           05  filler pic x(08) value "Player: ".
           05  WS-Player-Line-Name pic x(60).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Files

               SELECT P.PLAYER_ID,
                      P.PLAYER_NAME
                   FROM LABSCHEMA.PLAYERS P
                   WHERE P.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY P.PLAYER_NAME
           END-EXEC

                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   WHERE T.TEAM_NAME = :WS-Sql-Select-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY P.PLAYER_NAME
           END-EXEC

                      P.PLAYER_NAME
                   FROM LABSCHEMA.PLAYERS P
                   WHERE P.PLAYER_NAME = :WS-Sql-Select-Name
                     AND P.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY P.PLAYER_ID
           END-EXEC


           perform 8000-Close-Files
           display "GAMELOG - game log report complete"
           display "League:           " WS-League-Name
           display "Players reported: " WS-Player-Count
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
           accept WS-Stretch-N-In
           if WS-Stretch-N-In numeric
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Log-Report-Record from WS-League-Line
           .
       1000-Process-Control-Record.
           read Log-Control-File
