      *   'PLAYER' name - one player's career
      *   'TEAM  ' name - every player currently on that team
      *   'ALL   '      - the whole league
      * for the league named on SYSIN card 1 - only its players are
      * selected, and the report opens with the league's name.
      * Each selected player gets one line per archived season from
      * LABSCHEMA.THROWS_HISTORY plus the current LABSCHEMA.THROWS
      * row, then career totals and career averages: completion
           88  Scope-Team             value "T".
           88  Scope-Player           value "P".

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
           perform 0100-Open-Files

           EXEC SQL DECLARE CAR_ALL_CUR CURSOR FOR
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
       0100-Open-Files.
           open input Career-Control-File
           if not Control-File-OK
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Career-Report-Record from WS-League-Line
           .
       1000-Process-Control-Record.
           read Career-Control-File
