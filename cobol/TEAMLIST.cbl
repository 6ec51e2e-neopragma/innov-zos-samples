           EXEC SQL INCLUDE PLAYERS END-EXEC.
           EXEC SQL INCLUDE TEAMS END-EXEC.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Team-Name        pic x(100).
       01  WS-Player-Name      pic x(100).
       01  WS-Position         pic x(02).
           05  filler pic x(11) value " Division: ".
           05  WS-Division-Out pic x(30).
       01  WS-Division-Name    pic x(100).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Player-Name-Line.
           05  filler pic x(04) value spaces.
           05  WS-Player-Name-Out pic x(60).
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.TEAM_ID = T.TEAM_ID
                   WHERE T.TEAM_NAME = :WS-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           EXEC SQL DECLARE ALL_TEAM_CUR CURSOR FOR
               SELECT TEAM_NAME
                   FROM LABSCHEMA.TEAMS
                   WHERE LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY TEAM_NAME
           END-EXEC
           EXEC SQL DECLARE SUGGEST_CUR CURSOR FOR
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_NAME LIKE
                       '%' CONCAT RTRIM(:WS-Team-Name) CONCAT '%'
                     AND LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY TEAM_NAME
                   FETCH FIRST 5 ROWS ONLY
           END-EXEC

           perform 0040-Select-League
           perform 0050-Accept-Output-Mode

           open input Team-Control-File
                   move 12 to return-code
                   goback
               end-if
               move spaces to WS-Csv-Detail-Line
               string "LEAGUE," delimited by size
                      WS-League-Name delimited by size
                   into WS-Csv-Detail-Line
               end-string
               write Csv-Report-Record from WS-Csv-Detail-Line
               move "TEAM,PLAYER,POSITION" to WS-Csv-Detail-Line
               write Csv-Report-Record from WS-Csv-Detail-Line
           end-if

           move WS-League-Name to OUT-League-Name
           display WS-League-Line

           perform 4000-Read-Control-Record
           perform 1000-Process-Team
               until No-More-Teams
           end-if
           goback
           .
       0040-Select-League.
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
       0050-Accept-Output-Mode.
           display "Enter C for CSV output file, or press Enter"
               with no advancing
                   LEFT JOIN LABSCHEMA.THROWS FT
                     ON FT.PLAYER_ID = P.PLAYER_ID
                   WHERE T.TEAM_NAME = :WS-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           if SQLCODE = 0
