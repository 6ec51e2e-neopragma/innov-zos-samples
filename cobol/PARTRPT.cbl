      *     more rostered players have no participation record at
      *     all - the scorebook never said whether they played;
      *   - players whose played-games percentage across the team's
      *     played games falls below the minimum on SYSIN card 2
      *     (three digits, e.g. 075 for 75 percent).
      * SYSIN card 1 names the league; only its teams are reported
      * and the report carries its name.
      * Any exception ends the run RC 4.
      **********************************************************************
       Program-ID. PARTRPT.
       01  WS-Min-Pct-In          pic x(03).
       01  WS-Min-Pct             pic s9(03) comp value 75.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Team-Games      pic s9(05) comp.
       01  WS-Below-Count         pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Team-Line.
           05  filler pic x(06) value "Team: ".
           05  WS-Team-Line-Name  pic x(60).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Report

               SELECT T.TEAM_ID,
                      T.TEAM_NAME
                   FROM LABSCHEMA.TEAMS T
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME
           END-EXEC

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
           accept WS-Min-Pct-In
           if WS-Min-Pct-In numeric
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           display WS-League-Line
           write Compliance-Report-Record from WS-League-Line
           .
       1000-Process-Team.
           EXEC SQL FETCH PART_TEAM_CUR
