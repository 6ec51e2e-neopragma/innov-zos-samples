      *   CLINCHES W/NEXT WIN  - one more win settles it
      *   OUT OF FIRST         - cannot catch the current leader
      * After the table, the remaining head-to-head fixtures inside
      * the division - the games that decide each race. Invitational
      * tournament games (GAME_SCHEDULE rows with a TOURNAMENT_ID)
      * never count towards the league table and are left out.
      * SYSIN names the league; only its divisions are projected and
      * the report carries its name.
      **********************************************************************
       Program-ID. PROJSTND.
       Environment Division.
       01  WS-H2H-Eof-Sw          pic x value "N".
           88  H2H-Eof                value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Division-Id     pic s9(09) comp.
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Div-Count           pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Division-Line.
           05  filler pic x(10) value "Division: ".
           05  WS-Division-Line-Name pic x(60).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Open-Report

           EXEC SQL DECLARE PROJ_DIV_CUR CURSOR FOR
               SELECT D.DIVISION_ID,
                      D.DIVISION_NAME
                   FROM LABSCHEMA.DIVISIONS D
                   WHERE D.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY D.DIVISION_NAME
           END-EXEC

                           FROM LABSCHEMA.GAME_SCHEDULE S
                           WHERE S.FIXTURE_DATE >= CURRENT DATE
                             AND COALESCE(S.SCHED_STATUS, ' ') <> 'P'
                             AND S.TOURNAMENT_ID IS NULL
                             AND (S.HOME_TEAM_ID = T.TEAM_ID
                               OR S.AWAY_TEAM_ID = T.TEAM_ID))
                   FROM LABSCHEMA.TEAMS T
                     ON TA.TEAM_ID = S.AWAY_TEAM_ID
                   WHERE S.FIXTURE_DATE >= CURRENT DATE
                     AND COALESCE(S.SCHED_STATUS, ' ') <> 'P'
                     AND S.TOURNAMENT_ID IS NULL
                     AND TH.DIVISION_ID = :WS-Sql-Division-Id
                     AND TA.DIVISION_ID = :WS-Sql-Division-Id
                   ORDER BY S.FIXTURE_DATE, TH.TEAM_NAME
           close Projection-Report-File
           display "PROJSTND - projection report complete"
           display "Divisions projected: " WS-Div-Count
           display "League: " WS-League-Name
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
       0100-Open-Report.
           open output Projection-Report-File
           if not Report-File-OK
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Projection-Report-Record from WS-League-Line
           .
       1000-Process-Division.
           EXEC SQL FETCH PROJ_DIV_CUR
