      * This mismatch is exactly how the scorebook fraud two seasons
      * ago was caught - by accident. Now it is caught on purpose.
      * Any discrepancy ends the run RC 4 for the scheduler.
      * SYSIN names the league: only its players' lines and its
      * teams' results are reconciled, and the report carries its
      * name.
      **********************************************************************
       Program-ID. SCORRECN.
       Environment Division.
       01  WS-Board-Eof-Sw        pic x value "N".
           88  Board-Eof              value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Book-Game-Date      pic x(10).
       01  WS-Book-Team-Id        pic s9(09) comp.
       01  WS-Book-Points         pic s9(07) comp.
       01  WS-No-Result-Count     pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Mismatch-Line.
           05  filler              pic x(11) value "MISMATCH   ".
           05  OUT-MM-Game-Date    pic x(10).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Open-Report

      *    The scorebook side: player game lines summed to team
                   FROM LABSCHEMA.THROWS_GAME TG
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = TG.PLAYER_ID
                    AND P.LEAGUE_ID = :WS-Sql-League-Id
                   GROUP BY TG.GAME_DATE, P.TEAM_ID
                   ORDER BY TG.GAME_DATE, P.TEAM_ID
           END-EXEC
                           WHERE COALESCE(NULLIF(
                                 RESULT_TYPE, '  '),
                                 'P ') = 'P '
                             AND HOME_TEAM_ID IN
                                 (SELECT TEAM_ID
                                      FROM LABSCHEMA.TEAMS
                                      WHERE LEAGUE_ID =
                                          :WS-Sql-League-Id)
                       UNION ALL
                       SELECT GAME_DATE,
                              AWAY_TEAM_ID,
                           WHERE COALESCE(NULLIF(
                                 RESULT_TYPE, '  '),
                                 'P ') = 'P '
                             AND AWAY_TEAM_ID IN
                                 (SELECT TEAM_ID
                                      FROM LABSCHEMA.TEAMS
                                      WHERE LEAGUE_ID =
                                          :WS-Sql-League-Id)
                   ) X
                   ORDER BY X.GAME_DATE, X.TEAM_ID
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
       0100-Open-Report.
           open output Recon-Report-File
           if not Report-File-OK
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Recon-Report-Record from WS-League-Line
           .
       0200-Read-Book-Side.
           EXEC SQL FETCH BOOK_CUR
           .
       8100-Write-Totals.
           display "SCORRECN - scorebook reconciliation complete"
           display "League: " WS-League-Name
           display "Team-games in agreement:  " WS-Matched-Count
           display "Scores in disagreement:   " WS-Mismatch-Count
           display "Results with no detail:   " WS-No-Detail-Count
