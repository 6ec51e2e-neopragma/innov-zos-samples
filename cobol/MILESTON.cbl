      * section the next morning, counted in the TRL trailer like the
      * other sections. A milestone already recorded is skipped, so a
      * rerun announces nothing twice.
      * Runs for one league, named on SYSIN card 1: only that
      * league's players are watched.
      **********************************************************************
       Program-ID. MILESTON.
       Environment Division.
       01  WS-Arrival-Eof-Sw      pic x value "N".
           88  Arrival-Eof            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Career-Points   pic s9(09) comp.
       01  WS-Sql-Game-Date       pic x(10).
                                    WHERE H.PLAYER_ID = P.PLAYER_ID),
                               0)
                   FROM LABSCHEMA.PLAYERS P
                   WHERE P.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY P.PLAYER_ID
           END-EXEC

                      TG.FT_COMPLETED + 3 * TG.FT_THREE_POINTERS
                   FROM LABSCHEMA.THROWS_GAME TG
                   WHERE TG.GAME_DATE >= CURRENT DATE - 1 DAY
                     AND TG.PLAYER_ID IN
                         (SELECT PLAYER_ID
                              FROM LABSCHEMA.PLAYERS
                              WHERE LEAGUE_ID = :WS-Sql-League-Id)
                   ORDER BY TG.PLAYER_ID, TG.GAME_DATE
           END-EXEC

           perform 0050-Select-League
           EXEC SQL OPEN MILE_CAREER_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
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
       1000-Check-Career-Milestone.
           EXEC SQL FETCH MILE_CAREER_CUR
               INTO :WS-Sql-Player-Id,
           .
       8100-Display-Totals.
           display "MILESTON - milestone detection complete"
           display "League:               " WS-League-Name
           display "Career milestones:    " WS-Career-Count
           display "Personal game highs:  " WS-High-Count
           display "Division records:     " WS-Record-Count
