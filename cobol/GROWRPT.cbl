      *     season's schedule comes from GAME_SCHEDULE; an archived
      *     season has no schedule history, so its scheduled count is
      *     the games that reached a result
      *   - fees invoiced and collected from INVOICE, or from
      *     INVOICE_HIST once FINCLOSE has closed the season
      * and the movement of each against the season before.
      * Runs for one league, named on SYSIN card 1: only that
      * league's seasons, teams and games are counted, under its
      * name.
      **********************************************************************
       Program-ID. GROWRPT.
       Environment Division.
       01  WS-Season-Eof-Sw       pic x value "N".
           88  Season-Eof             value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Current-Flag    pic x(01).
       01  WS-Sql-Players         pic s9(07) comp.
       01  WS-Season-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Season-Line.
           05  filler              pic x(08) value "Season: ".
           05  OUT-Season-Id       pic zzzzzzz9.

       Procedure Division.

           perform 0050-Select-League
           open output Growth-Report-File
           if not Report-File-OK
               display "Growth report open error: "
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Growth-Report-Record from WS-League-Line

           EXEC SQL DECLARE GROW_SEASON_CUR CURSOR FOR
               SELECT S.SEASON_ID,
                      S.CURRENT_SEASON
                   FROM LABSCHEMA.SEASON S
                   WHERE S.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY S.SEASON_ID
           END-EXEC
           EXEC SQL OPEN GROW_SEASON_CUR END-EXEC
           EXEC SQL CLOSE GROW_SEASON_CUR END-EXEC
           close Growth-Report-File
           display "GROWRPT - league growth report complete"
           display "League:           " WS-League-Name
           display "Seasons reported: " WS-Season-Count
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
       1000-Process-Season.
           EXEC SQL FETCH GROW_SEASON_CUR
               INTO :WS-Sql-Season-Id,
                   INTO :WS-Sql-Players,
                        :WS-Sql-Invoiced,
                        :WS-Sql-Collected
                   FROM (SELECT PLAYER_ID, AMOUNT_DUE, AMOUNT_PAID
                             FROM LABSCHEMA.INVOICE
                             WHERE SEASON_ID = :WS-Sql-Season-Id
                         UNION ALL
                         SELECT PLAYER_ID, AMOUNT_DUE, AMOUNT_PAID
                             FROM LABSCHEMA.INVOICE_HIST
                             WHERE SEASON_ID = :WS-Sql-Season-Id) I
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
                   SELECT COUNT(*)
                       INTO :WS-Sql-Teams
                       FROM LABSCHEMA.TEAMS
                       WHERE LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
                       INTO :WS-Sql-Scheduled
                       FROM LABSCHEMA.GAME_SCHEDULE
                       WHERE COALESCE(SCHED_STATUS, ' ') <> 'P'
                         AND LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
                   SELECT COUNT(*)
                       INTO :WS-Sql-Resulted
                       FROM LABSCHEMA.GAME_RESULTS
                       WHERE HOME_TEAM_ID IN
                             (SELECT TEAM_ID
                                  FROM LABSCHEMA.TEAMS
                                  WHERE LEAGUE_ID = :WS-Sql-League-Id)
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
