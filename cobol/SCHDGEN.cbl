      * each pairing is whichever team has hosted less so far, so the
      * home/away counts stay level, and every fixture passes the
      * same venue and team double-booking checks SCHEDMNT applies.
      * SYSIN card 1 names the league; only its divisions are
      * scheduled, the fixtures are written to it and the report
      * carries its name. Card 2 is the first round date
      * (YYYY-MM-DD), card 3 is the run mode: CONFIRM commits the
      * fixtures, anything else prints the proposed-schedule report
      * and changes nothing. Venues are shared between leagues, so
      * the venue double-booking check looks at every league's games.
      * Slots handed out earlier in the same run are tracked in
      * storage, so two divisions sharing a round date can never be
      * proposed into the same venue and timeslot - the proposal the
      * office approves is the schedule the CONFIRM run commits.
      * A division whose teams already have season fixtures on or
      * after the start date is skipped, so a rerun cannot double-book
      * a season; invitational tournament games do not count.
      **********************************************************************
       Program-ID. SCHDGEN.
       Environment Division.
       01  WS-Slot-Failed-Sw      pic x value "N".
           88  Slot-Failed            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Division-Id     pic s9(09) comp.
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Sql-Team-Id         pic s9(09) comp.
           05  OUT-Bal-Home        pic zzzz9.
           05  filler              pic x(07) value "  away ".
           05  OUT-Bal-Away        pic zzzz9.
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Mode-Line.
           05  filler              pic x(32)
               value "PROPOSED SCHEDULE - RUN MODE IS ".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Load-Venue-Slots
           perform 0400-Open-Report
               SELECT D.DIVISION_ID,
                      D.DIVISION_NAME
                   FROM LABSCHEMA.DIVISIONS D
                   WHERE D.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY D.DIVISION_NAME
           END-EXEC

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
       0100-Accept-Parameters.
           accept WS-Start-Date
           accept WS-Run-Mode
           move WS-Run-Mode to OUT-Run-Mode
           display WS-Mode-Line
           write Proposed-Report-Record from WS-Mode-Line
           move WS-League-Name to OUT-League-Name
           display WS-League-Line
           write Proposed-Report-Record from WS-League-Line
           .
       1000-Process-Division.
           EXEC SQL FETCH GEN_DIV_CUR
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.GAME_SCHEDULE G
                   WHERE G.FIXTURE_DATE >= DATE(:WS-Sql-Start-Date)
                     AND G.TOURNAMENT_ID IS NULL
                     AND (G.HOME_TEAM_ID IN
                              (SELECT T.TEAM_ID
                                   FROM LABSCHEMA.TEAMS T
                            HOME_TEAM_ID,
                            AWAY_TEAM_ID,
                            VENUE,
                            SCHED_STATUS,
                            LEAGUE_ID)
                    VALUES (:WS-Sql-Fixture-Id,
                            :WS-Sql-Fixture-Date,
                            :WS-Sql-Timeslot,
                            :WS-Sql-Home-Team-Id,
                            :WS-Sql-Away-Team-Id,
                            :WS-Sql-Venue,
                            'A',
                            :WS-Sql-League-Id)
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
           .
       8100-Display-Totals.
           display "SCHDGEN - schedule generation complete"
           display "League: " WS-League-Name
           display "Divisions scheduled:  " WS-Div-Count
           display "Divisions skipped:    " WS-Skip-Count
           display "Fixtures proposed:    " WS-Propose-Count
