       Identification Division.
      **********************************************************************
      * Daily open-concussion report for the league office. Lists
      * every incident on LABSCHEMA.INCIDENT with a suspected
      * concussion and no cleared-to-return date yet - the players who
      * must not take the floor until INCIDMNT posts a medical note -
      * with the team, the fixture it happened at, days since, who
      * reported it, and the player's next scheduled fixture so the
      * office can call the coach before it. Each open incident is
      * also raised as an ALERTWTR informational record so it shows
      * on the morning ALRTRPT summary. The report is for the
      * league named on SYSIN card 1 and opens with its name.
      **********************************************************************
       Program-ID. CONCRPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Concussion-Report-File assign to CONCRPT1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Concussion-Report-File
           recording mode f.
       01  Concussion-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Incident-Id     pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Days-Open       pic s9(05) comp.
       01  WS-Sql-Reported-By     pic x(40).
       01  WS-Sql-Next-Fixture    pic x(10).

       01  WS-Open-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "CONCRPT".
       01  WS-Alert-Severity      pic x(01) value "I".
       01  WS-Alert-Message       pic x(60).
       01  WS-Alert-Id-Edit       pic z(08)9.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Heading-Line.
           05  filler pic x(10) value "Incident".
           05  filler pic x(30) value "Player".
           05  filler pic x(25) value "Team".
           05  filler pic x(12) value "Injured".
           05  filler pic x(06) value "Days".
           05  filler pic x(28) value "Reported by".
           05  filler pic x(12) value "Next game".
       01  WS-Concussion-Line.
           05  OUT-Incident-Id     pic z(08)9.
           05  filler              pic x(01) value spaces.
           05  OUT-Player-Name     pic x(30).
           05  OUT-Team-Name       pic x(25).
           05  OUT-Fixture-Date    pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Days-Open       pic zzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Reported-By     pic x(28).
           05  OUT-Next-Fixture    pic x(10).
       01  WS-None-Line           pic x(40)
               value "NO OPEN CONCUSSION INCIDENTS".

       Procedure Division.

           EXEC SQL DECLARE CONC_OPEN_CUR CURSOR FOR
               SELECT I.INCIDENT_ID,
                      P.PLAYER_NAME,
                      COALESCE(T.TEAM_NAME, '(NO TEAM)'),
                      CHAR(G.FIXTURE_DATE),
                      DAYS(CURRENT DATE) - DAYS(G.FIXTURE_DATE),
                      I.REPORTED_BY,
                      COALESCE(
                        (SELECT CHAR(MIN(N.FIXTURE_DATE))
                             FROM LABSCHEMA.GAME_SCHEDULE N
                             WHERE P.TEAM_ID IN (N.HOME_TEAM_ID,
                                                 N.AWAY_TEAM_ID)
                               AND N.FIXTURE_DATE >= CURRENT DATE
                               AND COALESCE(N.SCHED_STATUS, ' ')
                                   <> 'P'),
                        '(NONE)')
                   FROM LABSCHEMA.INCIDENT I
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = I.PLAYER_ID
                   LEFT JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = I.FIXTURE_ID
                   WHERE I.CONCUSSION_SUSP = 'Y'
                     AND I.CLEARED_DATE IS NULL
                     AND P.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY G.FIXTURE_DATE, P.PLAYER_NAME
           END-EXEC

           perform 0050-Select-League
           open output Concussion-Report-File
           if not Report-File-OK
               display "Concussion report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Concussion-Report-Record from WS-League-Line
           write Concussion-Report-Record from WS-Heading-Line
           display WS-Heading-Line

           EXEC SQL OPEN CONC_OPEN_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Report-Incident
               until End-of-Data
           EXEC SQL CLOSE CONC_OPEN_CUR END-EXEC

           if WS-Open-Count = zero
               write Concussion-Report-Record from WS-None-Line
               display WS-None-Line
           end-if
           close Concussion-Report-File
           display "CONCRPT - open concussion report complete"
           display "League:                    " WS-League-Name
           display "Open concussion incidents: " WS-Open-Count
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
       1000-Report-Incident.
           EXEC SQL FETCH CONC_OPEN_CUR
               INTO :WS-Sql-Incident-Id,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Days-Open,
                    :WS-Sql-Reported-By,
                    :WS-Sql-Next-Fixture
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Open-Count
                   perform 2000-Write-Incident-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Incident-Line.
           move WS-Sql-Incident-Id to OUT-Incident-Id
           move WS-Sql-Player-Name to OUT-Player-Name
           move WS-Sql-Team-Name to OUT-Team-Name
           move WS-Sql-Fixture-Date to OUT-Fixture-Date
           move WS-Sql-Days-Open to OUT-Days-Open
           move WS-Sql-Reported-By to OUT-Reported-By
           move WS-Sql-Next-Fixture to OUT-Next-Fixture
           write Concussion-Report-Record from WS-Concussion-Line
           display WS-Concussion-Line

           move WS-Sql-Incident-Id to WS-Alert-Id-Edit
           move spaces to WS-Alert-Message
           string "OPEN CONCUSSION INCIDENT " delimited by size
                  WS-Alert-Id-Edit delimited by size
                  " NEXT GAME " delimited by size
                  WS-Sql-Next-Fixture delimited by size
               into WS-Alert-Message
           call "ALERTWTR" using WS-Alert-Severity
                                WS-Job-Id
                                WS-Alert-Message
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
