      * fixtures for the next seven days - date, timeslot, opponent,
      * venue, and whether the team is home or away. Officials
      * assigned by OFFASGN are listed under each fixture, so the
      * weekly packet shows the crew as well as the matchup, and the
      * scorebook and clock parents DUTYASGN put on each home
      * fixture are listed under it the same way. SYSIN names the
      * league: only its teams and fixtures are listed, and the
      * listing carries its name.
      **********************************************************************
       Program-ID. SCHEDLST.
       Environment Division.
           88  All-Teams-Eof           value "Y".
       01  WS-Ref-Eof-Sw           pic x value "N".
           88  Ref-Eof                 value "Y".
       01  WS-Duty-Eof-Sw          pic x value "N".
           88  Duty-Eof                value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Duty-Code        pic x(01).
       01  WS-Sql-Duty-First       pic x(30).
       01  WS-Sql-Duty-Surname     pic x(30).
       01  WS-Team-Name            pic x(100).
       01  WS-Sql-Fixture-Id       pic s9(09) comp.
       01  WS-Sql-Referee-Name     pic x(60).
       01  WS-Sql-Home-Away        pic x(01).
       01  WS-Fixture-Count        pic s9(05) packed-decimal.
       01  WS-Error-SQLCODE        pic s999 sign leading separate.
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Team-Line.
           05  filler pic x(06) value "Team: ".
           05  WS-Team-Name-Out pic x(60).
           05  filler              pic x(14)
               value "    Official: ".
           05  OUT-Referee-Name    pic x(60).
       01  WS-Duty-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Duty            pic x(10).
           05  filler              pic x(02) value ": ".
           05  OUT-Duty-First      pic x(20).
           05  OUT-Duty-Surname    pic x(30).
       01  WS-No-Fixtures-Line     pic x(40)
               value "  NO FIXTURES IN THE NEXT SEVEN DAYS".

                     ON AT.TEAM_ID = G.AWAY_TEAM_ID
                   WHERE (HT.TEAM_NAME = :WS-Team-Name
                          OR AT.TEAM_NAME = :WS-Team-Name)
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
                     AND G.FIXTURE_DATE >= CURRENT DATE
                     AND G.FIXTURE_DATE <= CURRENT DATE + 7 DAYS
                     AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                   WHERE A.FIXTURE_ID = :WS-Sql-Fixture-Id
                   ORDER BY R.REFEREE_NAME
           END-EXEC
           EXEC SQL DECLARE SCHED_DUTY_CUR CURSOR FOR
               SELECT D.DUTY_CODE,
                      C.FIRST_NAME,
                      C.SURNAME
                   FROM LABSCHEMA.DUTY_ROSTER D
                   JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = D.CONTACT_ID
                   WHERE D.FIXTURE_ID = :WS-Sql-Fixture-Id
                   ORDER BY D.DUTY_CODE DESC
           END-EXEC
           EXEC SQL DECLARE ALL_SCHED_CUR CURSOR FOR
               SELECT TEAM_NAME
                   FROM LABSCHEMA.TEAMS
                   WHERE LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY TEAM_NAME
           END-EXEC

           perform 0050-Select-League
           perform 0100-Open-Files
           perform 4000-Read-Control-Record
           perform 1000-Process-Team
           perform 8000-Close-Files
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
           open input Team-Control-File
           if not Control-File-OK
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Fixtures-Report-Record from WS-League-Line
           display WS-League-Line
           .
       1000-Process-Team.
           move WS-Team-Name to WS-Team-Name-Out
                   display WS-Fixture-Line
                   write Fixtures-Report-Record from WS-Fixture-Line
                   perform 3000-List-Officials
                   if WS-Sql-Home-Away = "H"
                       perform 3500-List-Duties
                   end-if
               when SQLCODE = 100
                   set Fixture-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3500-List-Duties.
           move "N" to WS-Duty-Eof-Sw
           EXEC SQL OPEN SCHED_DUTY_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3600-Fetch-Duty
               until Duty-Eof
           EXEC SQL CLOSE SCHED_DUTY_CUR END-EXEC
           .
       3600-Fetch-Duty.
           EXEC SQL FETCH SCHED_DUTY_CUR
               INTO :WS-Sql-Duty-Code,
                    :WS-Sql-Duty-First,
                    :WS-Sql-Duty-Surname
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Duty-Code = "S"
                       move "Scorebook" to OUT-Duty
                   else
                       move "Clock" to OUT-Duty
                   end-if
                   move WS-Sql-Duty-First to OUT-Duty-First
                   move WS-Sql-Duty-Surname to OUT-Duty-Surname
                   display WS-Duty-Line
                   write Fixtures-Report-Record from WS-Duty-Line
               when SQLCODE = 100
                   set Duty-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4000-Read-Control-Record.
           if All-Teams-Mode
               perform 4300-Fetch-All-Team
