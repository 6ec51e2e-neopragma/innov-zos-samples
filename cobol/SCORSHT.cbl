       Identification Division.
      **********************************************************************
      * Nightly pre-printed game scoresheets. One page per fixture on
      * LABSCHEMA.GAME_SCHEDULE for the game date on SYSIN card 1
      * (YYYY-MM-DD, blank for tomorrow), postponed fixtures left
      * out, in timeslot order:
      *   - the fixture, date, timeslot and venue;
      *   - the officials assigned on REFEREE_ASSIGN (OFFASGN);
      *   - the home roster, then the away roster, each in jersey
      *     order off LABSCHEMA.PLAYER_JERSEY for the current season
      *     (ROSTMNT), with blank boxes for the scorekeeper; a player
      *     with no number prints "--" at the foot of the roster;
      *   - a player who may not take the floor on the game date -
      *     under a SUSPENSION covering it, or with an unpaid
      *     current-season invoice past the grace period, the gate
      *     GAMELOAD and SCOREENT apply - is struck through
      *     (overprinted) with the reason beside the line.
      * Scorekeepers write stats against the printed jersey numbers,
      * which GAMELOAD and SCOREENT accept in place of PLAYER_ID.
      * Players with no number are counted in the totals so the
      * office can assign them before game day.
      * SYSIN card 1 names the league; the game date moves to card
      * 2. Only the league's fixtures are printed, each sheet
      * carrying its name, and the jersey and fee checks use the
      * league's current season.
      **********************************************************************
       Program-ID. SCORSHT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Scoresheet-File assign to SCSHEET
               file status is WS-Sheet-File-Status.

       Data Division.
       File Section.
       FD  Scoresheet-File
           recording mode f.
       01  Scoresheet-Record        pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Sheet-File-Status   pic x(02).
           88  Sheet-File-OK          value "00".
       01  WS-Fixture-Eof-Sw      pic x value "N".
           88  Fixture-Eof            value "Y".
       01  WS-Roster-Eof-Sw       pic x value "N".
           88  Roster-Eof             value "Y".
       01  WS-Referee-Eof-Sw      pic x value "N".
           88  Referee-Eof            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Game-Date-In        pic x(10).
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.
       01  WS-Sql-Home-Team-Name  pic x(100).
       01  WS-Sql-Away-Team-Id    pic s9(09) comp.
       01  WS-Sql-Away-Team-Name  pic x(100).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Jersey-No       pic s9(04) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Susp-Count      pic s9(05) comp.
       01  WS-Sql-Unpaid-Count    pic s9(05) comp.
       01  WS-Sql-Referee-Name    pic x(60).
      * Days an unpaid invoice may age before the player sits.
       01  WS-Grace-Days          pic s9(03) comp value 30.
       01  WS-Jersey-Edit         pic 9(02).

       01  WS-Fixture-Count       pic s9(07) packed-decimal value zero.
       01  WS-Player-Count        pic s9(07) packed-decimal value zero.
       01  WS-Struck-Count        pic s9(07) packed-decimal value zero.
       01  WS-No-Jersey-Count     pic s9(07) packed-decimal value zero.
       01  WS-Referee-Count       pic s9(05) comp.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Page-Break-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(132) value spaces.
       01  WS-Blank-Line           pic x(133) value spaces.
       01  WS-Title-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(22)
               value "GAME SCORESHEET  GAME ".
           05  OUT-Fixture-Id      pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Game-Date       pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Timeslot        pic x(05).
           05  filler              pic x(02) value spaces.
           05  OUT-Venue           pic x(30).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Matchup-Line.
           05  filler              pic x(01) value space.
           05  OUT-Home-Name       pic x(50).
           05  filler              pic x(06) value "  VS  ".
           05  OUT-Away-Name       pic x(50).
       01  WS-Referee-Line.
           05  filler              pic x(01) value space.
           05  OUT-Referee-Label   pic x(11).
           05  OUT-Referee-Name    pic x(60).
       01  WS-Side-Line.
           05  filler              pic x(01) value space.
           05  OUT-Side            pic x(07).
           05  OUT-Side-Team-Name  pic x(60).
       01  WS-Column-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(06) value "  NO".
           05  filler              pic x(32) value "PLAYER".
           05  filler              pic x(47)
               value "FT MADE/ATT 3PT    FOULS  TECH   EJ".
       01  WS-Player-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(02) value spaces.
           05  OUT-Jersey-No       pic x(02).
           05  filler              pic x(02) value spaces.
           05  OUT-Player-Name     pic x(30).
           05  filler              pic x(02) value spaces.
           05  filler              pic x(47)
               value "____/____   ____   ____   ____   __".
           05  filler              pic x(02) value spaces.
           05  OUT-Elig-Note       pic x(26).
      * Carriage control '+' prints over the line before it without
      * spacing - the struck-through player.
       01  WS-Strike-Line.
           05  filler              pic x(01) value "+".
           05  filler              pic x(02) value spaces.
           05  filler              pic x(83) value all "-".
       01  WS-Signature-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(37)
               value "SCOREKEEPER ______________________   ".
           05  filler              pic x(30)
               value "REFEREE ______________________".
       01  WS-Total-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(16) value "SCORESHEETS FOR ".
           05  OUT-Total-Date      pic x(10).
           05  filler              pic x(02) value ": ".
           05  OUT-Fixture-Count   pic zzzzzz9.
           05  filler              pic x(10) value " PLAYERS ".
           05  OUT-Player-Count    pic zzzzzz9.
           05  filler              pic x(09) value " STRUCK ".
           05  OUT-Struck-Count    pic zzzzzz9.
           05  filler              pic x(12) value " NO NUMBER ".
           05  OUT-No-Jersey-Count pic zzzzzz9.

       Procedure Division.

           EXEC SQL DECLARE SCSH_FIX_CUR CURSOR FOR
               SELECT G.FIXTURE_ID,
                      G.TIMESLOT,
                      G.VENUE,
                      G.HOME_TEAM_ID,
                      HT.TEAM_NAME,
                      G.AWAY_TEAM_ID,
                      AT.TEAM_NAME
                   FROM LABSCHEMA.GAME_SCHEDULE G
                   JOIN LABSCHEMA.TEAMS HT
                     ON HT.TEAM_ID = G.HOME_TEAM_ID
                   JOIN LABSCHEMA.TEAMS AT
                     ON AT.TEAM_ID = G.AWAY_TEAM_ID
                   WHERE G.FIXTURE_DATE = DATE(:WS-Sql-Game-Date)
                     AND G.LEAGUE_ID    = :WS-Sql-League-Id
                     AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                   ORDER BY G.TIMESLOT, G.VENUE, G.FIXTURE_ID
           END-EXEC

           EXEC SQL DECLARE SCSH_REF_CUR CURSOR FOR
               SELECT R.REFEREE_NAME
                   FROM LABSCHEMA.REFEREE_ASSIGN A
                   JOIN LABSCHEMA.REFEREES R
                     ON R.REFEREE_ID = A.REFEREE_ID
                   WHERE A.FIXTURE_ID = :WS-Sql-Fixture-Id
                   ORDER BY R.REFEREE_NAME
           END-EXEC

      *    The roster in jersey order, players with no number last,
      *    each with the two eligibility counts for the game date.
           EXEC SQL DECLARE SCSH_ROST_CUR CURSOR FOR
               SELECT COALESCE(J.JERSEY_NO, -1),
                      P.PLAYER_ID,
                      P.PLAYER_NAME,
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.SUSPENSION SP
                           WHERE SP.PLAYER_ID = P.PLAYER_ID
                             AND DATE(:WS-Sql-Game-Date)
                                 BETWEEN SP.START_DATE
                                     AND SP.END_DATE),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.INVOICE I
                           JOIN LABSCHEMA.SEASON S2
                             ON S2.SEASON_ID = I.SEASON_ID
                           WHERE I.PLAYER_ID = P.PLAYER_ID
                             AND S2.CURRENT_SEASON = 'Y'
                             AND S2.LEAGUE_ID = :WS-Sql-League-Id
                             AND I.AMOUNT_PAID < I.AMOUNT_DUE
                             AND I.INVOICE_DATE + :WS-Grace-Days DAYS
                                 < DATE(:WS-Sql-Game-Date))
                   FROM LABSCHEMA.PLAYERS P
                   LEFT JOIN LABSCHEMA.PLAYER_JERSEY J
                     ON J.PLAYER_ID = P.PLAYER_ID
                    AND J.SEASON_ID =
                        (SELECT S.SEASON_ID
                             FROM LABSCHEMA.SEASON S
                             WHERE S.CURRENT_SEASON = 'Y'
                               AND S.LEAGUE_ID = :WS-Sql-League-Id)
                   WHERE P.TEAM_ID = :WS-Sql-Team-Id
                   ORDER BY CASE WHEN J.JERSEY_NO IS NULL
                                 THEN 1 ELSE 0 END,
                            J.JERSEY_NO,
                            P.PLAYER_NAME
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           open output Scoresheet-File
           if not Sheet-File-OK
               display "Scoresheet file open error: "
                   WS-Sheet-File-Status
               move 12 to return-code
               goback
           end-if

           EXEC SQL OPEN SCSH_FIX_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Fixture
               until Fixture-Eof
           EXEC SQL CLOSE SCSH_FIX_CUR END-EXEC

           move WS-Sql-Game-Date to OUT-Total-Date
           move WS-Fixture-Count to OUT-Fixture-Count
           move WS-Player-Count to OUT-Player-Count
           move WS-Struck-Count to OUT-Struck-Count
           move WS-No-Jersey-Count to OUT-No-Jersey-Count
           write Scoresheet-Record from WS-Total-Line
           close Scoresheet-File

           display "SCORSHT - scoresheets for " WS-Sql-Game-Date
           display "League: " WS-League-Name
           display "Fixtures printed:       " WS-Fixture-Count
           display "Players listed:         " WS-Player-Count
           display "Players struck through: " WS-Struck-Count
           display "Players with no number: " WS-No-Jersey-Count
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
           accept WS-Game-Date-In
           if WS-Game-Date-In = spaces
               EXEC SQL
                   SELECT CHAR(CURRENT DATE + 1 DAY, ISO)
                       INTO :WS-Sql-Game-Date
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
           else
               move WS-Game-Date-In to WS-Sql-Game-Date
           end-if
           .
       1000-Fetch-Fixture.
           EXEC SQL FETCH SCSH_FIX_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Venue,
                    :WS-Sql-Home-Team-Id,
                    :WS-Sql-Home-Team-Name,
                    :WS-Sql-Away-Team-Id,
                    :WS-Sql-Away-Team-Name
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Fixture-Count
                   perform 2000-Print-Scoresheet
               when SQLCODE = 100
                   set Fixture-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Print-Scoresheet.
           write Scoresheet-Record from WS-Page-Break-Line
           move WS-Sql-Fixture-Id to OUT-Fixture-Id
           move WS-Sql-Game-Date to OUT-Game-Date
           move WS-Sql-Timeslot to OUT-Timeslot
           move WS-Sql-Venue to OUT-Venue
           write Scoresheet-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Scoresheet-Record from WS-League-Line
           move WS-Sql-Home-Team-Name to OUT-Home-Name
           move WS-Sql-Away-Team-Name to OUT-Away-Name
           write Scoresheet-Record from WS-Matchup-Line
           write Scoresheet-Record from WS-Blank-Line

           perform 3000-Print-Officials

           move "HOME" to OUT-Side
           move WS-Sql-Home-Team-Name to OUT-Side-Team-Name
           move WS-Sql-Home-Team-Id to WS-Sql-Team-Id
           perform 4000-Print-Roster

           move "AWAY" to OUT-Side
           move WS-Sql-Away-Team-Name to OUT-Side-Team-Name
           move WS-Sql-Away-Team-Id to WS-Sql-Team-Id
           perform 4000-Print-Roster

           write Scoresheet-Record from WS-Signature-Line
           .
       3000-Print-Officials.
           move zero to WS-Referee-Count
           move "N" to WS-Referee-Eof-Sw
           EXEC SQL OPEN SCSH_REF_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Fetch-Official
               until Referee-Eof
           EXEC SQL CLOSE SCSH_REF_CUR END-EXEC
           if WS-Referee-Count = zero
               move "OFFICIALS:" to OUT-Referee-Label
               move "NONE ASSIGNED" to OUT-Referee-Name
               write Scoresheet-Record from WS-Referee-Line
           end-if
           .
       3100-Fetch-Official.
           EXEC SQL FETCH SCSH_REF_CUR
               INTO :WS-Sql-Referee-Name
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Referee-Count = zero
                       move "OFFICIALS:" to OUT-Referee-Label
                   else
                       move spaces to OUT-Referee-Label
                   end-if
                   add 1 to WS-Referee-Count
                   move WS-Sql-Referee-Name to OUT-Referee-Name
                   write Scoresheet-Record from WS-Referee-Line
               when SQLCODE = 100
                   set Referee-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4000-Print-Roster.
           write Scoresheet-Record from WS-Blank-Line
           write Scoresheet-Record from WS-Side-Line
           write Scoresheet-Record from WS-Column-Line
           move "N" to WS-Roster-Eof-Sw
           EXEC SQL OPEN SCSH_ROST_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 4100-Fetch-Player
               until Roster-Eof
           EXEC SQL CLOSE SCSH_ROST_CUR END-EXEC
           .
       4100-Fetch-Player.
           EXEC SQL FETCH SCSH_ROST_CUR
               INTO :WS-Sql-Jersey-No,
                    :WS-Sql-Player-Id,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Susp-Count,
                    :WS-Sql-Unpaid-Count
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 4200-Print-Player
               when SQLCODE = 100
                   set Roster-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4200-Print-Player.
           add 1 to WS-Player-Count
           if WS-Sql-Jersey-No < zero
               move "--" to OUT-Jersey-No
               add 1 to WS-No-Jersey-Count
           else
               move WS-Sql-Jersey-No to WS-Jersey-Edit
               move WS-Jersey-Edit to OUT-Jersey-No
           end-if
           move WS-Sql-Player-Name to OUT-Player-Name
           evaluate true
               when WS-Sql-Susp-Count > zero
                   move "INELIGIBLE - SUSPENDED" to OUT-Elig-Note
               when WS-Sql-Unpaid-Count > zero
                   move "INELIGIBLE - UNPAID FEES" to OUT-Elig-Note
               when other
                   move spaces to OUT-Elig-Note
           end-evaluate
           write Scoresheet-Record from WS-Player-Line
           if OUT-Elig-Note not equal spaces
               write Scoresheet-Record from WS-Strike-Line
               add 1 to WS-Struck-Count
           end-if
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
