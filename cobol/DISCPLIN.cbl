       Identification Division.
      **********************************************************************
      * Nightly discipline run. Accumulates the personal fouls,
      * technical fouls and ejections GAMELOAD and SCOREENT store on
      * the current season's LABSCHEMA.THROWS_GAME lines against the
      * league's thresholds and writes the LABSCHEMA.SUSPENSION rows
      * itself, so nobody has to count technicals or look up the
      * next fixture before keying a SUSPMNT transaction.
      *
      * Thresholds are CODE_TABLE rows, TABLE_NAME 'DISCTHR',
      * DESCRIPTION bytes 1-3 the count that earns a ban and bytes
      * 5-6 the games banned:
      *   CODE 'TECHNICL' - technical fouls in a season (default
      *                     3 technicals, 1 game);
      *   CODE 'PERSONAL' - personal fouls in a season (no rule
      *                     unless the row is on file);
      *   CODE 'EJECTION' - games banned for each ejection, count
      *                     not used (default 1 game).
      * Every multiple of a season threshold earns another ban - the
      * sixth technical earns the second one.
      *
      * A ban covers the player's team's next fixtures on
      * LABSCHEMA.GAME_SCHEDULE after the game that earned it (or
      * after a suspension the player is already serving),
      * postponed fixtures skipped: START_DATE is the first fixture
      * missed, END_DATE the last. Each ban is logged on
      * LABSCHEMA.DISCIPLINE_ACTION (PLAYER_ID, SEASON_ID,
      * TRIGGER_CODE T/P/E, TRIGGER_COUNT, GAME_DATE, TEAM_ID,
      * START_DATE, END_DATE, GAMES_BANNED, NOTICE_DATE) in the same
      * unit of work as the suspension, and that log is what stops a
      * rerun issuing the same ban twice. A ban with no fixture left
      * to serve it against is held over and retried the next night.
      *
      * The discipline notice (DISCRPT1) prints one page per team for
      * the bans issued today, to go to the head coach.
      *
      * The run is for the league named on SYSIN card 1: its
      * players, its fixtures and its notices. The DISCTHR
      * thresholds are shared by every league.
      **********************************************************************
       Program-ID. DISCPLIN.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Notice-Report-File assign to DISCRPT1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Notice-Report-File
           recording mode f.
       01  Notice-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Accum-Eof-Sw        pic x value "N".
           88  Accum-Eof              value "Y".
       01  WS-Fixture-Eof-Sw      pic x value "N".
           88  Fixture-Eof            value "Y".
       01  WS-Notice-Eof-Sw       pic x value "N".
           88  Notice-Eof             value "Y".

       01  WS-Thr-Code            pic x(08).
       01  WS-Thr-Count           pic s9(05) comp.
       01  WS-Thr-Games           pic s9(05) comp.
       01  WS-Thr-Count-Digits    pic 9(03).
       01  WS-Thr-Games-Digits    pic 9(02).
       01  WS-Tech-Per-Ban        pic s9(05) comp value 3.
       01  WS-Tech-Games          pic s9(05) comp value 1.
       01  WS-PF-Per-Ban          pic s9(05) comp value zero.
       01  WS-PF-Games            pic s9(05) comp value zero.
       01  WS-Eject-Games         pic s9(05) comp value 1.
       01  WS-Per-Ban             pic s9(05) comp.
       01  WS-Bans-Earned         pic s9(05) comp.
       01  WS-Fixtures-Found      pic s9(05) comp.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Thr-Desc        pic x(40).
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Season-Total    pic s9(05) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Bans-Issued     pic s9(05) comp.
       01  WS-Sql-Trigger-Code    pic x(01).
       01  WS-Sql-Trigger-Count   pic s9(05) comp.
       01  WS-Sql-Games-Banned    pic s9(05) comp.
       01  WS-Sql-Base-Date       pic x(10).
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Start-Date      pic x(10).
       01  WS-Sql-End-Date        pic x(10).
       01  WS-Sql-Reason          pic x(40).
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Prev-Team-Name      pic x(100) value spaces.
       01  WS-Count-Edit          pic zz9.
       01  WS-Player-Edit         pic z(08)9.

       01  WS-Ban-Count           pic s9(07) packed-decimal value zero.
       01  WS-Held-Over-Count     pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Notice-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Team-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(30)
               value "DISCIPLINE NOTICE - TEAM:    ".
           05  OUT-Team-Name       pic x(60).
       01  WS-Notice-Heading.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(30) value "Player".
           05  filler              pic x(24) value "Offence".
           05  filler              pic x(12) value "Game".
           05  filler              pic x(07) value "Games".
           05  filler              pic x(12) value "Suspended".
           05  filler              pic x(12) value "Through".
       01  WS-Notice-Line.
           05  filler              pic x(01) value spaces.
           05  OUT-Player-Name     pic x(30).
           05  OUT-Offence         pic x(24).
           05  OUT-Game-Date       pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Games           pic zz9.
           05  filler              pic x(04) value spaces.
           05  OUT-Start-Date      pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-End-Date        pic x(10).
       01  WS-Notice-Footer       pic x(80) value
           " Suspended players may not dress for the fixtures listed.".
       01  WS-None-Line.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(40)
               value "NO SUSPENSIONS ISSUED TODAY".
       01  WS-Held-Over-Line.
           05  filler              pic x(20)
               value "HELD OVER, PLAYER: ".
           05  OUT-HO-Player-Id    pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-HO-Reason       pic x(40).

       Procedure Division.

      *    Season technical-foul totals at or over the threshold.
           EXEC SQL DECLARE DISC_TECH_CUR CURSOR FOR
               SELECT G.PLAYER_ID,
                      P.TEAM_ID,
                      SUM(G.TECHNICAL_FOULS),
                      CHAR(MAX(G.GAME_DATE))
                   FROM LABSCHEMA.THROWS_GAME G
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = G.PLAYER_ID
                   WHERE P.TEAM_ID IS NOT NULL
                     AND P.LEAGUE_ID = :WS-Sql-League-Id
                   GROUP BY G.PLAYER_ID, P.TEAM_ID
                   HAVING SUM(G.TECHNICAL_FOULS) >= :WS-Per-Ban
                   ORDER BY G.PLAYER_ID
           END-EXEC

      *    Season personal-foul totals at or over the threshold.
           EXEC SQL DECLARE DISC_PF_CUR CURSOR FOR
               SELECT G.PLAYER_ID,
                      P.TEAM_ID,
                      SUM(G.PERSONAL_FOULS),
                      CHAR(MAX(G.GAME_DATE))
                   FROM LABSCHEMA.THROWS_GAME G
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = G.PLAYER_ID
                   WHERE P.TEAM_ID IS NOT NULL
                     AND P.LEAGUE_ID = :WS-Sql-League-Id
                   GROUP BY G.PLAYER_ID, P.TEAM_ID
                   HAVING SUM(G.PERSONAL_FOULS) >= :WS-Per-Ban
                   ORDER BY G.PLAYER_ID
           END-EXEC

      *    Ejections not yet answered by a ban.
           EXEC SQL DECLARE DISC_EJECT_CUR CURSOR FOR
               SELECT G.PLAYER_ID,
                      P.TEAM_ID,
                      CHAR(G.GAME_DATE)
                   FROM LABSCHEMA.THROWS_GAME G
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = G.PLAYER_ID
                   WHERE G.EJECTED = 'Y'
                     AND P.TEAM_ID IS NOT NULL
                     AND P.LEAGUE_ID = :WS-Sql-League-Id
                     AND NOT EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.DISCIPLINE_ACTION A
                              WHERE A.PLAYER_ID = G.PLAYER_ID
                                AND A.TRIGGER_CODE = 'E'
                                AND A.GAME_DATE = G.GAME_DATE)
                   ORDER BY G.GAME_DATE, G.PLAYER_ID
           END-EXEC

      *    The team's fixtures still to play after the base date.
           EXEC SQL DECLARE DISC_NEXT_FIX_CUR CURSOR FOR
               SELECT CHAR(S.FIXTURE_DATE)
                   FROM LABSCHEMA.GAME_SCHEDULE S
                   WHERE :WS-Sql-Team-Id IN (S.HOME_TEAM_ID,
                                             S.AWAY_TEAM_ID)
                     AND S.FIXTURE_DATE > DATE(:WS-Sql-Base-Date)
                     AND COALESCE(S.SCHED_STATUS, ' ') <> 'P'
                   ORDER BY S.FIXTURE_DATE, S.TIMESLOT
           END-EXEC

      *    Today's bans, by team, for the notices.
           EXEC SQL DECLARE DISC_NOTICE_CUR CURSOR FOR
               SELECT T.TEAM_NAME,
                      P.PLAYER_NAME,
                      A.TRIGGER_CODE,
                      A.TRIGGER_COUNT,
                      CHAR(A.GAME_DATE),
                      A.GAMES_BANNED,
                      CHAR(A.START_DATE),
                      CHAR(A.END_DATE)
                   FROM LABSCHEMA.DISCIPLINE_ACTION A
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = A.PLAYER_ID
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = A.TEAM_ID
                   WHERE A.NOTICE_DATE = CURRENT DATE
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME, P.PLAYER_NAME, A.START_DATE
           END-EXEC

           perform 0050-Select-League
           perform 0100-Find-Current-Season
           perform 0200-Load-Thresholds
           perform 0400-Open-Report

           if WS-Tech-Per-Ban > zero
               move "T" to WS-Sql-Trigger-Code
               move WS-Tech-Per-Ban to WS-Per-Ban
               move WS-Tech-Games to WS-Sql-Games-Banned
               perform 1000-Accumulate-Technicals
           end-if

           if WS-PF-Per-Ban > zero
               move "P" to WS-Sql-Trigger-Code
               move WS-PF-Per-Ban to WS-Per-Ban
               move WS-PF-Games to WS-Sql-Games-Banned
               perform 1500-Accumulate-Personals
           end-if

           move "E" to WS-Sql-Trigger-Code
           move WS-Eject-Games to WS-Sql-Games-Banned
           perform 1800-Process-Ejections

           perform 5000-Print-Notices
           close Notice-Report-File
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
       0100-Find-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       0200-Load-Thresholds.
           move "TECHNICL" to WS-Thr-Code
           move WS-Tech-Per-Ban to WS-Thr-Count
           move WS-Tech-Games to WS-Thr-Games
           perform 0300-Read-Threshold
           move WS-Thr-Count to WS-Tech-Per-Ban
           move WS-Thr-Games to WS-Tech-Games

           move "PERSONAL" to WS-Thr-Code
           move WS-PF-Per-Ban to WS-Thr-Count
           move WS-PF-Games to WS-Thr-Games
           perform 0300-Read-Threshold
           move WS-Thr-Count to WS-PF-Per-Ban
           move WS-Thr-Games to WS-PF-Games

           move "EJECTION" to WS-Thr-Code
           move 1 to WS-Thr-Count
           move WS-Eject-Games to WS-Thr-Games
           perform 0300-Read-Threshold
           move WS-Thr-Games to WS-Eject-Games

           display "Technicals per ban:   " WS-Tech-Per-Ban
               " games " WS-Tech-Games
           display "Personals per ban:    " WS-PF-Per-Ban
               " games " WS-PF-Games
           display "Games per ejection:   " WS-Eject-Games
           .
       0300-Read-Threshold.
      *    A missing or unreadable row leaves the default in place.
           EXEC SQL
               SELECT DESCRIPTION
                   INTO :WS-Sql-Thr-Desc
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'DISCTHR'
                     AND CODE       = :WS-Thr-Code
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   continue
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Thr-Desc (1:3) numeric
                   and WS-Sql-Thr-Desc (5:2) numeric
                   move WS-Sql-Thr-Desc (1:3) to WS-Thr-Count-Digits
                   move WS-Sql-Thr-Desc (5:2) to WS-Thr-Games-Digits
                   move WS-Thr-Count-Digits to WS-Thr-Count
                   move WS-Thr-Games-Digits to WS-Thr-Games
               when other
                   display "DISCTHR " WS-Thr-Code
                       " not numeric, default used"
           end-evaluate
           .
       0400-Open-Report.
           open output Notice-Report-File
           if not Report-File-OK
               display "Discipline notice open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Notice-Report-Record from WS-League-Line
           .
       1000-Accumulate-Technicals.
           move "N" to WS-Accum-Eof-Sw
           EXEC SQL OPEN DISC_TECH_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1100-Fetch-Technicals
               until Accum-Eof
           EXEC SQL CLOSE DISC_TECH_CUR END-EXEC
           .
       1100-Fetch-Technicals.
           EXEC SQL FETCH DISC_TECH_CUR
               INTO :WS-Sql-Player-Id,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Season-Total,
                    :WS-Sql-Game-Date
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 2000-Issue-Accumulated-Bans
               when SQLCODE = 100
                   set Accum-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1500-Accumulate-Personals.
           move "N" to WS-Accum-Eof-Sw
           EXEC SQL OPEN DISC_PF_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1600-Fetch-Personals
               until Accum-Eof
           EXEC SQL CLOSE DISC_PF_CUR END-EXEC
           .
       1600-Fetch-Personals.
           EXEC SQL FETCH DISC_PF_CUR
               INTO :WS-Sql-Player-Id,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Season-Total,
                    :WS-Sql-Game-Date
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 2000-Issue-Accumulated-Bans
               when SQLCODE = 100
                   set Accum-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1800-Process-Ejections.
           move "N" to WS-Accum-Eof-Sw
           EXEC SQL OPEN DISC_EJECT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1900-Fetch-Ejection
               until Accum-Eof
           EXEC SQL CLOSE DISC_EJECT_CUR END-EXEC
           .
       1900-Fetch-Ejection.
           EXEC SQL FETCH DISC_EJECT_CUR
               INTO :WS-Sql-Player-Id,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Game-Date
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move 1 to WS-Sql-Trigger-Count
                   move spaces to WS-Sql-Reason
                   string "AUTO - EJECTION " delimited by size
                          WS-Sql-Game-Date delimited by size
                       into WS-Sql-Reason
                   perform 3000-Issue-Ban
               when SQLCODE = 100
                   set Accum-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Issue-Accumulated-Bans.
      *    One ban per multiple of the threshold, less the bans this
      *    season's log already shows for the same rule.
           divide WS-Sql-Season-Total by WS-Per-Ban
               giving WS-Bans-Earned
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Bans-Issued
                   FROM LABSCHEMA.DISCIPLINE_ACTION
                   WHERE PLAYER_ID    = :WS-Sql-Player-Id
                     AND SEASON_ID    = :WS-Sql-Season-Id
                     AND TRIGGER_CODE = :WS-Sql-Trigger-Code
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Bans-Issued < WS-Bans-Earned
               compute WS-Sql-Trigger-Count =
                   (WS-Sql-Bans-Issued + 1) * WS-Per-Ban
               move WS-Sql-Trigger-Count to WS-Count-Edit
               move spaces to WS-Sql-Reason
               if WS-Sql-Trigger-Code = "T"
                   string "AUTO - " delimited by size
                          WS-Count-Edit delimited by size
                          " TECHNICAL FOULS" delimited by size
                       into WS-Sql-Reason
               else
                   string "AUTO - " delimited by size
                          WS-Count-Edit delimited by size
                          " PERSONAL FOULS" delimited by size
                       into WS-Sql-Reason
               end-if
               perform 3000-Issue-Ban
           end-if
           .
       3000-Issue-Ban.
      *    Count the team's next fixtures from the later of the game
      *    and any suspension the player is already serving.
           EXEC SQL
               SELECT CHAR(COALESCE(MAX(END_DATE),
                                    DATE(:WS-Sql-Game-Date)))
                   INTO :WS-Sql-Base-Date
                   FROM LABSCHEMA.SUSPENSION
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                     AND END_DATE >= DATE(:WS-Sql-Game-Date)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           move zero to WS-Fixtures-Found
           move spaces to WS-Sql-Start-Date
           move spaces to WS-Sql-End-Date
           move "N" to WS-Fixture-Eof-Sw
           EXEC SQL OPEN DISC_NEXT_FIX_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Fetch-Next-Fixture
               until Fixture-Eof
                  or WS-Fixtures-Found >= WS-Sql-Games-Banned
           EXEC SQL CLOSE DISC_NEXT_FIX_CUR END-EXEC

           if WS-Fixtures-Found = zero
               add 1 to WS-Held-Over-Count
               move WS-Sql-Player-Id to OUT-HO-Player-Id
               move WS-Sql-Reason to OUT-HO-Reason
               display WS-Held-Over-Line
           else
               perform 3200-Insert-Suspension
           end-if
           .
       3100-Fetch-Next-Fixture.
           EXEC SQL FETCH DISC_NEXT_FIX_CUR
               INTO :WS-Sql-Fixture-Date
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Fixtures-Found
                   if WS-Fixtures-Found = 1
                       move WS-Sql-Fixture-Date to WS-Sql-Start-Date
                   end-if
                   move WS-Sql-Fixture-Date to WS-Sql-End-Date
               when SQLCODE = 100
                   set Fixture-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3200-Insert-Suspension.
           EXEC SQL
                INSERT INTO LABSCHEMA.SUSPENSION
                       (PLAYER_ID,
                        START_DATE,
                        END_DATE,
                        REASON)
                VALUES (:WS-Sql-Player-Id,
                        :WS-Sql-Start-Date,
                        :WS-Sql-End-Date,
                        :WS-Sql-Reason)
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 3300-Insert-Discipline-Action
               when SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   move WS-Sql-Player-Id to WS-Player-Edit
                   display "Rejected, suspension already on file, "
                       "PLAYER_ID " WS-Player-Edit " "
                       WS-Sql-Start-Date
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   move WS-Sql-Player-Id to WS-Player-Edit
                   display "Suspension insert failed, PLAYER_ID "
                       WS-Player-Edit " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       3300-Insert-Discipline-Action.
           EXEC SQL
                INSERT INTO LABSCHEMA.DISCIPLINE_ACTION
                       (PLAYER_ID,
                        SEASON_ID,
                        TRIGGER_CODE,
                        TRIGGER_COUNT,
                        GAME_DATE,
                        TEAM_ID,
                        START_DATE,
                        END_DATE,
                        GAMES_BANNED,
                        NOTICE_DATE)
                VALUES (:WS-Sql-Player-Id,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Trigger-Code,
                        :WS-Sql-Trigger-Count,
                        :WS-Sql-Game-Date,
                        :WS-Sql-Team-Id,
                        :WS-Sql-Start-Date,
                        :WS-Sql-End-Date,
                        :WS-Fixtures-Found,
                        CURRENT DATE)
           END-EXEC

           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Ban-Count
           else
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               move WS-Sql-Player-Id to WS-Player-Edit
               display "Discipline log insert failed, PLAYER_ID "
                   WS-Player-Edit " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
           .
       5000-Print-Notices.
           EXEC SQL OPEN DISC_NOTICE_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5100-Fetch-Notice-Line
               until Notice-Eof
           EXEC SQL CLOSE DISC_NOTICE_CUR END-EXEC

           if WS-Notice-Count = zero
               write Notice-Report-Record from WS-None-Line
               display WS-None-Line
           else
               write Notice-Report-Record from WS-Notice-Footer
           end-if
           .
       5100-Fetch-Notice-Line.
           EXEC SQL FETCH DISC_NOTICE_CUR
               INTO :WS-Sql-Team-Name,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Trigger-Code,
                    :WS-Sql-Trigger-Count,
                    :WS-Sql-Game-Date,
                    :WS-Sql-Games-Banned,
                    :WS-Sql-Start-Date,
                    :WS-Sql-End-Date
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 5200-Write-Notice-Line
               when SQLCODE = 100
                   set Notice-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       5200-Write-Notice-Line.
           if WS-Sql-Team-Name not equal WS-Prev-Team-Name
               if WS-Notice-Count > zero
                   write Notice-Report-Record from WS-Notice-Footer
               end-if
               move WS-Sql-Team-Name to OUT-Team-Name
               write Notice-Report-Record from WS-Team-Line
               write Notice-Report-Record from WS-Notice-Heading
               display WS-Team-Line
               move WS-Sql-Team-Name to WS-Prev-Team-Name
           end-if
           add 1 to WS-Notice-Count

           move spaces to OUT-Offence
           move WS-Sql-Trigger-Count to WS-Count-Edit
           evaluate WS-Sql-Trigger-Code
               when "T"
                   string WS-Count-Edit delimited by size
                          " technical fouls" delimited by size
                       into OUT-Offence
               when "P"
                   string WS-Count-Edit delimited by size
                          " personal fouls" delimited by size
                       into OUT-Offence
               when other
                   move "Ejection" to OUT-Offence
           end-evaluate
           move WS-Sql-Player-Name to OUT-Player-Name
           move WS-Sql-Game-Date to OUT-Game-Date
           move WS-Sql-Games-Banned to OUT-Games
           move WS-Sql-Start-Date to OUT-Start-Date
           move WS-Sql-End-Date to OUT-End-Date
           write Notice-Report-Record from WS-Notice-Line
           display WS-Notice-Line
           .
       8100-Display-Totals.
           display "DISCPLIN - nightly discipline run complete"
           display "League:               " WS-League-Name
           display "Suspensions issued:   " WS-Ban-Count
           display "Bans held over:       " WS-Held-Over-Count
           display "Bans rejected:        " WS-Reject-Count
           display "Notice lines printed: " WS-Notice-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
