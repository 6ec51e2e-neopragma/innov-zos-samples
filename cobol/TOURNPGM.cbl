       Identification Division.
      **********************************************************************
      * Invitational tournament program. Prints the handout for the
      * tournament on SYSIN card 2 (TOURNAMENT_ID, nine digits) of
      * the league named on SYSIN card 1, under its name: the
      * pools with every entry - guest clubs marked, and the entry ID
      * the scorekeepers key on the results file - their current
      * pool rank and record once TOURNSTD has run, then the whole
      * weekend day by day in timeslot order: game number, venue,
      * stage, the two teams (or, for a bracket game not yet filled
      * in, where they come from - "POOL A PLACE 1", "WINNER OF GAME
      * 07") and the result once it is posted. Run after TOURNGEN
      * for the printed programme and after each TOURNSTD for the
      * updated draw board.
      **********************************************************************
       Program-ID. TOURNPGM.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Program-Report-File assign to TPGMRPT1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Program-Report-File
           recording mode f.
       01  Program-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Entry-Eof-Sw        pic x value "N".
           88  Entry-Eof              value "Y".
       01  WS-Game-Eof-Sw         pic x value "N".
           88  Game-Eof               value "Y".
       01  WS-Tournament-Accept   pic x(09).
       01  WS-Tournament-Numeric  pic 9(09).
       01  WS-Last-Pool-Code      pic x(01) value spaces.
       01  WS-Last-Game-Date      pic x(10) value spaces.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Tournament-Id   pic s9(09) comp.
       01  WS-Sql-Tourn-Name      pic x(60).
       01  WS-Sql-Start-Date      pic x(10).
       01  WS-Sql-End-Date        pic x(10).
       01  WS-Sql-Tiebreak-Rules  pic x(06).
       01  WS-Sql-Pool-Code       pic x(01).
       01  WS-Sql-Entry-Team-Id   pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(60).
       01  WS-Sql-Guest-Flag      pic x(01).
           88  Guest-Entry            value "Y".
       01  WS-Sql-Pool-Seed       pic s9(04) comp.
       01  WS-Sql-Pool-Rank       pic s9(04) comp.
       01  WS-Sql-Wins            pic s9(05) comp.
       01  WS-Sql-Losses          pic s9(05) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Game-No         pic s9(05) comp.
       01  WS-Sql-Place-Label     pic x(20).
       01  WS-Sql-Home-Source     pic x(03).
       01  WS-Sql-Away-Source     pic x(03).
       01  WS-Sql-Home-Name       pic x(60).
       01  WS-Sql-Away-Name       pic x(60).
       01  WS-Sql-Home-Score      pic s9(05) comp.
       01  WS-Sql-Away-Score      pic s9(05) comp.
       01  WS-Sql-Result-Flag     pic x(01).
           88  Result-Posted          value "Y".
       01  WS-Sql-Result-Type     pic x(02).
           88  Result-Forfeit-Home    value "FH".
           88  Result-Forfeit-Away    value "FA".
           88  Result-Abandoned       value "AB".
       01  WS-Sql-Sched-Status    pic x(01).
           88  Game-Postponed         value "P".

       01  WS-Source-Code.
           05  SC-Kind             pic x(01).
           05  SC-Rank             pic 9(01).
           05  filler              pic x(01).
       01  WS-Game-Source redefines WS-Source-Code.
           05  GS-Kind             pic x(01).
           05  GS-Game-No          pic 9(02).
       01  WS-Source-Name         pic x(30).
       01  WS-Score-Display.
           05  OUT-Res-Home-Score  pic zzz9.
           05  filler              pic x(03) value " - ".
           05  OUT-Res-Away-Score  pic zzz9.

       01  WS-Entry-Count         pic s9(07) packed-decimal value zero.
       01  WS-Game-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(12) value "Tournament: ".
           05  OUT-Tourn-Name      pic x(60).
           05  filler              pic x(02) value spaces.
           05  OUT-Start-Date      pic x(10).
           05  filler              pic x(04) value " to ".
           05  OUT-End-Date        pic x(10).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Rules-Line.
           05  filler              pic x(28)
               value "Pool tiebreak order after W:".
           05  filler              pic x(01) value spaces.
           05  OUT-Tiebreak-Rules  pic x(06).
           05  filler              pic x(28) value
               "  (H head-to-head, D points".
           05  filler              pic x(32) value
               " diff, A allowed, F for, S seed)".
       01  WS-Pool-Line.
           05  filler              pic x(05) value "POOL ".
           05  OUT-Pool-Code       pic x(01).
       01  WS-Entry-Heading.
           05  filler pic x(06) value "Rank".
           05  filler pic x(06) value "Seed".
           05  filler pic x(12) value "Entry ID".
           05  filler pic x(44) value "Team".
           05  filler pic x(10) value "W - L".
       01  WS-Entry-Line.
           05  OUT-Rank            pic z9.
           05  filler              pic x(04) value spaces.
           05  OUT-Seed            pic z9.
           05  filler              pic x(02) value spaces.
           05  OUT-Entry-Id        pic z(08)9.
           05  filler              pic x(03) value spaces.
           05  OUT-Team-Name       pic x(40).
           05  OUT-Guest-Mark      pic x(04).
           05  OUT-Wins            pic zz9.
           05  filler              pic x(03) value " - ".
           05  OUT-Losses          pic zz9.
       01  WS-Date-Line.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(06) value "GAMES ".
           05  OUT-Game-Date       pic x(10).
       01  WS-Game-Line.
           05  OUT-Timeslot        pic x(05).
           05  filler              pic x(01) value spaces.
           05  OUT-Game-No         pic z9.
           05  filler              pic x(01) value spaces.
           05  OUT-Venue           pic x(18).
           05  filler              pic x(01) value spaces.
           05  OUT-Place-Label     pic x(12).
           05  OUT-Home-Name       pic x(30).
           05  filler              pic x(04) value " vs ".
           05  OUT-Away-Name       pic x(30).
           05  filler              pic x(01) value spaces.
           05  OUT-Result          pic x(20).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Get-Tournament
           perform 0300-Open-Report

           EXEC SQL DECLARE TPGM_ENTRY_CUR CURSOR FOR
               SELECT E.POOL_CODE,
                      E.ENTRY_TEAM_ID,
                      E.TEAM_NAME,
                      E.GUEST_FLAG,
                      E.POOL_SEED,
                      COALESCE(E.POOL_RANK, 0),
                      COALESCE(E.WINS, 0),
                      COALESCE(E.LOSSES, 0)
                   FROM LABSCHEMA.TOURN_ENTRY E
                   WHERE E.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                   ORDER BY E.POOL_CODE,
                            COALESCE(E.POOL_RANK, 99),
                            E.POOL_SEED,
                            E.TEAM_NAME
           END-EXEC

           EXEC SQL DECLARE TPGM_GAME_CUR CURSOR FOR
               SELECT CHAR(G.FIXTURE_DATE),
                      G.TIMESLOT,
                      G.VENUE,
                      F.GAME_NO,
                      F.PLACE_LABEL,
                      F.HOME_SOURCE,
                      F.AWAY_SOURCE,
                      COALESCE(EH.TEAM_NAME, ' '),
                      COALESCE(EA.TEAM_NAME, ' '),
                      COALESCE(R.HOME_SCORE, 0),
                      COALESCE(R.AWAY_SCORE, 0),
                      CASE WHEN R.FIXTURE_ID IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(R.RESULT_TYPE, '  '),
                      COALESCE(G.SCHED_STATUS, ' ')
                   FROM LABSCHEMA.TOURN_FIXTURE F
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = F.FIXTURE_ID
                   LEFT JOIN LABSCHEMA.TOURN_ENTRY EH
                     ON EH.TOURNAMENT_ID = F.TOURNAMENT_ID
                    AND EH.ENTRY_TEAM_ID = G.HOME_TEAM_ID
                   LEFT JOIN LABSCHEMA.TOURN_ENTRY EA
                     ON EA.TOURNAMENT_ID = F.TOURNAMENT_ID
                    AND EA.ENTRY_TEAM_ID = G.AWAY_TEAM_ID
                   LEFT JOIN LABSCHEMA.TOURN_RESULT R
                     ON R.TOURNAMENT_ID = F.TOURNAMENT_ID
                    AND R.FIXTURE_ID = F.FIXTURE_ID
                   WHERE F.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                   ORDER BY G.FIXTURE_DATE, G.TIMESLOT, F.GAME_NO
           END-EXEC

           EXEC SQL OPEN TPGM_ENTRY_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Print-Entry
               until Entry-Eof
           EXEC SQL CLOSE TPGM_ENTRY_CUR END-EXEC

           EXEC SQL OPEN TPGM_GAME_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2000-Print-Game
               until Game-Eof
           EXEC SQL CLOSE TPGM_GAME_CUR END-EXEC

           close Program-Report-File
           display "TOURNPGM - tournament program complete"
           display "Entries listed: " WS-Entry-Count
           display "Games listed:   " WS-Game-Count
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
       0100-Accept-Parameters.
           accept WS-Tournament-Accept
           if WS-Tournament-Accept is not numeric
               display "TOURNAMENT_ID (nine digits) is required on "
                   "SYSIN"
               move 12 to return-code
               goback
           end-if
           move WS-Tournament-Accept to WS-Tournament-Numeric
           move WS-Tournament-Numeric to WS-Sql-Tournament-Id
           .
       0200-Get-Tournament.
           EXEC SQL
               SELECT TOURN_NAME,
                      CHAR(START_DATE),
                      CHAR(END_DATE),
                      COALESCE(NULLIF(TIEBREAK_RULES, ' '), 'HDAFS')
                   INTO :WS-Sql-Tourn-Name,
                        :WS-Sql-Start-Date,
                        :WS-Sql-End-Date,
                        :WS-Sql-Tiebreak-Rules
                   FROM LABSCHEMA.TOURNAMENT
                   WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                     AND LEAGUE_ID     = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   continue
               when SQLCODE = 100
                   display "No such TOURNAMENT_ID in this league "
                       WS-Tournament-Accept
                   move 12 to return-code
                   goback
               when other
                   perform 9000-Bail
           end-evaluate
           .
       0300-Open-Report.
           open output Program-Report-File
           if not Report-File-OK
               display "Tournament program open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Sql-Tourn-Name to OUT-Tourn-Name
           move WS-Sql-Start-Date to OUT-Start-Date
           move WS-Sql-End-Date to OUT-End-Date
           write Program-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Program-Report-Record from WS-League-Line
           move WS-Sql-Tiebreak-Rules to OUT-Tiebreak-Rules
           write Program-Report-Record from WS-Rules-Line
           .
       1000-Print-Entry.
           EXEC SQL FETCH TPGM_ENTRY_CUR
               INTO :WS-Sql-Pool-Code,
                    :WS-Sql-Entry-Team-Id,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Guest-Flag,
                    :WS-Sql-Pool-Seed,
                    :WS-Sql-Pool-Rank,
                    :WS-Sql-Wins,
                    :WS-Sql-Losses
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 1100-Write-Entry-Line
               when SQLCODE = 100
                   set Entry-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1100-Write-Entry-Line.
           if WS-Sql-Pool-Code not = WS-Last-Pool-Code
               move WS-Sql-Pool-Code to WS-Last-Pool-Code
               move WS-Sql-Pool-Code to OUT-Pool-Code
               move spaces to Program-Report-Record
               write Program-Report-Record
               write Program-Report-Record from WS-Pool-Line
               write Program-Report-Record from WS-Entry-Heading
           end-if
           move WS-Sql-Pool-Rank to OUT-Rank
           move WS-Sql-Pool-Seed to OUT-Seed
           move WS-Sql-Entry-Team-Id to OUT-Entry-Id
           move WS-Sql-Team-Name to OUT-Team-Name
           if Guest-Entry
               move "(G)" to OUT-Guest-Mark
           else
               move spaces to OUT-Guest-Mark
           end-if
           move WS-Sql-Wins to OUT-Wins
           move WS-Sql-Losses to OUT-Losses
           write Program-Report-Record from WS-Entry-Line
           add 1 to WS-Entry-Count
           .
       2000-Print-Game.
           EXEC SQL FETCH TPGM_GAME_CUR
               INTO :WS-Sql-Game-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Venue,
                    :WS-Sql-Game-No,
                    :WS-Sql-Place-Label,
                    :WS-Sql-Home-Source,
                    :WS-Sql-Away-Source,
                    :WS-Sql-Home-Name,
                    :WS-Sql-Away-Name,
                    :WS-Sql-Home-Score,
                    :WS-Sql-Away-Score,
                    :WS-Sql-Result-Flag,
                    :WS-Sql-Result-Type,
                    :WS-Sql-Sched-Status
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 2100-Write-Game-Line
               when SQLCODE = 100
                   set Game-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2100-Write-Game-Line.
           if WS-Sql-Game-Date not = WS-Last-Game-Date
               move WS-Sql-Game-Date to WS-Last-Game-Date
               move WS-Sql-Game-Date to OUT-Game-Date
               move spaces to Program-Report-Record
               write Program-Report-Record
               write Program-Report-Record from WS-Date-Line
           end-if
           move WS-Sql-Timeslot to OUT-Timeslot
           move WS-Sql-Game-No to OUT-Game-No
           move WS-Sql-Venue to OUT-Venue
           move WS-Sql-Place-Label to OUT-Place-Label

           if WS-Sql-Home-Name = spaces
               move WS-Sql-Home-Source to WS-Source-Code
               perform 2200-Describe-Source
               move WS-Source-Name to OUT-Home-Name
           else
               move WS-Sql-Home-Name to OUT-Home-Name
           end-if
           if WS-Sql-Away-Name = spaces
               move WS-Sql-Away-Source to WS-Source-Code
               perform 2200-Describe-Source
               move WS-Source-Name to OUT-Away-Name
           else
               move WS-Sql-Away-Name to OUT-Away-Name
           end-if

           perform 2300-Describe-Result
           write Program-Report-Record from WS-Game-Line
           add 1 to WS-Game-Count
           .
       2200-Describe-Source.
           move spaces to WS-Source-Name
           evaluate true
               when GS-Kind = "W"
                   string "WINNER OF GAME " delimited by size
                          GS-Game-No delimited by size
                       into WS-Source-Name
               when GS-Kind = "L"
                   string "LOSER OF GAME " delimited by size
                          GS-Game-No delimited by size
                       into WS-Source-Name
               when other
                   string "POOL " delimited by size
                          SC-Kind delimited by size
                          " PLACE " delimited by size
                          SC-Rank delimited by size
                       into WS-Source-Name
           end-evaluate
           .
       2300-Describe-Result.
           move spaces to OUT-Result
           evaluate true
               when Game-Postponed
                   move "POSTPONED" to OUT-Result
               when not Result-Posted
                   continue
               when Result-Forfeit-Home
                   move "HOME FORFEIT" to OUT-Result
               when Result-Forfeit-Away
                   move "AWAY FORFEIT" to OUT-Result
               when Result-Abandoned
                   move "ABANDONED" to OUT-Result
               when other
                   move WS-Sql-Home-Score to OUT-Res-Home-Score
                   move WS-Sql-Away-Score to OUT-Res-Away-Score
                   move WS-Score-Display to OUT-Result
           end-evaluate
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
