       Identification Division.
      **********************************************************************
      * Invitational tournament standings and bracket advance. Run
      * after GAMERSLT has posted a block of tournament results to
      * LABSCHEMA.TOURN_RESULT. For the tournament on SYSIN card 2
      * (TOURNAMENT_ID, nine digits), which must belong to the league
      * named on SYSIN card 1:
      *   - ranks each pool off its pool-play results, wins first
      *     (win percentage, cross-multiplied as PLAYSEED does) and
      *     then the tournament's own TIEBREAK_RULES letters in order
      *     - H head-to-head, D points differential, A fewest points
      *     allowed, F most points scored, S pool seed - with the
      *     pool seed settling anything still level; forfeits and
      *     abandoned games are treated as STANDRPT treats them, and
      *     points are counted over played games only;
      *   - writes each entry's rank, record and points back to
      *     LABSCHEMA.TOURN_ENTRY for TOURNPGM;
      *   - fills in the bracket: a crossover side coded "A1"/"B2"
      *     gets its team once every game in that pool has a result,
      *     and a placement side coded "W03"/"L03" once game 3 has a
      *     decisive result (a played game with a winner, or a
      *     forfeit); the team goes onto the fixture's
      *     LABSCHEMA.GAME_SCHEDULE row so scoresheets and results
      *     carry real teams from then on.
      * The regular-season tables (GAME_RESULTS, STANDINGS) are never
      * read or written here. A rerun recomputes the same standings
      * and only fills bracket sides still at TEAM_ID zero, so it is
      * always safe.
      **********************************************************************
       Program-ID. TOURNSTD.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Standings-Report-File assign to TSTDRPT1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Standings-Report-File
           recording mode f.
       01  Standings-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Team-Eof-Sw         pic x value "N".
           88  Team-Eof               value "Y".
       01  WS-Bracket-Eof-Sw      pic x value "N".
           88  Bracket-Eof            value "Y".
       01  WS-Tournament-Accept   pic x(09).
       01  WS-Tournament-Numeric  pic 9(09).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Tournament-Id   pic s9(09) comp.
       01  WS-Sql-Tourn-Name      pic x(60).
       01  WS-Sql-Tiebreak-Rules  pic x(06).
       01  WS-Sql-Pool-Code       pic x(01).
       01  WS-Sql-Entry-Team-Id   pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(60).
       01  WS-Sql-Pool-Seed       pic s9(04) comp.
       01  WS-Sql-Wins            pic s9(05) comp.
       01  WS-Sql-Losses          pic s9(05) comp.
       01  WS-Sql-Pts-For         pic s9(07) comp.
       01  WS-Sql-Pts-Against     pic s9(07) comp.
       01  WS-Sql-Pool-Rank       pic s9(04) comp.
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Sql-Result-Count    pic s9(05) comp.
       01  WS-Sql-H2H-A-Wins      pic s9(05) comp.
       01  WS-Sql-H2H-B-Wins      pic s9(05) comp.
       01  WS-Sql-Team-A-Id       pic s9(09) comp.
       01  WS-Sql-Team-B-Id       pic s9(09) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Game-No         pic s9(05) comp.
       01  WS-Sql-Place-Label     pic x(20).
       01  WS-Sql-Home-Source     pic x(03).
       01  WS-Sql-Away-Source     pic x(03).
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.
       01  WS-Sql-Away-Team-Id    pic s9(09) comp.
       01  WS-Sql-Feed-Game-No    pic s9(05) comp.
       01  WS-Sql-Feed-Home-Id    pic s9(09) comp.
       01  WS-Sql-Feed-Away-Id    pic s9(09) comp.
       01  WS-Sql-Feed-Home-Score pic s9(05) comp.
       01  WS-Sql-Feed-Away-Score pic s9(05) comp.
       01  WS-Sql-Feed-Type       pic x(02).
           88  Feed-Played            value "P ", "  ".
           88  Feed-Forfeit-Home      value "FH".
           88  Feed-Forfeit-Away      value "FA".

      * The pool being ranked. Eight entries is TOURNGEN's limit.
       01  WS-Team-Count          pic s9(05) comp value zero.
       01  WS-Team-Table.
           05  WS-Team-Entry occurs 8 times.
               10  TM-Team-Id      pic s9(09) comp.
               10  TM-Team-Name    pic x(60).
               10  TM-Pool-Seed    pic s9(04) comp.
               10  TM-Wins         pic s9(05) comp.
               10  TM-Losses       pic s9(05) comp.
               10  TM-Pts-For      pic s9(07) comp.
               10  TM-Pts-Against  pic s9(07) comp.
       01  WS-Swap-Entry.
           05  SW-Team-Id          pic s9(09) comp.
           05  SW-Team-Name        pic x(60).
           05  SW-Pool-Seed        pic s9(04) comp.
           05  SW-Wins             pic s9(05) comp.
           05  SW-Losses           pic s9(05) comp.
           05  SW-Pts-For          pic s9(07) comp.
           05  SW-Pts-Against      pic s9(07) comp.

      * Final order of both pools, kept for the bracket sources.
       01  WS-Rank-Table.
           05  WS-Rank-Pool occurs 2 times.
               10  RK-Pool-Code    pic x(01).
               10  RK-Complete-Sw  pic x(01).
                   88  RK-Pool-Complete    value "Y".
               10  RK-Team-Id occurs 8 times
                                   pic s9(09) comp.

       01  WS-Pool-Sub            pic s9(05) comp.
       01  WS-Rank-Sub            pic s9(05) comp.
       01  WS-Rule-Sub            pic s9(05) comp.
       01  WS-Sort-Sub            pic s9(05) comp.
       01  WS-Sort-Sub-Next       pic s9(05) comp.
       01  WS-Pass-Count          pic s9(05) comp.
       01  WS-Swapped-Sw          pic x value "N".
           88  Sort-Swapped           value "Y".
       01  WS-Swap-Pair-Sw        pic x value "N".
           88  Swap-This-Pair         value "Y".
       01  WS-Decided-Sw          pic x value "N".
           88  Pair-Decided           value "Y".
       01  WS-Pct-Left            pic s9(09) comp.
       01  WS-Pct-Right           pic s9(09) comp.
       01  WS-Diff-Left           pic s9(07) comp.
       01  WS-Diff-Right          pic s9(07) comp.
       01  WS-Rule-Letter         pic x(01).
           88  Rule-Head-To-Head      value "H".
           88  Rule-Differential      value "D".
           88  Rule-Fewest-Allowed    value "A".
           88  Rule-Most-Scored       value "F".
           88  Rule-Seed              value "S".

       01  WS-Source-Code.
           05  SC-Kind             pic x(01).
               88  SC-Pool-Source      values "A" "B".
               88  SC-Winner-Source    value "W".
               88  SC-Loser-Source     value "L".
           05  SC-Rank             pic 9(01).
           05  filler              pic x(01).
       01  WS-Game-Source redefines WS-Source-Code.
           05  filler              pic x(01).
           05  GS-Game-No          pic 9(02).
       01  WS-Resolved-Team-Id    pic s9(09) comp.
       01  WS-Fill-Sw             pic x value "N".
           88  Side-Filled            value "Y".

       01  WS-Pool-Count          pic s9(07) packed-decimal value zero.
       01  WS-Entry-Count         pic s9(07) packed-decimal value zero.
       01  WS-Filled-Count        pic s9(07) packed-decimal value zero.
       01  WS-Waiting-Count       pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(12) value "Tournament: ".
           05  OUT-Tourn-Name      pic x(60).
           05  filler              pic x(12) value "  tiebreak: ".
           05  OUT-Tiebreak-Rules  pic x(06).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Pool-Line.
           05  filler              pic x(05) value "Pool ".
           05  OUT-Pool-Code       pic x(01).
           05  filler              pic x(03) value " - ".
           05  OUT-Pool-State      pic x(20).
       01  WS-Heading-Line.
           05  filler pic x(06) value "Rank".
           05  filler pic x(42) value "Team".
           05  filler pic x(06) value "Seed".
           05  filler pic x(06) value "W".
           05  filler pic x(06) value "L".
           05  filler pic x(08) value "For".
           05  filler pic x(08) value "Agst".
           05  filler pic x(08) value "Diff".
       01  WS-Standing-Line.
           05  OUT-Rank            pic z9.
           05  filler              pic x(04) value spaces.
           05  OUT-Team-Name       pic x(40).
           05  filler              pic x(02) value spaces.
           05  OUT-Seed            pic z9.
           05  filler              pic x(02) value spaces.
           05  OUT-Wins            pic zzzz9.
           05  filler              pic x(01) value spaces.
           05  OUT-Losses          pic zzzz9.
           05  filler              pic x(01) value spaces.
           05  OUT-Pts-For         pic zzzzzz9.
           05  filler              pic x(01) value spaces.
           05  OUT-Pts-Against     pic zzzzzz9.
           05  filler              pic x(01) value spaces.
           05  OUT-Pts-Diff        pic +(6)9.
       01  WS-Bracket-Line.
           05  filler              pic x(05) value "Game ".
           05  OUT-Game-No         pic z9.
           05  filler              pic x(02) value spaces.
           05  OUT-Place-Label     pic x(20).
           05  OUT-Home-Source     pic x(03).
           05  filler              pic x(01) value spaces.
           05  OUT-Home-Team-Id    pic z(08)9.
           05  filler              pic x(04) value " vs ".
           05  OUT-Away-Source     pic x(03).
           05  filler              pic x(01) value spaces.
           05  OUT-Away-Team-Id    pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Bracket-State   pic x(30).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Get-Tournament
           perform 0300-Open-Report

           EXEC SQL DECLARE TSTD_TEAM_CUR CURSOR FOR
               SELECT E.ENTRY_TEAM_ID,
                      E.TEAM_NAME,
                      E.POOL_SEED,
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.TOURN_RESULT R
                           JOIN LABSCHEMA.TOURN_FIXTURE F
                             ON F.TOURNAMENT_ID = R.TOURNAMENT_ID
                            AND F.FIXTURE_ID = R.FIXTURE_ID
                           WHERE R.TOURNAMENT_ID = E.TOURNAMENT_ID
                             AND F.STAGE_CODE = 'P'
                             AND ((R.HOME_TEAM_ID = E.ENTRY_TEAM_ID
                                   AND ((COALESCE(NULLIF(
                                         R.RESULT_TYPE, '  '),
                                         'P ') = 'P '
                                         AND R.HOME_SCORE >
                                             R.AWAY_SCORE)
                                     OR R.RESULT_TYPE = 'FA'))
                               OR (R.AWAY_TEAM_ID = E.ENTRY_TEAM_ID
                                   AND ((COALESCE(NULLIF(
                                         R.RESULT_TYPE, '  '),
                                         'P ') = 'P '
                                         AND R.AWAY_SCORE >
                                             R.HOME_SCORE)
                                     OR R.RESULT_TYPE = 'FH')))),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.TOURN_RESULT R
                           JOIN LABSCHEMA.TOURN_FIXTURE F
                             ON F.TOURNAMENT_ID = R.TOURNAMENT_ID
                            AND F.FIXTURE_ID = R.FIXTURE_ID
                           WHERE R.TOURNAMENT_ID = E.TOURNAMENT_ID
                             AND F.STAGE_CODE = 'P'
                             AND ((R.HOME_TEAM_ID = E.ENTRY_TEAM_ID
                                   AND ((COALESCE(NULLIF(
                                         R.RESULT_TYPE, '  '),
                                         'P ') = 'P '
                                         AND R.AWAY_SCORE >
                                             R.HOME_SCORE)
                                     OR R.RESULT_TYPE = 'FH'))
                               OR (R.AWAY_TEAM_ID = E.ENTRY_TEAM_ID
                                   AND ((COALESCE(NULLIF(
                                         R.RESULT_TYPE, '  '),
                                         'P ') = 'P '
                                         AND R.HOME_SCORE >
                                             R.AWAY_SCORE)
                                     OR R.RESULT_TYPE = 'FA')))),
                      (SELECT COALESCE(SUM(
                              CASE WHEN R.HOME_TEAM_ID = E.ENTRY_TEAM_ID
                                   THEN R.HOME_SCORE
                                   ELSE R.AWAY_SCORE
                              END), 0)
                           FROM LABSCHEMA.TOURN_RESULT R
                           JOIN LABSCHEMA.TOURN_FIXTURE F
                             ON F.TOURNAMENT_ID = R.TOURNAMENT_ID
                            AND F.FIXTURE_ID = R.FIXTURE_ID
                           WHERE R.TOURNAMENT_ID = E.TOURNAMENT_ID
                             AND F.STAGE_CODE = 'P'
                             AND (R.HOME_TEAM_ID = E.ENTRY_TEAM_ID
                               OR R.AWAY_TEAM_ID = E.ENTRY_TEAM_ID)
                             AND COALESCE(NULLIF(
                                 R.RESULT_TYPE, '  '),
                                 'P ') = 'P '),
                      (SELECT COALESCE(SUM(
                              CASE WHEN R.HOME_TEAM_ID = E.ENTRY_TEAM_ID
                                   THEN R.AWAY_SCORE
                                   ELSE R.HOME_SCORE
                              END), 0)
                           FROM LABSCHEMA.TOURN_RESULT R
                           JOIN LABSCHEMA.TOURN_FIXTURE F
                             ON F.TOURNAMENT_ID = R.TOURNAMENT_ID
                            AND F.FIXTURE_ID = R.FIXTURE_ID
                           WHERE R.TOURNAMENT_ID = E.TOURNAMENT_ID
                             AND F.STAGE_CODE = 'P'
                             AND (R.HOME_TEAM_ID = E.ENTRY_TEAM_ID
                               OR R.AWAY_TEAM_ID = E.ENTRY_TEAM_ID)
                             AND COALESCE(NULLIF(
                                 R.RESULT_TYPE, '  '),
                                 'P ') = 'P ')
                   FROM LABSCHEMA.TOURN_ENTRY E
                   WHERE E.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                     AND E.POOL_CODE = :WS-Sql-Pool-Code
                   ORDER BY E.POOL_SEED, E.TEAM_NAME
           END-EXEC

           EXEC SQL DECLARE TSTD_BRACKET_CUR CURSOR FOR
               SELECT F.FIXTURE_ID,
                      F.GAME_NO,
                      F.PLACE_LABEL,
                      F.HOME_SOURCE,
                      F.AWAY_SOURCE,
                      G.HOME_TEAM_ID,
                      G.AWAY_TEAM_ID
                   FROM LABSCHEMA.TOURN_FIXTURE F
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = F.FIXTURE_ID
                   WHERE F.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                     AND F.STAGE_CODE <> 'P'
                   ORDER BY F.GAME_NO
           END-EXEC

           move "A" to RK-Pool-Code (1)
           move "B" to RK-Pool-Code (2)
           move 1 to WS-Pool-Sub
           perform 2000-Rank-One-Pool
               until WS-Pool-Sub > 2
           EXEC SQL COMMIT END-EXEC

           perform 5000-Advance-Bracket

           close Standings-Report-File
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
                      COALESCE(NULLIF(TIEBREAK_RULES, ' '), 'HDAFS')
                   INTO :WS-Sql-Tourn-Name,
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
           open output Standings-Report-File
           if not Report-File-OK
               display "Tournament standings report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Sql-Tourn-Name to OUT-Tourn-Name
           move WS-Sql-Tiebreak-Rules to OUT-Tiebreak-Rules
           display WS-Title-Line
           write Standings-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           display WS-League-Line
           write Standings-Report-Record from WS-League-Line
           .
       2000-Rank-One-Pool.
           move RK-Pool-Code (WS-Pool-Sub) to WS-Sql-Pool-Code
           perform 2100-Load-Pool-Teams
           perform 2300-Check-Pool-Complete
           perform 3000-Sort-Pool
           perform 4000-Write-Pool
           add 1 to WS-Pool-Count
           add 1 to WS-Pool-Sub
           .
       2100-Load-Pool-Teams.
           move zero to WS-Team-Count
           move "N" to WS-Team-Eof-Sw
           EXEC SQL OPEN TSTD_TEAM_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2200-Fetch-Team
               until Team-Eof
           EXEC SQL CLOSE TSTD_TEAM_CUR END-EXEC
           .
       2200-Fetch-Team.
           EXEC SQL FETCH TSTD_TEAM_CUR
               INTO :WS-Sql-Entry-Team-Id,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Pool-Seed,
                    :WS-Sql-Wins,
                    :WS-Sql-Losses,
                    :WS-Sql-Pts-For,
                    :WS-Sql-Pts-Against
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Team-Count < 8
                       add 1 to WS-Team-Count
                       move WS-Sql-Entry-Team-Id
                           to TM-Team-Id (WS-Team-Count)
                       move WS-Sql-Team-Name
                           to TM-Team-Name (WS-Team-Count)
                       move WS-Sql-Pool-Seed
                           to TM-Pool-Seed (WS-Team-Count)
                       move WS-Sql-Wins to TM-Wins (WS-Team-Count)
                       move WS-Sql-Losses to TM-Losses (WS-Team-Count)
                       move WS-Sql-Pts-For
                           to TM-Pts-For (WS-Team-Count)
                       move WS-Sql-Pts-Against
                           to TM-Pts-Against (WS-Team-Count)
                   else
                       display "Pool team table full, pool "
                           WS-Sql-Pool-Code ": " WS-Sql-Team-Name
                   end-if
               when SQLCODE = 100
                   set Team-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2300-Check-Pool-Complete.
      *    A pool is complete when every one of its pool-play
      *    fixtures has a result on TOURN_RESULT.
           EXEC SQL
               SELECT COUNT(*),
                      COUNT(R.FIXTURE_ID)
                   INTO :WS-Sql-Count,
                        :WS-Sql-Result-Count
                   FROM LABSCHEMA.TOURN_FIXTURE F
                   LEFT JOIN LABSCHEMA.TOURN_RESULT R
                     ON R.TOURNAMENT_ID = F.TOURNAMENT_ID
                    AND R.FIXTURE_ID = F.FIXTURE_ID
                   WHERE F.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                     AND F.STAGE_CODE = 'P'
                     AND F.POOL_CODE = :WS-Sql-Pool-Code
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               and WS-Sql-Result-Count = WS-Sql-Count
               move "Y" to RK-Complete-Sw (WS-Pool-Sub)
               move "COMPLETE" to OUT-Pool-State
           else
               move "N" to RK-Complete-Sw (WS-Pool-Sub)
               move "IN PROGRESS" to OUT-Pool-State
           end-if
           .
       3000-Sort-Pool.
      *    Bubble sort as PLAYSEED does it. A three-way head-to-head
      *    circle can keep swapping for ever, so the passes are
      *    capped at the pool size - enough to finish any consistent
      *    ordering.
           move zero to WS-Pass-Count
           set Sort-Swapped to true
           perform 3100-Sort-Pass
               until not Sort-Swapped
                   or WS-Pass-Count > WS-Team-Count
           .
       3100-Sort-Pass.
           add 1 to WS-Pass-Count
           move "N" to WS-Swapped-Sw
           move 1 to WS-Sort-Sub
           perform 3200-Compare-Adjacent
               until WS-Sort-Sub not less than WS-Team-Count
           .
       3200-Compare-Adjacent.
           compute WS-Sort-Sub-Next = WS-Sort-Sub + 1
           perform 3300-Rank-Pair
           if Swap-This-Pair
               move WS-Team-Entry (WS-Sort-Sub-Next)
                   to WS-Swap-Entry
               move WS-Team-Entry (WS-Sort-Sub)
                   to WS-Team-Entry (WS-Sort-Sub-Next)
               move WS-Swap-Entry to WS-Team-Entry (WS-Sort-Sub)
               set Sort-Swapped to true
           end-if
           add 1 to WS-Sort-Sub
           .
       3300-Rank-Pair.
      *    Swap when the lower entry outranks the upper one. Win
      *    percentage first; level teams go through the tournament's
      *    tiebreak letters until one separates them, and the pool
      *    seed settles whatever is left.
           move "N" to WS-Swap-Pair-Sw
           move "N" to WS-Decided-Sw
           compute WS-Pct-Left =
               TM-Wins (WS-Sort-Sub) *
               (TM-Wins (WS-Sort-Sub-Next) +
                TM-Losses (WS-Sort-Sub-Next))
           compute WS-Pct-Right =
               TM-Wins (WS-Sort-Sub-Next) *
               (TM-Wins (WS-Sort-Sub) +
                TM-Losses (WS-Sort-Sub))
           evaluate true
               when WS-Pct-Right > WS-Pct-Left
                   set Swap-This-Pair to true
               when WS-Pct-Right = WS-Pct-Left
                   move 1 to WS-Rule-Sub
                   perform 3400-Apply-Tiebreak
                       until Pair-Decided or WS-Rule-Sub > 6
                   if not Pair-Decided
                       and TM-Pool-Seed (WS-Sort-Sub-Next) <
                           TM-Pool-Seed (WS-Sort-Sub)
                       set Swap-This-Pair to true
                   end-if
           end-evaluate
           .
       3400-Apply-Tiebreak.
           move WS-Sql-Tiebreak-Rules (WS-Rule-Sub:1)
               to WS-Rule-Letter
           evaluate true
               when Rule-Head-To-Head
                   perform 3500-Head-To-Head
                   evaluate true
                       when WS-Sql-H2H-B-Wins > WS-Sql-H2H-A-Wins
                           set Swap-This-Pair to true
                           set Pair-Decided to true
                       when WS-Sql-H2H-A-Wins > WS-Sql-H2H-B-Wins
                           set Pair-Decided to true
                   end-evaluate
               when Rule-Differential
                   compute WS-Diff-Left = TM-Pts-For (WS-Sort-Sub)
                       - TM-Pts-Against (WS-Sort-Sub)
                   compute WS-Diff-Right = TM-Pts-For (WS-Sort-Sub-Next)
                       - TM-Pts-Against (WS-Sort-Sub-Next)
                   evaluate true
                       when WS-Diff-Right > WS-Diff-Left
                           set Swap-This-Pair to true
                           set Pair-Decided to true
                       when WS-Diff-Left > WS-Diff-Right
                           set Pair-Decided to true
                   end-evaluate
               when Rule-Fewest-Allowed
                   evaluate true
                       when TM-Pts-Against (WS-Sort-Sub-Next) <
                            TM-Pts-Against (WS-Sort-Sub)
                           set Swap-This-Pair to true
                           set Pair-Decided to true
                       when TM-Pts-Against (WS-Sort-Sub) <
                            TM-Pts-Against (WS-Sort-Sub-Next)
                           set Pair-Decided to true
                   end-evaluate
               when Rule-Most-Scored
                   evaluate true
                       when TM-Pts-For (WS-Sort-Sub-Next) >
                            TM-Pts-For (WS-Sort-Sub)
                           set Swap-This-Pair to true
                           set Pair-Decided to true
                       when TM-Pts-For (WS-Sort-Sub) >
                            TM-Pts-For (WS-Sort-Sub-Next)
                           set Pair-Decided to true
                   end-evaluate
               when Rule-Seed
                   evaluate true
                       when TM-Pool-Seed (WS-Sort-Sub-Next) <
                            TM-Pool-Seed (WS-Sort-Sub)
                           set Swap-This-Pair to true
                           set Pair-Decided to true
                       when TM-Pool-Seed (WS-Sort-Sub) <
                            TM-Pool-Seed (WS-Sort-Sub-Next)
                           set Pair-Decided to true
                   end-evaluate
           end-evaluate
           add 1 to WS-Rule-Sub
           .
       3500-Head-To-Head.
      *    Pool-play meetings between the pair only, with the same
      *    result-type treatment as the standings.
           move TM-Team-Id (WS-Sort-Sub) to WS-Sql-Team-A-Id
           move TM-Team-Id (WS-Sort-Sub-Next) to WS-Sql-Team-B-Id
           EXEC SQL
               SELECT COALESCE(SUM(
                        CASE WHEN (R.HOME_TEAM_ID = :WS-Sql-Team-A-Id
                                   AND ((COALESCE(NULLIF(
                                         R.RESULT_TYPE, '  '),
                                         'P ') = 'P '
                                         AND R.HOME_SCORE >
                                             R.AWAY_SCORE)
                                     OR R.RESULT_TYPE = 'FA'))
                               OR (R.AWAY_TEAM_ID = :WS-Sql-Team-A-Id
                                   AND ((COALESCE(NULLIF(
                                         R.RESULT_TYPE, '  '),
                                         'P ') = 'P '
                                         AND R.AWAY_SCORE >
                                             R.HOME_SCORE)
                                     OR R.RESULT_TYPE = 'FH'))
                             THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(
                        CASE WHEN (R.HOME_TEAM_ID = :WS-Sql-Team-B-Id
                                   AND ((COALESCE(NULLIF(
                                         R.RESULT_TYPE, '  '),
                                         'P ') = 'P '
                                         AND R.HOME_SCORE >
                                             R.AWAY_SCORE)
                                     OR R.RESULT_TYPE = 'FA'))
                               OR (R.AWAY_TEAM_ID = :WS-Sql-Team-B-Id
                                   AND ((COALESCE(NULLIF(
                                         R.RESULT_TYPE, '  '),
                                         'P ') = 'P '
                                         AND R.AWAY_SCORE >
                                             R.HOME_SCORE)
                                     OR R.RESULT_TYPE = 'FH'))
                             THEN 1 ELSE 0 END), 0)
                   INTO :WS-Sql-H2H-A-Wins,
                        :WS-Sql-H2H-B-Wins
                   FROM LABSCHEMA.TOURN_RESULT R
                   JOIN LABSCHEMA.TOURN_FIXTURE F
                     ON F.TOURNAMENT_ID = R.TOURNAMENT_ID
                    AND F.FIXTURE_ID = R.FIXTURE_ID
                   WHERE R.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                     AND F.STAGE_CODE = 'P'
                     AND R.HOME_TEAM_ID IN (:WS-Sql-Team-A-Id,
                                            :WS-Sql-Team-B-Id)
                     AND R.AWAY_TEAM_ID IN (:WS-Sql-Team-A-Id,
                                            :WS-Sql-Team-B-Id)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       4000-Write-Pool.
           move RK-Pool-Code (WS-Pool-Sub) to OUT-Pool-Code
           display WS-Pool-Line
           write Standings-Report-Record from WS-Pool-Line
           display WS-Heading-Line
           write Standings-Report-Record from WS-Heading-Line
           move 1 to WS-Rank-Sub
           perform 4100-Write-One-Entry
               until WS-Rank-Sub > WS-Team-Count
           .
       4100-Write-One-Entry.
           move TM-Team-Id (WS-Rank-Sub)
               to RK-Team-Id (WS-Pool-Sub, WS-Rank-Sub)
           move TM-Team-Id (WS-Rank-Sub) to WS-Sql-Entry-Team-Id
           move WS-Rank-Sub to WS-Sql-Pool-Rank
           move TM-Wins (WS-Rank-Sub) to WS-Sql-Wins
           move TM-Losses (WS-Rank-Sub) to WS-Sql-Losses
           move TM-Pts-For (WS-Rank-Sub) to WS-Sql-Pts-For
           move TM-Pts-Against (WS-Rank-Sub) to WS-Sql-Pts-Against
           EXEC SQL
                UPDATE LABSCHEMA.TOURN_ENTRY
                SET POOL_RANK   = :WS-Sql-Pool-Rank,
                    WINS        = :WS-Sql-Wins,
                    LOSSES      = :WS-Sql-Losses,
                    PTS_FOR     = :WS-Sql-Pts-For,
                    PTS_AGAINST = :WS-Sql-Pts-Against
                WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                  AND ENTRY_TEAM_ID = :WS-Sql-Entry-Team-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           add 1 to WS-Entry-Count

           move WS-Rank-Sub to OUT-Rank
           move TM-Team-Name (WS-Rank-Sub) to OUT-Team-Name
           move TM-Pool-Seed (WS-Rank-Sub) to OUT-Seed
           move TM-Wins (WS-Rank-Sub) to OUT-Wins
           move TM-Losses (WS-Rank-Sub) to OUT-Losses
           move TM-Pts-For (WS-Rank-Sub) to OUT-Pts-For
           move TM-Pts-Against (WS-Rank-Sub) to OUT-Pts-Against
           compute OUT-Pts-Diff = TM-Pts-For (WS-Rank-Sub)
               - TM-Pts-Against (WS-Rank-Sub)
           display WS-Standing-Line
           write Standings-Report-Record from WS-Standing-Line
           add 1 to WS-Rank-Sub
           .
       5000-Advance-Bracket.
      *    The updates are committed once the cursor is closed; a
      *    crossover filled in this run feeds nothing until its own
      *    result is posted, so the order within the run is safe.
           EXEC SQL OPEN TSTD_BRACKET_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5100-Advance-One-Game
               until Bracket-Eof
           EXEC SQL CLOSE TSTD_BRACKET_CUR END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       5100-Advance-One-Game.
           EXEC SQL FETCH TSTD_BRACKET_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Game-No,
                    :WS-Sql-Place-Label,
                    :WS-Sql-Home-Source,
                    :WS-Sql-Away-Source,
                    :WS-Sql-Home-Team-Id,
                    :WS-Sql-Away-Team-Id
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 5200-Fill-Game
               when SQLCODE = 100
                   set Bracket-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       5200-Fill-Game.
           move "N" to WS-Fill-Sw
           if WS-Sql-Home-Team-Id = zero
               move WS-Sql-Home-Source to WS-Source-Code
               perform 5300-Resolve-Source
               if WS-Resolved-Team-Id not = zero
                   move WS-Resolved-Team-Id to WS-Sql-Home-Team-Id
                   set Side-Filled to true
               end-if
           end-if
           if WS-Sql-Away-Team-Id = zero
               move WS-Sql-Away-Source to WS-Source-Code
               perform 5300-Resolve-Source
               if WS-Resolved-Team-Id not = zero
                   move WS-Resolved-Team-Id to WS-Sql-Away-Team-Id
                   set Side-Filled to true
               end-if
           end-if

           if Side-Filled
               EXEC SQL
                    UPDATE LABSCHEMA.GAME_SCHEDULE
                    SET HOME_TEAM_ID = :WS-Sql-Home-Team-Id,
                        AWAY_TEAM_ID = :WS-Sql-Away-Team-Id
                    WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               add 1 to WS-Filled-Count
           end-if

           evaluate true
               when WS-Sql-Home-Team-Id = zero
                   or WS-Sql-Away-Team-Id = zero
                   move "WAITING ON RESULTS" to OUT-Bracket-State
                   add 1 to WS-Waiting-Count
               when Side-Filled
                   move "TEAMS FILLED IN" to OUT-Bracket-State
               when other
                   move "SET" to OUT-Bracket-State
           end-evaluate
           move WS-Sql-Game-No to OUT-Game-No
           move WS-Sql-Place-Label to OUT-Place-Label
           move WS-Sql-Home-Source to OUT-Home-Source
           move WS-Sql-Home-Team-Id to OUT-Home-Team-Id
           move WS-Sql-Away-Source to OUT-Away-Source
           move WS-Sql-Away-Team-Id to OUT-Away-Team-Id
           display WS-Bracket-Line
           write Standings-Report-Record from WS-Bracket-Line
           .
       5300-Resolve-Source.
           move zero to WS-Resolved-Team-Id
           evaluate true
               when SC-Pool-Source
                   if SC-Kind = "A"
                       move 1 to WS-Pool-Sub
                   else
                       move 2 to WS-Pool-Sub
                   end-if
                   if RK-Pool-Complete (WS-Pool-Sub)
                       move RK-Team-Id (WS-Pool-Sub, SC-Rank)
                           to WS-Resolved-Team-Id
                   end-if
               when SC-Winner-Source or SC-Loser-Source
                   perform 5400-Resolve-From-Game
           end-evaluate
           .
       5400-Resolve-From-Game.
      *    Only a decisive result feeds the bracket: an abandoned
      *    game, or a played game keyed level, waits for the
      *    tournament director to post the deciding result.
           move GS-Game-No to WS-Sql-Feed-Game-No
           EXEC SQL
               SELECT R.HOME_TEAM_ID,
                      R.AWAY_TEAM_ID,
                      R.HOME_SCORE,
                      R.AWAY_SCORE,
                      R.RESULT_TYPE
                   INTO :WS-Sql-Feed-Home-Id,
                        :WS-Sql-Feed-Away-Id,
                        :WS-Sql-Feed-Home-Score,
                        :WS-Sql-Feed-Away-Score,
                        :WS-Sql-Feed-Type
                   FROM LABSCHEMA.TOURN_FIXTURE F
                   JOIN LABSCHEMA.TOURN_RESULT R
                     ON R.TOURNAMENT_ID = F.TOURNAMENT_ID
                    AND R.FIXTURE_ID = F.FIXTURE_ID
                   WHERE F.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                     AND F.GAME_NO = :WS-Sql-Feed-Game-No
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   continue
               when SQLCODE not equal zero
                   perform 9000-Bail
               when Feed-Forfeit-Away
                   or (Feed-Played and
                       WS-Sql-Feed-Home-Score > WS-Sql-Feed-Away-Score)
                   if SC-Winner-Source
                       move WS-Sql-Feed-Home-Id to WS-Resolved-Team-Id
                   else
                       move WS-Sql-Feed-Away-Id to WS-Resolved-Team-Id
                   end-if
               when Feed-Forfeit-Home
                   or (Feed-Played and
                       WS-Sql-Feed-Away-Score > WS-Sql-Feed-Home-Score)
                   if SC-Winner-Source
                       move WS-Sql-Feed-Away-Id to WS-Resolved-Team-Id
                   else
                       move WS-Sql-Feed-Home-Id to WS-Resolved-Team-Id
                   end-if
           end-evaluate
           .
       8100-Display-Totals.
           display "TOURNSTD - tournament standings complete"
           display "Pools ranked:         " WS-Pool-Count
           display "Entries updated:      " WS-Entry-Count
           display "Bracket games filled: " WS-Filled-Count
           display "Bracket games waiting:" WS-Waiting-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
