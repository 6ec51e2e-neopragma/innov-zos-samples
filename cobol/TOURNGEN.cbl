       Identification Division.
      **********************************************************************
      * Invitational tournament draw. Builds the whole weekend's
      * fixture list for one tournament set up through TOURNMNT:
      *   - pool play: a single round robin inside pool A and inside
      *     pool B (circle method), the two pools' rounds interleaved
      *     so every team gets a rest between games;
      *   - crossovers: pool A's 1st plays pool B's 2nd and pool B's
      *     1st plays pool A's 2nd, and so on down the pools in pairs
      *     of ranks (3rd v 4th, 5th v 6th...);
      *   - placement: the crossover winners meet for the upper place
      *     of their pair of ranks (the championship final for 1st
      *     and 2nd) and the losers for the place below; when the
      *     pools are an odd size the two last-placed teams meet
      *     directly for the last place.
      * Every game goes to LABSCHEMA.GAME_SCHEDULE under the
      * tournament's TOURNAMENT_ID, so SCHEDLST, SCOREENT and GAMERSLT
      * handle it like any other fixture, and to LABSCHEMA.
      * TOURN_FIXTURE with its game number, stage and - for the
      * bracket games - where its teams come from: "A1" pool A first
      * place, "W03"/"L03" winner/loser of game 3. Bracket fixtures
      * carry TEAM_ID zero until TOURNSTD fills them in.
      * Games are placed in the TOURN_SLOT venue/timeslot pairs of the
      * matching stage, in date and time order; a team is never given
      * two games in the same timeslot, a bracket game is always
      * after every game that feeds it, and each slot passes the same
      * venue and team double-booking check SCHDGEN applies against
      * what is already on GAME_SCHEDULE.
      * The two pools must be the same size, two to eight teams each.
      * SYSIN card 1 names the league hosting the tournament; card 2
      * is the TOURNAMENT_ID (nine digits), which must be one of that
      * league's, and the games go on GAME_SCHEDULE under its
      * LEAGUE_ID. Card 3 is the run mode: CONFIRM commits the draw,
      * anything else prints the proposed draw and changes nothing.
      * A CONFIRM run that cannot place every game commits nothing
      * and ends with RC 8; a tournament already drawn ends with RC 4
      * and no changes.
      **********************************************************************
       Program-ID. TOURNGEN.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Draw-Report-File assign to TGENRPT1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Draw-Report-File
           recording mode f.
       01  Draw-Report-Record     pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Slot-Eof-Sw         pic x value "N".
           88  Slot-Eof               value "Y".
       01  WS-Entry-Eof-Sw        pic x value "N".
           88  Entry-Eof              value "Y".
       01  WS-Run-Mode            pic x(08).
           88  Confirm-Run            value "CONFIRM".
       01  WS-Tournament-Accept   pic x(09).
       01  WS-Tournament-Numeric  pic 9(09).
       01  WS-Slot-Free-Sw        pic x value "N".
           88  Slot-Free              value "Y".
       01  WS-Slot-Failed-Sw      pic x value "N".
           88  Slot-Failed            value "Y".
       01  WS-Clash-Sw            pic x value "N".
           88  Team-Clash             value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Tournament-Id   pic s9(09) comp.
       01  WS-Sql-Tourn-Name      pic x(60).
       01  WS-Sql-Start-Date      pic x(10).
       01  WS-Sql-End-Date        pic x(10).
       01  WS-Sql-Entry-Team-Id   pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(60).
       01  WS-Sql-Pool-Code       pic x(01).
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Stage-Code      pic x(01).
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.
       01  WS-Sql-Away-Team-Id    pic s9(09) comp.
       01  WS-Sql-Game-No         pic s9(05) comp.
       01  WS-Sql-Home-Source     pic x(03).
       01  WS-Sql-Away-Source     pic x(03).
       01  WS-Sql-Place-Label     pic x(20).

      * The tournament's booked venue/timeslot pairs in date and time
      * order. SL-Game-No is the game placed there, zero while free.
       01  WS-Slot-Count          pic s9(05) comp value zero.
       01  WS-Slot-Table.
           05  WS-Slot-Entry occurs 100 times.
               10  SL-Slot-Key.
                   15  SL-Date     pic x(10).
                   15  SL-Timeslot pic x(05).
               10  SL-Venue        pic x(30).
               10  SL-Stage        pic x(01).
               10  SL-Game-No      pic s9(05) comp.

      * The two pools, each in pool seed order.
       01  WS-Pool-Table.
           05  WS-Pool occurs 2 times.
               10  PL-Pool-Code    pic x(01).
               10  PL-Team-Count   pic s9(05) comp.
               10  PL-Team occurs 8 times.
                   15  PT-Team-Id      pic s9(09) comp.
                   15  PT-Team-Name    pic x(30).
                   15  PT-Home-Count   pic s9(05) comp.

      * Every game of the draw, numbered in the order built. 99 games
      * covers two pools of eight with the full bracket.
       01  WS-Game-Count          pic s9(05) comp value zero.
       01  WS-Game-Table.
           05  WS-Game-Entry occurs 99 times.
               10  GM-Stage        pic x(01).
               10  GM-Pool-Code    pic x(01).
               10  GM-Home-Id      pic s9(09) comp.
               10  GM-Away-Id      pic s9(09) comp.
               10  GM-Home-Source  pic x(03).
               10  GM-Away-Source  pic x(03).
               10  GM-Home-Name    pic x(30).
               10  GM-Away-Name    pic x(30).
               10  GM-Place-Label  pic x(20).
               10  GM-Not-Before   pic x(15).
               10  GM-Slot-Sub     pic s9(05) comp.

      * Crossover pairs, remembered so the placement games can name
      * the games that feed them.
       01  WS-Cross-Count         pic s9(05) comp value zero.
       01  WS-Cross-Table.
           05  WS-Cross-Entry occurs 4 times.
               10  CP-Game-1       pic s9(05) comp.
               10  CP-Game-2       pic s9(05) comp.
               10  CP-Upper-Place  pic s9(05) comp.

       01  WS-Pool-Size           pic s9(05) comp.
       01  WS-Ring-Count          pic s9(05) comp.
       01  WS-Round-Sub           pic s9(05) comp.
       01  WS-Pool-Sub            pic s9(05) comp.
       01  WS-Match-Sub           pic s9(05) comp.
       01  WS-Match-Count         pic s9(05) comp.
       01  WS-Pos-A-Sub           pic s9(05) comp.
       01  WS-Pos-B-Sub           pic s9(05) comp.
       01  WS-Home-Sub            pic s9(05) comp.
       01  WS-Away-Sub            pic s9(05) comp.
       01  WS-Work-Num            pic s9(05) comp.
       01  WS-Work-Quot           pic s9(05) comp.
       01  WS-Rank-Sub            pic s9(05) comp.
       01  WS-Cross-Sub           pic s9(05) comp.
       01  WS-Slot-Sub            pic s9(05) comp.
       01  WS-Game-Sub            pic s9(05) comp.
       01  WS-Other-Sub           pic s9(05) comp.
       01  WS-Other-Slot-Sub      pic s9(05) comp.
       01  WS-Ring-Less-One       pic s9(05) comp.
       01  WS-Pool-End-Key        pic x(15).
       01  WS-Feed-Key            pic x(15).

       01  WS-New-Game.
           05  NG-Stage            pic x(01).
           05  NG-Home-Source      pic x(03).
           05  NG-Away-Source      pic x(03).
           05  NG-Place-Label      pic x(20).
           05  NG-Not-Before       pic x(15).
       01  WS-Source-Code.
           05  SC-Kind             pic x(01).
           05  SC-Rank             pic 9(01).
           05  filler              pic x(01).
       01  WS-Game-Source redefines WS-Source-Code.
           05  GS-Kind             pic x(01).
           05  GS-Game-No          pic 9(02).
       01  WS-Source-Name         pic x(30).
       01  WS-Place-Num           pic s9(05) comp.
       01  WS-Place-Edit          pic z9.
       01  WS-Place-Lo-Text       pic x(02).
       01  WS-Place-Hi-Text       pic x(02).
       01  WS-Game-No-Edit        pic 99.

       01  WS-Propose-Count       pic s9(07) packed-decimal value zero.
       01  WS-Commit-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
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
       01  WS-Mode-Line.
           05  filler              pic x(29)
               value "PROPOSED DRAW - RUN MODE IS ".
           05  OUT-Run-Mode        pic x(08).
       01  WS-Heading-Line.
           05  filler pic x(06) value "Game".
           05  filler pic x(12) value "Stage".
           05  filler pic x(12) value "Date".
           05  filler pic x(07) value "Time".
           05  filler pic x(22) value "Venue".
           05  filler pic x(34) value "Home".
           05  filler pic x(30) value "Away".
       01  WS-Game-Line.
           05  OUT-Game-No         pic z9.
           05  filler              pic x(04) value spaces.
           05  OUT-Stage-Desc      pic x(12).
           05  OUT-Game-Date       pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Timeslot        pic x(05).
           05  filler              pic x(02) value spaces.
           05  OUT-Venue           pic x(20).
           05  filler              pic x(02) value spaces.
           05  OUT-Home-Name       pic x(30).
           05  filler              pic x(04) value " vs ".
           05  OUT-Away-Name       pic x(30).
       01  WS-No-Slot-Text        pic x(32)
               value "** NO FREE SLOT **".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Get-Tournament
           perform 0300-Check-Not-Already-Drawn
           perform 0400-Load-Slots
           perform 0500-Load-Entries
           perform 0600-Open-Report

           perform 2000-Build-Pool-Games
           perform 3000-Build-Crossovers
           perform 3500-Build-Placement-Games

           move 1 to WS-Game-Sub
           perform 5000-Write-Game-Line
               until WS-Game-Sub > WS-Game-Count

           evaluate true
               when not Confirm-Run
                   continue
               when WS-Reject-Count > zero
                   display "TOURNGEN - games could not be placed, "
                       "draw not committed"
                   move 8 to return-code
               when other
                   move 1 to WS-Game-Sub
                   perform 6000-Insert-Game
                       until WS-Game-Sub > WS-Game-Count
                   EXEC SQL COMMIT END-EXEC
           end-evaluate

           close Draw-Report-File
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
           accept WS-Run-Mode
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
                      CHAR(END_DATE)
                   INTO :WS-Sql-Tourn-Name,
                        :WS-Sql-Start-Date,
                        :WS-Sql-End-Date
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
       0300-Check-Not-Already-Drawn.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               display "TOURNGEN - tournament already drawn, "
                   "no changes"
               move 4 to return-code
               goback
           end-if
           .
       0400-Load-Slots.
           EXEC SQL DECLARE TGEN_SLOT_CUR CURSOR FOR
               SELECT CHAR(S.SLOT_DATE),
                      S.TIMESLOT,
                      S.VENUE,
                      S.STAGE_CODE
                   FROM LABSCHEMA.TOURN_SLOT S
                   WHERE S.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                   ORDER BY S.SLOT_DATE, S.TIMESLOT, S.VENUE
           END-EXEC

           EXEC SQL OPEN TGEN_SLOT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 0410-Fetch-Slot
               until Slot-Eof
           EXEC SQL CLOSE TGEN_SLOT_CUR END-EXEC
           if WS-Slot-Count = zero
               display "No TOURN_SLOT rows for TOURNAMENT_ID "
                   WS-Tournament-Accept
               move 12 to return-code
               goback
           end-if
           .
       0410-Fetch-Slot.
           EXEC SQL FETCH TGEN_SLOT_CUR
               INTO :WS-Sql-Fixture-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Venue,
                    :WS-Sql-Stage-Code
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Slot-Count < 100
                       add 1 to WS-Slot-Count
                       move WS-Sql-Fixture-Date
                           to SL-Date (WS-Slot-Count)
                       move WS-Sql-Timeslot
                           to SL-Timeslot (WS-Slot-Count)
                       move WS-Sql-Venue to SL-Venue (WS-Slot-Count)
                       move WS-Sql-Stage-Code
                           to SL-Stage (WS-Slot-Count)
                       move zero to SL-Game-No (WS-Slot-Count)
                   else
                       display "Slot table full, slot skipped: "
                           WS-Sql-Fixture-Date " " WS-Sql-Timeslot
                           " " WS-Sql-Venue
                   end-if
               when SQLCODE = 100
                   set Slot-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       0500-Load-Entries.
           EXEC SQL DECLARE TGEN_ENTRY_CUR CURSOR FOR
               SELECT E.ENTRY_TEAM_ID,
                      E.TEAM_NAME,
                      E.POOL_CODE
                   FROM LABSCHEMA.TOURN_ENTRY E
                   WHERE E.TOURNAMENT_ID = :WS-Sql-Tournament-Id
                   ORDER BY E.POOL_CODE, E.POOL_SEED, E.TEAM_NAME
           END-EXEC

           move "A" to PL-Pool-Code (1)
           move "B" to PL-Pool-Code (2)
           move zero to PL-Team-Count (1)
           move zero to PL-Team-Count (2)
           EXEC SQL OPEN TGEN_ENTRY_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 0510-Fetch-Entry
               until Entry-Eof
           EXEC SQL CLOSE TGEN_ENTRY_CUR END-EXEC

           move PL-Team-Count (1) to WS-Pool-Size
           if WS-Pool-Size < 2 or WS-Pool-Size > 8
               or PL-Team-Count (2) not = WS-Pool-Size
               display "Pools A and B must hold the same number of "
                   "teams, two to eight each - A has "
                   PL-Team-Count (1) ", B has " PL-Team-Count (2)
               move 12 to return-code
               goback
           end-if
           .
       0510-Fetch-Entry.
           EXEC SQL FETCH TGEN_ENTRY_CUR
               INTO :WS-Sql-Entry-Team-Id,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Pool-Code
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Pool-Code = "A"
                       move 1 to WS-Pool-Sub
                   else
                       move 2 to WS-Pool-Sub
                   end-if
                   if PL-Team-Count (WS-Pool-Sub) < 8
                       add 1 to PL-Team-Count (WS-Pool-Sub)
                       move PL-Team-Count (WS-Pool-Sub)
                           to WS-Rank-Sub
                       move WS-Sql-Entry-Team-Id
                           to PT-Team-Id (WS-Pool-Sub, WS-Rank-Sub)
                       move WS-Sql-Team-Name
                           to PT-Team-Name (WS-Pool-Sub, WS-Rank-Sub)
                       move zero
                           to PT-Home-Count (WS-Pool-Sub, WS-Rank-Sub)
                   else
                       display "Pool " WS-Sql-Pool-Code
                           " holds more than eight teams, entry "
                           "skipped: " WS-Sql-Team-Name
                       add 1 to PL-Team-Count (WS-Pool-Sub)
                   end-if
               when SQLCODE = 100
                   set Entry-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       0600-Open-Report.
           open output Draw-Report-File
           if not Report-File-OK
               display "Draw report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Run-Mode to OUT-Run-Mode
           display WS-Mode-Line
           write Draw-Report-Record from WS-Mode-Line
           move WS-Sql-Tourn-Name to OUT-Tourn-Name
           move WS-Sql-Start-Date to OUT-Start-Date
           move WS-Sql-End-Date to OUT-End-Date
           display WS-Title-Line
           write Draw-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           display WS-League-Line
           write Draw-Report-Record from WS-League-Line
           display WS-Heading-Line
           write Draw-Report-Record from WS-Heading-Line
           .
       2000-Build-Pool-Games.
      *    An odd pool is padded to an even ring; the pairing that
      *    lands on the padding position is that team's bye.
           move WS-Pool-Size to WS-Ring-Count
           divide WS-Ring-Count by 2
               giving WS-Work-Quot remainder WS-Work-Num
           if WS-Work-Num = 1
               add 1 to WS-Ring-Count
           end-if
           compute WS-Match-Count = WS-Ring-Count / 2
           compute WS-Ring-Less-One = WS-Ring-Count - 1
           move spaces to WS-Pool-End-Key
           move zero to WS-Round-Sub
           perform 2100-Build-Pool-Round
               until WS-Round-Sub not less than WS-Ring-Less-One
           .
       2100-Build-Pool-Round.
           move 1 to WS-Pool-Sub
           perform 2200-Build-Pool-Matches
               until WS-Pool-Sub > 2
           add 1 to WS-Round-Sub
           .
       2200-Build-Pool-Matches.
           move zero to WS-Match-Sub
           perform 2300-Build-Pool-Match
               until WS-Match-Sub not less than WS-Match-Count
           add 1 to WS-Pool-Sub
           .
       2300-Build-Pool-Match.
      *    Circle method worked arithmetically rather than by rotating
      *    the ring, so both pools can be built round by round: the
      *    last ring position is fixed and meets the position equal to
      *    the round number; the other pairs sit at equal distances
      *    either side of it, counted round the remaining positions.
           if WS-Match-Sub = zero
               compute WS-Pos-A-Sub = WS-Ring-Count
               compute WS-Pos-B-Sub = WS-Round-Sub + 1
           else
               compute WS-Work-Num = WS-Round-Sub + WS-Match-Sub
               divide WS-Work-Num by WS-Ring-Less-One
                   giving WS-Work-Quot remainder WS-Pos-A-Sub
               add 1 to WS-Pos-A-Sub
               compute WS-Work-Num =
                   WS-Round-Sub - WS-Match-Sub + WS-Ring-Count - 1
               divide WS-Work-Num by WS-Ring-Less-One
                   giving WS-Work-Quot remainder WS-Pos-B-Sub
               add 1 to WS-Pos-B-Sub
           end-if
           if WS-Pos-A-Sub > WS-Pool-Size
               or WS-Pos-B-Sub > WS-Pool-Size
               continue
           else
               if PT-Home-Count (WS-Pool-Sub, WS-Pos-B-Sub) <
                       PT-Home-Count (WS-Pool-Sub, WS-Pos-A-Sub)
                   move WS-Pos-B-Sub to WS-Home-Sub
                   move WS-Pos-A-Sub to WS-Away-Sub
               else
                   move WS-Pos-A-Sub to WS-Home-Sub
                   move WS-Pos-B-Sub to WS-Away-Sub
               end-if
               add 1 to PT-Home-Count (WS-Pool-Sub, WS-Home-Sub)
               perform 2400-Add-Pool-Game
           end-if
           add 1 to WS-Match-Sub
           .
       2400-Add-Pool-Game.
           add 1 to WS-Game-Count
           move WS-Game-Count to WS-Game-Sub
           move "P" to GM-Stage (WS-Game-Sub)
           move PL-Pool-Code (WS-Pool-Sub) to GM-Pool-Code (WS-Game-Sub)
           move PT-Team-Id (WS-Pool-Sub, WS-Home-Sub)
               to GM-Home-Id (WS-Game-Sub)
           move PT-Team-Id (WS-Pool-Sub, WS-Away-Sub)
               to GM-Away-Id (WS-Game-Sub)
           move spaces to GM-Home-Source (WS-Game-Sub)
           move spaces to GM-Away-Source (WS-Game-Sub)
           move PT-Team-Name (WS-Pool-Sub, WS-Home-Sub)
               to GM-Home-Name (WS-Game-Sub)
           move PT-Team-Name (WS-Pool-Sub, WS-Away-Sub)
               to GM-Away-Name (WS-Game-Sub)
           move spaces to GM-Place-Label (WS-Game-Sub)
           string "POOL " delimited by size
                  PL-Pool-Code (WS-Pool-Sub) delimited by size
               into GM-Place-Label (WS-Game-Sub)
           move spaces to GM-Not-Before (WS-Game-Sub)
           perform 4000-Place-Game
           move GM-Slot-Sub (WS-Game-Sub) to WS-Slot-Sub
           if WS-Slot-Sub > zero
               and SL-Slot-Key (WS-Slot-Sub) > WS-Pool-End-Key
               move SL-Slot-Key (WS-Slot-Sub) to WS-Pool-End-Key
           end-if
           .
       3000-Build-Crossovers.
      *    Ranks are taken in pairs: k v k+1 across the pools both
      *    ways. With an odd pool size the last rank has no partner
      *    and goes straight to the placement games.
           move 1 to WS-Rank-Sub
           perform 3100-Build-Crossover-Pair
               until WS-Rank-Sub + 1 > WS-Pool-Size
           .
       3100-Build-Crossover-Pair.
           add 1 to WS-Cross-Count
           move "X" to NG-Stage
           move "CROSSOVER" to NG-Place-Label
           move WS-Pool-End-Key to NG-Not-Before

           move "A" to SC-Kind
           move WS-Rank-Sub to SC-Rank
           move WS-Source-Code to NG-Home-Source
           move "B" to SC-Kind
           compute SC-Rank = WS-Rank-Sub + 1
           move WS-Source-Code to NG-Away-Source
           perform 3800-Add-Bracket-Game
           move WS-Game-Count to CP-Game-1 (WS-Cross-Count)

           move "B" to SC-Kind
           move WS-Rank-Sub to SC-Rank
           move WS-Source-Code to NG-Home-Source
           move "A" to SC-Kind
           compute SC-Rank = WS-Rank-Sub + 1
           move WS-Source-Code to NG-Away-Source
           perform 3800-Add-Bracket-Game
           move WS-Game-Count to CP-Game-2 (WS-Cross-Count)

           compute CP-Upper-Place (WS-Cross-Count) =
               WS-Rank-Sub * 2 - 1
           add 2 to WS-Rank-Sub
           .
       3500-Build-Placement-Games.
      *    Built from the bottom of the table up, so the lower
      *    placings take the earlier finals slots and the
      *    championship final is the last game of the weekend.
           divide WS-Pool-Size by 2
               giving WS-Work-Quot remainder WS-Work-Num
           if WS-Work-Num = 1
               move "F" to NG-Stage
               move WS-Pool-End-Key to NG-Not-Before
               move "A" to SC-Kind
               move WS-Pool-Size to SC-Rank
               move WS-Source-Code to NG-Home-Source
               move "B" to SC-Kind
               move WS-Source-Code to NG-Away-Source
               compute WS-Place-Num = WS-Pool-Size * 2 - 1
               perform 3700-Make-Place-Label
               perform 3800-Add-Bracket-Game
           end-if
           move WS-Cross-Count to WS-Cross-Sub
           perform 3600-Build-Placement-Pair
               until WS-Cross-Sub < 1
           .
       3600-Build-Placement-Pair.
           move "F" to NG-Stage
           move GM-Not-Before (CP-Game-1 (WS-Cross-Sub))
               to NG-Not-Before
           move CP-Game-1 (WS-Cross-Sub) to WS-Game-Sub
           perform 3650-Feed-Not-Before
           move CP-Game-2 (WS-Cross-Sub) to WS-Game-Sub
           perform 3650-Feed-Not-Before

           move "L" to GS-Kind
           move CP-Game-1 (WS-Cross-Sub) to GS-Game-No
           move WS-Game-Source to NG-Home-Source
           move CP-Game-2 (WS-Cross-Sub) to GS-Game-No
           move WS-Game-Source to NG-Away-Source
           compute WS-Place-Num = CP-Upper-Place (WS-Cross-Sub) + 2
           perform 3700-Make-Place-Label
           perform 3800-Add-Bracket-Game

           move "W" to GS-Kind
           move CP-Game-1 (WS-Cross-Sub) to GS-Game-No
           move WS-Game-Source to NG-Home-Source
           move CP-Game-2 (WS-Cross-Sub) to GS-Game-No
           move WS-Game-Source to NG-Away-Source
           move CP-Upper-Place (WS-Cross-Sub) to WS-Place-Num
           perform 3700-Make-Place-Label
           perform 3800-Add-Bracket-Game
           subtract 1 from WS-Cross-Sub
           .
       3650-Feed-Not-Before.
      *    A placement game must follow both crossovers feeding it.
           move GM-Slot-Sub (WS-Game-Sub) to WS-Slot-Sub
           if WS-Slot-Sub > zero
               move SL-Slot-Key (WS-Slot-Sub) to WS-Feed-Key
               if WS-Feed-Key > NG-Not-Before
                   move WS-Feed-Key to NG-Not-Before
               end-if
           end-if
           .
       3700-Make-Place-Label.
           move spaces to NG-Place-Label
           if WS-Place-Num = 1
               move "FINAL" to NG-Place-Label
           else
               move WS-Place-Num to WS-Place-Edit
               if WS-Place-Num < 10
                   move WS-Place-Edit (2:1) to WS-Place-Lo-Text
               else
                   move WS-Place-Edit to WS-Place-Lo-Text
               end-if
               move WS-Place-Num to WS-Work-Num
               add 1 to WS-Work-Num
               move WS-Work-Num to WS-Place-Edit
               if WS-Work-Num < 10
                   move WS-Place-Edit (2:1) to WS-Place-Hi-Text
               else
                   move WS-Place-Edit to WS-Place-Hi-Text
               end-if
               string "PLACE " delimited by size
                      WS-Place-Lo-Text delimited by space
                      "-" delimited by size
                      WS-Place-Hi-Text delimited by space
                   into NG-Place-Label
           end-if
           .
       3800-Add-Bracket-Game.
           add 1 to WS-Game-Count
           move WS-Game-Count to WS-Game-Sub
           move NG-Stage to GM-Stage (WS-Game-Sub)
           move space to GM-Pool-Code (WS-Game-Sub)
           move zero to GM-Home-Id (WS-Game-Sub)
           move zero to GM-Away-Id (WS-Game-Sub)
           move NG-Home-Source to GM-Home-Source (WS-Game-Sub)
           move NG-Away-Source to GM-Away-Source (WS-Game-Sub)
           move NG-Home-Source to WS-Source-Code
           perform 3900-Describe-Source
           move WS-Source-Name to GM-Home-Name (WS-Game-Sub)
           move NG-Away-Source to WS-Source-Code
           perform 3900-Describe-Source
           move WS-Source-Name to GM-Away-Name (WS-Game-Sub)
           move NG-Place-Label to GM-Place-Label (WS-Game-Sub)
           move NG-Not-Before to GM-Not-Before (WS-Game-Sub)
           perform 4000-Place-Game
           .
       3900-Describe-Source.
           move spaces to WS-Source-Name
           evaluate true
               when GS-Kind = "W"
                   move GS-Game-No to WS-Game-No-Edit
                   string "WINNER OF GAME " delimited by size
                          WS-Game-No-Edit delimited by size
                       into WS-Source-Name
               when GS-Kind = "L"
                   move GS-Game-No to WS-Game-No-Edit
                   string "LOSER OF GAME " delimited by size
                          WS-Game-No-Edit delimited by size
                       into WS-Source-Name
               when other
                   string "POOL " delimited by size
                          SC-Kind delimited by size
                          " PLACE " delimited by size
                          SC-Rank delimited by size
                       into WS-Source-Name
           end-evaluate
           .
       4000-Place-Game.
      *    First free slot of the game's stage, later than every game
      *    that feeds it, with neither team already playing in that
      *    timeslot and nothing on GAME_SCHEDULE in the way.
           move zero to GM-Slot-Sub (WS-Game-Sub)
           move zero to WS-Slot-Sub
           move "N" to WS-Slot-Free-Sw
           move "N" to WS-Slot-Failed-Sw
           perform 4100-Try-Next-Slot
               until Slot-Free or Slot-Failed
           if Slot-Free
               move WS-Slot-Sub to GM-Slot-Sub (WS-Game-Sub)
               move WS-Game-Sub to SL-Game-No (WS-Slot-Sub)
           else
               add 1 to WS-Reject-Count
           end-if
           .
       4100-Try-Next-Slot.
           add 1 to WS-Slot-Sub
           evaluate true
               when WS-Slot-Sub > WS-Slot-Count
                   set Slot-Failed to true
               when SL-Game-No (WS-Slot-Sub) not = zero
                   continue
               when SL-Stage (WS-Slot-Sub) not = GM-Stage (WS-Game-Sub)
                   continue
               when SL-Slot-Key (WS-Slot-Sub)
                       not > GM-Not-Before (WS-Game-Sub)
                   continue
               when other
                   move "N" to WS-Clash-Sw
                   move 1 to WS-Other-Sub
                   perform 4200-Check-Team-Clash
                       until WS-Other-Sub not less than WS-Game-Sub
                           or Team-Clash
                   if not Team-Clash
                       perform 4300-Check-Slot-Against-Schedule
                   end-if
           end-evaluate
           .
       4200-Check-Team-Clash.
           move GM-Slot-Sub (WS-Other-Sub) to WS-Other-Slot-Sub
           if WS-Other-Slot-Sub > zero
               and GM-Home-Id (WS-Game-Sub) not = zero
               and SL-Slot-Key (WS-Other-Slot-Sub)
                   = SL-Slot-Key (WS-Slot-Sub)
               and (GM-Home-Id (WS-Other-Sub) =
                       GM-Home-Id (WS-Game-Sub)
                    or GM-Home-Id (WS-Other-Sub) =
                       GM-Away-Id (WS-Game-Sub)
                    or GM-Away-Id (WS-Other-Sub) =
                       GM-Home-Id (WS-Game-Sub)
                    or GM-Away-Id (WS-Other-Sub) =
                       GM-Away-Id (WS-Game-Sub))
               set Team-Clash to true
           end-if
           add 1 to WS-Other-Sub
           .
       4300-Check-Slot-Against-Schedule.
      *    Bracket games have no teams yet, so only the venue is
      *    tested for them; -1 matches no team.
           move SL-Date (WS-Slot-Sub) to WS-Sql-Fixture-Date
           move SL-Venue (WS-Slot-Sub) to WS-Sql-Venue
           move SL-Timeslot (WS-Slot-Sub) to WS-Sql-Timeslot
           if GM-Home-Id (WS-Game-Sub) = zero
               move -1 to WS-Sql-Home-Team-Id
               move -1 to WS-Sql-Away-Team-Id
           else
               move GM-Home-Id (WS-Game-Sub) to WS-Sql-Home-Team-Id
               move GM-Away-Id (WS-Game-Sub) to WS-Sql-Away-Team-Id
           end-if
           EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Count
                       FROM LABSCHEMA.GAME_SCHEDULE
                       WHERE FIXTURE_DATE =
                                 DATE(:WS-Sql-Fixture-Date)
                         AND ((TIMESLOT = :WS-Sql-Timeslot
                               AND VENUE = :WS-Sql-Venue)
                           OR (TIMESLOT = :WS-Sql-Timeslot
                               AND (HOME_TEAM_ID IN
                                       (:WS-Sql-Home-Team-Id,
                                        :WS-Sql-Away-Team-Id)
                                 OR AWAY_TEAM_ID IN
                                       (:WS-Sql-Home-Team-Id,
                                        :WS-Sql-Away-Team-Id))))
               END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count = zero
               set Slot-Free to true
           end-if
           .
       5000-Write-Game-Line.
           move WS-Game-Sub to OUT-Game-No
           move GM-Place-Label (WS-Game-Sub) to OUT-Stage-Desc
           move GM-Home-Name (WS-Game-Sub) to OUT-Home-Name
           move GM-Away-Name (WS-Game-Sub) to OUT-Away-Name
           if GM-Slot-Sub (WS-Game-Sub) > zero
               move GM-Slot-Sub (WS-Game-Sub) to WS-Slot-Sub
               move SL-Date (WS-Slot-Sub) to OUT-Game-Date
               move SL-Timeslot (WS-Slot-Sub) to OUT-Timeslot
               move SL-Venue (WS-Slot-Sub) to OUT-Venue
               add 1 to WS-Propose-Count
           else
               move spaces to OUT-Game-Date
               move spaces to OUT-Timeslot
               move WS-No-Slot-Text to OUT-Venue
           end-if
           display WS-Game-Line
           write Draw-Report-Record from WS-Game-Line
           add 1 to WS-Game-Sub
           .
       6000-Insert-Game.
           move GM-Slot-Sub (WS-Game-Sub) to WS-Slot-Sub
           move SL-Date (WS-Slot-Sub) to WS-Sql-Fixture-Date
           move SL-Timeslot (WS-Slot-Sub) to WS-Sql-Timeslot
           move SL-Venue (WS-Slot-Sub) to WS-Sql-Venue
           move GM-Home-Id (WS-Game-Sub) to WS-Sql-Home-Team-Id
           move GM-Away-Id (WS-Game-Sub) to WS-Sql-Away-Team-Id
           move GM-Stage (WS-Game-Sub) to WS-Sql-Stage-Code
           move WS-Game-Sub to WS-Sql-Game-No
           move GM-Pool-Code (WS-Game-Sub) to WS-Sql-Pool-Code
           move GM-Home-Source (WS-Game-Sub) to WS-Sql-Home-Source
           move GM-Away-Source (WS-Game-Sub) to WS-Sql-Away-Source
           move GM-Place-Label (WS-Game-Sub) to WS-Sql-Place-Label

           EXEC SQL
               SELECT COALESCE(MAX(FIXTURE_ID), 0) + 1
                   INTO :WS-Sql-Fixture-Id
                   FROM LABSCHEMA.GAME_SCHEDULE
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.GAME_SCHEDULE
                       (FIXTURE_ID,
                        FIXTURE_DATE,
                        TIMESLOT,
                        HOME_TEAM_ID,
                        AWAY_TEAM_ID,
                        VENUE,
                        SCHED_STATUS,
                        TOURNAMENT_ID,
                        LEAGUE_ID)
                VALUES (:WS-Sql-Fixture-Id,
                        :WS-Sql-Fixture-Date,
                        :WS-Sql-Timeslot,
                        :WS-Sql-Home-Team-Id,
                        :WS-Sql-Away-Team-Id,
                        :WS-Sql-Venue,
                        'A',
                        :WS-Sql-Tournament-Id,
                        :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.TOURN_FIXTURE
                       (TOURNAMENT_ID,
                        FIXTURE_ID,
                        STAGE_CODE,
                        GAME_NO,
                        POOL_CODE,
                        HOME_SOURCE,
                        AWAY_SOURCE,
                        PLACE_LABEL)
                VALUES (:WS-Sql-Tournament-Id,
                        :WS-Sql-Fixture-Id,
                        :WS-Sql-Stage-Code,
                        :WS-Sql-Game-No,
                        :WS-Sql-Pool-Code,
                        :WS-Sql-Home-Source,
                        :WS-Sql-Away-Source,
                        :WS-Sql-Place-Label)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           add 1 to WS-Commit-Count
           add 1 to WS-Game-Sub
           .
       8100-Display-Totals.
           display "TOURNGEN - tournament draw complete"
           display "Games in draw:        " WS-Game-Count
           display "Games placed:         " WS-Propose-Count
           display "Games committed:      " WS-Commit-Count
           display "Games unplaceable:    " WS-Reject-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
