       Identification Division.
      **********************************************************************
      * Practice-slot allocation. Gym time the league pays for but no
      * game uses used to be handed out by email, first come first
      * served. This job takes the same VENUSLOT venue/timeslot pairs
      * SCHDGEN schedules games into and, week by week, hands every
      * pair not taken by a live fixture on LABSCHEMA.GAME_SCHEDULE to
      * the teams as practice time, written to
      * LABSCHEMA.PRACTICE_SLOT (PRACTICE_DATE, TIMESLOT, VENUE,
      * TEAM_ID).
      * Fairness rules:
      *   - each team is entitled to its division's weekly quota, the
      *     CODE_TABLE row TABLE_NAME 'PRACQUOT', CODE the DIVISION_ID
      *     as eight digits (the AGEBRKT keying), DESCRIPTION bytes
      *     1-2 the practices per week; a division with no row gets
      *     one;
      *   - slots go out in rounds: every team due a first practice
      *     gets one before anybody gets a second, and so on;
      *   - the order teams are served in rotates one place each
      *     week, so when the slots run short it is never the same
      *     teams that go without.
      * A team is never given a practice in a timeslot where it has a
      * game or another practice, and never a slot its coach has
      * blacked out on the PRACPREF preference file: team, and any of
      * date, timeslot and venue - blank matches anything, so a
      * record with only a timeslot blacks that time out every week.
      * SYSIN card 2 is the first week's date (YYYY-MM-DD), card 3
      * the number of weeks (two digits, 01-12), card 4 the run mode:
      * CONFIRM commits the allocation, anything else prints it and
      * changes nothing. A week that already has practices on file is
      * skipped, so a rerun cannot double-book.
      * Reports: PRACCAL1 is the practice calendar per team with its
      * quota shortfall, PRACVEN1 the venue sheet for the facility
      * manager - every pair, every week, with the game, the team
      * practising, or FREE. VENURPT counts the practice slots in
      * its utilization figures.
      * SYSIN card 1 names the league; only its teams are allocated
      * and both reports carry its name.
      * The gyms are shared: a pair holding any league's game, or
      * another league's practice, is not free.
      **********************************************************************
       Program-ID. PRACALOC.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Venue-Slot-File assign to VENUSLOT
               file status is WS-Slot-File-Status.

           select Preference-File assign to PRACPREF
               file status is WS-Pref-File-Status.

           select Calendar-Report-File assign to PRACCAL1
               file status is WS-Calendar-File-Status.

           select Venue-Sheet-File assign to PRACVEN1
               file status is WS-Sheet-File-Status.

       Data Division.
       File Section.
       FD  Venue-Slot-File
           recording mode f.
       01  Venue-Slot-Record.
           05  VS-In-Venue         pic x(30).
           05  VS-In-Timeslot      pic x(05).

       FD  Preference-File
           recording mode f.
       01  Preference-Record.
           05  PF-Team-Id          pic s9(09) packed-decimal.
           05  PF-Blackout-Date    pic x(10).
           05  PF-Blackout-Timeslot
                                   pic x(05).
           05  PF-Blackout-Venue   pic x(30).
           05  filler              pic x(10).

       FD  Calendar-Report-File
           recording mode f.
       01  Calendar-Report-Record  pic x(133).

       FD  Venue-Sheet-File
           recording mode f.
       01  Venue-Sheet-Record      pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Slot-File-Status    pic x(02).
           88  Slot-File-OK           value "00".
       01  WS-Pref-File-Status    pic x(02).
           88  Pref-File-OK           value "00".
       01  WS-Calendar-File-Status
                                  pic x(02).
           88  Calendar-File-OK       value "00".
       01  WS-Sheet-File-Status   pic x(02).
           88  Sheet-File-OK          value "00".
       01  WS-Slot-Eof-Sw         pic x value "N".
           88  Slot-Eof               value "Y".
       01  WS-Pref-Eof-Sw         pic x value "N".
           88  Pref-Eof               value "Y".
       01  WS-Team-Eof-Sw         pic x value "N".
           88  Team-Eof               value "Y".
       01  WS-Run-Mode            pic x(08).
           88  Confirm-Run            value "CONFIRM".
       01  WS-Start-Date          pic x(10).
       01  WS-Weeks-Accept        pic x(02).
       01  WS-Weeks-Numeric redefines WS-Weeks-Accept
                                  pic 9(02).
       01  WS-Slot-Found-Sw       pic x value "N".
           88  Slot-Found             value "Y".
       01  WS-Slot-Ok-Sw          pic x value "N".
           88  Slot-Ok                value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Quota-Text      pic x(100).
       01  WS-Sql-Start-Date      pic x(10).
       01  WS-Sql-Day-Offset      pic s9(05) comp.
       01  WS-Sql-Practice-Date   pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Count           pic s9(05) comp.

      * Weekly venue/timeslot pairs in VENUSLOT order, as SCHDGEN
      * holds them.
       01  WS-Slot-Count          pic s9(05) comp value zero.
       01  WS-Slot-Table.
           05  WS-Slot-Entry occurs 60 times.
               10  SL-Venue        pic x(30).
               10  SL-Timeslot     pic x(05).

      * Coach blackout requests.
       01  WS-Pref-Count          pic s9(05) comp value zero.
       01  WS-Pref-Table.
           05  WS-Pref-Entry occurs 300 times.
               10  PR-Team-Id      pic s9(09) comp.
               10  PR-Date         pic x(10).
               10  PR-Timeslot     pic x(05).
               10  PR-Venue        pic x(30).

      * Every team with its weekly quota and what it has been given.
       01  WS-Team-Count          pic s9(05) comp value zero.
       01  WS-Max-Quota           pic s9(05) comp value zero.
       01  WS-Team-Table.
           05  WS-Team-Entry occurs 200 times.
               10  TM-Team-Id      pic s9(09) comp.
               10  TM-Team-Name    pic x(40).
               10  TM-Quota        pic s9(05) comp.
               10  TM-Week-Got     pic s9(05) comp.
               10  TM-Total-Got    pic s9(05) comp.
               10  TM-Total-Short  pic s9(05) comp.

      * What each pair holds each week: zero free, -1 a game, -2 a
      * week skipped because practices are already on file, -3
      * another league's practice, else the team table entry
      * practising there.
       01  WS-Week-Count          pic s9(05) comp value zero.
       01  WS-Week-Table.
           05  WS-Week-Entry occurs 12 times.
               10  WK-Date         pic x(10).
               10  WK-Slot-Use occurs 60 times
                                   pic s9(04) comp.

       01  WS-Week-Sub            pic s9(05) comp.
       01  WS-Slot-Sub            pic s9(05) comp.
       01  WS-Other-Sub           pic s9(05) comp.
       01  WS-Team-Sub            pic s9(05) comp.
       01  WS-Serve-Sub           pic s9(05) comp.
       01  WS-Serve-Count         pic s9(05) comp.
       01  WS-Round-Sub           pic s9(05) comp.
       01  WS-Pref-Sub            pic s9(05) comp.
       01  WS-Venue-Sub           pic s9(05) comp.
       01  WS-Work-Quot           pic s9(05) comp.
       01  WS-Rotate-Start        pic s9(05) comp.

       01  WS-Alloc-Count         pic s9(07) packed-decimal value zero.
       01  WS-Short-Count         pic s9(07) packed-decimal value zero.
       01  WS-Commit-Count        pic s9(07) packed-decimal value zero.
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Mode-Line.
           05  filler              pic x(42)
               value "PRACTICE ALLOCATION - RUN MODE IS ".
           05  OUT-Run-Mode        pic x(08).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Team-Line.
           05  filler              pic x(06) value "Team: ".
           05  OUT-Team-Name       pic x(40).
           05  filler              pic x(17)
               value "  weekly quota: ".
           05  OUT-Quota           pic z9.
           05  filler              pic x(13)
               value "  allocated: ".
           05  OUT-Total-Got       pic zz9.
           05  filler              pic x(09) value "  short: ".
           05  OUT-Total-Short     pic zz9.
       01  WS-Practice-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Practice-Date   pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Practice-Time   pic x(05).
           05  filler              pic x(02) value spaces.
           05  OUT-Practice-Venue  pic x(30).
       01  WS-Venue-Line.
           05  filler              pic x(07) value "Venue: ".
           05  OUT-Venue-Name      pic x(30).
       01  WS-Sheet-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Sheet-Date      pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Sheet-Time      pic x(05).
           05  filler              pic x(02) value spaces.
           05  OUT-Sheet-Use       pic x(50).
       01  WS-Practice-Use.
           05  filler              pic x(10) value "PRACTICE ".
           05  OUT-Use-Team-Name   pic x(40).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Load-Venue-Slots
           perform 0300-Load-Preferences
           perform 0400-Load-Teams
           perform 0500-Open-Reports

           move 1 to WS-Week-Sub
           perform 2000-Allocate-Week
               until WS-Week-Sub > WS-Week-Count

           perform 7000-Write-Team-Calendar
           perform 7500-Write-Venue-Sheet
           close Calendar-Report-File
           close Venue-Sheet-File
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
           accept WS-Weeks-Accept
           accept WS-Run-Mode
           if WS-Start-Date = spaces
               display "First week date is required on SYSIN"
               move 12 to return-code
               goback
           end-if
           if WS-Weeks-Accept is not numeric
               or WS-Weeks-Numeric < 1 or WS-Weeks-Numeric > 12
               display "Number of weeks (01-12) is required on SYSIN"
               move 12 to return-code
               goback
           end-if
           move WS-Weeks-Numeric to WS-Week-Count
           move WS-Start-Date to WS-Sql-Start-Date
           .
       0200-Load-Venue-Slots.
           open input Venue-Slot-File
           if not Slot-File-OK
               display "Venue slot file open error: "
                   WS-Slot-File-Status
               move 12 to return-code
               goback
           end-if
           perform 0210-Read-Venue-Slot
               until Slot-Eof
           close Venue-Slot-File
           if WS-Slot-Count = zero
               display "No venue/timeslot pairs on VENUSLOT"
               move 12 to return-code
               goback
           end-if
           .
       0210-Read-Venue-Slot.
           read Venue-Slot-File
               at end
                   set Slot-Eof to true
               not at end
                   if WS-Slot-Count < 60
                       add 1 to WS-Slot-Count
                       move VS-In-Venue
                           to SL-Venue (WS-Slot-Count)
                       move VS-In-Timeslot
                           to SL-Timeslot (WS-Slot-Count)
                   else
                       display "Venue slot table full, pair skipped: "
                           VS-In-Venue " " VS-In-Timeslot
                   end-if
           end-read
           .
       0300-Load-Preferences.
           open input Preference-File
           if not Pref-File-OK
               display "Practice preference file open error: "
                   WS-Pref-File-Status
               move 12 to return-code
               goback
           end-if
           perform 0310-Read-Preference
               until Pref-Eof
           close Preference-File
           .
       0310-Read-Preference.
           read Preference-File
               at end
                   set Pref-Eof to true
               not at end
                   if WS-Pref-Count < 300
                       add 1 to WS-Pref-Count
                       move PF-Team-Id to PR-Team-Id (WS-Pref-Count)
                       move PF-Blackout-Date
                           to PR-Date (WS-Pref-Count)
                       move PF-Blackout-Timeslot
                           to PR-Timeslot (WS-Pref-Count)
                       move PF-Blackout-Venue
                           to PR-Venue (WS-Pref-Count)
                   else
                       display "Preference table full, blackout "
                           "skipped for TEAM_ID " PF-Team-Id
                   end-if
           end-read
           .
       0400-Load-Teams.
           EXEC SQL DECLARE PRAC_TEAM_CUR CURSOR FOR
               SELECT T.TEAM_ID,
                      T.TEAM_NAME,
                      COALESCE(C.DESCRIPTION, ' ')
                   FROM LABSCHEMA.TEAMS T
                   LEFT JOIN LABSCHEMA.CODE_TABLE C
                     ON C.TABLE_NAME = 'PRACQUOT'
                    AND C.CODE = RIGHT(DIGITS(T.DIVISION_ID), 8)
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME
           END-EXEC

           EXEC SQL OPEN PRAC_TEAM_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 0410-Fetch-Team
               until Team-Eof
           EXEC SQL CLOSE PRAC_TEAM_CUR END-EXEC
           if WS-Team-Count = zero
               display "No teams on LABSCHEMA.TEAMS"
               move 12 to return-code
               goback
           end-if
           .
       0410-Fetch-Team.
           EXEC SQL FETCH PRAC_TEAM_CUR
               INTO :WS-Sql-Team-Id,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Quota-Text
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Team-Count < 200
                       add 1 to WS-Team-Count
                       move WS-Sql-Team-Id
                           to TM-Team-Id (WS-Team-Count)
                       move WS-Sql-Team-Name
                           to TM-Team-Name (WS-Team-Count)
                       if WS-Sql-Quota-Text (1:2) is numeric
                           move WS-Sql-Quota-Text (1:2)
                               to TM-Quota (WS-Team-Count)
                       else
                           move 1 to TM-Quota (WS-Team-Count)
                       end-if
                       if TM-Quota (WS-Team-Count) > WS-Max-Quota
                           move TM-Quota (WS-Team-Count)
                               to WS-Max-Quota
                       end-if
                       move zero to TM-Total-Got (WS-Team-Count)
                       move zero to TM-Total-Short (WS-Team-Count)
                   else
                       display "Team table full, team skipped: "
                           WS-Sql-Team-Name
                   end-if
               when SQLCODE = 100
                   set Team-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       0500-Open-Reports.
           open output Calendar-Report-File
           if not Calendar-File-OK
               display "Practice calendar open error: "
                   WS-Calendar-File-Status
               move 12 to return-code
               goback
           end-if
           open output Venue-Sheet-File
           if not Sheet-File-OK
               display "Venue sheet open error: "
                   WS-Sheet-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Run-Mode to OUT-Run-Mode
           display WS-Mode-Line
           write Calendar-Report-Record from WS-Mode-Line
           write Venue-Sheet-Record from WS-Mode-Line
           move WS-League-Name to OUT-League-Name
           write Calendar-Report-Record from WS-League-Line
           write Venue-Sheet-Record from WS-League-Line
           .
       2000-Allocate-Week.
           compute WS-Sql-Day-Offset = (WS-Week-Sub - 1) * 7
           EXEC SQL
               SELECT CHAR(DATE(:WS-Sql-Start-Date) +
                           :WS-Sql-Day-Offset DAYS)
                   INTO :WS-Sql-Practice-Date
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move WS-Sql-Practice-Date to WK-Date (WS-Week-Sub)

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.PRACTICE_SLOT P
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   WHERE P.PRACTICE_DATE = DATE(:WS-Sql-Practice-Date)
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           move 1 to WS-Slot-Sub
           if WS-Sql-Count > zero
               display "Skipped, practices already on file for "
                   WS-Sql-Practice-Date
               add 1 to WS-Skip-Count
               perform 2050-Mark-Week-Skipped
                   until WS-Slot-Sub > WS-Slot-Count
           else
               perform 2100-Mark-Game-Slot
                   until WS-Slot-Sub > WS-Slot-Count
               move 1 to WS-Team-Sub
               perform 2200-Reset-Week-Count
                   until WS-Team-Sub > WS-Team-Count
               compute WS-Rotate-Start = WS-Week-Sub - 1
               divide WS-Rotate-Start by WS-Team-Count
                   giving WS-Work-Quot remainder WS-Rotate-Start
               move 1 to WS-Round-Sub
               perform 3000-Allocate-Round
                   until WS-Round-Sub > WS-Max-Quota
               move 1 to WS-Team-Sub
               perform 2300-Tally-Shortfall
                   until WS-Team-Sub > WS-Team-Count
               if Confirm-Run
                   move 1 to WS-Slot-Sub
                   perform 6000-Insert-Practice
                       until WS-Slot-Sub > WS-Slot-Count
                   EXEC SQL COMMIT END-EXEC
               end-if
           end-if
           add 1 to WS-Week-Sub
           .
       2050-Mark-Week-Skipped.
           move -2 to WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub)
           add 1 to WS-Slot-Sub
           .
       2100-Mark-Game-Slot.
           move SL-Venue (WS-Slot-Sub) to WS-Sql-Venue
           move SL-Timeslot (WS-Slot-Sub) to WS-Sql-Timeslot
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE FIXTURE_DATE = DATE(:WS-Sql-Practice-Date)
                     AND TIMESLOT = :WS-Sql-Timeslot
                     AND VENUE = :WS-Sql-Venue
                     AND COALESCE(SCHED_STATUS, ' ') <> 'P'
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               move -1 to WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub)
           else
               perform 2150-Check-Other-League
           end-if
           add 1 to WS-Slot-Sub
           .
       2150-Check-Other-League.
      *    This league's week has no practices on file, so any
      *    practice already in the pair is another league's.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.PRACTICE_SLOT
                   WHERE PRACTICE_DATE = DATE(:WS-Sql-Practice-Date)
                     AND TIMESLOT = :WS-Sql-Timeslot
                     AND VENUE = :WS-Sql-Venue
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               move -3 to WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub)
           else
               move zero to WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub)
           end-if
           .
       2200-Reset-Week-Count.
           move zero to TM-Week-Got (WS-Team-Sub)
           add 1 to WS-Team-Sub
           .
       2300-Tally-Shortfall.
           if TM-Week-Got (WS-Team-Sub) < TM-Quota (WS-Team-Sub)
               compute TM-Total-Short (WS-Team-Sub) =
                   TM-Total-Short (WS-Team-Sub) + TM-Quota (WS-Team-Sub)
                   - TM-Week-Got (WS-Team-Sub)
               compute WS-Short-Count = WS-Short-Count
                   + TM-Quota (WS-Team-Sub) - TM-Week-Got (WS-Team-Sub)
           end-if
           add 1 to WS-Team-Sub
           .
       3000-Allocate-Round.
      *    One pass over every team for practice number N; the pass
      *    starts a place further down the team list each week.
           move zero to WS-Serve-Count
           perform 3100-Serve-One-Team
               until WS-Serve-Count not less than WS-Team-Count
           add 1 to WS-Round-Sub
           .
       3100-Serve-One-Team.
           compute WS-Serve-Sub = WS-Rotate-Start + WS-Serve-Count
           if WS-Serve-Sub not less than WS-Team-Count
               subtract WS-Team-Count from WS-Serve-Sub
           end-if
           add 1 to WS-Serve-Sub
           move WS-Serve-Sub to WS-Team-Sub
           if TM-Quota (WS-Team-Sub) not less than WS-Round-Sub
               perform 3200-Find-Slot-For-Team
               if Slot-Found
                   move WS-Team-Sub
                       to WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub)
                   add 1 to TM-Week-Got (WS-Team-Sub)
                   add 1 to TM-Total-Got (WS-Team-Sub)
                   add 1 to WS-Alloc-Count
               end-if
           end-if
           add 1 to WS-Serve-Count
           .
       3200-Find-Slot-For-Team.
           move "N" to WS-Slot-Found-Sw
           move zero to WS-Slot-Sub
           perform 3300-Try-Slot
               until Slot-Found or WS-Slot-Sub not less than
                   WS-Slot-Count
           .
       3300-Try-Slot.
           add 1 to WS-Slot-Sub
           if WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub) = zero
               move "Y" to WS-Slot-Ok-Sw
               move 1 to WS-Pref-Sub
               perform 3400-Check-Blackout
                   until WS-Pref-Sub > WS-Pref-Count
                       or not Slot-Ok
               move 1 to WS-Other-Sub
               perform 3500-Check-Same-Timeslot
                   until WS-Other-Sub > WS-Slot-Count
                       or not Slot-Ok
               if Slot-Ok
                   perform 3600-Check-Team-Game
               end-if
               if Slot-Ok
                   set Slot-Found to true
               end-if
           end-if
           .
       3400-Check-Blackout.
           if PR-Team-Id (WS-Pref-Sub) = TM-Team-Id (WS-Team-Sub)
               and (PR-Date (WS-Pref-Sub) = spaces
                    or PR-Date (WS-Pref-Sub) = WK-Date (WS-Week-Sub))
               and (PR-Timeslot (WS-Pref-Sub) = spaces
                    or PR-Timeslot (WS-Pref-Sub) =
                       SL-Timeslot (WS-Slot-Sub))
               and (PR-Venue (WS-Pref-Sub) = spaces
                    or PR-Venue (WS-Pref-Sub) = SL-Venue (WS-Slot-Sub))
               move "N" to WS-Slot-Ok-Sw
           end-if
           add 1 to WS-Pref-Sub
           .
       3500-Check-Same-Timeslot.
           if WK-Slot-Use (WS-Week-Sub, WS-Other-Sub) = WS-Team-Sub
               and SL-Timeslot (WS-Other-Sub) =
                   SL-Timeslot (WS-Slot-Sub)
               move "N" to WS-Slot-Ok-Sw
           end-if
           add 1 to WS-Other-Sub
           .
       3600-Check-Team-Game.
           move TM-Team-Id (WS-Team-Sub) to WS-Sql-Team-Id
           move SL-Timeslot (WS-Slot-Sub) to WS-Sql-Timeslot
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE FIXTURE_DATE = DATE(:WS-Sql-Practice-Date)
                     AND TIMESLOT = :WS-Sql-Timeslot
                     AND COALESCE(SCHED_STATUS, ' ') <> 'P'
                     AND (HOME_TEAM_ID = :WS-Sql-Team-Id
                       OR AWAY_TEAM_ID = :WS-Sql-Team-Id)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               move "N" to WS-Slot-Ok-Sw
           end-if
           .
       6000-Insert-Practice.
           if WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub) > zero
               move WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub)
                   to WS-Team-Sub
               move TM-Team-Id (WS-Team-Sub) to WS-Sql-Team-Id
               move SL-Venue (WS-Slot-Sub) to WS-Sql-Venue
               move SL-Timeslot (WS-Slot-Sub) to WS-Sql-Timeslot
               EXEC SQL
                    INSERT INTO LABSCHEMA.PRACTICE_SLOT
                           (PRACTICE_DATE,
                            TIMESLOT,
                            VENUE,
                            TEAM_ID)
                    VALUES (:WS-Sql-Practice-Date,
                            :WS-Sql-Timeslot,
                            :WS-Sql-Venue,
                            :WS-Sql-Team-Id)
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               add 1 to WS-Commit-Count
           end-if
           add 1 to WS-Slot-Sub
           .
       7000-Write-Team-Calendar.
           move 1 to WS-Team-Sub
           perform 7100-Write-One-Team
               until WS-Team-Sub > WS-Team-Count
           .
       7100-Write-One-Team.
           move TM-Team-Name (WS-Team-Sub) to OUT-Team-Name
           move TM-Quota (WS-Team-Sub) to OUT-Quota
           move TM-Total-Got (WS-Team-Sub) to OUT-Total-Got
           move TM-Total-Short (WS-Team-Sub) to OUT-Total-Short
           write Calendar-Report-Record from WS-Team-Line
           move 1 to WS-Week-Sub
           perform 7200-Write-Team-Week
               until WS-Week-Sub > WS-Week-Count
           add 1 to WS-Team-Sub
           .
       7200-Write-Team-Week.
           move 1 to WS-Slot-Sub
           perform 7300-Write-Team-Practice
               until WS-Slot-Sub > WS-Slot-Count
           add 1 to WS-Week-Sub
           .
       7300-Write-Team-Practice.
           if WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub) = WS-Team-Sub
               move WK-Date (WS-Week-Sub) to OUT-Practice-Date
               move SL-Timeslot (WS-Slot-Sub) to OUT-Practice-Time
               move SL-Venue (WS-Slot-Sub) to OUT-Practice-Venue
               write Calendar-Report-Record from WS-Practice-Line
           end-if
           add 1 to WS-Slot-Sub
           .
       7500-Write-Venue-Sheet.
      *    One section per venue, in the order VENUSLOT first names
      *    it; each week lists every pair at that venue.
           move 1 to WS-Venue-Sub
           perform 7600-Write-One-Venue
               until WS-Venue-Sub > WS-Slot-Count
           .
       7600-Write-One-Venue.
           move "Y" to WS-Slot-Ok-Sw
           move 1 to WS-Other-Sub
           perform 7650-Check-Venue-Seen
               until WS-Other-Sub not less than WS-Venue-Sub
                   or not Slot-Ok
           if Slot-Ok
               move SL-Venue (WS-Venue-Sub) to OUT-Venue-Name
               write Venue-Sheet-Record from WS-Venue-Line
               move 1 to WS-Week-Sub
               perform 7700-Write-Venue-Week
                   until WS-Week-Sub > WS-Week-Count
           end-if
           add 1 to WS-Venue-Sub
           .
       7650-Check-Venue-Seen.
           if SL-Venue (WS-Other-Sub) = SL-Venue (WS-Venue-Sub)
               move "N" to WS-Slot-Ok-Sw
           end-if
           add 1 to WS-Other-Sub
           .
       7700-Write-Venue-Week.
           move WS-Venue-Sub to WS-Slot-Sub
           perform 7800-Write-Venue-Pair
               until WS-Slot-Sub > WS-Slot-Count
           add 1 to WS-Week-Sub
           .
       7800-Write-Venue-Pair.
           if SL-Venue (WS-Slot-Sub) = SL-Venue (WS-Venue-Sub)
               move WK-Date (WS-Week-Sub) to OUT-Sheet-Date
               move SL-Timeslot (WS-Slot-Sub) to OUT-Sheet-Time
               evaluate true
                   when WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub) = -1
                       move "GAME" to OUT-Sheet-Use
                   when WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub) = -2
                       move "SEE PRACTICES ALREADY ON FILE"
                           to OUT-Sheet-Use
                   when WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub) = -3
                       move "OTHER LEAGUE" to OUT-Sheet-Use
                   when WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub) = zero
                       move "FREE" to OUT-Sheet-Use
                   when other
                       move WK-Slot-Use (WS-Week-Sub, WS-Slot-Sub)
                           to WS-Team-Sub
                       move TM-Team-Name (WS-Team-Sub)
                           to OUT-Use-Team-Name
                       move WS-Practice-Use to OUT-Sheet-Use
               end-evaluate
               write Venue-Sheet-Record from WS-Sheet-Line
           end-if
           add 1 to WS-Slot-Sub
           .
       8100-Display-Totals.
           display "PRACALOC - practice allocation complete"
           display "Weeks allocated:      " WS-Week-Count
           display "Weeks skipped:        " WS-Skip-Count
           display "Practices allocated:  " WS-Alloc-Count
           display "Practices committed:  " WS-Commit-Count
           display "Quota shortfall:      " WS-Short-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
