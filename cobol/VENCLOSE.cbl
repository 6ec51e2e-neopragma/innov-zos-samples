       Identification Division.
      **********************************************************************
      * Venue closure and make-up games. When a gym closes for a
      * weekend or a snow day, one closure transaction replaces a
      * SCHEDMNT reschedule card per fixture. Transaction file
      * CLOSTRAN:
      *   Record type 'C' - Close a venue from one date to another,
      *                     with the reason. Every live fixture at
      *                     the venue in the range is postponed
      *                     (SCHED_STATUS 'P') and logged to
      *                     LABSCHEMA.SCHED_CHANGE_LOG as change
      *                     type 'P', no make-up details yet, so
      *                     EMERNOTF tells the families straight
      *                     away.
      *   Record type 'A' - Approve the proposed make-up game for a
      *                     postponed fixture. The proposal is
      *                     checked again, the make-up fixture is
      *                     added with the original officials, and
      *                     a type 'R' change log row carries the
      *                     new date, timeslot and venue and the
      *                     make-up's FIXTURE_ID as NEW_FIXTURE_ID.
      * The closure is held on LABSCHEMA.VENUE_CLOSURE (CLOSURE_ID,
      * VENUE, FROM_DATE, TO_DATE, REASON, CLOSE_TIMESTAMP) and each
      * fixture it postponed on LABSCHEMA.CLOSURE_FIXTURE
      * (CLOSURE_ID, FIXTURE_ID, MAKEUP_STATUS, PROPOSED_DATE,
      * PROPOSED_TIMESLOT, PROPOSED_VENUE, MAKEUP_FIXTURE_ID).
      * MAKEUP_STATUS is 'O' open, 'P' proposed, 'A' applied, or 'T'
      * a tournament game, which the tournament director re-draws
      * and this job does not propose for.
      * After the transactions, every open fixture gets a proposed
      * make-up: the same weekday in each following week, up to the
      * SYSIN number of weeks (two digits, default 04), after the
      * closure ends, in the first VENUSLOT venue/timeslot pair that
      * is not closed, not holding a live fixture, a practice or
      * another proposal, where neither team is playing and every
      * official assigned to the original game is available and not
      * working elsewhere in that timeslot. Proposals are printed on
      * VCLRPT01 for the league office, and nothing moves until an
      * 'A' transaction approves it. A proposal that no longer fits
      * when approved goes back to open and is proposed again.
      * SYSIN card 1 names the league. The gyms are shared, so a
      * closure and the free-slot checks see every league's
      * bookings, but only the league's own fixtures are postponed,
      * proposed for, approved and printed; each league's run closes
      * the venue for its own games. The weeks to search are SYSIN
      * card 2.
      **********************************************************************
       Program-ID. VENCLOSE.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Closure-Trans-File assign to CLOSTRAN
               file status is WS-Trans-File-Status.

           select Venue-Slot-File assign to VENUSLOT
               file status is WS-Slot-File-Status.

           select Closure-Report-File assign to VCLRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Closure-Trans-File
           recording mode f.
       01  Closure-Trans-Record.
           05  CT-Record-Type          pic x(01).
               88  CT-Closure              value "C".
               88  CT-Approve              value "A".
           05  CT-Fixture-Id           pic s9(09) packed-decimal.
           05  CT-Venue                pic x(30).
           05  CT-From-Date            pic x(10).
           05  CT-To-Date              pic x(10).
           05  CT-Reason               pic x(40).

       FD  Venue-Slot-File
           recording mode f.
       01  Venue-Slot-Record.
           05  VS-In-Venue         pic x(30).
           05  VS-In-Timeslot      pic x(05).

       FD  Closure-Report-File
           recording mode f.
       01  Closure-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-Slot-File-Status    pic x(02).
           88  Slot-File-OK           value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Slot-Eof-Sw         pic x value "N".
           88  Slot-Eof               value "Y".
       01  WS-Fixture-Eof-Sw      pic x value "N".
           88  Fixture-Eof            value "Y".
       01  WS-Slot-Ok-Sw          pic x value "N".
           88  Slot-Ok                value "Y".
       01  WS-Proposal-Found-Sw   pic x value "N".
           88  Proposal-Found         value "Y".
       01  WS-Weeks-Accept        pic x(02).
       01  WS-Weeks-Numeric redefines WS-Weeks-Accept
                                  pic 9(02).
       01  WS-Search-Weeks        pic s9(05) comp value 4.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Closure-Id      pic s9(09) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-New-Fixture-Id  pic s9(09) comp.
       01  WS-Sql-Tournament-Id   pic s9(09) comp.
       01  WS-Sql-Tournament-Ind  pic s9(04) comp.
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.
       01  WS-Sql-Away-Team-Id    pic s9(09) comp.
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-From-Date       pic x(10).
       01  WS-Sql-To-Date         pic x(10).
       01  WS-Sql-Reason          pic x(40).
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Old-Date        pic x(10).
       01  WS-Sql-Cand-Date       pic x(10).
       01  WS-Sql-Day-Offset      pic s9(05) comp.
       01  WS-Sql-Today           pic x(10).
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Sql-Change-Id       pic s9(09) comp.
       01  WS-Sql-Change-Type     pic x(01).
       01  WS-Sql-Makeup-Status   pic x(01).
       01  WS-Sql-Home-Name       pic x(100).
       01  WS-Sql-Away-Name       pic x(100).
       01  WS-Sql-Prop-Date       pic x(10).
       01  WS-Sql-Prop-Date-Ind   pic s9(04) comp.
       01  WS-Sql-Prop-Timeslot   pic x(05).
       01  WS-Sql-Prop-Slot-Ind   pic s9(04) comp.
       01  WS-Sql-Prop-Venue      pic x(30).
       01  WS-Sql-Prop-Venue-Ind  pic s9(04) comp.

      * Venue/timeslot pairs in VENUSLOT order, as SCHDGEN holds them.
       01  WS-Slot-Count          pic s9(05) comp value zero.
       01  WS-Slot-Table.
           05  WS-Slot-Entry occurs 60 times.
               10  SL-Venue        pic x(30).
               10  SL-Timeslot     pic x(05).

      * Fixtures to postpone for one closure, or to propose for -
      * held in storage so the schedule rows can be updated freely.
       01  WS-Fix-Count           pic s9(05) comp value zero.
       01  WS-Fix-Table.
           05  WS-Fix-Entry occurs 300 times.
               10  FX-Fixture-Id   pic s9(09) comp.
               10  FX-Closure-Id   pic s9(09) comp.
               10  FX-Fixture-Date pic x(10).
               10  FX-Timeslot     pic x(05).
               10  FX-Home-Team-Id pic s9(09) comp.
               10  FX-Away-Team-Id pic s9(09) comp.
               10  FX-Tourn-Sw     pic x(01).
               10  FX-To-Date      pic x(10).

       01  WS-Fix-Sub             pic s9(05) comp.
       01  WS-Slot-Sub            pic s9(05) comp.
       01  WS-Week-Sub            pic s9(05) comp.

       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Closure-Count       pic s9(07) packed-decimal value zero.
       01  WS-Postpone-Count      pic s9(07) packed-decimal value zero.
       01  WS-Approve-Count       pic s9(07) packed-decimal value zero.
       01  WS-Propose-Count       pic s9(07) packed-decimal value zero.
       01  WS-No-Slot-Count       pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Closure-Line.
           05  filler              pic x(09) value "Closure: ".
           05  OUT-Close-Venue     pic x(30).
           05  filler              pic x(02) value spaces.
           05  OUT-Close-From      pic x(10).
           05  filler              pic x(04) value " to ".
           05  OUT-Close-To        pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Close-Reason    pic x(40).
       01  WS-Postponed-Line.
           05  filler              pic x(15)
               value "  Postponed:   ".
           05  OUT-Post-Fixture-Id pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Post-Date       pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Post-Time       pic x(05).
       01  WS-Heading-Line.
           05  filler              pic x(44)
               value "MAKE-UP PROPOSALS FOR LEAGUE OFFICE APPROVAL".
       01  WS-Proposal-Line.
           05  OUT-Prop-Fixture-Id pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Prop-Home       pic x(25).
           05  filler              pic x(04) value " v  ".
           05  OUT-Prop-Away       pic x(25).
           05  filler              pic x(02) value spaces.
           05  OUT-Prop-Old-Date   pic x(10).
           05  filler              pic x(04) value " -> ".
           05  OUT-Prop-Detail     pic x(50).
       01  WS-Makeup-Detail.
           05  OUT-Makeup-Date     pic x(10).
           05  filler              pic x(01) value space.
           05  OUT-Makeup-Time     pic x(05).
           05  filler              pic x(01) value space.
           05  OUT-Makeup-Venue    pic x(30).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Load-Venue-Slots
           perform 1000-Open-Files
           EXEC SQL
               SELECT CHAR(CURRENT DATE)
                   INTO :WS-Sql-Today
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2000-Read-and-Process
               until End-of-File
           perform 5000-Propose-Makeups
           perform 7000-Print-Proposals
           perform 8000-Close-Files
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
           accept WS-Weeks-Accept
           if WS-Weeks-Accept is numeric
               and WS-Weeks-Numeric > zero
               move WS-Weeks-Numeric to WS-Search-Weeks
           end-if
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
       1000-Open-Files.
           open input Closure-Trans-File
           if not Trans-File-OK
               display "Transaction file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           open output Closure-Report-File
           if not Report-File-OK
               display "Closure report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           display WS-League-Line
           write Closure-Report-Record from WS-League-Line
           .
       2000-Read-and-Process.
           read Closure-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   evaluate true
                       when CT-Closure
                           perform 3000-Close-Venue
                       when CT-Approve
                           perform 4000-Approve-Makeup
                       when other
                           display "Invalid record type: "
                               CT-Record-Type
                           add 1 to WS-Reject-Count
                   end-evaluate
           end-read
           .
       3000-Close-Venue.
           if CT-Venue = spaces or CT-From-Date = spaces
               display "Rejected, closure needs a venue and a "
                   "from date"
               add 1 to WS-Reject-Count
           else
               move CT-Venue to WS-Sql-Venue
               move CT-From-Date to WS-Sql-From-Date
               if CT-To-Date = spaces
                   move CT-From-Date to WS-Sql-To-Date
               else
                   move CT-To-Date to WS-Sql-To-Date
               end-if
               move CT-Reason to WS-Sql-Reason
               if WS-Sql-To-Date < WS-Sql-From-Date
                   display "Rejected, closure ends before it starts, "
                       CT-Venue
                   add 1 to WS-Reject-Count
               else
                   perform 3100-Record-Closure
               end-if
           end-if
           .
       3100-Record-Closure.
           EXEC SQL
               SELECT COALESCE(MAX(CLOSURE_ID), 0) + 1
                   INTO :WS-Sql-Closure-Id
                   FROM LABSCHEMA.VENUE_CLOSURE
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.VENUE_CLOSURE
                       (CLOSURE_ID,
                        VENUE,
                        FROM_DATE,
                        TO_DATE,
                        REASON,
                        CLOSE_TIMESTAMP)
                VALUES (:WS-Sql-Closure-Id,
                        :WS-Sql-Venue,
                        :WS-Sql-From-Date,
                        :WS-Sql-To-Date,
                        :WS-Sql-Reason,
                        CURRENT TIMESTAMP)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           move WS-Sql-Venue to OUT-Close-Venue
           move WS-Sql-From-Date to OUT-Close-From
           move WS-Sql-To-Date to OUT-Close-To
           move WS-Sql-Reason to OUT-Close-Reason
           display WS-Closure-Line
           write Closure-Report-Record from WS-Closure-Line

      *    Every live fixture at the venue inside the closure.
           EXEC SQL DECLARE VCL_CLOSE_CUR CURSOR FOR
               SELECT FIXTURE_ID,
                      CHAR(FIXTURE_DATE),
                      TIMESLOT,
                      HOME_TEAM_ID,
                      AWAY_TEAM_ID,
                      TOURNAMENT_ID
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE VENUE = :WS-Sql-Venue
                     AND FIXTURE_DATE BETWEEN DATE(:WS-Sql-From-Date)
                                          AND DATE(:WS-Sql-To-Date)
                     AND COALESCE(SCHED_STATUS, ' ') <> 'P'
                     AND LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY FIXTURE_DATE, TIMESLOT
           END-EXEC
           move zero to WS-Fix-Count
           move "N" to WS-Fixture-Eof-Sw
           EXEC SQL OPEN VCL_CLOSE_CUR END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           perform 3200-Fetch-Closed-Fixture
               until Fixture-Eof
           EXEC SQL CLOSE VCL_CLOSE_CUR END-EXEC

           move 1 to WS-Fix-Sub
           perform 3300-Postpone-Fixture
               until WS-Fix-Sub > WS-Fix-Count
           EXEC SQL COMMIT END-EXEC
           add 1 to WS-Closure-Count
           .
       3200-Fetch-Closed-Fixture.
           EXEC SQL FETCH VCL_CLOSE_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Home-Team-Id,
                    :WS-Sql-Away-Team-Id,
                    :WS-Sql-Tournament-Id :WS-Sql-Tournament-Ind
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Fix-Count < 300
                       add 1 to WS-Fix-Count
                       move WS-Sql-Fixture-Id
                           to FX-Fixture-Id (WS-Fix-Count)
                       move WS-Sql-Fixture-Date
                           to FX-Fixture-Date (WS-Fix-Count)
                       move WS-Sql-Timeslot
                           to FX-Timeslot (WS-Fix-Count)
                       move WS-Sql-Home-Team-Id
                           to FX-Home-Team-Id (WS-Fix-Count)
                       move WS-Sql-Away-Team-Id
                           to FX-Away-Team-Id (WS-Fix-Count)
                       if WS-Sql-Tournament-Ind < zero
                           move "N" to FX-Tourn-Sw (WS-Fix-Count)
                       else
                           move "Y" to FX-Tourn-Sw (WS-Fix-Count)
                       end-if
                   else
                       display "Closure fixture table full, FIXTURE_ID "
                           WS-Sql-Fixture-Id " left as scheduled"
                   end-if
               when SQLCODE = 100
                   set Fixture-Eof to true
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           end-evaluate
           .
       3300-Postpone-Fixture.
           move FX-Fixture-Id (WS-Fix-Sub) to WS-Sql-Fixture-Id
           move FX-Fixture-Date (WS-Fix-Sub) to WS-Sql-Old-Date
           move FX-Home-Team-Id (WS-Fix-Sub) to WS-Sql-Home-Team-Id
           move FX-Away-Team-Id (WS-Fix-Sub) to WS-Sql-Away-Team-Id
           EXEC SQL
                UPDATE LABSCHEMA.GAME_SCHEDULE
                SET SCHED_STATUS = 'P'
                WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           move "P" to WS-Sql-Change-Type
           perform 6800-Log-Schedule-Change

           if FX-Tourn-Sw (WS-Fix-Sub) = "Y"
               move "T" to WS-Sql-Makeup-Status
           else
               move "O" to WS-Sql-Makeup-Status
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.CLOSURE_FIXTURE
                       (CLOSURE_ID,
                        FIXTURE_ID,
                        MAKEUP_STATUS,
                        PROPOSED_DATE,
                        PROPOSED_TIMESLOT,
                        PROPOSED_VENUE,
                        MAKEUP_FIXTURE_ID)
                VALUES (:WS-Sql-Closure-Id,
                        :WS-Sql-Fixture-Id,
                        :WS-Sql-Makeup-Status,
                        NULL,
                        NULL,
                        NULL,
                        NULL)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           move FX-Fixture-Id (WS-Fix-Sub) to OUT-Post-Fixture-Id
           move FX-Fixture-Date (WS-Fix-Sub) to OUT-Post-Date
           move FX-Timeslot (WS-Fix-Sub) to OUT-Post-Time
           display WS-Postponed-Line
           write Closure-Report-Record from WS-Postponed-Line
           add 1 to WS-Postpone-Count
           add 1 to WS-Fix-Sub
           .
       4000-Approve-Makeup.
           move CT-Fixture-Id to WS-Sql-Fixture-Id
           EXEC SQL
               SELECT CHAR(F.PROPOSED_DATE),
                      F.PROPOSED_TIMESLOT,
                      F.PROPOSED_VENUE,
                      CHAR(G.FIXTURE_DATE),
                      G.HOME_TEAM_ID,
                      G.AWAY_TEAM_ID
                   INTO :WS-Sql-Cand-Date,
                        :WS-Sql-Timeslot,
                        :WS-Sql-Venue,
                        :WS-Sql-Old-Date,
                        :WS-Sql-Home-Team-Id,
                        :WS-Sql-Away-Team-Id
                   FROM LABSCHEMA.CLOSURE_FIXTURE F
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = F.FIXTURE_ID
                   WHERE F.FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND F.MAKEUP_STATUS = 'P'
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no make-up proposed in this "
                       "league for FIXTURE_ID " CT-Fixture-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when other
                   perform 5300-Check-Candidate
                   if Slot-Ok
                       perform 4100-Apply-Makeup
                   else
                       perform 4200-Reopen-Proposal
                   end-if
           end-evaluate
           .
       4100-Apply-Makeup.
      *    The make-up fixture, its officials, the change log row and
      *    the closure record all go in one unit of work.
           EXEC SQL
               SELECT COALESCE(MAX(FIXTURE_ID), 0) + 1
                   INTO :WS-Sql-New-Fixture-Id
                   FROM LABSCHEMA.GAME_SCHEDULE
           END-EXEC
           if SQLCODE not equal zero
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
                        LEAGUE_ID)
                VALUES (:WS-Sql-New-Fixture-Id,
                        :WS-Sql-Cand-Date,
                        :WS-Sql-Timeslot,
                        :WS-Sql-Home-Team-Id,
                        :WS-Sql-Away-Team-Id,
                        :WS-Sql-Venue,
                        'A',
                        :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.REFEREE_ASSIGN
                       (FIXTURE_ID,
                        REFEREE_ID)
                SELECT :WS-Sql-New-Fixture-Id,
                       A.REFEREE_ID
                    FROM LABSCHEMA.REFEREE_ASSIGN A
                    WHERE A.FIXTURE_ID = :WS-Sql-Fixture-Id
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           move "R" to WS-Sql-Change-Type
           perform 6800-Log-Schedule-Change

           EXEC SQL
                UPDATE LABSCHEMA.CLOSURE_FIXTURE
                SET MAKEUP_STATUS = 'A',
                    MAKEUP_FIXTURE_ID = :WS-Sql-New-Fixture-Id
                WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                  AND MAKEUP_STATUS = 'P'
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC
           display "Make-up applied, FIXTURE_ID " CT-Fixture-Id
               " now " WS-Sql-Cand-Date " " WS-Sql-Timeslot
               " " WS-Sql-Venue
           add 1 to WS-Approve-Count
           .
       4200-Reopen-Proposal.
           EXEC SQL
                UPDATE LABSCHEMA.CLOSURE_FIXTURE
                SET MAKEUP_STATUS = 'O',
                    PROPOSED_DATE = NULL,
                    PROPOSED_TIMESLOT = NULL,
                    PROPOSED_VENUE = NULL
                WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                  AND MAKEUP_STATUS = 'P'
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC
           display "Rejected, proposed make-up no longer free, "
               "FIXTURE_ID " CT-Fixture-Id " proposed again"
           add 1 to WS-Reject-Count
           .
       5000-Propose-Makeups.
      *    Every league fixture still waiting for a make-up date.
           EXEC SQL DECLARE VCL_OPEN_CUR CURSOR FOR
               SELECT F.FIXTURE_ID,
                      F.CLOSURE_ID,
                      CHAR(G.FIXTURE_DATE),
                      G.TIMESLOT,
                      G.HOME_TEAM_ID,
                      G.AWAY_TEAM_ID,
                      CHAR(C.TO_DATE)
                   FROM LABSCHEMA.CLOSURE_FIXTURE F
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = F.FIXTURE_ID
                   JOIN LABSCHEMA.VENUE_CLOSURE C
                     ON C.CLOSURE_ID = F.CLOSURE_ID
                   WHERE F.MAKEUP_STATUS = 'O'
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY G.FIXTURE_DATE, G.TIMESLOT, F.FIXTURE_ID
           END-EXEC
           move zero to WS-Fix-Count
           move "N" to WS-Fixture-Eof-Sw
           EXEC SQL OPEN VCL_OPEN_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5050-Fetch-Open-Fixture
               until Fixture-Eof
           EXEC SQL CLOSE VCL_OPEN_CUR END-EXEC

           move 1 to WS-Fix-Sub
           perform 5100-Propose-One-Fixture
               until WS-Fix-Sub > WS-Fix-Count
           .
       5050-Fetch-Open-Fixture.
           EXEC SQL FETCH VCL_OPEN_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Closure-Id,
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Home-Team-Id,
                    :WS-Sql-Away-Team-Id,
                    :WS-Sql-To-Date
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Fix-Count < 300
                       add 1 to WS-Fix-Count
                       move WS-Sql-Fixture-Id
                           to FX-Fixture-Id (WS-Fix-Count)
                       move WS-Sql-Closure-Id
                           to FX-Closure-Id (WS-Fix-Count)
                       move WS-Sql-Fixture-Date
                           to FX-Fixture-Date (WS-Fix-Count)
                       move WS-Sql-Timeslot
                           to FX-Timeslot (WS-Fix-Count)
                       move WS-Sql-Home-Team-Id
                           to FX-Home-Team-Id (WS-Fix-Count)
                       move WS-Sql-Away-Team-Id
                           to FX-Away-Team-Id (WS-Fix-Count)
                       move WS-Sql-To-Date
                           to FX-To-Date (WS-Fix-Count)
                   else
                       display "Proposal table full, FIXTURE_ID "
                           WS-Sql-Fixture-Id " waits for next run"
                   end-if
               when SQLCODE = 100
                   set Fixture-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       5100-Propose-One-Fixture.
           move FX-Fixture-Id (WS-Fix-Sub) to WS-Sql-Fixture-Id
           move FX-Home-Team-Id (WS-Fix-Sub) to WS-Sql-Home-Team-Id
           move FX-Away-Team-Id (WS-Fix-Sub) to WS-Sql-Away-Team-Id
           move "N" to WS-Proposal-Found-Sw
           move 1 to WS-Week-Sub
           perform 5200-Try-Week
               until Proposal-Found
                  or WS-Week-Sub > WS-Search-Weeks
           if Proposal-Found
               EXEC SQL
                    UPDATE LABSCHEMA.CLOSURE_FIXTURE
                    SET MAKEUP_STATUS = 'P',
                        PROPOSED_DATE = :WS-Sql-Cand-Date,
                        PROPOSED_TIMESLOT = :WS-Sql-Timeslot,
                        PROPOSED_VENUE = :WS-Sql-Venue
                    WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                      AND MAKEUP_STATUS = 'O'
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Propose-Count
           else
               add 1 to WS-No-Slot-Count
           end-if
           add 1 to WS-Fix-Sub
           .
       5200-Try-Week.
      *    Same weekday, WS-Week-Sub weeks on, once the venue is open
      *    again and never in the past.
           compute WS-Sql-Day-Offset = WS-Week-Sub * 7
           move FX-Fixture-Date (WS-Fix-Sub) to WS-Sql-Fixture-Date
           EXEC SQL
               SELECT CHAR(DATE(:WS-Sql-Fixture-Date) +
                           :WS-Sql-Day-Offset DAYS)
                   INTO :WS-Sql-Cand-Date
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Cand-Date > FX-To-Date (WS-Fix-Sub)
               and WS-Sql-Cand-Date not less than WS-Sql-Today
               move zero to WS-Slot-Sub
               perform 5250-Try-Slot
                   until Proposal-Found
                      or WS-Slot-Sub not less than WS-Slot-Count
           end-if
           add 1 to WS-Week-Sub
           .
       5250-Try-Slot.
           add 1 to WS-Slot-Sub
           move SL-Venue (WS-Slot-Sub) to WS-Sql-Venue
           move SL-Timeslot (WS-Slot-Sub) to WS-Sql-Timeslot
           perform 5300-Check-Candidate
           if Slot-Ok
               set Proposal-Found to true
           end-if
           .
       5300-Check-Candidate.
      *    WS-Sql-Cand-Date, -Timeslot and -Venue against closures,
      *    the venue, both teams and the original officials. Pending
      *    proposals hold their slot just as live fixtures do; the
      *    fixture's own proposal does not count against it.
           move "Y" to WS-Slot-Ok-Sw
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.VENUE_CLOSURE
                   WHERE VENUE = :WS-Sql-Venue
                     AND DATE(:WS-Sql-Cand-Date)
                         BETWEEN FROM_DATE AND TO_DATE
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               move "N" to WS-Slot-Ok-Sw
           end-if
           if Slot-Ok
               perform 5400-Check-Venue-Free
           end-if
           if Slot-Ok
               perform 5500-Check-Teams-Free
           end-if
           if Slot-Ok
               perform 5600-Check-Officials-Free
           end-if
           .
       5400-Check-Venue-Free.
           EXEC SQL
               SELECT (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_SCHEDULE G
                           WHERE G.FIXTURE_DATE =
                                     DATE(:WS-Sql-Cand-Date)
                             AND G.TIMESLOT = :WS-Sql-Timeslot
                             AND G.VENUE = :WS-Sql-Venue
                             AND COALESCE(G.SCHED_STATUS, ' ') <> 'P')
                    + (SELECT COUNT(*)
                           FROM LABSCHEMA.PRACTICE_SLOT P
                           WHERE P.PRACTICE_DATE =
                                     DATE(:WS-Sql-Cand-Date)
                             AND P.TIMESLOT = :WS-Sql-Timeslot
                             AND P.VENUE = :WS-Sql-Venue)
                    + (SELECT COUNT(*)
                           FROM LABSCHEMA.CLOSURE_FIXTURE F
                           WHERE F.MAKEUP_STATUS = 'P'
                             AND F.PROPOSED_DATE =
                                     DATE(:WS-Sql-Cand-Date)
                             AND F.PROPOSED_TIMESLOT = :WS-Sql-Timeslot
                             AND F.PROPOSED_VENUE = :WS-Sql-Venue
                             AND F.FIXTURE_ID <> :WS-Sql-Fixture-Id)
                   INTO :WS-Sql-Count
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               move "N" to WS-Slot-Ok-Sw
           end-if
           .
       5500-Check-Teams-Free.
           EXEC SQL
               SELECT (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_SCHEDULE G
                           WHERE G.FIXTURE_DATE =
                                     DATE(:WS-Sql-Cand-Date)
                             AND G.TIMESLOT = :WS-Sql-Timeslot
                             AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                             AND (G.HOME_TEAM_ID IN
                                     (:WS-Sql-Home-Team-Id,
                                      :WS-Sql-Away-Team-Id)
                               OR G.AWAY_TEAM_ID IN
                                     (:WS-Sql-Home-Team-Id,
                                      :WS-Sql-Away-Team-Id)))
                    + (SELECT COUNT(*)
                           FROM LABSCHEMA.CLOSURE_FIXTURE F
                           JOIN LABSCHEMA.GAME_SCHEDULE G2
                             ON G2.FIXTURE_ID = F.FIXTURE_ID
                           WHERE F.MAKEUP_STATUS = 'P'
                             AND F.PROPOSED_DATE =
                                     DATE(:WS-Sql-Cand-Date)
                             AND F.PROPOSED_TIMESLOT = :WS-Sql-Timeslot
                             AND F.FIXTURE_ID <> :WS-Sql-Fixture-Id
                             AND (G2.HOME_TEAM_ID IN
                                     (:WS-Sql-Home-Team-Id,
                                      :WS-Sql-Away-Team-Id)
                               OR G2.AWAY_TEAM_ID IN
                                     (:WS-Sql-Home-Team-Id,
                                      :WS-Sql-Away-Team-Id)))
                   INTO :WS-Sql-Count
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               move "N" to WS-Slot-Ok-Sw
           end-if
           .
       5600-Check-Officials-Free.
      *    Officials on the original game who are not available for
      *    the candidate slot, or are already working in it - OFFASGN's
      *    two rules - or are on another pending proposal there.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.REFEREE_ASSIGN A
                   WHERE A.FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND (NOT EXISTS
                           (SELECT 1
                                FROM LABSCHEMA.REFEREE_AVAIL V
                                WHERE V.REFEREE_ID = A.REFEREE_ID
                                  AND V.AVAIL_DATE =
                                          DATE(:WS-Sql-Cand-Date)
                                  AND V.TIMESLOT = :WS-Sql-Timeslot)
                       OR EXISTS
                           (SELECT 1
                                FROM LABSCHEMA.REFEREE_ASSIGN A2
                                JOIN LABSCHEMA.GAME_SCHEDULE G2
                                  ON G2.FIXTURE_ID = A2.FIXTURE_ID
                                WHERE A2.REFEREE_ID = A.REFEREE_ID
                                  AND G2.FIXTURE_DATE =
                                          DATE(:WS-Sql-Cand-Date)
                                  AND G2.TIMESLOT = :WS-Sql-Timeslot
                                  AND COALESCE(G2.SCHED_STATUS, ' ')
                                      <> 'P')
                       OR EXISTS
                           (SELECT 1
                                FROM LABSCHEMA.CLOSURE_FIXTURE F
                                JOIN LABSCHEMA.REFEREE_ASSIGN A3
                                  ON A3.FIXTURE_ID = F.FIXTURE_ID
                                WHERE A3.REFEREE_ID = A.REFEREE_ID
                                  AND F.MAKEUP_STATUS = 'P'
                                  AND F.PROPOSED_DATE =
                                          DATE(:WS-Sql-Cand-Date)
                                  AND F.PROPOSED_TIMESLOT =
                                          :WS-Sql-Timeslot
                                  AND F.FIXTURE_ID <>
                                          :WS-Sql-Fixture-Id))
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               move "N" to WS-Slot-Ok-Sw
           end-if
           .
       6800-Log-Schedule-Change.
      *    SCHEDMNT's change log, in the caller's unit of work. A
      *    postponement carries no make-up details; a make-up carries
      *    its new FIXTURE_ID so TEAMICS can follow it back to the
      *    original fixture.
           EXEC SQL
               SELECT COALESCE(MAX(CHANGE_ID), 0) + 1
                   INTO :WS-Sql-Change-Id
                   FROM LABSCHEMA.SCHED_CHANGE_LOG
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           if WS-Sql-Change-Type = "P"
               EXEC SQL
                    INSERT INTO LABSCHEMA.SCHED_CHANGE_LOG
                           (CHANGE_ID,
                            FIXTURE_ID,
                            CHANGE_TYPE,
                            HOME_TEAM_ID,
                            AWAY_TEAM_ID,
                            OLD_DATE,
                            NEW_DATE,
                            NEW_TIMESLOT,
                            NEW_VENUE,
                            CHANGE_TIMESTAMP)
                    VALUES (:WS-Sql-Change-Id,
                            :WS-Sql-Fixture-Id,
                            :WS-Sql-Change-Type,
                            :WS-Sql-Home-Team-Id,
                            :WS-Sql-Away-Team-Id,
                            :WS-Sql-Old-Date,
                            NULL,
                            NULL,
                            NULL,
                            CURRENT TIMESTAMP)
               END-EXEC
           else
               EXEC SQL
                    INSERT INTO LABSCHEMA.SCHED_CHANGE_LOG
                           (CHANGE_ID,
                            FIXTURE_ID,
                            CHANGE_TYPE,
                            HOME_TEAM_ID,
                            AWAY_TEAM_ID,
                            OLD_DATE,
                            NEW_DATE,
                            NEW_TIMESLOT,
                            NEW_VENUE,
                            NEW_FIXTURE_ID,
                            CHANGE_TIMESTAMP)
                    VALUES (:WS-Sql-Change-Id,
                            :WS-Sql-Fixture-Id,
                            :WS-Sql-Change-Type,
                            :WS-Sql-Home-Team-Id,
                            :WS-Sql-Away-Team-Id,
                            :WS-Sql-Old-Date,
                            :WS-Sql-Cand-Date,
                            :WS-Sql-Timeslot,
                            :WS-Sql-Venue,
                            :WS-Sql-New-Fixture-Id,
                            CURRENT TIMESTAMP)
               END-EXEC
           end-if
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           .
       7000-Print-Proposals.
      *    Everything the league office still has to act on: new and
      *    earlier proposals, fixtures no slot could be found for,
      *    and tournament games left to the tournament director.
           EXEC SQL DECLARE VCL_PROP_CUR CURSOR FOR
               SELECT F.FIXTURE_ID,
                      F.MAKEUP_STATUS,
                      CHAR(G.FIXTURE_DATE),
                      COALESCE(TH.TEAM_NAME, ' '),
                      COALESCE(TA.TEAM_NAME, ' '),
                      CHAR(F.PROPOSED_DATE),
                      F.PROPOSED_TIMESLOT,
                      F.PROPOSED_VENUE
                   FROM LABSCHEMA.CLOSURE_FIXTURE F
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = F.FIXTURE_ID
                   LEFT JOIN LABSCHEMA.TEAMS TH
                     ON TH.TEAM_ID = G.HOME_TEAM_ID
                   LEFT JOIN LABSCHEMA.TEAMS TA
                     ON TA.TEAM_ID = G.AWAY_TEAM_ID
                   WHERE F.MAKEUP_STATUS IN ('O', 'P', 'T')
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY G.FIXTURE_DATE, G.TIMESLOT, F.FIXTURE_ID
           END-EXEC
           display WS-Heading-Line
           write Closure-Report-Record from WS-Heading-Line
           move "N" to WS-Fixture-Eof-Sw
           EXEC SQL OPEN VCL_PROP_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 7100-Print-One-Proposal
               until Fixture-Eof
           EXEC SQL CLOSE VCL_PROP_CUR END-EXEC
           .
       7100-Print-One-Proposal.
           EXEC SQL FETCH VCL_PROP_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Makeup-Status,
                    :WS-Sql-Old-Date,
                    :WS-Sql-Home-Name,
                    :WS-Sql-Away-Name,
                    :WS-Sql-Prop-Date :WS-Sql-Prop-Date-Ind,
                    :WS-Sql-Prop-Timeslot :WS-Sql-Prop-Slot-Ind,
                    :WS-Sql-Prop-Venue :WS-Sql-Prop-Venue-Ind
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Fixture-Id to OUT-Prop-Fixture-Id
                   move WS-Sql-Home-Name to OUT-Prop-Home
                   move WS-Sql-Away-Name to OUT-Prop-Away
                   move WS-Sql-Old-Date to OUT-Prop-Old-Date
                   evaluate true
                       when WS-Sql-Makeup-Status = "T"
                           move "TOURNAMENT GAME - NOT PROPOSED"
                               to OUT-Prop-Detail
                       when WS-Sql-Makeup-Status = "O"
                           or WS-Sql-Prop-Date-Ind < zero
                           move "NO FREE SLOT FOUND"
                               to OUT-Prop-Detail
                       when other
                           move WS-Sql-Prop-Date to OUT-Makeup-Date
                           move WS-Sql-Prop-Timeslot
                               to OUT-Makeup-Time
                           move WS-Sql-Prop-Venue to OUT-Makeup-Venue
                           move WS-Makeup-Detail to OUT-Prop-Detail
                   end-evaluate
                   display WS-Proposal-Line
                   write Closure-Report-Record from WS-Proposal-Line
               when SQLCODE = 100
                   set Fixture-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       8000-Close-Files.
           close Closure-Trans-File
           close Closure-Report-File
           .
       8100-Display-Totals.
           display "VENCLOSE - venue closure run complete"
           display "Transactions read:    " WS-Read-Count
           display "Venues closed:        " WS-Closure-Count
           display "Fixtures postponed:   " WS-Postpone-Count
           display "Make-ups applied:     " WS-Approve-Count
           display "Make-ups proposed:    " WS-Propose-Count
           display "No slot found:        " WS-No-Slot-Count
           display "Rows rejected:        " WS-Reject-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
