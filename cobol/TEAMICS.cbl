       Identification Division.
      **********************************************************************
      * Per-team iCalendar schedule export. Families used to copy
      * the SCHEDLST fixture list into their phones by hand and
      * miss every reschedule; this job writes one calendar per
      * team off LABSCHEMA.GAME_SCHEDULE that a phone can subscribe
      * to, shipped through the website publishing path alongside
      * WEBFEED's stats feed. File WEBFEED2 is tagged fixed-format
      * like WEBFEED1:
      *   HDR - generation timestamp and league name
      *   CAL - start of a team's calendar (team id and name); the
      *         website writes the ICS lines that follow, up to the
      *         next CAL, to that team's .ics file
      *   ICS - one iCalendar content line, folded at 75 bytes
      *         with continuation lines starting in a space
      *   TRL - calendar, event and ICS line counts and the total
      *         record count, so the website can reject a partial
      *         file.
      * Each fixture from 30 days back on is one event: the date
      * and timeslot, the venue with its LABSCHEMA.VENUE_ADDRESS
      * street address (VENUMNT), and the opponent. A timeslot that
      * is not HH:MM makes an all-day event.
      * The event's UID never changes for the life of the fixture.
      * A SCHEDMNT reschedule or a VENCLOSE make-up adds a new
      * fixture; its 'R' row on LABSCHEMA.SCHED_CHANGE_LOG carries
      * the new FIXTURE_ID, and the make-up inherits the UID of the
      * fixture it replaced, back to the first in the chain, so the
      * family's existing entry moves instead of a second one
      * appearing. SEQUENCE counts the change log rows behind the
      * event, so every change goes out as a newer version. A
      * postponement still waiting on its make-up and a SCHEDMNT
      * delete go out as STATUS:CANCELLED on the same UID.
      * SYSIN card 1 names the league; only its teams get a
      * calendar, and the HDR record carries its name.
      * SYSIN card 2: columns 1-3 the game length in minutes
      * for the event end (default 060), columns 5-44 the domain
      * the UIDs are qualified with (default LAB.APPL).
      **********************************************************************
       Program-ID. TEAMICS.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Feed-File assign to WEBFEED2
               file status is WS-Feed-File-Status.

       Data Division.
       File Section.
       FD  Feed-File
           recording mode f.
       01  Feed-Record              pic x(90).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Feed-File-Status    pic x(02).
           88  Feed-File-OK           value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-End-of-Fixtures-Sw  pic x value "N".
           88  End-of-Fixtures        value "Y".
       01  WS-Original-Found-Sw   pic x value "N".
           88  Original-Found         value "Y".

       01  WS-Parm-Card           pic x(80).
       01  WS-Parm-Fields redefines WS-Parm-Card.
           05  PARM-Game-Minutes       pic x(03).
           05  PARM-Game-Minutes-Num redefines PARM-Game-Minutes
                                       pic 9(03).
           05  filler                  pic x(01).
           05  PARM-Uid-Domain         pic x(40).
           05  filler                  pic x(36).
       01  WS-Game-Minutes        pic s9(05) comp value 60.
       01  WS-Uid-Domain          pic x(40) value "LAB.APPL".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Address         pic x(80).
       01  WS-Sql-Home-Away       pic x(01).
           88  Playing-At-Home        value "H".
       01  WS-Sql-Opponent-Name   pic x(100).
       01  WS-Sql-Sched-Status    pic x(01).
       01  WS-Sql-Utc-Stamp       pic x(26).
       01  WS-Sql-Chain-Id        pic s9(09) comp.
       01  WS-Sql-Prior-Id        pic s9(09) comp.
       01  WS-Sql-Change-Count    pic s9(09) comp.

      * Event being written.
       01  WS-Event-Status        pic x(01).
           88  Event-Live             value "A".
           88  Event-Postponed        value "P".
           88  Event-Deleted          value "D".
       01  WS-Root-Fixture-Id     pic 9(09).
       01  WS-Sequence            pic s9(05) comp.
       01  WS-Chain-Hops          pic s9(05) comp.
       01  WS-Sequence-Edit       pic zzzz9.
       01  WS-Lead-Count          pic s9(05) comp.
       01  WS-Dtstamp             pic x(16).
       01  WS-Event-Date          pic x(08).
       01  WS-Slot-Work.
           05  WS-Slot-Hour            pic 9(02).
           05  WS-Slot-Colon           pic x(01).
           05  WS-Slot-Minute          pic 9(02).
       01  WS-Start-Minutes       pic s9(05) comp.
       01  WS-End-Minutes         pic s9(05) comp.
       01  WS-End-Hour            pic 9(02).
       01  WS-End-Minute          pic 9(02).

      * iCalendar content line under construction, escaped text
      * appended a byte at a time, written folded at 75 bytes.
       01  WS-Ics-Line            pic x(600).
       01  WS-Ics-Ptr             pic s9(05) comp.
       01  WS-Ics-Len             pic s9(05) comp.
       01  WS-Fold-Pos            pic s9(05) comp.
       01  WS-Fold-Len            pic s9(05) comp.
       01  WS-Esc-Source          pic x(100).
       01  WS-Esc-Len             pic s9(05) comp.
       01  WS-Esc-Ix              pic s9(05) comp.
       01  WS-Esc-Char            pic x(01).

       01  WS-Cal-Count           pic s9(07) packed-decimal value zero.
       01  WS-Event-Count         pic s9(07) packed-decimal value zero.
       01  WS-Cancel-Count        pic s9(07) packed-decimal value zero.
       01  WS-Ics-Count           pic s9(07) packed-decimal value zero.
       01  WS-Total-Count         pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Stamp-Date          pic 9(08).
       01  WS-Stamp-Time          pic 9(08).

       01  WS-Header-Record.
           05  filler              pic x(03) value "HDR".
           05  HDR-Gen-Date        pic 9(08).
           05  HDR-Gen-Time        pic 9(06).
           05  HDR-League-Name     pic x(60).
       01  WS-Calendar-Record.
           05  filler              pic x(03) value "CAL".
           05  CAL-Team-Id         pic 9(09).
           05  CAL-Team-Name       pic x(60).
       01  WS-Ics-Record.
           05  filler              pic x(03) value "ICS".
           05  ICS-Team-Id         pic 9(09).
           05  ICS-Text            pic x(75).
       01  WS-Trailer-Record.
           05  filler              pic x(03) value "TRL".
           05  TRL-Cal-Count       pic 9(07).
           05  TRL-Event-Count     pic 9(07).
           05  TRL-Ics-Count       pic 9(07).
           05  TRL-Total-Count     pic 9(07).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           open output Feed-File
           if not Feed-File-OK
               display "Feed file open error: " WS-Feed-File-Status
               move 12 to return-code
               goback
           end-if

           perform 1000-Write-Header

           EXEC SQL DECLARE ICS_TEAM_CUR CURSOR FOR
               SELECT TEAM_ID,
                      TEAM_NAME
                   FROM LABSCHEMA.TEAMS
                   WHERE LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY TEAM_ID
           END-EXEC
           EXEC SQL OPEN ICS_TEAM_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2000-Fetch-Team
               until End-of-Data
           EXEC SQL CLOSE ICS_TEAM_CUR END-EXEC

           perform 5000-Write-Trailer
           close Feed-File
           display "TEAMICS - team calendar export complete"
           display "Team calendars:      " WS-Cal-Count
           display "Events:              " WS-Event-Count
           display "Cancelled events:    " WS-Cancel-Count
           display "ICS lines:           " WS-Ics-Count
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
           accept WS-Parm-Card
           if PARM-Game-Minutes is numeric
               and PARM-Game-Minutes-Num > zero
               move PARM-Game-Minutes-Num to WS-Game-Minutes
           end-if
           if PARM-Uid-Domain not equal spaces
               move PARM-Uid-Domain to WS-Uid-Domain
           end-if
           .
       1000-Write-Header.
           accept WS-Stamp-Date from date yyyymmdd
           accept WS-Stamp-Time from time
           move WS-Stamp-Date to HDR-Gen-Date
           move WS-Stamp-Time (1:6) to HDR-Gen-Time
           move WS-League-Name to HDR-League-Name
           write Feed-Record from WS-Header-Record
           add 1 to WS-Total-Count
      *    DTSTAMP is in UTC, one stamp for the whole run.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP - CURRENT TIMEZONE)
                   INTO :WS-Sql-Utc-Stamp
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           string WS-Sql-Utc-Stamp (1:4)
                  WS-Sql-Utc-Stamp (6:2)
                  WS-Sql-Utc-Stamp (9:2)
                  "T"
                  WS-Sql-Utc-Stamp (12:2)
                  WS-Sql-Utc-Stamp (15:2)
                  WS-Sql-Utc-Stamp (18:2)
                  "Z"
                  delimited by size
               into WS-Dtstamp
           end-string
           .
       2000-Fetch-Team.
           EXEC SQL FETCH ICS_TEAM_CUR
               INTO :WS-Sql-Team-Id,
                    :WS-Sql-Team-Name
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 3000-Write-Calendar
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3000-Write-Calendar.
           move WS-Sql-Team-Id to CAL-Team-Id
           move WS-Sql-Team-Name to CAL-Team-Name
           write Feed-Record from WS-Calendar-Record
           add 1 to WS-Cal-Count
           add 1 to WS-Total-Count
           move WS-Sql-Team-Id to ICS-Team-Id

           move "BEGIN:VCALENDAR" to WS-Esc-Source
           perform 7200-Put-Literal-Line
           move "VERSION:2.0" to WS-Esc-Source
           perform 7200-Put-Literal-Line
           move "PRODID:-//LAB.APPL//TEAMICS//EN" to WS-Esc-Source
           perform 7200-Put-Literal-Line
           move "CALSCALE:GREGORIAN" to WS-Esc-Source
           perform 7200-Put-Literal-Line
           move "METHOD:PUBLISH" to WS-Esc-Source
           perform 7200-Put-Literal-Line
           perform 7900-Start-Line
           string "X-WR-CALNAME:" delimited by size
               into WS-Ics-Line
               with pointer WS-Ics-Ptr
           end-string
           move WS-Sql-Team-Name to WS-Esc-Source
           perform 7100-Append-Escaped
           perform 7000-Put-Line

           perform 3100-Write-Fixture-Events
           perform 3500-Write-Deleted-Events

           move "END:VCALENDAR" to WS-Esc-Source
           perform 7200-Put-Literal-Line
           .
       3100-Write-Fixture-Events.
      *    A postponed fixture whose make-up has been added is carried
      *    by the make-up's event and is left out here.
           EXEC SQL DECLARE ICS_FIX_CUR CURSOR FOR
               SELECT G.FIXTURE_ID,
                      CHAR(G.FIXTURE_DATE, ISO),
                      G.TIMESLOT,
                      G.VENUE,
                      COALESCE(V.ADDRESS, ' '),
                      CASE WHEN G.HOME_TEAM_ID = :WS-Sql-Team-Id
                           THEN 'H' ELSE 'A' END,
                      COALESCE(O.TEAM_NAME, ' '),
                      COALESCE(G.SCHED_STATUS, 'A')
                   FROM LABSCHEMA.GAME_SCHEDULE G
                   LEFT JOIN LABSCHEMA.TEAMS O
                     ON O.TEAM_ID =
                        CASE WHEN G.HOME_TEAM_ID = :WS-Sql-Team-Id
                             THEN G.AWAY_TEAM_ID
                             ELSE G.HOME_TEAM_ID END
                   LEFT JOIN LABSCHEMA.VENUE_ADDRESS V
                     ON V.VENUE = G.VENUE
                   WHERE (G.HOME_TEAM_ID = :WS-Sql-Team-Id
                          OR G.AWAY_TEAM_ID = :WS-Sql-Team-Id)
                     AND G.FIXTURE_DATE >= CURRENT DATE - 30 DAYS
                     AND NOT (COALESCE(G.SCHED_STATUS, 'A') = 'P'
                              AND EXISTS
                                  (SELECT 1
                                       FROM LABSCHEMA.SCHED_CHANGE_LOG L
                                       WHERE L.FIXTURE_ID =
                                                 G.FIXTURE_ID
                                         AND L.CHANGE_TYPE = 'R'))
                   ORDER BY G.FIXTURE_DATE, G.TIMESLOT, G.FIXTURE_ID
           END-EXEC
           EXEC SQL OPEN ICS_FIX_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move "N" to WS-End-of-Fixtures-Sw
           perform 3150-Fetch-Fixture
               until End-of-Fixtures
           EXEC SQL CLOSE ICS_FIX_CUR END-EXEC
           .
       3150-Fetch-Fixture.
           EXEC SQL FETCH ICS_FIX_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Venue,
                    :WS-Sql-Address,
                    :WS-Sql-Home-Away,
                    :WS-Sql-Opponent-Name,
                    :WS-Sql-Sched-Status
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Sched-Status = "P"
                       set Event-Postponed to true
                   else
                       set Event-Live to true
                   end-if
                   perform 4000-Write-Event
               when SQLCODE = 100
                   set End-of-Fixtures to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3500-Write-Deleted-Events.
      *    A deleted fixture is only on the change log; it goes out
      *    cancelled on its old date, unless its FIXTURE_ID has since
      *    been given to a new fixture.
           EXEC SQL DECLARE ICS_DEL_CUR CURSOR FOR
               SELECT L.FIXTURE_ID,
                      CHAR(L.OLD_DATE, ISO),
                      CASE WHEN L.HOME_TEAM_ID = :WS-Sql-Team-Id
                           THEN 'H' ELSE 'A' END,
                      COALESCE(O.TEAM_NAME, ' ')
                   FROM LABSCHEMA.SCHED_CHANGE_LOG L
                   LEFT JOIN LABSCHEMA.TEAMS O
                     ON O.TEAM_ID =
                        CASE WHEN L.HOME_TEAM_ID = :WS-Sql-Team-Id
                             THEN L.AWAY_TEAM_ID
                             ELSE L.HOME_TEAM_ID END
                   WHERE L.CHANGE_TYPE = 'D'
                     AND (L.HOME_TEAM_ID = :WS-Sql-Team-Id
                          OR L.AWAY_TEAM_ID = :WS-Sql-Team-Id)
                     AND L.OLD_DATE >= CURRENT DATE - 30 DAYS
                     AND NOT EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.GAME_SCHEDULE G
                              WHERE G.FIXTURE_ID = L.FIXTURE_ID)
                   ORDER BY L.OLD_DATE, L.FIXTURE_ID
           END-EXEC
           EXEC SQL OPEN ICS_DEL_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move "N" to WS-End-of-Fixtures-Sw
           perform 3550-Fetch-Deleted
               until End-of-Fixtures
           EXEC SQL CLOSE ICS_DEL_CUR END-EXEC
           .
       3550-Fetch-Deleted.
           EXEC SQL FETCH ICS_DEL_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Home-Away,
                    :WS-Sql-Opponent-Name
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move spaces to WS-Sql-Timeslot
                                  WS-Sql-Venue
                                  WS-Sql-Address
                   set Event-Deleted to true
                   perform 4000-Write-Event
               when SQLCODE = 100
                   set End-of-Fixtures to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4000-Write-Event.
           perform 4100-Resolve-Uid
           add 1 to WS-Event-Count
           if not Event-Live
               add 1 to WS-Cancel-Count
           end-if

           move "BEGIN:VEVENT" to WS-Esc-Source
           perform 7200-Put-Literal-Line

           perform 7900-Start-Line
           string "UID:FIX" WS-Root-Fixture-Id "@"
                  delimited by size
                  WS-Uid-Domain delimited by space
               into WS-Ics-Line
               with pointer WS-Ics-Ptr
           end-string
           perform 7000-Put-Line

           move WS-Sequence to WS-Sequence-Edit
           move zero to WS-Lead-Count
           inspect WS-Sequence-Edit
               tallying WS-Lead-Count for leading spaces
           perform 7900-Start-Line
           string "SEQUENCE:" delimited by size
                  WS-Sequence-Edit (WS-Lead-Count + 1:)
                  delimited by size
               into WS-Ics-Line
               with pointer WS-Ics-Ptr
           end-string
           perform 7000-Put-Line

           perform 7900-Start-Line
           string "DTSTAMP:" WS-Dtstamp delimited by size
               into WS-Ics-Line
               with pointer WS-Ics-Ptr
           end-string
           perform 7000-Put-Line

           perform 4200-Write-Event-Times

           perform 7900-Start-Line
           evaluate true
               when Event-Postponed
                   string "SUMMARY:POSTPONED - " delimited by size
                       into WS-Ics-Line
                       with pointer WS-Ics-Ptr
                   end-string
               when Event-Deleted
                   string "SUMMARY:CANCELLED - " delimited by size
                       into WS-Ics-Line
                       with pointer WS-Ics-Ptr
                   end-string
               when other
                   string "SUMMARY:" delimited by size
                       into WS-Ics-Line
                       with pointer WS-Ics-Ptr
                   end-string
           end-evaluate
           move WS-Sql-Team-Name to WS-Esc-Source
           perform 7100-Append-Escaped
           if Playing-At-Home
               string " vs " delimited by size
                   into WS-Ics-Line
                   with pointer WS-Ics-Ptr
               end-string
           else
               string " at " delimited by size
                   into WS-Ics-Line
                   with pointer WS-Ics-Ptr
               end-string
           end-if
           move WS-Sql-Opponent-Name to WS-Esc-Source
           perform 7100-Append-Escaped
           perform 7000-Put-Line

           if WS-Sql-Venue not equal spaces
               perform 7900-Start-Line
               string "LOCATION:" delimited by size
                   into WS-Ics-Line
                   with pointer WS-Ics-Ptr
               end-string
               move WS-Sql-Venue to WS-Esc-Source
               perform 7100-Append-Escaped
               if WS-Sql-Address not equal spaces
                   string "\, " delimited by size
                       into WS-Ics-Line
                       with pointer WS-Ics-Ptr
                   end-string
                   move WS-Sql-Address to WS-Esc-Source
                   perform 7100-Append-Escaped
               end-if
               perform 7000-Put-Line
           end-if

           if Event-Live
               move "STATUS:CONFIRMED" to WS-Esc-Source
           else
               move "STATUS:CANCELLED" to WS-Esc-Source
           end-if
           perform 7200-Put-Literal-Line
           move "END:VEVENT" to WS-Esc-Source
           perform 7200-Put-Literal-Line
           .
       4100-Resolve-Uid.
      *    Walk the 'R' rows back from this fixture to the first in
      *    its chain, counting the change log rows on the way.
           move WS-Sql-Fixture-Id to WS-Sql-Chain-Id
           move zero to WS-Sequence
           move zero to WS-Chain-Hops
           move "Y" to WS-Original-Found-Sw
           perform 4150-Step-Back-One
               until not Original-Found
                   or WS-Chain-Hops > 50
           move WS-Sql-Chain-Id to WS-Root-Fixture-Id
           .
       4150-Step-Back-One.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Change-Count
                   FROM LABSCHEMA.SCHED_CHANGE_LOG
                   WHERE FIXTURE_ID = :WS-Sql-Chain-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           add WS-Sql-Change-Count to WS-Sequence

           EXEC SQL
               SELECT FIXTURE_ID
                   INTO :WS-Sql-Prior-Id
                   FROM LABSCHEMA.SCHED_CHANGE_LOG
                   WHERE CHANGE_TYPE    = 'R'
                     AND NEW_FIXTURE_ID = :WS-Sql-Chain-Id
                   ORDER BY CHANGE_ID
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Prior-Id to WS-Sql-Chain-Id
                   add 1 to WS-Chain-Hops
               when SQLCODE = 100
                   move "N" to WS-Original-Found-Sw
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4200-Write-Event-Times.
      *    Local times, no time zone: the league plays in one. The
      *    end is the start plus the game length, held to the same
      *    day.
           string WS-Sql-Fixture-Date (1:4)
                  WS-Sql-Fixture-Date (6:2)
                  WS-Sql-Fixture-Date (9:2)
                  delimited by size
               into WS-Event-Date
           end-string
           move WS-Sql-Timeslot to WS-Slot-Work
           if WS-Slot-Hour is numeric
               and WS-Slot-Colon = ":"
               and WS-Slot-Minute is numeric
               and WS-Slot-Hour < 24
               and WS-Slot-Minute < 60
               compute WS-Start-Minutes =
                   WS-Slot-Hour * 60 + WS-Slot-Minute
               compute WS-End-Minutes =
                   WS-Start-Minutes + WS-Game-Minutes
               if WS-End-Minutes > 1439
                   move 1439 to WS-End-Minutes
               end-if
               divide WS-End-Minutes by 60
                   giving WS-End-Hour
                   remainder WS-End-Minute
               perform 7900-Start-Line
               string "DTSTART:" WS-Event-Date "T"
                      WS-Slot-Hour WS-Slot-Minute "00"
                      delimited by size
                   into WS-Ics-Line
                   with pointer WS-Ics-Ptr
               end-string
               perform 7000-Put-Line
               perform 7900-Start-Line
               string "DTEND:" WS-Event-Date "T"
                      WS-End-Hour WS-End-Minute "00"
                      delimited by size
                   into WS-Ics-Line
                   with pointer WS-Ics-Ptr
               end-string
               perform 7000-Put-Line
           else
               perform 7900-Start-Line
               string "DTSTART;VALUE=DATE:" WS-Event-Date
                      delimited by size
                   into WS-Ics-Line
                   with pointer WS-Ics-Ptr
               end-string
               perform 7000-Put-Line
           end-if
           .
       5000-Write-Trailer.
           move WS-Cal-Count to TRL-Cal-Count
           move WS-Event-Count to TRL-Event-Count
           move WS-Ics-Count to TRL-Ics-Count
           add 1 to WS-Total-Count
           move WS-Total-Count to TRL-Total-Count
           write Feed-Record from WS-Trailer-Record
           .
       7000-Put-Line.
      *    RFC 5545 folding: the first 75 bytes, then 74 bytes at a
      *    time behind a leading space.
           compute WS-Ics-Len = WS-Ics-Ptr - 1
           move 1 to WS-Fold-Pos
           move 75 to WS-Fold-Len
           perform 7050-Put-Chunk
               until WS-Fold-Pos > WS-Ics-Len
           .
       7050-Put-Chunk.
           if WS-Fold-Pos + WS-Fold-Len - 1 > WS-Ics-Len
               compute WS-Fold-Len = WS-Ics-Len - WS-Fold-Pos + 1
           end-if
           move spaces to ICS-Text
           if WS-Fold-Pos = 1
               move WS-Ics-Line (1:WS-Fold-Len) to ICS-Text
           else
               move WS-Ics-Line (WS-Fold-Pos:WS-Fold-Len)
                   to ICS-Text (2:)
           end-if
           write Feed-Record from WS-Ics-Record
           add 1 to WS-Ics-Count
           add 1 to WS-Total-Count
           add WS-Fold-Len to WS-Fold-Pos
           move 74 to WS-Fold-Len
           .
       7100-Append-Escaped.
      *    TEXT values escape backslash, comma and semicolon; the
      *    trailing spaces of the field are dropped.
           move 100 to WS-Esc-Len
           perform 7150-Scan-Back-One
               until WS-Esc-Len = 1
                   or WS-Esc-Source (WS-Esc-Len:1) not equal space
           perform 7160-Append-Char
               varying WS-Esc-Ix from 1 by 1
               until WS-Esc-Ix > WS-Esc-Len
           .
       7150-Scan-Back-One.
           subtract 1 from WS-Esc-Len
           .
       7160-Append-Char.
           move WS-Esc-Source (WS-Esc-Ix:1) to WS-Esc-Char
           if WS-Esc-Char = "\" or WS-Esc-Char = ","
               or WS-Esc-Char = ";"
               move "\" to WS-Ics-Line (WS-Ics-Ptr:1)
               add 1 to WS-Ics-Ptr
           end-if
           move WS-Esc-Char to WS-Ics-Line (WS-Ics-Ptr:1)
           add 1 to WS-Ics-Ptr
           .
       7200-Put-Literal-Line.
      *    A fixed line with nothing to escape, from WS-Esc-Source.
           perform 7900-Start-Line
           string WS-Esc-Source delimited by space
               into WS-Ics-Line
               with pointer WS-Ics-Ptr
           end-string
           perform 7000-Put-Line
           .
       7900-Start-Line.
           move spaces to WS-Ics-Line
           move 1 to WS-Ics-Ptr
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
