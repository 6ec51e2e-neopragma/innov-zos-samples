       Identification Division.
      **********************************************************************
      * Weekly unload of the league and finance tables - PLAYERS,
      * TEAMS, THROWS, THROWS_GAME, GAME_SCHEDULE, INVOICE and PAYMENT
      * - each to its own sequential backup (a GDG generation, fixed
      * 120-byte display layouts, the AUDARCH way). Every backup ends
      * with a control record: the table name, the row count, a hash
      * total and the unload timestamp. The hash totals are
      *   PLAYERS        - PLAYER_ID plus TEAM_ID
      *   TEAMS          - TEAM_ID plus DIVISION_ID
      *   THROWS         - games, attempts, completed, three-pointers
      *   THROWS_GAME    - attempts, completed, three-pointers
      *   GAME_SCHEDULE  - FIXTURE_ID plus both team ids
      *   INVOICE        - AMOUNT_DUE plus AMOUNT_PAID
      *   PAYMENT        - AMOUNT
      * accumulated from the rows as written, so the control record
      * always describes the file it ends.
      *
      * Nullable columns carry a null flag byte after the value, so
      * the restore puts back a NULL, not a zero.
      *
      * The unload is of the whole database, every league at once, so
      * a restore brings the leagues back together; PLAYERS, TEAMS,
      * GAME_SCHEDULE and INVOICE rows carry their LEAGUE_ID.
      *
      * LGRSTVFY reloads the backups into the LABSCRTH scratch schema
      * and proves the restore is usable. Nothing here changes DB2;
      * run it while the league is quiet (Sunday night, after the
      * weekend's GAMELOAD) so the seven tables agree with each
      * other.
      **********************************************************************
       Program-ID. LGUNLOAD.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Players-Backup assign to BKPLAYER
               file status is WS-Out-Status.
           select Teams-Backup assign to BKTEAMS
               file status is WS-Out-Status.
           select Throws-Backup assign to BKTHROWS
               file status is WS-Out-Status.
           select Throws-Game-Backup assign to BKTHRGAM
               file status is WS-Out-Status.
           select Schedule-Backup assign to BKSCHED
               file status is WS-Out-Status.
           select Invoice-Backup assign to BKINVOIC
               file status is WS-Out-Status.
           select Payment-Backup assign to BKPAYMNT
               file status is WS-Out-Status.

       Data Division.
       File Section.
       FD  Players-Backup
           recording mode f.
       01  Players-Backup-Record      pic x(120).
       FD  Teams-Backup
           recording mode f.
       01  Teams-Backup-Record        pic x(120).
       FD  Throws-Backup
           recording mode f.
       01  Throws-Backup-Record       pic x(120).
       FD  Throws-Game-Backup
           recording mode f.
       01  Throws-Game-Backup-Record  pic x(120).
       FD  Schedule-Backup
           recording mode f.
       01  Schedule-Backup-Record     pic x(120).
       FD  Invoice-Backup
           recording mode f.
       01  Invoice-Backup-Record      pic x(120).
       FD  Payment-Backup
           recording mode f.
       01  Payment-Backup-Record      pic x(120).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Out-Status          pic x(02).
           88  Out-OK                 value "00".
       01  WS-Eof-Sw              pic x value "N".
           88  Table-Eof              value "Y".
       01  WS-Unload-Timestamp    pic x(26).
       01  WS-Row-Count           pic s9(09) comp.
       01  WS-Hash-Total          pic s9(15)v99 comp-3.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

      *    Host variables, one set per table.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(60).
       01  WS-Sql-Position        pic x(02).
       01  WS-Sql-Birth-Date      pic x(10).
       01  WS-Sql-Birth-Ind       pic s9(04) comp.
       01  WS-Sql-Team-Name       pic x(60).
       01  WS-Sql-Division-Id     pic s9(09) comp.
       01  WS-Sql-Throw-Id        pic s9(09) comp.
       01  WS-Sql-FT-Games        pic s9(05) comp.
       01  WS-Sql-FT-Attempts     pic s9(05) comp.
       01  WS-Sql-FT-Completed    pic s9(05) comp.
       01  WS-Sql-FT-3PT          pic s9(05) comp.
       01  WS-Sql-FT-Pct          pic s9(3)v9(2) comp-3.
       01  WS-Sql-FT-Avg          pic s9(3)v9(1) comp-3.
       01  WS-Sql-Last-Update     pic x(10).
       01  WS-Sql-Opponent-Id     pic s9(09) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Personal-Fouls  pic s9(05) comp.
       01  WS-Sql-Tech-Fouls      pic s9(05) comp.
       01  WS-Sql-Ejected         pic x(01).
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.
       01  WS-Sql-Away-Team-Id    pic s9(09) comp.
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Sched-Status    pic x(01).
       01  WS-Sql-Tournament-Id   pic s9(09) comp.
       01  WS-Sql-Tournament-Ind  pic s9(04) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Invoice-Date    pic x(10).
       01  WS-Sql-Amount-Due      pic s9(7)v99 comp-3.
       01  WS-Sql-Amount-Paid     pic s9(7)v99 comp-3.
       01  WS-Sql-Rate-Code       pic x(01).
       01  WS-Sql-Rate-Ind        pic s9(04) comp.
       01  WS-Sql-Discount        pic s9(7)v99 comp-3.
       01  WS-Sql-Discount-Ind    pic s9(04) comp.
       01  WS-Sql-Sponsor-Id      pic s9(09) comp.
       01  WS-Sql-Sponsor-Ind     pic s9(04) comp.
       01  WS-Sql-Sponsorship-Id  pic s9(09) comp.
       01  WS-Sql-Sponsorship-Ind pic s9(04) comp.
       01  WS-Sql-Writeoff        pic s9(7)v99 comp-3.
       01  WS-Sql-Writeoff-Ind    pic s9(04) comp.
       01  WS-Sql-Payment-Seq     pic s9(09) comp.
       01  WS-Sql-Payment-Date    pic x(10).
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.
       01  WS-Sql-Settlement-Id   pic s9(09) comp.
       01  WS-Sql-Settlement-Ind  pic s9(04) comp.
       01  WS-Sql-Recovery        pic s9(7)v99 comp-3.
       01  WS-Sql-Recovery-Ind    pic s9(04) comp.
       01  WS-Sql-Credit-Id       pic s9(09) comp.
       01  WS-Sql-Credit-Ind      pic s9(04) comp.
       01  WS-Sql-League-Id       pic s9(09) comp.

      *    Backup layouts - LGRSTVFY carries the same ones.
       01  WS-Control-Record.
           05  BC-Rec-Type            pic x(01) value "C".
           05  BC-Table-Name          pic x(18).
           05  BC-Row-Count           pic 9(09).
           05  BC-Hash-Total          pic s9(15)v99
                                      sign leading separate.
           05  BC-Unload-Timestamp    pic x(26).
           05  filler                 pic x(48) value spaces.
       01  WS-Players-Data.
           05  BP-Rec-Type            pic x(01) value "D".
           05  BP-Player-Id           pic 9(09).
           05  BP-Team-Id             pic 9(09).
           05  BP-Player-Name         pic x(60).
           05  BP-Position            pic x(02).
           05  BP-Birth-Date          pic x(10).
           05  BP-Birth-Null          pic x(01).
           05  BP-League-Id           pic 9(09).
           05  filler                 pic x(19) value spaces.
       01  WS-Teams-Data.
           05  BT-Rec-Type            pic x(01) value "D".
           05  BT-Team-Id             pic 9(09).
           05  BT-Team-Name           pic x(60).
           05  BT-Division-Id         pic 9(09).
           05  BT-League-Id           pic 9(09).
           05  filler                 pic x(32) value spaces.
       01  WS-Throws-Data.
           05  BW-Rec-Type            pic x(01) value "D".
           05  BW-Throw-Id            pic 9(09).
           05  BW-Player-Id           pic 9(09).
           05  BW-FT-Games            pic 9(05).
           05  BW-FT-Attempts         pic 9(05).
           05  BW-FT-Completed        pic 9(05).
           05  BW-FT-3PT              pic 9(05).
           05  BW-FT-Pct              pic 9(3)v9(2).
           05  BW-FT-Avg              pic 9(3)v9(1).
           05  BW-Last-Update         pic x(10).
           05  filler                 pic x(62) value spaces.
       01  WS-Throws-Game-Data.
           05  BG-Rec-Type            pic x(01) value "D".
           05  BG-Player-Id           pic 9(09).
           05  BG-Opponent-Id         pic 9(09).
           05  BG-Game-Date           pic x(10).
           05  BG-FT-Attempts         pic 9(05).
           05  BG-FT-Completed        pic 9(05).
           05  BG-FT-3PT              pic 9(05).
           05  BG-Personal-Fouls      pic 9(03).
           05  BG-Tech-Fouls          pic 9(03).
           05  BG-Ejected             pic x(01).
           05  filler                 pic x(69) value spaces.
       01  WS-Schedule-Data.
           05  BS-Rec-Type            pic x(01) value "D".
           05  BS-Fixture-Id          pic 9(09).
           05  BS-Fixture-Date        pic x(10).
           05  BS-Timeslot            pic x(05).
           05  BS-Home-Team-Id        pic 9(09).
           05  BS-Away-Team-Id        pic 9(09).
           05  BS-Venue               pic x(30).
           05  BS-Sched-Status        pic x(01).
           05  BS-Tournament-Id       pic 9(09).
           05  BS-Tournament-Null     pic x(01).
           05  BS-League-Id           pic 9(09).
           05  filler                 pic x(27) value spaces.
       01  WS-Invoice-Data.
           05  BI-Rec-Type            pic x(01) value "D".
           05  BI-Invoice-Id          pic 9(09).
           05  BI-Player-Id           pic 9(09).
           05  BI-Season-Id           pic 9(09).
           05  BI-Invoice-Date        pic x(10).
           05  BI-Amount-Due          pic s9(7)v99
                                      sign leading separate.
           05  BI-Amount-Paid         pic s9(7)v99
                                      sign leading separate.
           05  BI-Rate-Code           pic x(01).
           05  BI-Rate-Null           pic x(01).
           05  BI-Discount            pic s9(7)v99
                                      sign leading separate.
           05  BI-Discount-Null       pic x(01).
           05  BI-Sponsor-Id          pic 9(09).
           05  BI-Sponsor-Null        pic x(01).
           05  BI-Sponsorship-Id      pic 9(09).
           05  BI-Sponsorship-Null    pic x(01).
           05  BI-Writeoff            pic s9(7)v99
                                      sign leading separate.
           05  BI-Writeoff-Null       pic x(01).
           05  BI-League-Id           pic 9(09).
           05  filler                 pic x(10) value spaces.
       01  WS-Payment-Data.
           05  BY-Rec-Type            pic x(01) value "D".
           05  BY-Invoice-Id          pic 9(09).
           05  BY-Payment-Seq         pic 9(09).
           05  BY-Payment-Date        pic x(10).
           05  BY-Amount              pic s9(7)v99
                                      sign leading separate.
           05  BY-Settlement-Id       pic 9(09).
           05  BY-Settlement-Null     pic x(01).
           05  BY-Recovery            pic s9(7)v99
                                      sign leading separate.
           05  BY-Recovery-Null       pic x(01).
           05  BY-Credit-Id           pic 9(09).
           05  BY-Credit-Null         pic x(01).
           05  filler                 pic x(50) value spaces.

       Procedure Division.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                   INTO :WS-Unload-Timestamp
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           perform 1000-Unload-Players
           perform 1500-Unload-Teams
           perform 2000-Unload-Throws
           perform 2500-Unload-Throws-Game
           perform 3000-Unload-Schedule
           perform 3500-Unload-Invoices
           perform 4000-Unload-Payments
           display "LGUNLOAD - league and finance unload complete, "
               WS-Unload-Timestamp
           goback
           .
       1000-Unload-Players.
           EXEC SQL DECLARE UNL_PLAYER_CUR CURSOR FOR
               SELECT PLAYER_ID,
                      TEAM_ID,
                      PLAYER_NAME,
                      POSITION,
                      CHAR(BIRTH_DATE, ISO),
                      LEAGUE_ID
                   FROM LABSCHEMA.PLAYERS
                   ORDER BY PLAYER_ID
           END-EXEC
           open output Players-Backup
           if not Out-OK
               display "BKPLAYER open error: " WS-Out-Status
               move 12 to return-code
               goback
           end-if
           perform 8000-Start-Table
           EXEC SQL OPEN UNL_PLAYER_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1100-Fetch-Player
               until Table-Eof
           EXEC SQL CLOSE UNL_PLAYER_CUR END-EXEC
           move "PLAYERS" to BC-Table-Name
           perform 8100-Set-Control
           write Players-Backup-Record from WS-Control-Record
           close Players-Backup
           .
       1100-Fetch-Player.
           EXEC SQL FETCH UNL_PLAYER_CUR
               INTO :WS-Sql-Player-Id,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Position,
                    :WS-Sql-Birth-Date :WS-Sql-Birth-Ind,
                    :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Player-Id to BP-Player-Id
                   move WS-Sql-Team-Id to BP-Team-Id
                   move WS-Sql-Player-Name to BP-Player-Name
                   move WS-Sql-Position to BP-Position
                   move WS-Sql-League-Id to BP-League-Id
                   if WS-Sql-Birth-Ind < zero
                       move spaces to BP-Birth-Date
                       move "Y" to BP-Birth-Null
                   else
                       move WS-Sql-Birth-Date to BP-Birth-Date
                       move "N" to BP-Birth-Null
                   end-if
                   write Players-Backup-Record from WS-Players-Data
                   add 1 to WS-Row-Count
                   add WS-Sql-Player-Id WS-Sql-Team-Id
                       to WS-Hash-Total
               when SQLCODE = 100
                   set Table-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1500-Unload-Teams.
           EXEC SQL DECLARE UNL_TEAM_CUR CURSOR FOR
               SELECT TEAM_ID,
                      TEAM_NAME,
                      DIVISION_ID,
                      LEAGUE_ID
                   FROM LABSCHEMA.TEAMS
                   ORDER BY TEAM_ID
           END-EXEC
           open output Teams-Backup
           if not Out-OK
               display "BKTEAMS open error: " WS-Out-Status
               move 12 to return-code
               goback
           end-if
           perform 8000-Start-Table
           EXEC SQL OPEN UNL_TEAM_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1600-Fetch-Team
               until Table-Eof
           EXEC SQL CLOSE UNL_TEAM_CUR END-EXEC
           move "TEAMS" to BC-Table-Name
           perform 8100-Set-Control
           write Teams-Backup-Record from WS-Control-Record
           close Teams-Backup
           .
       1600-Fetch-Team.
           EXEC SQL FETCH UNL_TEAM_CUR
               INTO :WS-Sql-Team-Id,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Division-Id,
                    :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Team-Id to BT-Team-Id
                   move WS-Sql-Team-Name to BT-Team-Name
                   move WS-Sql-Division-Id to BT-Division-Id
                   move WS-Sql-League-Id to BT-League-Id
                   write Teams-Backup-Record from WS-Teams-Data
                   add 1 to WS-Row-Count
                   add WS-Sql-Team-Id WS-Sql-Division-Id
                       to WS-Hash-Total
               when SQLCODE = 100
                   set Table-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Unload-Throws.
           EXEC SQL DECLARE UNL_THROW_CUR CURSOR FOR
               SELECT THROW_ID,
                      PLAYER_ID,
                      FT_GAMES,
                      FT_ATTEMPTS,
                      FT_COMPLETED,
                      FT_THREE_POINTERS,
                      FT_PCT_COMPLETED,
                      FT_AVG_POINTS,
                      CHAR(FT_LAST_UPDATE, ISO)
                   FROM LABSCHEMA.THROWS
                   ORDER BY THROW_ID
           END-EXEC
           open output Throws-Backup
           if not Out-OK
               display "BKTHROWS open error: " WS-Out-Status
               move 12 to return-code
               goback
           end-if
           perform 8000-Start-Table
           EXEC SQL OPEN UNL_THROW_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2100-Fetch-Throw
               until Table-Eof
           EXEC SQL CLOSE UNL_THROW_CUR END-EXEC
           move "THROWS" to BC-Table-Name
           perform 8100-Set-Control
           write Throws-Backup-Record from WS-Control-Record
           close Throws-Backup
           .
       2100-Fetch-Throw.
           EXEC SQL FETCH UNL_THROW_CUR
               INTO :WS-Sql-Throw-Id,
                    :WS-Sql-Player-Id,
                    :WS-Sql-FT-Games,
                    :WS-Sql-FT-Attempts,
                    :WS-Sql-FT-Completed,
                    :WS-Sql-FT-3PT,
                    :WS-Sql-FT-Pct,
                    :WS-Sql-FT-Avg,
                    :WS-Sql-Last-Update
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Throw-Id to BW-Throw-Id
                   move WS-Sql-Player-Id to BW-Player-Id
                   move WS-Sql-FT-Games to BW-FT-Games
                   move WS-Sql-FT-Attempts to BW-FT-Attempts
                   move WS-Sql-FT-Completed to BW-FT-Completed
                   move WS-Sql-FT-3PT to BW-FT-3PT
                   move WS-Sql-FT-Pct to BW-FT-Pct
                   move WS-Sql-FT-Avg to BW-FT-Avg
                   move WS-Sql-Last-Update to BW-Last-Update
                   write Throws-Backup-Record from WS-Throws-Data
                   add 1 to WS-Row-Count
                   add WS-Sql-FT-Games WS-Sql-FT-Attempts
                       WS-Sql-FT-Completed WS-Sql-FT-3PT
                       to WS-Hash-Total
               when SQLCODE = 100
                   set Table-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2500-Unload-Throws-Game.
           EXEC SQL DECLARE UNL_TGAME_CUR CURSOR FOR
               SELECT PLAYER_ID,
                      OPPONENT_TEAM_ID,
                      CHAR(GAME_DATE, ISO),
                      FT_ATTEMPTS,
                      FT_COMPLETED,
                      FT_THREE_POINTERS,
                      COALESCE(PERSONAL_FOULS, 0),
                      COALESCE(TECHNICAL_FOULS, 0),
                      COALESCE(EJECTED, 'N')
                   FROM LABSCHEMA.THROWS_GAME
                   ORDER BY PLAYER_ID, GAME_DATE
           END-EXEC
           open output Throws-Game-Backup
           if not Out-OK
               display "BKTHRGAM open error: " WS-Out-Status
               move 12 to return-code
               goback
           end-if
           perform 8000-Start-Table
           EXEC SQL OPEN UNL_TGAME_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2600-Fetch-Throw-Game
               until Table-Eof
           EXEC SQL CLOSE UNL_TGAME_CUR END-EXEC
           move "THROWS_GAME" to BC-Table-Name
           perform 8100-Set-Control
           write Throws-Game-Backup-Record from WS-Control-Record
           close Throws-Game-Backup
           .
       2600-Fetch-Throw-Game.
           EXEC SQL FETCH UNL_TGAME_CUR
               INTO :WS-Sql-Player-Id,
                    :WS-Sql-Opponent-Id,
                    :WS-Sql-Game-Date,
                    :WS-Sql-FT-Attempts,
                    :WS-Sql-FT-Completed,
                    :WS-Sql-FT-3PT,
                    :WS-Sql-Personal-Fouls,
                    :WS-Sql-Tech-Fouls,
                    :WS-Sql-Ejected
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Player-Id to BG-Player-Id
                   move WS-Sql-Opponent-Id to BG-Opponent-Id
                   move WS-Sql-Game-Date to BG-Game-Date
                   move WS-Sql-FT-Attempts to BG-FT-Attempts
                   move WS-Sql-FT-Completed to BG-FT-Completed
                   move WS-Sql-FT-3PT to BG-FT-3PT
                   move WS-Sql-Personal-Fouls to BG-Personal-Fouls
                   move WS-Sql-Tech-Fouls to BG-Tech-Fouls
                   move WS-Sql-Ejected to BG-Ejected
                   write Throws-Game-Backup-Record
                       from WS-Throws-Game-Data
                   add 1 to WS-Row-Count
                   add WS-Sql-FT-Attempts WS-Sql-FT-Completed
                       WS-Sql-FT-3PT to WS-Hash-Total
               when SQLCODE = 100
                   set Table-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3000-Unload-Schedule.
           EXEC SQL DECLARE UNL_SCHED_CUR CURSOR FOR
               SELECT FIXTURE_ID,
                      CHAR(FIXTURE_DATE, ISO),
                      TIMESLOT,
                      HOME_TEAM_ID,
                      AWAY_TEAM_ID,
                      VENUE,
                      SCHED_STATUS,
                      TOURNAMENT_ID,
                      LEAGUE_ID
                   FROM LABSCHEMA.GAME_SCHEDULE
                   ORDER BY FIXTURE_ID
           END-EXEC
           open output Schedule-Backup
           if not Out-OK
               display "BKSCHED open error: " WS-Out-Status
               move 12 to return-code
               goback
           end-if
           perform 8000-Start-Table
           EXEC SQL OPEN UNL_SCHED_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Fetch-Fixture
               until Table-Eof
           EXEC SQL CLOSE UNL_SCHED_CUR END-EXEC
           move "GAME_SCHEDULE" to BC-Table-Name
           perform 8100-Set-Control
           write Schedule-Backup-Record from WS-Control-Record
           close Schedule-Backup
           .
       3100-Fetch-Fixture.
           EXEC SQL FETCH UNL_SCHED_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Home-Team-Id,
                    :WS-Sql-Away-Team-Id,
                    :WS-Sql-Venue,
                    :WS-Sql-Sched-Status,
                    :WS-Sql-Tournament-Id :WS-Sql-Tournament-Ind,
                    :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Fixture-Id to BS-Fixture-Id
                   move WS-Sql-Fixture-Date to BS-Fixture-Date
                   move WS-Sql-Timeslot to BS-Timeslot
                   move WS-Sql-Home-Team-Id to BS-Home-Team-Id
                   move WS-Sql-Away-Team-Id to BS-Away-Team-Id
                   move WS-Sql-Venue to BS-Venue
                   move WS-Sql-Sched-Status to BS-Sched-Status
                   move WS-Sql-League-Id to BS-League-Id
                   if WS-Sql-Tournament-Ind < zero
                       move zero to BS-Tournament-Id
                       move "Y" to BS-Tournament-Null
                   else
                       move WS-Sql-Tournament-Id to BS-Tournament-Id
                       move "N" to BS-Tournament-Null
                   end-if
                   write Schedule-Backup-Record from WS-Schedule-Data
                   add 1 to WS-Row-Count
                   add WS-Sql-Fixture-Id WS-Sql-Home-Team-Id
                       WS-Sql-Away-Team-Id to WS-Hash-Total
               when SQLCODE = 100
                   set Table-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3500-Unload-Invoices.
           EXEC SQL DECLARE UNL_INVC_CUR CURSOR FOR
               SELECT INVOICE_ID,
                      PLAYER_ID,
                      SEASON_ID,
                      CHAR(INVOICE_DATE, ISO),
                      AMOUNT_DUE,
                      AMOUNT_PAID,
                      RATE_CODE,
                      DISCOUNT_AMOUNT,
                      SPONSOR_ID,
                      SPONSORSHIP_ID,
                      WRITEOFF_AMOUNT,
                      LEAGUE_ID
                   FROM LABSCHEMA.INVOICE
                   ORDER BY INVOICE_ID
           END-EXEC
           open output Invoice-Backup
           if not Out-OK
               display "BKINVOIC open error: " WS-Out-Status
               move 12 to return-code
               goback
           end-if
           perform 8000-Start-Table
           EXEC SQL OPEN UNL_INVC_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3600-Fetch-Invoice
               until Table-Eof
           EXEC SQL CLOSE UNL_INVC_CUR END-EXEC
           move "INVOICE" to BC-Table-Name
           perform 8100-Set-Control
           write Invoice-Backup-Record from WS-Control-Record
           close Invoice-Backup
           .
       3600-Fetch-Invoice.
           EXEC SQL FETCH UNL_INVC_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Player-Id,
                    :WS-Sql-Season-Id,
                    :WS-Sql-Invoice-Date,
                    :WS-Sql-Amount-Due,
                    :WS-Sql-Amount-Paid,
                    :WS-Sql-Rate-Code :WS-Sql-Rate-Ind,
                    :WS-Sql-Discount :WS-Sql-Discount-Ind,
                    :WS-Sql-Sponsor-Id :WS-Sql-Sponsor-Ind,
                    :WS-Sql-Sponsorship-Id :WS-Sql-Sponsorship-Ind,
                    :WS-Sql-Writeoff :WS-Sql-Writeoff-Ind,
                    :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 3700-Build-Invoice-Data
                   write Invoice-Backup-Record from WS-Invoice-Data
                   add 1 to WS-Row-Count
                   add WS-Sql-Amount-Due WS-Sql-Amount-Paid
                       to WS-Hash-Total
               when SQLCODE = 100
                   set Table-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3700-Build-Invoice-Data.
           move WS-Sql-Invoice-Id to BI-Invoice-Id
           move WS-Sql-Player-Id to BI-Player-Id
           move WS-Sql-Season-Id to BI-Season-Id
           move WS-Sql-Invoice-Date to BI-Invoice-Date
           move WS-Sql-Amount-Due to BI-Amount-Due
           move WS-Sql-Amount-Paid to BI-Amount-Paid
           move WS-Sql-League-Id to BI-League-Id
           if WS-Sql-Rate-Ind < zero
               move space to BI-Rate-Code
               move "Y" to BI-Rate-Null
           else
               move WS-Sql-Rate-Code to BI-Rate-Code
               move "N" to BI-Rate-Null
           end-if
           if WS-Sql-Discount-Ind < zero
               move zero to BI-Discount
               move "Y" to BI-Discount-Null
           else
               move WS-Sql-Discount to BI-Discount
               move "N" to BI-Discount-Null
           end-if
           if WS-Sql-Sponsor-Ind < zero
               move zero to BI-Sponsor-Id
               move "Y" to BI-Sponsor-Null
           else
               move WS-Sql-Sponsor-Id to BI-Sponsor-Id
               move "N" to BI-Sponsor-Null
           end-if
           if WS-Sql-Sponsorship-Ind < zero
               move zero to BI-Sponsorship-Id
               move "Y" to BI-Sponsorship-Null
           else
               move WS-Sql-Sponsorship-Id to BI-Sponsorship-Id
               move "N" to BI-Sponsorship-Null
           end-if
           if WS-Sql-Writeoff-Ind < zero
               move zero to BI-Writeoff
               move "Y" to BI-Writeoff-Null
           else
               move WS-Sql-Writeoff to BI-Writeoff
               move "N" to BI-Writeoff-Null
           end-if
           .
       4000-Unload-Payments.
           EXEC SQL DECLARE UNL_PAYMT_CUR CURSOR FOR
               SELECT INVOICE_ID,
                      PAYMENT_SEQ,
                      CHAR(PAYMENT_DATE, ISO),
                      AMOUNT,
                      SETTLEMENT_ID,
                      RECOVERY_AMOUNT,
                      CREDIT_ID
                   FROM LABSCHEMA.PAYMENT
                   ORDER BY INVOICE_ID, PAYMENT_SEQ
           END-EXEC
           open output Payment-Backup
           if not Out-OK
               display "BKPAYMNT open error: " WS-Out-Status
               move 12 to return-code
               goback
           end-if
           perform 8000-Start-Table
           EXEC SQL OPEN UNL_PAYMT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 4100-Fetch-Payment
               until Table-Eof
           EXEC SQL CLOSE UNL_PAYMT_CUR END-EXEC
           move "PAYMENT" to BC-Table-Name
           perform 8100-Set-Control
           write Payment-Backup-Record from WS-Control-Record
           close Payment-Backup
           .
       4100-Fetch-Payment.
           EXEC SQL FETCH UNL_PAYMT_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Payment-Seq,
                    :WS-Sql-Payment-Date,
                    :WS-Sql-Amount,
                    :WS-Sql-Settlement-Id :WS-Sql-Settlement-Ind,
                    :WS-Sql-Recovery :WS-Sql-Recovery-Ind,
                    :WS-Sql-Credit-Id :WS-Sql-Credit-Ind
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 4200-Build-Payment-Data
                   write Payment-Backup-Record from WS-Payment-Data
                   add 1 to WS-Row-Count
                   add WS-Sql-Amount to WS-Hash-Total
               when SQLCODE = 100
                   set Table-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4200-Build-Payment-Data.
           move WS-Sql-Invoice-Id to BY-Invoice-Id
           move WS-Sql-Payment-Seq to BY-Payment-Seq
           move WS-Sql-Payment-Date to BY-Payment-Date
           move WS-Sql-Amount to BY-Amount
           if WS-Sql-Settlement-Ind < zero
               move zero to BY-Settlement-Id
               move "Y" to BY-Settlement-Null
           else
               move WS-Sql-Settlement-Id to BY-Settlement-Id
               move "N" to BY-Settlement-Null
           end-if
           if WS-Sql-Recovery-Ind < zero
               move zero to BY-Recovery
               move "Y" to BY-Recovery-Null
           else
               move WS-Sql-Recovery to BY-Recovery
               move "N" to BY-Recovery-Null
           end-if
           if WS-Sql-Credit-Ind < zero
               move zero to BY-Credit-Id
               move "Y" to BY-Credit-Null
           else
               move WS-Sql-Credit-Id to BY-Credit-Id
               move "N" to BY-Credit-Null
           end-if
           .
       8000-Start-Table.
           move "N" to WS-Eof-Sw
           move zero to WS-Row-Count
           move zero to WS-Hash-Total
           .
       8100-Set-Control.
           move WS-Row-Count to BC-Row-Count
           move WS-Hash-Total to BC-Hash-Total
           move WS-Unload-Timestamp to BC-Unload-Timestamp
           display "LGUNLOAD - " BC-Table-Name " rows " BC-Row-Count
               " hash " BC-Hash-Total
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
