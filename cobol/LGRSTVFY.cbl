       Identification Division.
      **********************************************************************
      * Restore verification for the LGUNLOAD backups. A backup nobody
      * has ever restored is a hope, not a backup, so every week this
      * job reloads the seven unloaded tables into the LABSCRTH scratch
      * schema (same table definitions as LABSCHEMA, emptied first)
      * and proves the restore usable:
      *   - each backup must end with its control record, and the rows
      *     read must agree with its row count and hash total
      *   - every row must load, and COUNT/SUM over the scratch table
      *     must give the control figures back
      *   - the REFCHECK-style orphan checks are rerun on the scratch
      *     copy - THROWS and THROWS_GAME to PLAYERS, PLAYERS to TEAMS,
      *     GAME_SCHEDULE to TEAMS, INVOICE to PLAYERS (player
      *     invoices only - sponsor invoices carry PLAYER_ID zero) and
      *     PAYMENT to INVOICE
      *   - THRWVRFY's recompute is rerun on the scratch copy: season
      *     THROWS rows against the THROWS_GAME detail, drift with a
      *     THROWSM entry on the live THROWS_AUDIT counting as
      *     explained, exactly as THRWVRFY reports it
      * The report ends RESTORE USABLE or RESTORE NOT USABLE. Not
      * usable raises an ALERTWTR critical and ends the run RC 8.
      * Each table is committed once loaded; the scratch schema is
      * left loaded for whoever has to look at why.
      **********************************************************************
       Program-ID. LGRSTVFY.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Players-Backup assign to BKPLAYER
               file status is WS-In-Status.
           select Teams-Backup assign to BKTEAMS
               file status is WS-In-Status.
           select Throws-Backup assign to BKTHROWS
               file status is WS-In-Status.
           select Throws-Game-Backup assign to BKTHRGAM
               file status is WS-In-Status.
           select Schedule-Backup assign to BKSCHED
               file status is WS-In-Status.
           select Invoice-Backup assign to BKINVOIC
               file status is WS-In-Status.
           select Payment-Backup assign to BKPAYMNT
               file status is WS-In-Status.
           select Restore-Report-File assign to RSTRPT01
               file status is WS-Report-File-Status.

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
       FD  Restore-Report-File
           recording mode f.
       01  Restore-Report-Record      pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-In-Status           pic x(02).
           88  In-OK                  value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Eof-Sw              pic x value "N".
           88  Table-Eof              value "Y".
       01  WS-Control-Seen-Sw     pic x value "N".
           88  Control-Seen           value "Y".
       01  WS-Season-Eof-Sw       pic x value "N".
           88  Season-Eof             value "Y".
       01  WS-Job-Id              pic x(08) value "LGRSTVFY".
       01  WS-Alert-Severity      pic x(01).
       01  WS-Alert-Message       pic x(60).
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Reject-SQLCODE      pic s999 sign leading separate.

      *    Per-table figures - from the file, from its control record
      *    and from the scratch table once loaded.
       01  WS-Table-Name          pic x(18).
       01  WS-File-Count          pic s9(09) comp.
       01  WS-File-Hash           pic s9(15)v99 comp-3.
       01  WS-Ctl-Count           pic s9(09) comp.
       01  WS-Ctl-Hash            pic s9(15)v99 comp-3.
       01  WS-Db-Count            pic s9(09) comp.
       01  WS-Db-Hash             pic s9(15)v99 comp-3.
       01  WS-Reject-Count        pic s9(09) comp.

       01  WS-Tables-Failed       pic s9(05) packed-decimal value zero.
       01  WS-Orphan-Total        pic s9(09) packed-decimal value zero.
       01  WS-Consistent-Count    pic s9(07) packed-decimal value zero.
       01  WS-Explained-Count     pic s9(07) packed-decimal value zero.
       01  WS-Unexplained-Count   pic s9(07) packed-decimal value zero.

      *    Host variables.
       01  WS-Sql-Orphan-Count    pic s9(09) comp.
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
       01  WS-Sql-Det-Games       pic s9(05) comp.
       01  WS-Sql-Det-Attempts    pic s9(05) comp.
       01  WS-Sql-Det-Completed   pic s9(05) comp.
       01  WS-Sql-Det-3PT         pic s9(05) comp.
       01  WS-Sql-Manual-Count    pic s9(05) comp.
       01  WS-Sql-League-Id       pic s9(09) comp.

      *    Backup layouts - as LGUNLOAD writes them.
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

       01  WS-Detail-Line         pic x(133).
       01  WS-Count-Line.
           05  OUT-Table-Name      pic x(18).
           05  filler              pic x(11) value " file rows ".
           05  OUT-File-Count      pic zzzzzzzz9.
           05  filler              pic x(09) value " control ".
           05  OUT-Ctl-Count       pic zzzzzzzz9.
           05  filler              pic x(08) value " loaded ".
           05  OUT-Db-Count        pic zzzzzzzz9.
           05  filler              pic x(10) value " rejected ".
           05  OUT-Reject-Count    pic zzzzzzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Table-Verdict   pic x(08).
       01  WS-Hash-Line.
           05  filler              pic x(18) value spaces.
           05  filler              pic x(11) value " file hash ".
           05  OUT-File-Hash       pic -zzzzzzzzzzzzzz9.99.
           05  filler              pic x(09) value " control ".
           05  OUT-Ctl-Hash        pic -zzzzzzzzzzzzzz9.99.
           05  filler              pic x(08) value " loaded ".
           05  OUT-Db-Hash         pic -zzzzzzzzzzzzzz9.99.
       01  WS-Orphan-Line.
           05  OUT-Orphan-Check    pic x(40).
           05  filler              pic x(09) value " orphans ".
           05  OUT-Orphan-Count    pic zzzzzzzz9.
       01  WS-Drift-Line.
           05  OUT-Drift-Tag       pic x(12).
           05  filler              pic x(10)
               value " PLAYER_ID".
           05  OUT-Player-Id       pic zzzzzzzz9.
           05  filler              pic x(09) value "  season ".
           05  OUT-Sea-Games       pic zzz9.
           05  filler              pic x(01) value "/".
           05  OUT-Sea-Attempts    pic zzz9.
           05  filler              pic x(01) value "/".
           05  OUT-Sea-Completed   pic zzz9.
           05  filler              pic x(01) value "/".
           05  OUT-Sea-3PT         pic zzz9.
           05  filler              pic x(09) value "  detail ".
           05  OUT-Det-Games       pic zzz9.
           05  filler              pic x(01) value "/".
           05  OUT-Det-Attempts    pic zzz9.
           05  filler              pic x(01) value "/".
           05  OUT-Det-Completed   pic zzz9.
           05  filler              pic x(01) value "/".
           05  OUT-Det-3PT         pic zzz9.
       01  WS-Total-Line.
           05  OUT-Total-Label     pic x(40).
           05  OUT-Total-Value     pic zzzzzzzz9.

       Procedure Division.

           open output Restore-Report-File
           if not Report-File-OK
               display "Restore report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move "RESTORE VERIFICATION - LGUNLOAD BACKUPS INTO LABSCRTH"
               to WS-Detail-Line
           perform 8900-Write-Detail-Line

           perform 1000-Restore-Players
           perform 1500-Restore-Teams
           perform 2000-Restore-Throws
           perform 2500-Restore-Throws-Game
           perform 3000-Restore-Schedule
           perform 3500-Restore-Invoices
           perform 4000-Restore-Payments
           perform 5000-Check-Orphans
           perform 6000-Verify-Throws
           perform 8500-Write-Verdict

           close Restore-Report-File
           goback
           .
       1000-Restore-Players.
           open input Players-Backup
           if not In-OK
               display "BKPLAYER open error: " WS-In-Status
               move 12 to return-code
               goback
           end-if
           move "PLAYERS" to WS-Table-Name
           perform 8000-Start-Table
           EXEC SQL DELETE FROM LABSCRTH.PLAYERS END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           perform 1100-Read-Player
               until Table-Eof
           close Players-Backup
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(DECIMAL(PLAYER_ID, 15)
                                   + TEAM_ID), 0)
                   INTO :WS-Db-Count,
                        :WS-Db-Hash
                   FROM LABSCRTH.PLAYERS
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 8200-Check-Table
           .
       1100-Read-Player.
           read Players-Backup into WS-Players-Data
               at end
                   set Table-Eof to true
               not at end
                   if BP-Rec-Type = "C"
                       move WS-Players-Data to WS-Control-Record
                       perform 8100-Take-Control
                   else
                       perform 1200-Load-Player
                   end-if
           end-read
           .
       1200-Load-Player.
           add 1 to WS-File-Count
           add BP-Player-Id BP-Team-Id to WS-File-Hash
           move BP-Player-Id to WS-Sql-Player-Id
           move BP-Team-Id to WS-Sql-Team-Id
           move BP-Player-Name to WS-Sql-Player-Name
           move BP-Position to WS-Sql-Position
           move BP-Birth-Date to WS-Sql-Birth-Date
           move BP-League-Id to WS-Sql-League-Id
           if BP-Birth-Null = "Y"
               move -1 to WS-Sql-Birth-Ind
           else
               move zero to WS-Sql-Birth-Ind
           end-if
           EXEC SQL
               INSERT INTO LABSCRTH.PLAYERS
                      (PLAYER_ID,
                       TEAM_ID,
                       PLAYER_NAME,
                       POSITION,
                       BIRTH_DATE,
                       LEAGUE_ID)
               VALUES (:WS-Sql-Player-Id,
                       :WS-Sql-Team-Id,
                       :WS-Sql-Player-Name,
                       :WS-Sql-Position,
                       :WS-Sql-Birth-Date :WS-Sql-Birth-Ind,
                       :WS-Sql-League-Id)
           END-EXEC
           perform 8300-Check-Insert
           .
       1500-Restore-Teams.
           open input Teams-Backup
           if not In-OK
               display "BKTEAMS open error: " WS-In-Status
               move 12 to return-code
               goback
           end-if
           move "TEAMS" to WS-Table-Name
           perform 8000-Start-Table
           EXEC SQL DELETE FROM LABSCRTH.TEAMS END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           perform 1600-Read-Team
               until Table-Eof
           close Teams-Backup
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(DECIMAL(TEAM_ID, 15)
                                   + DIVISION_ID), 0)
                   INTO :WS-Db-Count,
                        :WS-Db-Hash
                   FROM LABSCRTH.TEAMS
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 8200-Check-Table
           .
       1600-Read-Team.
           read Teams-Backup into WS-Teams-Data
               at end
                   set Table-Eof to true
               not at end
                   if BT-Rec-Type = "C"
                       move WS-Teams-Data to WS-Control-Record
                       perform 8100-Take-Control
                   else
                       perform 1700-Load-Team
                   end-if
           end-read
           .
       1700-Load-Team.
           add 1 to WS-File-Count
           add BT-Team-Id BT-Division-Id to WS-File-Hash
           move BT-Team-Id to WS-Sql-Team-Id
           move BT-Team-Name to WS-Sql-Team-Name
           move BT-Division-Id to WS-Sql-Division-Id
           move BT-League-Id to WS-Sql-League-Id
           EXEC SQL
               INSERT INTO LABSCRTH.TEAMS
                      (TEAM_ID,
                       TEAM_NAME,
                       DIVISION_ID,
                       LEAGUE_ID)
               VALUES (:WS-Sql-Team-Id,
                       :WS-Sql-Team-Name,
                       :WS-Sql-Division-Id,
                       :WS-Sql-League-Id)
           END-EXEC
           perform 8300-Check-Insert
           .
       2000-Restore-Throws.
           open input Throws-Backup
           if not In-OK
               display "BKTHROWS open error: " WS-In-Status
               move 12 to return-code
               goback
           end-if
           move "THROWS" to WS-Table-Name
           perform 8000-Start-Table
           EXEC SQL DELETE FROM LABSCRTH.THROWS END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           perform 2100-Read-Throw
               until Table-Eof
           close Throws-Backup
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(DECIMAL(FT_GAMES, 15)
                                   + FT_ATTEMPTS + FT_COMPLETED
                                   + FT_THREE_POINTERS), 0)
                   INTO :WS-Db-Count,
                        :WS-Db-Hash
                   FROM LABSCRTH.THROWS
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 8200-Check-Table
           .
       2100-Read-Throw.
           read Throws-Backup into WS-Throws-Data
               at end
                   set Table-Eof to true
               not at end
                   if BW-Rec-Type = "C"
                       move WS-Throws-Data to WS-Control-Record
                       perform 8100-Take-Control
                   else
                       perform 2200-Load-Throw
                   end-if
           end-read
           .
       2200-Load-Throw.
           add 1 to WS-File-Count
           add BW-FT-Games BW-FT-Attempts BW-FT-Completed BW-FT-3PT
               to WS-File-Hash
           move BW-Throw-Id to WS-Sql-Throw-Id
           move BW-Player-Id to WS-Sql-Player-Id
           move BW-FT-Games to WS-Sql-FT-Games
           move BW-FT-Attempts to WS-Sql-FT-Attempts
           move BW-FT-Completed to WS-Sql-FT-Completed
           move BW-FT-3PT to WS-Sql-FT-3PT
           move BW-FT-Pct to WS-Sql-FT-Pct
           move BW-FT-Avg to WS-Sql-FT-Avg
           move BW-Last-Update to WS-Sql-Last-Update
           EXEC SQL
               INSERT INTO LABSCRTH.THROWS
                      (THROW_ID,
                       PLAYER_ID,
                       FT_GAMES,
                       FT_ATTEMPTS,
                       FT_COMPLETED,
                       FT_THREE_POINTERS,
                       FT_PCT_COMPLETED,
                       FT_AVG_POINTS,
                       FT_LAST_UPDATE)
               VALUES (:WS-Sql-Throw-Id,
                       :WS-Sql-Player-Id,
                       :WS-Sql-FT-Games,
                       :WS-Sql-FT-Attempts,
                       :WS-Sql-FT-Completed,
                       :WS-Sql-FT-3PT,
                       :WS-Sql-FT-Pct,
                       :WS-Sql-FT-Avg,
                       :WS-Sql-Last-Update)
           END-EXEC
           perform 8300-Check-Insert
           .
       2500-Restore-Throws-Game.
           open input Throws-Game-Backup
           if not In-OK
               display "BKTHRGAM open error: " WS-In-Status
               move 12 to return-code
               goback
           end-if
           move "THROWS_GAME" to WS-Table-Name
           perform 8000-Start-Table
           EXEC SQL DELETE FROM LABSCRTH.THROWS_GAME END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           perform 2600-Read-Throw-Game
               until Table-Eof
           close Throws-Game-Backup
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(DECIMAL(FT_ATTEMPTS, 15)
                                   + FT_COMPLETED
                                   + FT_THREE_POINTERS), 0)
                   INTO :WS-Db-Count,
                        :WS-Db-Hash
                   FROM LABSCRTH.THROWS_GAME
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 8200-Check-Table
           .
       2600-Read-Throw-Game.
           read Throws-Game-Backup into WS-Throws-Game-Data
               at end
                   set Table-Eof to true
               not at end
                   if BG-Rec-Type = "C"
                       move WS-Throws-Game-Data to WS-Control-Record
                       perform 8100-Take-Control
                   else
                       perform 2700-Load-Throw-Game
                   end-if
           end-read
           .
       2700-Load-Throw-Game.
           add 1 to WS-File-Count
           add BG-FT-Attempts BG-FT-Completed BG-FT-3PT
               to WS-File-Hash
           move BG-Player-Id to WS-Sql-Player-Id
           move BG-Opponent-Id to WS-Sql-Opponent-Id
           move BG-Game-Date to WS-Sql-Game-Date
           move BG-FT-Attempts to WS-Sql-FT-Attempts
           move BG-FT-Completed to WS-Sql-FT-Completed
           move BG-FT-3PT to WS-Sql-FT-3PT
           move BG-Personal-Fouls to WS-Sql-Personal-Fouls
           move BG-Tech-Fouls to WS-Sql-Tech-Fouls
           move BG-Ejected to WS-Sql-Ejected
           EXEC SQL
               INSERT INTO LABSCRTH.THROWS_GAME
                      (PLAYER_ID,
                       OPPONENT_TEAM_ID,
                       GAME_DATE,
                       FT_ATTEMPTS,
                       FT_COMPLETED,
                       FT_THREE_POINTERS,
                       PERSONAL_FOULS,
                       TECHNICAL_FOULS,
                       EJECTED)
               VALUES (:WS-Sql-Player-Id,
                       :WS-Sql-Opponent-Id,
                       :WS-Sql-Game-Date,
                       :WS-Sql-FT-Attempts,
                       :WS-Sql-FT-Completed,
                       :WS-Sql-FT-3PT,
                       :WS-Sql-Personal-Fouls,
                       :WS-Sql-Tech-Fouls,
                       :WS-Sql-Ejected)
           END-EXEC
           perform 8300-Check-Insert
           .
       3000-Restore-Schedule.
           open input Schedule-Backup
           if not In-OK
               display "BKSCHED open error: " WS-In-Status
               move 12 to return-code
               goback
           end-if
           move "GAME_SCHEDULE" to WS-Table-Name
           perform 8000-Start-Table
           EXEC SQL DELETE FROM LABSCRTH.GAME_SCHEDULE END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           perform 3100-Read-Fixture
               until Table-Eof
           close Schedule-Backup
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(DECIMAL(FIXTURE_ID, 15)
                                   + HOME_TEAM_ID
                                   + AWAY_TEAM_ID), 0)
                   INTO :WS-Db-Count,
                        :WS-Db-Hash
                   FROM LABSCRTH.GAME_SCHEDULE
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 8200-Check-Table
           .
       3100-Read-Fixture.
           read Schedule-Backup into WS-Schedule-Data
               at end
                   set Table-Eof to true
               not at end
                   if BS-Rec-Type = "C"
                       move WS-Schedule-Data to WS-Control-Record
                       perform 8100-Take-Control
                   else
                       perform 3200-Load-Fixture
                   end-if
           end-read
           .
       3200-Load-Fixture.
           add 1 to WS-File-Count
           add BS-Fixture-Id BS-Home-Team-Id BS-Away-Team-Id
               to WS-File-Hash
           move BS-Fixture-Id to WS-Sql-Fixture-Id
           move BS-Fixture-Date to WS-Sql-Fixture-Date
           move BS-Timeslot to WS-Sql-Timeslot
           move BS-Home-Team-Id to WS-Sql-Home-Team-Id
           move BS-Away-Team-Id to WS-Sql-Away-Team-Id
           move BS-Venue to WS-Sql-Venue
           move BS-Sched-Status to WS-Sql-Sched-Status
           move BS-Tournament-Id to WS-Sql-Tournament-Id
           move BS-League-Id to WS-Sql-League-Id
           if BS-Tournament-Null = "Y"
               move -1 to WS-Sql-Tournament-Ind
           else
               move zero to WS-Sql-Tournament-Ind
           end-if
           EXEC SQL
               INSERT INTO LABSCRTH.GAME_SCHEDULE
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
                       :WS-Sql-Sched-Status,
                       :WS-Sql-Tournament-Id :WS-Sql-Tournament-Ind,
                       :WS-Sql-League-Id)
           END-EXEC
           perform 8300-Check-Insert
           .
       3500-Restore-Invoices.
           open input Invoice-Backup
           if not In-OK
               display "BKINVOIC open error: " WS-In-Status
               move 12 to return-code
               goback
           end-if
           move "INVOICE" to WS-Table-Name
           perform 8000-Start-Table
           EXEC SQL DELETE FROM LABSCRTH.INVOICE END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           perform 3600-Read-Invoice
               until Table-Eof
           close Invoice-Backup
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(AMOUNT_DUE + AMOUNT_PAID), 0)
                   INTO :WS-Db-Count,
                        :WS-Db-Hash
                   FROM LABSCRTH.INVOICE
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 8200-Check-Table
           .
       3600-Read-Invoice.
           read Invoice-Backup into WS-Invoice-Data
               at end
                   set Table-Eof to true
               not at end
                   if BI-Rec-Type = "C"
                       move WS-Invoice-Data to WS-Control-Record
                       perform 8100-Take-Control
                   else
                       perform 3700-Load-Invoice
                   end-if
           end-read
           .
       3700-Load-Invoice.
           add 1 to WS-File-Count
           add BI-Amount-Due BI-Amount-Paid to WS-File-Hash
           move BI-Invoice-Id to WS-Sql-Invoice-Id
           move BI-Player-Id to WS-Sql-Player-Id
           move BI-Season-Id to WS-Sql-Season-Id
           move BI-Invoice-Date to WS-Sql-Invoice-Date
           move BI-Amount-Due to WS-Sql-Amount-Due
           move BI-Amount-Paid to WS-Sql-Amount-Paid
           move BI-Rate-Code to WS-Sql-Rate-Code
           move BI-Discount to WS-Sql-Discount
           move BI-Sponsor-Id to WS-Sql-Sponsor-Id
           move BI-Sponsorship-Id to WS-Sql-Sponsorship-Id
           move BI-Writeoff to WS-Sql-Writeoff
           move BI-League-Id to WS-Sql-League-Id
           move zero to WS-Sql-Rate-Ind WS-Sql-Discount-Ind
                        WS-Sql-Sponsor-Ind WS-Sql-Sponsorship-Ind
                        WS-Sql-Writeoff-Ind
           if BI-Rate-Null = "Y"
               move -1 to WS-Sql-Rate-Ind
           end-if
           if BI-Discount-Null = "Y"
               move -1 to WS-Sql-Discount-Ind
           end-if
           if BI-Sponsor-Null = "Y"
               move -1 to WS-Sql-Sponsor-Ind
           end-if
           if BI-Sponsorship-Null = "Y"
               move -1 to WS-Sql-Sponsorship-Ind
           end-if
           if BI-Writeoff-Null = "Y"
               move -1 to WS-Sql-Writeoff-Ind
           end-if
           EXEC SQL
               INSERT INTO LABSCRTH.INVOICE
                      (INVOICE_ID,
                       PLAYER_ID,
                       SEASON_ID,
                       INVOICE_DATE,
                       AMOUNT_DUE,
                       AMOUNT_PAID,
                       RATE_CODE,
                       DISCOUNT_AMOUNT,
                       SPONSOR_ID,
                       SPONSORSHIP_ID,
                       WRITEOFF_AMOUNT,
                       LEAGUE_ID)
               VALUES (:WS-Sql-Invoice-Id,
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
                       :WS-Sql-League-Id)
           END-EXEC
           perform 8300-Check-Insert
           .
       4000-Restore-Payments.
           open input Payment-Backup
           if not In-OK
               display "BKPAYMNT open error: " WS-In-Status
               move 12 to return-code
               goback
           end-if
           move "PAYMENT" to WS-Table-Name
           perform 8000-Start-Table
           EXEC SQL DELETE FROM LABSCRTH.PAYMENT END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           perform 4100-Read-Payment
               until Table-Eof
           close Payment-Backup
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(AMOUNT), 0)
                   INTO :WS-Db-Count,
                        :WS-Db-Hash
                   FROM LABSCRTH.PAYMENT
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 8200-Check-Table
           .
       4100-Read-Payment.
           read Payment-Backup into WS-Payment-Data
               at end
                   set Table-Eof to true
               not at end
                   if BY-Rec-Type = "C"
                       move WS-Payment-Data to WS-Control-Record
                       perform 8100-Take-Control
                   else
                       perform 4200-Load-Payment
                   end-if
           end-read
           .
       4200-Load-Payment.
           add 1 to WS-File-Count
           add BY-Amount to WS-File-Hash
           move BY-Invoice-Id to WS-Sql-Invoice-Id
           move BY-Payment-Seq to WS-Sql-Payment-Seq
           move BY-Payment-Date to WS-Sql-Payment-Date
           move BY-Amount to WS-Sql-Amount
           move BY-Settlement-Id to WS-Sql-Settlement-Id
           move BY-Recovery to WS-Sql-Recovery
           move BY-Credit-Id to WS-Sql-Credit-Id
           move zero to WS-Sql-Settlement-Ind WS-Sql-Recovery-Ind
                        WS-Sql-Credit-Ind
           if BY-Settlement-Null = "Y"
               move -1 to WS-Sql-Settlement-Ind
           end-if
           if BY-Recovery-Null = "Y"
               move -1 to WS-Sql-Recovery-Ind
           end-if
           if BY-Credit-Null = "Y"
               move -1 to WS-Sql-Credit-Ind
           end-if
           EXEC SQL
               INSERT INTO LABSCRTH.PAYMENT
                      (INVOICE_ID,
                       PAYMENT_SEQ,
                       PAYMENT_DATE,
                       AMOUNT,
                       SETTLEMENT_ID,
                       RECOVERY_AMOUNT,
                       CREDIT_ID)
               VALUES (:WS-Sql-Invoice-Id,
                       :WS-Sql-Payment-Seq,
                       :WS-Sql-Payment-Date,
                       :WS-Sql-Amount,
                       :WS-Sql-Settlement-Id :WS-Sql-Settlement-Ind,
                       :WS-Sql-Recovery :WS-Sql-Recovery-Ind,
                       :WS-Sql-Credit-Id :WS-Sql-Credit-Ind)
           END-EXEC
           perform 8300-Check-Insert
           .
       5000-Check-Orphans.
           move spaces to WS-Detail-Line
           perform 8900-Write-Detail-Line
           move "REFERENTIAL INTEGRITY SWEEP - RESTORED COPY"
               to WS-Detail-Line
           perform 8900-Write-Detail-Line

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Orphan-Count
                   FROM LABSCRTH.THROWS FT
                   WHERE NOT EXISTS (
                       SELECT 1
                           FROM LABSCRTH.PLAYERS P
                           WHERE P.PLAYER_ID = FT.PLAYER_ID
                   )
           END-EXEC
           move "THROWS with no PLAYERS row" to OUT-Orphan-Check
           perform 8400-Write-Orphan-Line

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Orphan-Count
                   FROM LABSCRTH.PLAYERS P
                   WHERE NOT EXISTS (
                       SELECT 1
                           FROM LABSCRTH.TEAMS T
                           WHERE T.TEAM_ID = P.TEAM_ID
                   )
           END-EXEC
           move "PLAYERS with no TEAMS row" to OUT-Orphan-Check
           perform 8400-Write-Orphan-Line

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Orphan-Count
                   FROM LABSCRTH.THROWS_GAME TG
                   WHERE NOT EXISTS (
                       SELECT 1
                           FROM LABSCRTH.PLAYERS P
                           WHERE P.PLAYER_ID = TG.PLAYER_ID
                   )
           END-EXEC
           move "THROWS_GAME with no PLAYERS row" to OUT-Orphan-Check
           perform 8400-Write-Orphan-Line

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Orphan-Count
                   FROM LABSCRTH.GAME_SCHEDULE GS
                   WHERE NOT EXISTS (
                       SELECT 1
                           FROM LABSCRTH.TEAMS T
                           WHERE T.TEAM_ID = GS.HOME_TEAM_ID
                   )
                      OR NOT EXISTS (
                       SELECT 1
                           FROM LABSCRTH.TEAMS T
                           WHERE T.TEAM_ID = GS.AWAY_TEAM_ID
                   )
           END-EXEC
           move "GAME_SCHEDULE with no TEAMS row" to OUT-Orphan-Check
           perform 8400-Write-Orphan-Line

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Orphan-Count
                   FROM LABSCRTH.INVOICE I
                   WHERE I.PLAYER_ID <> 0
                     AND NOT EXISTS (
                       SELECT 1
                           FROM LABSCRTH.PLAYERS P
                           WHERE P.PLAYER_ID = I.PLAYER_ID
                   )
           END-EXEC
           move "INVOICE with no PLAYERS row" to OUT-Orphan-Check
           perform 8400-Write-Orphan-Line

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Orphan-Count
                   FROM LABSCRTH.PAYMENT PM
                   WHERE NOT EXISTS (
                       SELECT 1
                           FROM LABSCRTH.INVOICE I
                           WHERE I.INVOICE_ID = PM.INVOICE_ID
                   )
           END-EXEC
           move "PAYMENT with no INVOICE row" to OUT-Orphan-Check
           perform 8400-Write-Orphan-Line
           .
       6000-Verify-Throws.
           move spaces to WS-Detail-Line
           perform 8900-Write-Detail-Line
           move "SEASON TOTAL RECOMPUTE - RESTORED COPY"
               to WS-Detail-Line
           perform 8900-Write-Detail-Line

           EXEC SQL DECLARE RSTV_SEASON_CUR CURSOR FOR
               SELECT THROW_ID,
                      PLAYER_ID,
                      FT_GAMES,
                      FT_ATTEMPTS,
                      FT_COMPLETED,
                      FT_THREE_POINTERS
                   FROM LABSCRTH.THROWS
                   ORDER BY PLAYER_ID
           END-EXEC
           EXEC SQL OPEN RSTV_SEASON_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 6100-Fetch-Season-Row
               until Season-Eof
           EXEC SQL CLOSE RSTV_SEASON_CUR END-EXEC

           move "Season rows consistent:" to OUT-Total-Label
           move WS-Consistent-Count to OUT-Total-Value
           perform 8950-Write-Total-Line
           move "Drift explained by THROWSM:" to OUT-Total-Label
           move WS-Explained-Count to OUT-Total-Value
           perform 8950-Write-Total-Line
           move "Drift unexplained:" to OUT-Total-Label
           move WS-Unexplained-Count to OUT-Total-Value
           perform 8950-Write-Total-Line
           .
       6100-Fetch-Season-Row.
           EXEC SQL FETCH RSTV_SEASON_CUR
               INTO :WS-Sql-Throw-Id,
                    :WS-Sql-Player-Id,
                    :WS-Sql-FT-Games,
                    :WS-Sql-FT-Attempts,
                    :WS-Sql-FT-Completed,
                    :WS-Sql-FT-3PT
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 6200-Recompute-From-Detail
               when SQLCODE = 100
                   set Season-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       6200-Recompute-From-Detail.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(FT_ATTEMPTS), 0),
                      COALESCE(SUM(FT_COMPLETED), 0),
                      COALESCE(SUM(FT_THREE_POINTERS), 0)
                   INTO :WS-Sql-Det-Games,
                        :WS-Sql-Det-Attempts,
                        :WS-Sql-Det-Completed,
                        :WS-Sql-Det-3PT
                   FROM LABSCRTH.THROWS_GAME
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           if WS-Sql-FT-Games = WS-Sql-Det-Games
               and WS-Sql-FT-Attempts = WS-Sql-Det-Attempts
               and WS-Sql-FT-Completed = WS-Sql-Det-Completed
               and WS-Sql-FT-3PT = WS-Sql-Det-3PT
               add 1 to WS-Consistent-Count
           else
               perform 6300-Trace-The-Drift
           end-if
           .
       6300-Trace-The-Drift.
      *    The audit trail is not restored - the live THROWSM entries
      *    explain the drift in the copy just as they do in THRWVRFY.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Manual-Count
                   FROM LABSCHEMA.THROWS_AUDIT
                   WHERE THROW_ID = :WS-Sql-Throw-Id
                     AND JOB_ID = 'THROWSM'
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           move WS-Sql-Player-Id to OUT-Player-Id
           move WS-Sql-FT-Games to OUT-Sea-Games
           move WS-Sql-FT-Attempts to OUT-Sea-Attempts
           move WS-Sql-FT-Completed to OUT-Sea-Completed
           move WS-Sql-FT-3PT to OUT-Sea-3PT
           move WS-Sql-Det-Games to OUT-Det-Games
           move WS-Sql-Det-Attempts to OUT-Det-Attempts
           move WS-Sql-Det-Completed to OUT-Det-Completed
           move WS-Sql-Det-3PT to OUT-Det-3PT

           if WS-Sql-Manual-Count > zero
               add 1 to WS-Explained-Count
               move "EXPLAINED   " to OUT-Drift-Tag
           else
               add 1 to WS-Unexplained-Count
               move "UNEXPLAINED " to OUT-Drift-Tag
           end-if
           display WS-Drift-Line
           write Restore-Report-Record from WS-Drift-Line
           .
       8000-Start-Table.
           move "N" to WS-Eof-Sw
           move "N" to WS-Control-Seen-Sw
           move zero to WS-File-Count WS-File-Hash
                        WS-Ctl-Count WS-Ctl-Hash
                        WS-Db-Count WS-Db-Hash
                        WS-Reject-Count
           .
       8100-Take-Control.
           set Control-Seen to true
           move BC-Row-Count to WS-Ctl-Count
           move BC-Hash-Total to WS-Ctl-Hash
           if BC-Table-Name not equal WS-Table-Name
               display "LGRSTVFY - " WS-Table-Name
                   " backup carries control record for "
                   BC-Table-Name
               move "N" to WS-Control-Seen-Sw
           end-if
           .
       8200-Check-Table.
      *    File against its control record, scratch table against
      *    both, and nothing rejected on the way in.
           EXEC SQL COMMIT END-EXEC
           move WS-Table-Name to OUT-Table-Name
           move WS-File-Count to OUT-File-Count
           move WS-Ctl-Count to OUT-Ctl-Count
           move WS-Db-Count to OUT-Db-Count
           move WS-Reject-Count to OUT-Reject-Count
           move WS-File-Hash to OUT-File-Hash
           move WS-Ctl-Hash to OUT-Ctl-Hash
           move WS-Db-Hash to OUT-Db-Hash
           if Control-Seen
               and WS-File-Count = WS-Ctl-Count
               and WS-File-Hash = WS-Ctl-Hash
               and WS-Db-Count = WS-Ctl-Count
               and WS-Db-Hash = WS-Ctl-Hash
               and WS-Reject-Count = zero
               move "OK" to OUT-Table-Verdict
           else
               move "FAILED" to OUT-Table-Verdict
               add 1 to WS-Tables-Failed
           end-if
           if not Control-Seen
               move "NO CTRL" to OUT-Table-Verdict
           end-if
           display WS-Count-Line
           write Restore-Report-Record from WS-Count-Line
           display WS-Hash-Line
           write Restore-Report-Record from WS-Hash-Line
           .
       8300-Check-Insert.
           if SQLCODE not equal zero
               add 1 to WS-Reject-Count
               move SQLCODE to WS-Reject-SQLCODE
               display "LGRSTVFY - " WS-Table-Name " row "
                   WS-File-Count " not loaded, SQLCODE "
                   WS-Reject-SQLCODE
           end-if
           .
       8400-Write-Orphan-Line.
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move WS-Sql-Orphan-Count to OUT-Orphan-Count
           add WS-Sql-Orphan-Count to WS-Orphan-Total
           display WS-Orphan-Line
           write Restore-Report-Record from WS-Orphan-Line
           .
       8500-Write-Verdict.
           move spaces to WS-Detail-Line
           perform 8900-Write-Detail-Line
           move "Tables failing reload checks:" to OUT-Total-Label
           move WS-Tables-Failed to OUT-Total-Value
           perform 8950-Write-Total-Line
           move "Orphan rows in restored copy:" to OUT-Total-Label
           move WS-Orphan-Total to OUT-Total-Value
           perform 8950-Write-Total-Line
           if WS-Tables-Failed = zero
               and WS-Orphan-Total = zero
               and WS-Unexplained-Count = zero
               move "RESTORE USABLE" to WS-Detail-Line
               perform 8900-Write-Detail-Line
           else
               move "RESTORE NOT USABLE" to WS-Detail-Line
               perform 8900-Write-Detail-Line
               move "C" to WS-Alert-Severity
               move "WEEKLY LEAGUE/FINANCE BACKUP FAILED RESTORE VERIFY"
                   to WS-Alert-Message
               call "ALERTWTR" using WS-Alert-Severity
                                    WS-Job-Id
                                    WS-Alert-Message
               move 8 to return-code
           end-if
           .
       8900-Write-Detail-Line.
           display WS-Detail-Line
           write Restore-Report-Record from WS-Detail-Line
           .
       8950-Write-Total-Line.
           display WS-Total-Line
           write Restore-Report-Record from WS-Total-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           move 12 to return-code
           goback
           .
