       Identification Division.
      **********************************************************************
      * Invitational tournament maintenance, in the OFFMNT mold. The
      * weekend invitational brings in outside clubs that are not on
      * LABSCHEMA.TEAMS, so a tournament carries its own entry list:
      *   LABSCHEMA.TOURNAMENT  - one row per tournament: name, first
      *                           and last day, and the pool
      *                           tiebreak rules;
      *   LABSCHEMA.TOURN_ENTRY - one row per team entered: our own
      *                           teams under their TEAM_ID, guest
      *                           teams under an entry ID this job
      *                           assigns above 900000000 so it can
      *                           never collide with a TEAMS key, with
      *                           the pool (A or B), the pool seed and
      *                           the guest club's contact;
      *   LABSCHEMA.TOURN_SLOT  - the venue/timeslot pairs booked for
      *                           the weekend, each marked for pool
      *                           play ('P'), crossovers ('X') or
      *                           finals and placement games ('F').
      *
      * Transaction records:
      *   Record type 'T' - TOURNAMENT, 'E' - TOURN_ENTRY,
      *               'S' - TOURN_SLOT
      *   Action code 'A' - Add, 'C' - Change, 'D' - Delete (slots
      *               are added and deleted only)
      *
      * Tiebreak rules are up to six letters applied in order once
      * pool wins are level (TOURNSTD):
      *   'H' head-to-head between the two teams
      *   'D' points differential
      *   'A' fewest points allowed
      *   'F' most points scored
      *   'S' pool seed
      * Blank takes the league default, HDAFS; the pool seed always
      * settles whatever the listed rules leave level.
      *
      * Once TOURNGEN has drawn the pool fixtures the entry list is
      * frozen: entries may not be added or deleted, a 'C' changes
      * the guest club's name and contact only, and the tournament
      * may not be deleted.
      *
      * SYSIN card 1 names the league the transactions are for. A
      * tournament belongs to the league that added it; another
      * league's tournament is treated as not on file, and only the
      * league's own teams may be entered under their TEAM_ID.
      **********************************************************************
       Program-ID. TOURNMNT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Tourn-Trans-File assign to TOURTRAN
               file status is WS-Trans-File-Status.

       Data Division.
       File Section.
       FD  Tourn-Trans-File
           recording mode f.
       01  Tourn-Trans-Record.
           05  TR-Record-Type          pic x(01).
               88  TR-Tournament-Rec       value "T".
               88  TR-Entry-Rec            value "E".
               88  TR-Slot-Rec             value "S".
           05  TR-Action-Code          pic x(01).
               88  TR-Add                  value "A".
               88  TR-Change               value "C".
               88  TR-Delete               value "D".
           05  TR-Tournament-Id        pic s9(09) packed-decimal.
           05  TR-Tournament-Data.
               10  TR-Tourn-Name       pic x(60).
               10  TR-Start-Date       pic x(10).
               10  TR-End-Date         pic x(10).
               10  TR-Tiebreak-Rules   pic x(06).
               10  filler              pic x(64).
           05  TR-Entry-Data redefines TR-Tournament-Data.
               10  TR-Entry-Team-Id    pic s9(09) packed-decimal.
               10  TR-Entry-Name       pic x(60).
               10  TR-Pool-Code        pic x(01).
                   88  TR-Valid-Pool       values "A" "B".
               10  TR-Pool-Seed        pic 9(02).
               10  TR-Contact-Name     pic x(40).
               10  TR-Contact-Email    pic x(40).
               10  filler              pic x(02).
           05  TR-Slot-Data redefines TR-Tournament-Data.
               10  TR-Slot-Date        pic x(10).
               10  TR-Timeslot         pic x(05).
               10  TR-Venue            pic x(30).
               10  TR-Stage-Code       pic x(01).
                   88  TR-Valid-Stage      values "P" "X" "F".
               10  filler              pic x(104).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Rules-Sw            pic x value "Y".
           88  Rules-Valid            value "Y".
       01  WS-Rule-Sub            pic s9(04) comp.

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
       01  WS-Sql-Entry-Team-Id   pic s9(09) comp.
       01  WS-Sql-Entry-Name      pic x(60).
       01  WS-Sql-Guest-Flag      pic x(01).
       01  WS-Sql-Pool-Code       pic x(01).
       01  WS-Sql-Pool-Seed       pic s9(04) comp.
       01  WS-Sql-Contact-Name    pic x(40).
       01  WS-Sql-Contact-Email   pic x(40).
       01  WS-Sql-Slot-Date       pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Stage-Code      pic x(01).
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Sql-Drawn-Count     pic s9(05) comp.
       01  WS-Sql-Team-Name       pic x(100).

       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

           perform 0050-Select-League
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
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
       1000-Open-Files.
           open input Tourn-Trans-File
           if not Trans-File-OK
               display "Transaction file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Tourn-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Process-Transaction
           end-read
           .
       3000-Process-Transaction.
           move TR-Tournament-Id to WS-Sql-Tournament-Id

           if TR-Tournament-Rec and TR-Add
               perform 3050-Apply-Transaction
           else
               perform 3100-Check-Tournament
               if WS-Sql-Count = zero
                   display "Rejected, no such TOURNAMENT_ID in this "
                       "league: " TR-Tournament-Id
                   add 1 to WS-Reject-Count
               else
                   perform 3050-Apply-Transaction
               end-if
           end-if
           .
       3050-Apply-Transaction.
           evaluate true
               when TR-Tournament-Rec and TR-Add
                   perform 6100-Add-Tournament
               when TR-Tournament-Rec and TR-Change
                   perform 6200-Change-Tournament
               when TR-Tournament-Rec and TR-Delete
                   perform 6300-Delete-Tournament
               when TR-Entry-Rec and TR-Add
                   perform 6400-Add-Entry
               when TR-Entry-Rec and TR-Change
                   perform 6500-Change-Entry
               when TR-Entry-Rec and TR-Delete
                   perform 6600-Delete-Entry
               when TR-Slot-Rec and TR-Add
                   perform 6700-Add-Slot
               when TR-Slot-Rec and TR-Delete
                   perform 6800-Delete-Slot
               when other
                   display "Invalid record type/action, TOURNAMENT_ID "
                       TR-Tournament-Id ": " TR-Record-Type
                       TR-Action-Code
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       3100-Check-Tournament.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.TOURNAMENT
                   WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                     AND LEAGUE_ID     = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       3200-Check-Drawn.
      *    Pool fixtures on GAME_SCHEDULE mean TOURNGEN has drawn the
      *    pools and the entry list is frozen.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Drawn-Count
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       3300-Validate-Tournament.
           move "Y" to WS-Rules-Sw
           move 1 to WS-Rule-Sub
           perform 3310-Check-One-Rule
               until WS-Rule-Sub > 6
           evaluate true
               when TR-Tourn-Name = spaces
                   display "Rejected, tournament name required, "
                       "TOURNAMENT_ID " TR-Tournament-Id
                   add 1 to WS-Reject-Count
               when TR-Start-Date = spaces or TR-End-Date = spaces
                   display "Rejected, first and last day required, "
                       "TOURNAMENT_ID " TR-Tournament-Id
                   add 1 to WS-Reject-Count
               when TR-End-Date < TR-Start-Date
                   display "Rejected, last day before first day, "
                       "TOURNAMENT_ID " TR-Tournament-Id
                   add 1 to WS-Reject-Count
               when not Rules-Valid
                   display "Rejected, tiebreak rules not H/D/A/F/S, "
                       "TOURNAMENT_ID " TR-Tournament-Id ": "
                       TR-Tiebreak-Rules
                   add 1 to WS-Reject-Count
               when other
                   move TR-Tourn-Name to WS-Sql-Tourn-Name
                   move TR-Start-Date to WS-Sql-Start-Date
                   move TR-End-Date to WS-Sql-End-Date
                   if TR-Tiebreak-Rules = spaces
                       move "HDAFS" to WS-Sql-Tiebreak-Rules
                   else
                       move TR-Tiebreak-Rules to WS-Sql-Tiebreak-Rules
                   end-if
           end-evaluate
           .
       3310-Check-One-Rule.
           if TR-Tiebreak-Rules (WS-Rule-Sub:1) not = space
               and TR-Tiebreak-Rules (WS-Rule-Sub:1) not = "H"
               and TR-Tiebreak-Rules (WS-Rule-Sub:1) not = "D"
               and TR-Tiebreak-Rules (WS-Rule-Sub:1) not = "A"
               and TR-Tiebreak-Rules (WS-Rule-Sub:1) not = "F"
               and TR-Tiebreak-Rules (WS-Rule-Sub:1) not = "S"
               move "N" to WS-Rules-Sw
           end-if
           add 1 to WS-Rule-Sub
           .
       6100-Add-Tournament.
           move spaces to WS-Sql-Tourn-Name
           perform 3300-Validate-Tournament
           if WS-Sql-Tourn-Name not = spaces
               EXEC SQL
                    INSERT INTO LABSCHEMA.TOURNAMENT
                           (TOURNAMENT_ID,
                            TOURN_NAME,
                            START_DATE,
                            END_DATE,
                            TIEBREAK_RULES,
                            LEAGUE_ID)
                    VALUES (:WS-Sql-Tournament-Id,
                            :WS-Sql-Tourn-Name,
                            :WS-Sql-Start-Date,
                            :WS-Sql-End-Date,
                            :WS-Sql-Tiebreak-Rules,
                            :WS-Sql-League-Id)
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       add 1 to WS-Add-Count
                   when SQLCODE = -803
                       EXEC SQL ROLLBACK END-EXEC
                       display "Rejected, TOURNAMENT_ID already on "
                           "file: " TR-Tournament-Id
                       add 1 to WS-Reject-Count
                   when other
                       EXEC SQL ROLLBACK END-EXEC
                       move SQLCODE to WS-Error-SQLCODE
                       display "Add failed, TOURNAMENT_ID "
                           TR-Tournament-Id " SQLCODE "
                           WS-Error-SQLCODE
                       add 1 to WS-Reject-Count
               end-evaluate
           end-if
           .
       6200-Change-Tournament.
           move spaces to WS-Sql-Tourn-Name
           perform 3300-Validate-Tournament
           if WS-Sql-Tourn-Name not = spaces
               EXEC SQL
                    UPDATE LABSCHEMA.TOURNAMENT
                    SET TOURN_NAME     = :WS-Sql-Tourn-Name,
                        START_DATE     = :WS-Sql-Start-Date,
                        END_DATE       = :WS-Sql-End-Date,
                        TIEBREAK_RULES = :WS-Sql-Tiebreak-Rules
                    WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                      AND LEAGUE_ID     = :WS-Sql-League-Id
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       add 1 to WS-Change-Count
                   when SQLCODE = 100
                       display "Rejected, no such TOURNAMENT_ID "
                           TR-Tournament-Id
                       add 1 to WS-Reject-Count
                   when other
                       EXEC SQL ROLLBACK END-EXEC
                       move SQLCODE to WS-Error-SQLCODE
                       display "Change failed, TOURNAMENT_ID "
                           TR-Tournament-Id " SQLCODE "
                           WS-Error-SQLCODE
                       add 1 to WS-Reject-Count
               end-evaluate
           end-if
           .
       6300-Delete-Tournament.
      *    Entries and slots go with the tournament, in the same unit
      *    of work; a drawn tournament is history and stays.
           perform 3200-Check-Drawn
           if WS-Sql-Drawn-Count > zero
               display "Rejected, fixtures already drawn, "
                   "TOURNAMENT_ID " TR-Tournament-Id
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    DELETE FROM LABSCHEMA.TOURN_ENTRY
                    WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
               END-EXEC
               if SQLCODE not equal zero and SQLCODE not equal 100
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               EXEC SQL
                    DELETE FROM LABSCHEMA.TOURN_SLOT
                    WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
               END-EXEC
               if SQLCODE not equal zero and SQLCODE not equal 100
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               EXEC SQL
                    DELETE FROM LABSCHEMA.TOURNAMENT
                    WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                      AND LEAGUE_ID     = :WS-Sql-League-Id
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       add 1 to WS-Delete-Count
                   when SQLCODE = 100
                       EXEC SQL ROLLBACK END-EXEC
                       display "Rejected, no such TOURNAMENT_ID "
                           TR-Tournament-Id
                       add 1 to WS-Reject-Count
                   when other
                       EXEC SQL ROLLBACK END-EXEC
                       move SQLCODE to WS-Error-SQLCODE
                       display "Delete failed, TOURNAMENT_ID "
                           TR-Tournament-Id " SQLCODE "
                           WS-Error-SQLCODE
                       add 1 to WS-Reject-Count
               end-evaluate
           end-if
           .
       6400-Add-Entry.
           perform 3100-Check-Tournament
           perform 3200-Check-Drawn
           evaluate true
               when WS-Sql-Count = zero
                   display "Rejected, no such TOURNAMENT_ID "
                       TR-Tournament-Id
                   add 1 to WS-Reject-Count
               when WS-Sql-Drawn-Count > zero
                   display "Rejected, pools already drawn, "
                       "TOURNAMENT_ID " TR-Tournament-Id
                   add 1 to WS-Reject-Count
               when not TR-Valid-Pool
                   display "Rejected, pool must be A or B, "
                       "TOURNAMENT_ID " TR-Tournament-Id ": "
                       TR-Pool-Code
                   add 1 to WS-Reject-Count
               when TR-Pool-Seed not numeric
                   display "Rejected, pool seed not numeric, "
                       "TOURNAMENT_ID " TR-Tournament-Id
                   add 1 to WS-Reject-Count
               when TR-Entry-Team-Id = zero
                   perform 6410-Add-Guest-Entry
               when other
                   perform 6420-Add-League-Entry
           end-evaluate
           .
       6410-Add-Guest-Entry.
           if TR-Entry-Name = spaces
               display "Rejected, guest team name required, "
                   "TOURNAMENT_ID " TR-Tournament-Id
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                   SELECT COALESCE(MAX(ENTRY_TEAM_ID), 900000000) + 1
                       INTO :WS-Sql-Entry-Team-Id
                       FROM LABSCHEMA.TOURN_ENTRY
                       WHERE ENTRY_TEAM_ID > 900000000
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               move TR-Entry-Name to WS-Sql-Entry-Name
               move "Y" to WS-Sql-Guest-Flag
               perform 6450-Insert-Entry
           end-if
           .
       6420-Add-League-Entry.
           move TR-Entry-Team-Id to WS-Sql-Entry-Team-Id
           EXEC SQL
               SELECT TEAM_NAME
                   INTO :WS-Sql-Team-Name
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_ID   = :WS-Sql-Entry-Team-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Team-Name to WS-Sql-Entry-Name
                   move "N" to WS-Sql-Guest-Flag
                   perform 6450-Insert-Entry
               when SQLCODE = 100
                   display "Rejected, no such TEAM_ID in this league "
                       TR-Entry-Team-Id
                   add 1 to WS-Reject-Count
               when other
                   perform 9000-Bail
           end-evaluate
           .
       6450-Insert-Entry.
           move TR-Pool-Code to WS-Sql-Pool-Code
           move TR-Pool-Seed to WS-Sql-Pool-Seed
           move TR-Contact-Name to WS-Sql-Contact-Name
           move TR-Contact-Email to WS-Sql-Contact-Email
           EXEC SQL
                INSERT INTO LABSCHEMA.TOURN_ENTRY
                       (TOURNAMENT_ID,
                        ENTRY_TEAM_ID,
                        TEAM_NAME,
                        GUEST_FLAG,
                        POOL_CODE,
                        POOL_SEED,
                        CONTACT_NAME,
                        CONTACT_EMAIL)
                VALUES (:WS-Sql-Tournament-Id,
                        :WS-Sql-Entry-Team-Id,
                        :WS-Sql-Entry-Name,
                        :WS-Sql-Guest-Flag,
                        :WS-Sql-Pool-Code,
                        :WS-Sql-Pool-Seed,
                        :WS-Sql-Contact-Name,
                        :WS-Sql-Contact-Email)
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Add-Count
                   display "Entered " WS-Sql-Entry-Name
                       " ENTRY_TEAM_ID " WS-Sql-Entry-Team-Id
               when SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   display "Rejected, team already entered, "
                       "TOURNAMENT_ID " TR-Tournament-Id
                       " TEAM_ID " TR-Entry-Team-Id
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Entry add failed, TOURNAMENT_ID "
                       TR-Tournament-Id " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       6500-Change-Entry.
      *    Before the draw everything may change; after it, only the
      *    guest club's name and contact. A league team's name always
      *    comes from TEAMS.
           move TR-Entry-Team-Id to WS-Sql-Entry-Team-Id
           move TR-Entry-Name to WS-Sql-Entry-Name
           move TR-Contact-Name to WS-Sql-Contact-Name
           move TR-Contact-Email to WS-Sql-Contact-Email
           perform 3200-Check-Drawn
           if WS-Sql-Drawn-Count = zero
               and (not TR-Valid-Pool or TR-Pool-Seed not numeric)
               display "Rejected, pool must be A or B with a numeric "
                   "seed, TOURNAMENT_ID " TR-Tournament-Id
               add 1 to WS-Reject-Count
           else
               if WS-Sql-Drawn-Count = zero
                   move TR-Pool-Code to WS-Sql-Pool-Code
                   move TR-Pool-Seed to WS-Sql-Pool-Seed
                   EXEC SQL
                        UPDATE LABSCHEMA.TOURN_ENTRY
                        SET POOL_CODE     = :WS-Sql-Pool-Code,
                            POOL_SEED     = :WS-Sql-Pool-Seed,
                            CONTACT_NAME  = :WS-Sql-Contact-Name,
                            CONTACT_EMAIL = :WS-Sql-Contact-Email
                        WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                          AND ENTRY_TEAM_ID = :WS-Sql-Entry-Team-Id
                   END-EXEC
               else
                   EXEC SQL
                        UPDATE LABSCHEMA.TOURN_ENTRY
                        SET CONTACT_NAME  = :WS-Sql-Contact-Name,
                            CONTACT_EMAIL = :WS-Sql-Contact-Email
                        WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                          AND ENTRY_TEAM_ID = :WS-Sql-Entry-Team-Id
                   END-EXEC
               end-if
               perform 6550-Finish-Entry-Change
           end-if
           .
       6550-Finish-Entry-Change.
           if SQLCODE = 0 and TR-Entry-Name not = spaces
               EXEC SQL
                    UPDATE LABSCHEMA.TOURN_ENTRY
                    SET TEAM_NAME = :WS-Sql-Entry-Name
                    WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                      AND ENTRY_TEAM_ID = :WS-Sql-Entry-Team-Id
                      AND GUEST_FLAG    = 'Y'
               END-EXEC
               if SQLCODE = 100
                   move zero to SQLCODE
               end-if
           end-if

           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Change-Count
               when SQLCODE = 100
                   display "Rejected, no such entry, TOURNAMENT_ID "
                       TR-Tournament-Id " TEAM_ID " TR-Entry-Team-Id
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Entry change failed, TOURNAMENT_ID "
                       TR-Tournament-Id " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       6600-Delete-Entry.
           move TR-Entry-Team-Id to WS-Sql-Entry-Team-Id
           perform 3200-Check-Drawn
           if WS-Sql-Drawn-Count > zero
               display "Rejected, pools already drawn, "
                   "TOURNAMENT_ID " TR-Tournament-Id
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    DELETE FROM LABSCHEMA.TOURN_ENTRY
                    WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                      AND ENTRY_TEAM_ID = :WS-Sql-Entry-Team-Id
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       add 1 to WS-Delete-Count
                   when SQLCODE = 100
                       display "Rejected, no such entry, "
                           "TOURNAMENT_ID " TR-Tournament-Id
                           " TEAM_ID " TR-Entry-Team-Id
                       add 1 to WS-Reject-Count
                   when other
                       EXEC SQL ROLLBACK END-EXEC
                       move SQLCODE to WS-Error-SQLCODE
                       display "Entry delete failed, TOURNAMENT_ID "
                           TR-Tournament-Id " SQLCODE "
                           WS-Error-SQLCODE
                       add 1 to WS-Reject-Count
               end-evaluate
           end-if
           .
       6700-Add-Slot.
           move TR-Slot-Date to WS-Sql-Slot-Date
           move TR-Timeslot to WS-Sql-Timeslot
           move TR-Venue to WS-Sql-Venue
           move TR-Stage-Code to WS-Sql-Stage-Code
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.TOURNAMENT
                   WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                     AND DATE(:WS-Sql-Slot-Date)
                         BETWEEN START_DATE AND END_DATE
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           evaluate true
               when not TR-Valid-Stage
                   display "Rejected, stage must be P, X or F, "
                       "TOURNAMENT_ID " TR-Tournament-Id ": "
                       TR-Stage-Code
                   add 1 to WS-Reject-Count
               when TR-Timeslot = spaces or TR-Venue = spaces
                   display "Rejected, timeslot and venue required, "
                       "TOURNAMENT_ID " TR-Tournament-Id
                   add 1 to WS-Reject-Count
               when WS-Sql-Count = zero
                   display "Rejected, slot date outside tournament, "
                       "TOURNAMENT_ID " TR-Tournament-Id " "
                       TR-Slot-Date
                   add 1 to WS-Reject-Count
               when other
                   perform 6750-Insert-Slot
           end-evaluate
           .
       6750-Insert-Slot.
           EXEC SQL
                INSERT INTO LABSCHEMA.TOURN_SLOT
                       (TOURNAMENT_ID,
                        SLOT_DATE,
                        TIMESLOT,
                        VENUE,
                        STAGE_CODE)
                VALUES (:WS-Sql-Tournament-Id,
                        :WS-Sql-Slot-Date,
                        :WS-Sql-Timeslot,
                        :WS-Sql-Venue,
                        :WS-Sql-Stage-Code)
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Add-Count
               when SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   display "Rejected, slot already on file, "
                       "TOURNAMENT_ID " TR-Tournament-Id " "
                       TR-Slot-Date " " TR-Timeslot " " TR-Venue
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Slot add failed, TOURNAMENT_ID "
                       TR-Tournament-Id " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       6800-Delete-Slot.
           move TR-Slot-Date to WS-Sql-Slot-Date
           move TR-Timeslot to WS-Sql-Timeslot
           move TR-Venue to WS-Sql-Venue
           EXEC SQL
                DELETE FROM LABSCHEMA.TOURN_SLOT
                WHERE TOURNAMENT_ID = :WS-Sql-Tournament-Id
                  AND SLOT_DATE     = :WS-Sql-Slot-Date
                  AND TIMESLOT      = :WS-Sql-Timeslot
                  AND VENUE         = :WS-Sql-Venue
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Delete-Count
               when SQLCODE = 100
                   display "Rejected, no such slot, TOURNAMENT_ID "
                       TR-Tournament-Id " " TR-Slot-Date " "
                       TR-Timeslot
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Slot delete failed, TOURNAMENT_ID "
                       TR-Tournament-Id " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       8000-Close-Files.
           close Tourn-Trans-File
           .
       8100-Display-Totals.
           display "TOURNMNT - tournament maintenance complete"
           display "Transactions read:    " WS-Read-Count
           display "Rows added:           " WS-Add-Count
           display "Rows changed:         " WS-Change-Count
           display "Rows deleted:         " WS-Delete-Count
           display "Transactions rejected:" WS-Reject-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
