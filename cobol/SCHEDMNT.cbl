      * and standings reporting hang off this backbone.
      * Every change, delete and reschedule is logged to
      * LABSCHEMA.SCHED_CHANGE_LOG in the same unit of work - the
      * old date and the new date, timeslot and venue, and for a
      * reschedule the make-up's NEW_FIXTURE_ID - which is what lets
      * EMERNOTF build the emergency family notification when a gym
      * floods on a Saturday morning.
      * Before anything applies, the transaction file is registered
      * on LABSCHEMA.INPUT_FILE_REG by record count and content
      * total (fixture and team ids summed). A file whose
      * registration is already on file as applied ends RC 8 with a
      * critical ALERTWTR alert instead of applying twice. SYSIN
      * card 2 = 'O' overrides the check for a legitimate resend.
      *
      * SYSIN card 1 names the league the transactions are for. Both
      * teams must be in it, fixtures added are added to it, and a
      * fixture of another league is treated as not on file. Venues
      * are shared, so the venue check looks at every league's games.
      *
      * Restart: the LOADRST service keeps a LABSCHEMA.LOAD_RESTART
      * row for the registered file, checkpointed with the count of
      * transactions read in the same unit of work as each commit. A
      * rerun after an abend finds the file mid-way, needs no
      * override, skips exactly the transactions already applied and
      * reports the resume point.
      **********************************************************************
       Program-ID. SCHEDMNT.
       Environment Division.
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Override-Sw         pic x value "N".
           88  Resend-Override        value "Y".
       01  WS-Alert-Severity      pic x(01).
       01  WS-Rst-Function        pic x(01).
       01  WS-Rst-Step-Name       pic x(08) value "SCHEDMNT".
       01  WS-Rst-Applied         pic s9(09) comp value zero.
       01  WS-Rst-Status          pic x(01).
           88  Rst-Restart-Found      value "Y".
           88  Rst-Sql-Error          value "E".
       01  WS-Resume-Count        pic s9(09) comp value zero.
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Alert-Message       pic x(60).

       Procedure Division.

           perform 0050-Select-League
           perform 0400-Accept-Override
           perform 1000-Open-Files
           perform 0500-Register-Input-File
           perform 2000-Read-and-Process
               until End-of-File
           perform 7950-End-Restart
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
       0400-Accept-Override.
           display "Enter O to override the resend check: "
               with no advancing
           perform 0510-Fingerprint-One-Record
               until End-of-File
           close Schedule-Trans-File
           perform 0520-Check-Restart
           if not Rst-Restart-Found
               perform 0530-Register-New-File
           end-if

           move "N" to WS-End-of-File-Sw
           open input Schedule-Trans-File
           if not Trans-File-OK
               display "Transaction file reopen error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       0510-Fingerprint-One-Record.
           read Schedule-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Reg-Count
                   add TR-Fixture-Id to WS-Reg-Total
                   add TR-Home-Team-Id to WS-Reg-Total
                   add TR-Away-Team-Id to WS-Reg-Total
           end-read
           .
       0520-Check-Restart.
      *    A file left mid-way by an abended run is already
      *    registered as ours - resume it past the transactions applied.
           move "Q" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           if Rst-Restart-Found
               move WS-Rst-Applied to WS-Resume-Count
               display "SCHEDMNT - restarting registered file, "
                   WS-Resume-Count " of " WS-Reg-Count
                   " transactions already applied"
           end-if
           .
       0530-Register-New-File.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Dup-Count
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           move "S" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       1000-Open-Files.
           open input Schedule-Trans-File
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   if WS-Read-Count > WS-Resume-Count
                       perform 3000-Process-Transaction
                   else
                       add 1 to WS-Skip-Count
                   end-if
           end-read
           .
       3000-Process-Transaction.
                   SELECT COUNT(*)
                       INTO :WS-Sql-Count
                       FROM LABSCHEMA.TEAMS
                       WHERE (TEAM_ID = :WS-Sql-Home-Team-Id
                           OR TEAM_ID = :WS-Sql-Away-Team-Id)
                         AND LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               if WS-Sql-Count not equal 2
                   display "Rejected, TEAM_ID not in this league, "
                       "FIXTURE_ID " TR-Fixture-Id
                   add 1 to WS-Reject-Count
               else
                   perform 3200-Check-Conflicts
                        HOME_TEAM_ID,
                        AWAY_TEAM_ID,
                        VENUE,
                        SCHED_STATUS,
                        LEAGUE_ID)
                VALUES (:WS-Sql-Fixture-Id,
                        :WS-Sql-Fixture-Date,
                        :WS-Sql-Timeslot,
                        :WS-Sql-Home-Team-Id,
                        :WS-Sql-Away-Team-Id,
                        :WS-Sql-Venue,
                        'A',
                        :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE = 0
               perform 7900-Commit-Checkpoint
               add 1 to WS-Add-Count
           else
               EXEC SQL ROLLBACK END-EXEC
                    AWAY_TEAM_ID = :WS-Sql-Away-Team-Id,
                    VENUE        = :WS-Sql-Venue
                WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                  AND LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move "C" to WS-Sql-Change-Type
                   perform 6800-Log-Schedule-Change
                   perform 7900-Commit-Checkpoint
                   add 1 to WS-Change-Count
               when SQLCODE = 100
                   display "Rejected, no such FIXTURE_ID "
                        :WS-Log-Away-Id
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE = 100
               move spaces to WS-Sql-Old-Date
           EXEC SQL
                DELETE FROM LABSCHEMA.GAME_SCHEDULE
                WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                  AND LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move "D" to WS-Sql-Change-Type
                   perform 6800-Log-Schedule-Change
                   perform 7900-Commit-Checkpoint
                   add 1 to WS-Delete-Count
               when SQLCODE = 100
                   display "Rejected, no such FIXTURE_ID "
       6800-Log-Schedule-Change.
      *    One log row per change, delete or reschedule, in the same
      *    unit of work as the schedule action itself. A delete
      *    carries no make-up details; a reschedule carries the new
      *    fixture's FIXTURE_ID so TEAMICS can follow it back to the
      *    original fixture.
           EXEC SQL
               SELECT COALESCE(MAX(CHANGE_ID), 0) + 1
                   INTO :WS-Sql-Change-Id
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           evaluate WS-Sql-Change-Type
               when "D"
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
                                :WS-Log-Home-Id,
                                :WS-Log-Away-Id,
                                :WS-Sql-Old-Date,
                                NULL,
                                NULL,
                                NULL,
                                CURRENT TIMESTAMP)
                   END-EXEC
               when "R"
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
                                :WS-Log-Home-Id,
                                :WS-Log-Away-Id,
                                :WS-Sql-Old-Date,
                                :WS-Sql-Fixture-Date,
                                :WS-Sql-Timeslot,
                                :WS-Sql-Venue,
                                :WS-Sql-New-Fixture-Id,
                                CURRENT TIMESTAMP)
                   END-EXEC
               when other
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
                                :WS-Log-Home-Id,
                                :WS-Log-Away-Id,
                                :WS-Sql-Old-Date,
                                :WS-Sql-Fixture-Date,
                                :WS-Sql-Timeslot,
                                :WS-Sql-Venue,
                                CURRENT TIMESTAMP)
                   END-EXEC
           end-evaluate
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
                        :WS-Sql-Old-Date
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC
           move WS-Sql-Home-Team-Id to WS-Log-Home-Id
           move WS-Sql-Away-Team-Id to WS-Log-Away-Id
                            HOME_TEAM_ID,
                            AWAY_TEAM_ID,
                            VENUE,
                            SCHED_STATUS,
                            LEAGUE_ID)
                    VALUES (:WS-Sql-New-Fixture-Id,
                            :WS-Sql-Fixture-Date,
                            :WS-Sql-Timeslot,
                            :WS-Sql-Home-Team-Id,
                            :WS-Sql-Away-Team-Id,
                            :WS-Sql-Venue,
                            'A',
                            :WS-Sql-League-Id)
               END-EXEC
               if SQLCODE = 0
                   move "R" to WS-Sql-Change-Type
                   perform 6800-Log-Schedule-Change
                   perform 7900-Commit-Checkpoint
                   add 1 to WS-Resched-Count
               else
                   EXEC SQL ROLLBACK END-EXEC
               end-if
           end-if
           .
       7900-Commit-Checkpoint.
      *    The restart row moves in the same unit of work as the
      *    record it counts.
           move WS-Read-Count to WS-Rst-Applied
           move "U" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7950-End-Restart.
           move WS-Read-Count to WS-Rst-Applied
           move "E" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7990-Call-Restart-Service.
           call "LOADRST" using WS-Rst-Function
                                WS-Job-Id
                                WS-Rst-Step-Name
                                WS-Reg-Count
                                WS-Reg-Total
                                WS-Rst-Applied
                                WS-Rst-Status
           if Rst-Sql-Error
               EXEC SQL ROLLBACK END-EXEC
               move 12 to return-code
               goback
           end-if
           .
       8000-Close-Files.
           close Schedule-Trans-File
           .
       8100-Display-Totals.
           display "SCHEDMNT - schedule maintenance run complete"
           display "League: " WS-League-Name
           display "Transactions read:    " WS-Read-Count
           display "Fixtures added:       " WS-Add-Count
           display "Fixtures changed:     " WS-Change-Count
           display "Fixtures deleted:     " WS-Delete-Count
           display "Fixtures rescheduled: " WS-Resched-Count
           display "Rows rejected:        " WS-Reject-Count
           display "Skipped on restart:   " WS-Skip-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
