       Identification Division.
      **********************************************************************
      * Player development goal maintenance, in the COACHMNT mold.
      * The targets coaches set each player at the start of the
      * season - kept in notebooks until now - go on
      * LABSCHEMA.PLAYER_GOAL, one row per goal (GOAL_ID, PLAYER_ID,
      * SEASON_ID, METRIC_CODE, TARGET_VALUE, SET_DATE,
      * CHECKPOINT_DATE, and the ACTUAL_VALUE, GAMES_COUNTED,
      * GOAL_MET and EVALUATED_DATE GOALPROG fills in at the
      * checkpoint). Metrics are the figures THROWS_GAME carries:
      *   FTP - free-throw percentage
      *   ATT - free-throw attempts per game
      *   3PG - three-pointers per game
      *   PPG - points per game (GAMELOAD's scoring: one a free
      *         throw made, three a three-pointer)
      * Transaction records:
      *   Action code 'A' - Add a goal for a rostered player in the
      *                     current season; the set date defaults to
      *                     today
      *   Action code 'C' - Change the target and checkpoint date; a
      *                     goal already evaluated is evaluated again
      *                     at the new checkpoint
      *   Action code 'D' - Delete a goal
      * The checkpoint must fall after the set date, and an FT
      * percentage target cannot pass 100.
      * The run is for the league named on SYSIN card 1: goals are
      * set for its players in its current season, and only its
      * goals can be changed or deleted.
      **********************************************************************
       Program-ID. GOALMNT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Goal-Trans-File assign to GOALTRAN
               file status is WS-Trans-File-Status.

       Data Division.
       File Section.
       FD  Goal-Trans-File
           recording mode f.
       01  Goal-Trans-Record.
           05  TR-Action-Code          pic x(01).
               88  TR-Add                  value "A".
               88  TR-Change               value "C".
               88  TR-Delete               value "D".
           05  TR-Goal-Id              pic s9(09) packed-decimal.
           05  TR-Player-Id            pic s9(09) packed-decimal.
           05  TR-Metric-Code          pic x(03).
               88  TR-Valid-Metric         values "FTP" "ATT" "3PG"
                                                  "PPG".
               88  TR-FT-Percentage        value "FTP".
           05  TR-Target-Value         pic s9(03)v9 packed-decimal.
           05  TR-Set-Date             pic x(10).
           05  TR-Checkpoint-Date      pic x(10).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Goal-Id         pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Metric-Code     pic x(03).
       01  WS-Sql-Target-Value    pic s9(04)v9 comp-3.
       01  WS-Sql-Set-Date        pic x(10).
       01  WS-Sql-Checkpoint-Date pic x(10).
       01  WS-Sql-Ref-Count       pic s9(05) comp.
       01  WS-Today               pic x(10).
       01  WS-Goal-Action         pic x(01).
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Get-Current-Season
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
       0100-Get-Current-Season.
           EXEC SQL
               SELECT SEASON_ID,
                      CHAR(CURRENT DATE, ISO)
                   INTO :WS-Sql-Season-Id,
                        :WS-Today
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       1000-Open-Files.
           open input Goal-Trans-File
           if not Trans-File-OK
               display "Transaction file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Goal-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Process-Transaction
           end-read
           .
       3000-Process-Transaction.
           move TR-Goal-Id         to WS-Sql-Goal-Id
           move TR-Player-Id       to WS-Sql-Player-Id
           move TR-Metric-Code     to WS-Sql-Metric-Code
           move TR-Target-Value    to WS-Sql-Target-Value
           move TR-Checkpoint-Date to WS-Sql-Checkpoint-Date

           evaluate true
               when TR-Add
                   perform 4100-Add-Goal
               when TR-Change
                   perform 4200-Change-Goal
               when TR-Delete
                   perform 4300-Delete-Goal
               when other
                   display "Invalid action code, GOAL_ID "
                       TR-Goal-Id ": " TR-Action-Code
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       4000-Check-Target.
      *    ISO dates compare correctly as characters. A zero count
      *    here means reject.
           if TR-Target-Value not > zero
               or TR-Checkpoint-Date = spaces
               or TR-Checkpoint-Date not > WS-Sql-Set-Date
               or (TR-FT-Percentage and TR-Target-Value > 100)
               move zero to WS-Sql-Ref-Count
           else
               move 1 to WS-Sql-Ref-Count
           end-if
           .
       4100-Add-Goal.
           if TR-Set-Date = spaces
               move WS-Today to WS-Sql-Set-Date
           else
               move TR-Set-Date to WS-Sql-Set-Date
           end-if
           perform 4000-Check-Target
           evaluate true
               when not TR-Valid-Metric
                   display "Rejected, metric not FTP/ATT/3PG/PPG, "
                       "GOAL_ID " TR-Goal-Id ": " TR-Metric-Code
                   add 1 to WS-Reject-Count
               when WS-Sql-Ref-Count = zero
                   display "Rejected, target or checkpoint date "
                       "invalid, GOAL_ID " TR-Goal-Id
                   add 1 to WS-Reject-Count
               when other
                   perform 4150-Insert-Goal
           end-evaluate
           .
       4150-Insert-Goal.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Ref-Count
                   FROM LABSCHEMA.PLAYERS
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                     AND TEAM_ID IS NOT NULL
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Ref-Count = zero
               display "Rejected, PLAYER_ID " TR-Player-Id
                   " not on a roster in this league, GOAL_ID "
                   TR-Goal-Id
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    INSERT INTO LABSCHEMA.PLAYER_GOAL
                           (GOAL_ID,
                            PLAYER_ID,
                            SEASON_ID,
                            METRIC_CODE,
                            TARGET_VALUE,
                            SET_DATE,
                            CHECKPOINT_DATE,
                            ACTUAL_VALUE,
                            GAMES_COUNTED,
                            GOAL_MET,
                            EVALUATED_DATE)
                    VALUES (:WS-Sql-Goal-Id,
                            :WS-Sql-Player-Id,
                            :WS-Sql-Season-Id,
                            :WS-Sql-Metric-Code,
                            :WS-Sql-Target-Value,
                            DATE(:WS-Sql-Set-Date),
                            DATE(:WS-Sql-Checkpoint-Date),
                            NULL,
                            NULL,
                            NULL,
                            NULL)
               END-EXEC
               move "A" to WS-Goal-Action
               perform 7000-Finish-Action
           end-if
           .
       4200-Change-Goal.
           EXEC SQL
               SELECT CHAR(SET_DATE, ISO),
                      METRIC_CODE
                   INTO :WS-Sql-Set-Date,
                        :WS-Sql-Metric-Code
                   FROM LABSCHEMA.PLAYER_GOAL
                   WHERE GOAL_ID = :WS-Sql-Goal-Id
                     AND SEASON_ID IN
                         (SELECT SEASON_ID
                              FROM LABSCHEMA.SEASON
                              WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such GOAL_ID in this league "
                       TR-Goal-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when other
                   move WS-Sql-Metric-Code to TR-Metric-Code
                   perform 4000-Check-Target
                   if WS-Sql-Ref-Count = zero
                       display "Rejected, target or checkpoint date "
                           "invalid, GOAL_ID " TR-Goal-Id
                       add 1 to WS-Reject-Count
                   else
                       perform 4250-Update-Goal
                   end-if
           end-evaluate
           .
       4250-Update-Goal.
           EXEC SQL
                UPDATE LABSCHEMA.PLAYER_GOAL
                SET TARGET_VALUE    = :WS-Sql-Target-Value,
                    CHECKPOINT_DATE = DATE(:WS-Sql-Checkpoint-Date),
                    ACTUAL_VALUE    = NULL,
                    GAMES_COUNTED   = NULL,
                    GOAL_MET        = NULL,
                    EVALUATED_DATE  = NULL
                WHERE GOAL_ID = :WS-Sql-Goal-Id
           END-EXEC
           move "C" to WS-Goal-Action
           perform 7000-Finish-Action
           .
       4300-Delete-Goal.
           EXEC SQL
                DELETE FROM LABSCHEMA.PLAYER_GOAL
                WHERE GOAL_ID = :WS-Sql-Goal-Id
                  AND SEASON_ID IN
                      (SELECT SEASON_ID
                           FROM LABSCHEMA.SEASON
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           move "D" to WS-Goal-Action
           perform 7000-Finish-Action
           .
       7000-Finish-Action.
           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               evaluate WS-Goal-Action
                   when "A" add 1 to WS-Add-Count
                   when "C" add 1 to WS-Change-Count
                   when "D" add 1 to WS-Delete-Count
               end-evaluate
           else
               move SQLCODE to WS-Error-SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               display "Action failed, GOAL_ID " TR-Goal-Id
                   " action " WS-Goal-Action
                   " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
           .
       8000-Close-Files.
           close Goal-Trans-File
           .
       8100-Display-Totals.
           display "GOALMNT - player goal maintenance run complete"
           display "League:               " WS-League-Name
           display "Transactions read:    " WS-Read-Count
           display "Goals added:          " WS-Add-Count
           display "Goals changed:        " WS-Change-Count
           display "Goals deleted:        " WS-Delete-Count
           display "Rows rejected:        " WS-Reject-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
