       Identification Division.
      **********************************************************************
      * Incident and injury register maintenance, in the ROSTMNT
      * mold. An injury at a game stops being an email to the league
      * office and becomes a row on LABSCHEMA.INCIDENT, keyed by
      * INCIDENT_ID and carrying the player and the FIXTURE_ID it
      * happened at, the injury type and body part (CODE_TABLE
      * 'INJTYPE' and 'BODYPART' codes), whether a concussion was
      * suspected, and who reported it.
      *
      * Transaction records:
      *   Action code 'A' - Add an incident
      *   Action code 'C' - Change the incident details
      *   Action code 'D' - Delete an incident keyed in error
      *   Action code 'M' - Medical note: sets the cleared-to-return
      *                     date and the note reference. This is the
      *                     only transaction that can set CLEARED_DATE;
      *                     'A' and 'C' never touch it.
      *
      * Referential checks:
      *   - the player must be on LABSCHEMA.PLAYERS and the fixture on
      *     GAME_SCHEDULE, with the player's team one of its two
      *     sides;
      *   - injury type and body part must be on CODE_TABLE;
      *   - the concussion flag is 'Y' or 'N';
      *   - a medical note needs a clearance date no earlier than the
      *     fixture date, and a note reference.
      *
      * Every successful action is logged to ROSTER_AUDIT (record type
      * 'I', RECORD_ID the INCIDENT_ID) in the same unit of work.
      * CONCRPT reports open concussion incidents daily; INJCLAIM
      * writes the insurer's claim extract off the same rows.
      * Runs for one league, named on SYSIN card 1: an incident
      * belongs to the league of its fixture, and only that league's
      * incidents, players and fixtures can be touched.
      **********************************************************************
       Program-ID. INCIDMNT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Incident-Trans-File assign to INCDTRAN
               file status is WS-Trans-File-Status.

       Data Division.
       File Section.
       FD  Incident-Trans-File
           recording mode f.
       01  Incident-Trans-Record.
           05  TR-Action-Code          pic x(01).
               88  TR-Add                  value "A".
               88  TR-Change               value "C".
               88  TR-Delete               value "D".
               88  TR-Medical-Note         value "M".
           05  TR-Incident-Id          pic s9(09) packed-decimal.
           05  TR-Player-Id            pic s9(09) packed-decimal.
           05  TR-Fixture-Id           pic s9(09) packed-decimal.
           05  TR-Injury-Type          pic x(08).
           05  TR-Body-Part            pic x(08).
           05  TR-Concussion           pic x(01).
               88  TR-Concussion-Valid     values "Y" "N".
           05  TR-Reported-By          pic x(40).
           05  TR-Cleared-Date         pic x(10).
           05  TR-Note-Ref             pic x(20).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Valid-Sw            pic x value "Y".
           88  Trans-Valid            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Incident-Id     pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Injury-Type     pic x(08).
       01  WS-Sql-Body-Part       pic x(08).
       01  WS-Sql-Concussion      pic x(01).
       01  WS-Sql-Reported-By     pic x(40).
       01  WS-Sql-Cleared-Date    pic x(10).
       01  WS-Sql-Note-Ref        pic x(20).
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Ref-Count       pic s9(05) comp.
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Clear-Count         pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "INCIDMNT".
       01  WS-Audit-Action        pic x(01).
       01  WS-Audit-Type          pic x(01) value "I".

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
           open input Incident-Trans-File
           if not Trans-File-OK
               display "Transaction file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Incident-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Process-Transaction
           end-read
           .
       3000-Process-Transaction.
           move TR-Incident-Id to WS-Sql-Incident-Id
           move TR-Player-Id   to WS-Sql-Player-Id
           move TR-Fixture-Id  to WS-Sql-Fixture-Id
           move TR-Injury-Type to WS-Sql-Injury-Type
           move TR-Body-Part   to WS-Sql-Body-Part
           move TR-Concussion  to WS-Sql-Concussion
           move TR-Reported-By to WS-Sql-Reported-By
           move TR-Cleared-Date to WS-Sql-Cleared-Date
           move TR-Note-Ref    to WS-Sql-Note-Ref

           evaluate true
               when TR-Add
                   perform 4100-Add-Incident
               when TR-Change
                   perform 4200-Change-Incident
               when TR-Delete
                   perform 4300-Delete-Incident
               when TR-Medical-Note
                   perform 4400-Apply-Medical-Note
               when other
                   display "Invalid action code, INCIDENT_ID "
                       TR-Incident-Id ": " TR-Action-Code
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       4000-Validate-Details.
      *    Shared by add and change. Rejection is displayed here and
      *    reported through WS-Valid-Sw.
           move "Y" to WS-Valid-Sw
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Ref-Count
                   FROM LABSCHEMA.PLAYERS P
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON P.TEAM_ID IN (G.HOME_TEAM_ID, G.AWAY_TEAM_ID)
                   WHERE P.PLAYER_ID  = :WS-Sql-Player-Id
                     AND G.FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND G.LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Ref-Count = zero
               display "Rejected, PLAYER_ID " TR-Player-Id
                   " not on a team in this league's FIXTURE_ID "
                   TR-Fixture-Id
               move "N" to WS-Valid-Sw
           end-if

           if Trans-Valid
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Ref-Count
                       FROM LABSCHEMA.CODE_TABLE
                       WHERE (TABLE_NAME = 'INJTYPE'
                              AND CODE = :WS-Sql-Injury-Type)
                          OR (TABLE_NAME = 'BODYPART'
                              AND CODE = :WS-Sql-Body-Part)
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               if WS-Sql-Ref-Count < 2
                   display "Rejected, unknown injury type "
                       TR-Injury-Type " or body part " TR-Body-Part
                       ", INCIDENT_ID " TR-Incident-Id
                   move "N" to WS-Valid-Sw
               end-if
           end-if

           if Trans-Valid and not TR-Concussion-Valid
               display "Rejected, concussion flag must be Y or N, "
                   "INCIDENT_ID " TR-Incident-Id
               move "N" to WS-Valid-Sw
           end-if
           if Trans-Valid and TR-Reported-By = spaces
               display "Rejected, reported-by required, "
                   "INCIDENT_ID " TR-Incident-Id
               move "N" to WS-Valid-Sw
           end-if
           .
       4100-Add-Incident.
           perform 4000-Validate-Details
           if not Trans-Valid
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    INSERT INTO LABSCHEMA.INCIDENT
                           (INCIDENT_ID,
                            PLAYER_ID,
                            FIXTURE_ID,
                            INJURY_TYPE,
                            BODY_PART,
                            CONCUSSION_SUSP,
                            REPORTED_BY,
                            REPORTED_TIMESTAMP)
                    VALUES (:WS-Sql-Incident-Id,
                            :WS-Sql-Player-Id,
                            :WS-Sql-Fixture-Id,
                            :WS-Sql-Injury-Type,
                            :WS-Sql-Body-Part,
                            :WS-Sql-Concussion,
                            :WS-Sql-Reported-By,
                            CURRENT TIMESTAMP)
               END-EXEC
               move "A" to WS-Audit-Action
               perform 7000-Finish-Action
           end-if
           .
       4200-Change-Incident.
           perform 4000-Validate-Details
           if not Trans-Valid
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    UPDATE LABSCHEMA.INCIDENT
                    SET PLAYER_ID       = :WS-Sql-Player-Id,
                        FIXTURE_ID      = :WS-Sql-Fixture-Id,
                        INJURY_TYPE     = :WS-Sql-Injury-Type,
                        BODY_PART       = :WS-Sql-Body-Part,
                        CONCUSSION_SUSP = :WS-Sql-Concussion,
                        REPORTED_BY     = :WS-Sql-Reported-By
                    WHERE INCIDENT_ID = :WS-Sql-Incident-Id
                      AND FIXTURE_ID IN
                          (SELECT FIXTURE_ID
                               FROM LABSCHEMA.GAME_SCHEDULE
                               WHERE LEAGUE_ID = :WS-Sql-League-Id)
               END-EXEC
               if SQLCODE = 100
                   display "Rejected, no such INCIDENT_ID in this "
                       "league " TR-Incident-Id
                   add 1 to WS-Reject-Count
               else
                   move "C" to WS-Audit-Action
                   perform 7000-Finish-Action
               end-if
           end-if
           .
       4300-Delete-Incident.
           EXEC SQL
                DELETE FROM LABSCHEMA.INCIDENT
                WHERE INCIDENT_ID = :WS-Sql-Incident-Id
                  AND FIXTURE_ID IN
                      (SELECT FIXTURE_ID
                           FROM LABSCHEMA.GAME_SCHEDULE
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE = 100
               display "Rejected, no such INCIDENT_ID in this "
                   "league " TR-Incident-Id
               add 1 to WS-Reject-Count
           else
               move "D" to WS-Audit-Action
               perform 7000-Finish-Action
           end-if
           .
       4400-Apply-Medical-Note.
           EXEC SQL
               SELECT CHAR(G.FIXTURE_DATE)
                   INTO :WS-Sql-Fixture-Date
                   FROM LABSCHEMA.INCIDENT I
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = I.FIXTURE_ID
                   WHERE I.INCIDENT_ID = :WS-Sql-Incident-Id
                     AND G.LEAGUE_ID   = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such INCIDENT_ID in this "
                       "league " TR-Incident-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when TR-Cleared-Date = spaces
                   or TR-Note-Ref = spaces
                   display "Rejected, medical note needs a clearance "
                       "date and note reference, INCIDENT_ID "
                       TR-Incident-Id
                   add 1 to WS-Reject-Count
               when TR-Cleared-Date < WS-Sql-Fixture-Date
                   display "Rejected, clearance before the injury, "
                       "INCIDENT_ID " TR-Incident-Id
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL
                        UPDATE LABSCHEMA.INCIDENT
                        SET CLEARED_DATE     = :WS-Sql-Cleared-Date,
                            MEDICAL_NOTE_REF = :WS-Sql-Note-Ref
                        WHERE INCIDENT_ID = :WS-Sql-Incident-Id
                   END-EXEC
                   move "M" to WS-Audit-Action
                   perform 7000-Finish-Action
           end-evaluate
           .
       6900-Insert-Roster-Audit.
           EXEC SQL
                INSERT INTO ROSTER_AUDIT
                       (RECORD_TYPE,
                        RECORD_ID,
                        ACTION_CODE,
                        CHANGE_TIMESTAMP,
                        JOB_ID)
                VALUES (:WS-Audit-Type,
                        :WS-Sql-Incident-Id,
                        :WS-Audit-Action,
                        CURRENT TIMESTAMP,
                        :WS-Job-Id)
           END-EXEC

           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               evaluate WS-Audit-Action
                   when "A" add 1 to WS-Add-Count
                   when "C" add 1 to WS-Change-Count
                   when "D" add 1 to WS-Delete-Count
                   when "M" add 1 to WS-Clear-Count
               end-evaluate
           else
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               display "Audit insert failed, ID " TR-Incident-Id
                   " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
           .
       7000-Finish-Action.
           if SQLCODE = 0
               perform 6900-Insert-Roster-Audit
           else
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               display "Action failed, action " TR-Action-Code
                   " ID " TR-Incident-Id
                   " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
           .
       8000-Close-Files.
           close Incident-Trans-File
           .
       8100-Display-Totals.
           display "INCIDMNT - incident register maintenance complete"
           display "Transactions read:    " WS-Read-Count
           display "Incidents added:      " WS-Add-Count
           display "Incidents changed:    " WS-Change-Count
           display "Incidents deleted:    " WS-Delete-Count
           display "Medical clearances:   " WS-Clear-Count
           display "Rows rejected:        " WS-Reject-Count
           display "League:               " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
