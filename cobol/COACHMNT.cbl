       Identification Division.
      **********************************************************************
      * Coach and volunteer registry maintenance, in the ROSTMNT mold.
      * Who coaches each team, and proof that their background check
      * is current, moves off the clipboard and into DB2:
      *   LABSCHEMA.VOLUNTEERS     - one row per person, linked to the
      *                              CONTACTS row that carries the
      *                              name, email and address, with
      *                              the certification/background
      *                              check date and its expiry date;
      *   LABSCHEMA.VOLUNTEER_ROLE - one row per person per team, with
      *                              the role held on that team.
      *
      * Transaction records:
      *   Record type 'V' - VOLUNTEERS row, 'R' - VOLUNTEER_ROLE row
      *   Action code 'A' - Add, 'C' - Change, 'D' - Delete
      *   Role codes  'HC' head coach, 'AC' assistant coach,
      *               'TM' team manager
      *
      * Referential checks:
      *   - a volunteer must point at a CONTACTS row that exists;
      *   - check and expiry dates are both required, and the expiry
      *     must fall after the check (a renewal is a 'C' with the
      *     new pair of dates);
      *   - a role may only be added for a volunteer on VOLUNTEERS and
      *     a TEAM_ID on TEAMS, and a team carries one head coach;
      *   - a volunteer may not be deleted while roles still
      *     reference it.
      *
      * Every successful action is logged to ROSTER_AUDIT in the same
      * unit of work as the change (record type 'C' volunteer, 'R'
      * role, RECORD_ID the VOLUNTEER_ID). COACHCHK reports the
      * teams with no head coach and the clearances due to expire.
      * The registry of people is shared by every league; roles are
      * maintained for the league named on SYSIN card 1, and a role
      * transaction for another league's team is rejected.
      **********************************************************************
       Program-ID. COACHMNT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Coach-Trans-File assign to COACHTRN
               file status is WS-Trans-File-Status.

       Data Division.
       File Section.
       FD  Coach-Trans-File
           recording mode f.
       01  Coach-Trans-Record.
           05  TR-Record-Type          pic x(01).
               88  TR-Volunteer-Rec        value "V".
               88  TR-Role-Rec             value "R".
           05  TR-Action-Code          pic x(01).
               88  TR-Add                  value "A".
               88  TR-Change               value "C".
               88  TR-Delete               value "D".
           05  TR-Volunteer-Id         pic s9(09) packed-decimal.
           05  TR-Contact-Id           pic s9(09) packed-decimal.
           05  TR-Check-Date           pic x(10).
           05  TR-Expiry-Date          pic x(10).
           05  TR-Team-Id              pic s9(09) packed-decimal.
           05  TR-Role-Code            pic x(02).
               88  TR-Valid-Role           values "HC" "AC" "TM".
               88  TR-Head-Coach           value "HC".

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
       01  WS-Sql-Volunteer-Id    pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Check-Date      pic x(10).
       01  WS-Sql-Expiry-Date     pic x(10).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Role-Code       pic x(02).
       01  WS-Sql-Ref-Count       pic s9(05) comp.
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "COACHMNT".
       01  WS-Audit-Action        pic x(01).
       01  WS-Audit-Type          pic x(01).

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
           open input Coach-Trans-File
           if not Trans-File-OK
               display "Transaction file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Coach-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Process-Transaction
           end-read
           .
       3000-Process-Transaction.
           move TR-Volunteer-Id to WS-Sql-Volunteer-Id
           move TR-Contact-Id   to WS-Sql-Contact-Id
           move TR-Check-Date   to WS-Sql-Check-Date
           move TR-Expiry-Date  to WS-Sql-Expiry-Date
           move TR-Team-Id      to WS-Sql-Team-Id
           move TR-Role-Code    to WS-Sql-Role-Code

           evaluate true
               when TR-Volunteer-Rec and TR-Add
                   perform 4100-Add-Volunteer
               when TR-Volunteer-Rec and TR-Change
                   perform 4200-Change-Volunteer
               when TR-Volunteer-Rec and TR-Delete
                   perform 4300-Delete-Volunteer
               when TR-Role-Rec and TR-Add
                   perform 5100-Add-Role
               when TR-Role-Rec and TR-Change
                   perform 5200-Change-Role
               when TR-Role-Rec and TR-Delete
                   perform 5300-Delete-Role
               when other
                   display "Invalid type/action, VOLUNTEER_ID "
                       TR-Volunteer-Id ": " TR-Record-Type
                       TR-Action-Code
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       4000-Check-Contact-Exists.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Ref-Count
                   FROM LABSCHEMA.CONTACTS
                   WHERE ID = :WS-Sql-Contact-Id
           END-EXEC

           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       4050-Check-Dates.
      *    ISO dates compare correctly as characters. A zero count
      *    here means reject.
           if TR-Check-Date = spaces
               or TR-Expiry-Date = spaces
               or TR-Expiry-Date not > TR-Check-Date
               move zero to WS-Sql-Ref-Count
           else
               move 1 to WS-Sql-Ref-Count
           end-if
           .
       4100-Add-Volunteer.
           perform 4050-Check-Dates
           if WS-Sql-Ref-Count = zero
               display "Rejected, check/expiry dates missing or out "
                   "of order, VOLUNTEER_ID " TR-Volunteer-Id
               add 1 to WS-Reject-Count
           else
               perform 4000-Check-Contact-Exists
               if WS-Sql-Ref-Count = zero
                   display "Rejected, no such CONTACTS ID "
                       TR-Contact-Id " for VOLUNTEER_ID "
                       TR-Volunteer-Id
                   add 1 to WS-Reject-Count
               else
                   EXEC SQL
                        INSERT INTO LABSCHEMA.VOLUNTEERS
                               (VOLUNTEER_ID,
                                CONTACT_ID,
                                CHECK_DATE,
                                EXPIRY_DATE)
                        VALUES (:WS-Sql-Volunteer-Id,
                                :WS-Sql-Contact-Id,
                                :WS-Sql-Check-Date,
                                :WS-Sql-Expiry-Date)
                   END-EXEC
                   move "A" to WS-Audit-Action
                   move "C" to WS-Audit-Type
                   perform 7000-Finish-Action
               end-if
           end-if
           .
       4200-Change-Volunteer.
           perform 4050-Check-Dates
           if WS-Sql-Ref-Count = zero
               display "Rejected, check/expiry dates missing or out "
                   "of order, VOLUNTEER_ID " TR-Volunteer-Id
               add 1 to WS-Reject-Count
           else
               perform 4000-Check-Contact-Exists
               if WS-Sql-Ref-Count = zero
                   display "Rejected, no such CONTACTS ID "
                       TR-Contact-Id " for VOLUNTEER_ID "
                       TR-Volunteer-Id
                   add 1 to WS-Reject-Count
               else
                   EXEC SQL
                        UPDATE LABSCHEMA.VOLUNTEERS
                        SET CONTACT_ID  = :WS-Sql-Contact-Id,
                            CHECK_DATE  = :WS-Sql-Check-Date,
                            EXPIRY_DATE = :WS-Sql-Expiry-Date
                        WHERE VOLUNTEER_ID = :WS-Sql-Volunteer-Id
                   END-EXEC
                   if SQLCODE = 100
                       display "Rejected, no such VOLUNTEER_ID "
                           TR-Volunteer-Id
                       add 1 to WS-Reject-Count
                   else
                       move "C" to WS-Audit-Action
                       move "C" to WS-Audit-Type
                       perform 7000-Finish-Action
                   end-if
               end-if
           end-if
           .
       4300-Delete-Volunteer.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Ref-Count
                   FROM LABSCHEMA.VOLUNTEER_ROLE
                   WHERE VOLUNTEER_ID = :WS-Sql-Volunteer-Id
           END-EXEC

           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Ref-Count > zero
               display "Rejected, roles still reference "
                   "VOLUNTEER_ID " TR-Volunteer-Id
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    DELETE FROM LABSCHEMA.VOLUNTEERS
                    WHERE VOLUNTEER_ID = :WS-Sql-Volunteer-Id
               END-EXEC
               if SQLCODE = 100
                   display "Rejected, no such VOLUNTEER_ID "
                       TR-Volunteer-Id
                   add 1 to WS-Reject-Count
               else
                   move "D" to WS-Audit-Action
                   move "C" to WS-Audit-Type
                   perform 7000-Finish-Action
               end-if
           end-if
           .
       5000-Check-Role-Refs.
      *    Volunteer and team must both exist; the count comes back
      *    2 when they do.
           EXEC SQL
               SELECT (SELECT COUNT(*)
                           FROM LABSCHEMA.VOLUNTEERS
                           WHERE VOLUNTEER_ID = :WS-Sql-Volunteer-Id)
                    + (SELECT COUNT(*)
                           FROM LABSCHEMA.TEAMS
                           WHERE TEAM_ID = :WS-Sql-Team-Id
                             AND LEAGUE_ID = :WS-Sql-League-Id)
                   INTO :WS-Sql-Ref-Count
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC

           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       5050-Check-Head-Coach.
      *    Count of other head coaches already on the team.
           move zero to WS-Sql-Ref-Count
           if TR-Head-Coach
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Ref-Count
                       FROM LABSCHEMA.VOLUNTEER_ROLE
                       WHERE TEAM_ID = :WS-Sql-Team-Id
                         AND ROLE_CODE = 'HC'
                         AND VOLUNTEER_ID <> :WS-Sql-Volunteer-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
           end-if
           .
       5100-Add-Role.
           if not TR-Valid-Role
               display "Rejected, invalid role code " TR-Role-Code
                   " for VOLUNTEER_ID " TR-Volunteer-Id
               add 1 to WS-Reject-Count
           else
               perform 5000-Check-Role-Refs
               if WS-Sql-Ref-Count < 2
                   display "Rejected, no such VOLUNTEER_ID "
                       TR-Volunteer-Id " or TEAM_ID " TR-Team-Id
                       " in this league"
                   add 1 to WS-Reject-Count
               else
                   perform 5050-Check-Head-Coach
                   if WS-Sql-Ref-Count > zero
                       display "Rejected, TEAM_ID " TR-Team-Id
                           " already has a head coach"
                       add 1 to WS-Reject-Count
                   else
                       EXEC SQL
                            INSERT INTO LABSCHEMA.VOLUNTEER_ROLE
                                   (VOLUNTEER_ID,
                                    TEAM_ID,
                                    ROLE_CODE)
                            VALUES (:WS-Sql-Volunteer-Id,
                                    :WS-Sql-Team-Id,
                                    :WS-Sql-Role-Code)
                       END-EXEC
                       move "A" to WS-Audit-Action
                       move "R" to WS-Audit-Type
                       perform 7000-Finish-Action
                   end-if
               end-if
           end-if
           .
       5200-Change-Role.
           if not TR-Valid-Role
               display "Rejected, invalid role code " TR-Role-Code
                   " for VOLUNTEER_ID " TR-Volunteer-Id
               add 1 to WS-Reject-Count
           else
               perform 5050-Check-Head-Coach
               if WS-Sql-Ref-Count > zero
                   display "Rejected, TEAM_ID " TR-Team-Id
                       " already has a head coach"
                   add 1 to WS-Reject-Count
               else
                   EXEC SQL
                        UPDATE LABSCHEMA.VOLUNTEER_ROLE
                        SET ROLE_CODE = :WS-Sql-Role-Code
                        WHERE VOLUNTEER_ID = :WS-Sql-Volunteer-Id
                          AND TEAM_ID      = :WS-Sql-Team-Id
                          AND TEAM_ID IN
                              (SELECT TEAM_ID
                                   FROM LABSCHEMA.TEAMS
                                   WHERE LEAGUE_ID = :WS-Sql-League-Id)
                   END-EXEC
                   if SQLCODE = 100
                       display "Rejected, no role for VOLUNTEER_ID "
                           TR-Volunteer-Id " on TEAM_ID " TR-Team-Id
                       add 1 to WS-Reject-Count
                   else
                       move "C" to WS-Audit-Action
                       move "R" to WS-Audit-Type
                       perform 7000-Finish-Action
                   end-if
               end-if
           end-if
           .
       5300-Delete-Role.
           EXEC SQL
                DELETE FROM LABSCHEMA.VOLUNTEER_ROLE
                WHERE VOLUNTEER_ID = :WS-Sql-Volunteer-Id
                  AND TEAM_ID      = :WS-Sql-Team-Id
                  AND TEAM_ID IN
                      (SELECT TEAM_ID
                           FROM LABSCHEMA.TEAMS
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE = 100
               display "Rejected, no role for VOLUNTEER_ID "
                   TR-Volunteer-Id " on TEAM_ID " TR-Team-Id
               add 1 to WS-Reject-Count
           else
               move "D" to WS-Audit-Action
               move "R" to WS-Audit-Type
               perform 7000-Finish-Action
           end-if
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
                        :WS-Sql-Volunteer-Id,
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
               end-evaluate
           else
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               display "Audit insert failed, ID " TR-Volunteer-Id
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
               display "Action failed, type " TR-Record-Type
                   " action " TR-Action-Code
                   " ID " TR-Volunteer-Id
                   " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
           .
       8000-Close-Files.
           close Coach-Trans-File
           .
       8100-Display-Totals.
           display "COACHMNT - coach/volunteer maintenance complete"
           display "League:               " WS-League-Name
           display "Transactions read:    " WS-Read-Count
           display "Rows added:           " WS-Add-Count
           display "Rows changed:         " WS-Change-Count
           display "Rows deleted:         " WS-Delete-Count
           display "Rows rejected:        " WS-Reject-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
