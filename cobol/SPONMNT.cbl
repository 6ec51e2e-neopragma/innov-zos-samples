      * invoices, FEEAGE ages them, and the acknowledgment feed puts
      * the sponsor's name on the MEDIAGDE cover page and in the
      * WEBFEED SPN section - which is what we actually sell them.
      * An agreement whose last byte is 'Y' is designated to the
      * fee-assistance fund (SPONSORSHIP.ASSIST_FUND): the money
      * received on it funds FEEWAIV hardship waivers. Blank is an
      * ordinary sponsorship, so existing SPONTRAN files load as
      * before.
      * SYSIN names the league the agreements are for. Sponsors are
      * shared - the pizza place may back teams in both leagues - but
      * an agreement's team must be in the league, it lands in the
      * league's current season, and an agreement of another league
      * is treated as not on file.
      **********************************************************************
       Program-ID. SPONMNT.
       Environment Division.
           05  TR-Sponsor-Id           pic s9(09) packed-decimal.
           05  TR-Team-Id              pic s9(09) packed-decimal.
           05  TR-Amount               pic s9(7)v99 packed-decimal.
           05  TR-Assist-Fund          pic x(01).
               88  TR-Fund-Designated      value "Y".

       Working-Storage Section.

           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Record-Id       pic s9(09) comp.
       01  WS-Sql-Name            pic x(60).
       01  WS-Sql-Sponsor-Id      pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.
       01  WS-Sql-Assist-Fund     pic x(01).
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Ref-Count       pic s9(05) comp.
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.

       Procedure Division.

           perform 0050-Select-League
           perform 0200-Get-Current-Season
           perform 1000-Open-Files
           perform 2000-Read-and-Process
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
       0200-Get-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
           move TR-Sponsor-Id to WS-Sql-Sponsor-Id
           move TR-Team-Id    to WS-Sql-Team-Id
           move TR-Amount     to WS-Sql-Amount
           if TR-Fund-Designated
               move "Y" to WS-Sql-Assist-Fund
           else
               move "N" to WS-Sql-Assist-Fund
           end-if

           evaluate true
               when TR-Sponsor-Rec and TR-Add
               end-if
           end-if
           .
       5050-Check-League-Team.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Ref-Count
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_ID   = :WS-Sql-Team-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       5100-Add-Agreement.
           EXEC SQL
               SELECT COUNT(*)
                   TR-Sponsor-Id " for agreement " TR-Record-Id
               add 1 to WS-Reject-Count
           else
               perform 5050-Check-League-Team
               if WS-Sql-Ref-Count = zero
                   display "Rejected, no such TEAM_ID in this league "
                       TR-Team-Id " for agreement " TR-Record-Id
                   add 1 to WS-Reject-Count
               else
                                SPONSOR_ID,
                                TEAM_ID,
                                SEASON_ID,
                                AMOUNT,
                                ASSIST_FUND)
                        VALUES (:WS-Sql-Record-Id,
                                :WS-Sql-Sponsor-Id,
                                :WS-Sql-Team-Id,
                                :WS-Sql-Season-Id,
                                :WS-Sql-Amount,
                                :WS-Sql-Assist-Fund)
                   END-EXEC
                   perform 7000-Finish-Action
               end-if
           end-if
           .
       5200-Change-Agreement.
           perform 5050-Check-League-Team
           if WS-Sql-Ref-Count = zero
               display "Rejected, no such TEAM_ID in this league "
                   TR-Team-Id " for agreement " TR-Record-Id
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    UPDATE LABSCHEMA.SPONSORSHIP
                    SET TEAM_ID = :WS-Sql-Team-Id,
                        AMOUNT  = :WS-Sql-Amount,
                        ASSIST_FUND = :WS-Sql-Assist-Fund
                    WHERE SPONSORSHIP_ID = :WS-Sql-Record-Id
                      AND SEASON_ID IN
                          (SELECT SEASON_ID
                               FROM LABSCHEMA.SEASON
                               WHERE LEAGUE_ID = :WS-Sql-League-Id)
               END-EXEC
               if SQLCODE = 100
                   display "Rejected, no such SPONSORSHIP_ID "
                       TR-Record-Id
                   add 1 to WS-Reject-Count
               else
                   perform 7000-Finish-Action
               end-if
           end-if
           .
       5300-Delete-Agreement.
           EXEC SQL
                DELETE FROM LABSCHEMA.SPONSORSHIP
                WHERE SPONSORSHIP_ID = :WS-Sql-Record-Id
                  AND SEASON_ID IN
                      (SELECT SEASON_ID
                           FROM LABSCHEMA.SEASON
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE = 100
               display "Rejected, no such SPONSORSHIP_ID "
           .
       8100-Display-Totals.
           display "SPONMNT - sponsorship maintenance complete"
           display "League: " WS-League-Name
           display "Transactions read:    " WS-Read-Count
           display "Rows added:           " WS-Add-Count
           display "Rows changed:         " WS-Change-Count
