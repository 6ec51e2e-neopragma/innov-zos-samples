      * for that game: SCOREENT refuses the line at the terminal, and
      * GAMELOAD and STATFEED route it to the held file instead of
      * the stat tables.
      * Bans earned on the floor - season technical or personal foul
      * thresholds and ejections - are written by the nightly
      * DISCPLIN run; this job keys the rest and corrects either.
      * SYSIN names the league the transactions are for; only its
      * players can be suspended or have a suspension lifted.
      **********************************************************************
       Program-ID. SUSPMNT.
       Environment Division.
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Start-Date      pic x(10).
       01  WS-Sql-End-Date        pic x(10).

       Procedure Division.

           perform 0050-Select-League
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
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
           open input Suspension-Trans-File
           if not Trans-File-OK
                       INTO :WS-Sql-Count
                       FROM LABSCHEMA.PLAYERS
                       WHERE PLAYER_ID = :WS-Sql-Player-Id
                         AND LEAGUE_ID = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               if WS-Sql-Count = zero
                   display "Rejected, no such PLAYER_ID in this "
                       "league " TR-Player-Id
                   add 1 to WS-Reject-Count
               else
                   perform 6150-Insert-Suspension
                DELETE FROM LABSCHEMA.SUSPENSION
                WHERE PLAYER_ID  = :WS-Sql-Player-Id
                  AND START_DATE = :WS-Sql-Start-Date
                  AND PLAYER_ID IN
                      (SELECT PLAYER_ID
                           FROM LABSCHEMA.PLAYERS
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           evaluate true
           .
       8100-Display-Totals.
           display "SUSPMNT - suspension maintenance run complete"
           display "League: " WS-League-Name
           display "Transactions read:    " WS-Read-Count
           display "Suspensions added:    " WS-Add-Count
           display "Suspensions deleted:  " WS-Delete-Count
