      * of withdrawals (player, effective date) and in one unit of
      * work per player:
      *   - prorates the season fee against the games remaining on
      *     the team's GAME_SCHEDULE as of the effective date
      *     (season fixtures only - an invitational tournament is
      *     not part of what the fee bought): the
      *     current-season invoice's AMOUNT_DUE is credited down to
      *     the played portion, and any PLANMNT installment schedule
      *     is cancelled with it (the PLANMNT 'D' treatment) so
      *     removes the THROWS season row (audited) and the PLAYERS
      *     roster row. The PLAYER_CONTACT linkage stays, so the
      *     household's statements and refund history keep their
      *     names;
      *   - records the player on LABSCHEMA.ALUMNI (leave reason
      *     'W') before the roster row goes: last team, the current
      *     season, career totals from THROWS_HISTORY plus the
      *     season-to-date figures just frozen, and the guardian -
      *     the lowest PLAYER_CONTACT row, as PREREG takes it - so
      *     the family stays reachable as alumni. SEASNEND records
      *     the players who age out.
      * The open roster spot is picked up by the next WAITPROC run.
      * SYSIN card 1 names the league the withdrawals are for; a
      * player on another league's roster is rejected as unknown.
      **********************************************************************
       Program-ID. WITHDRAW.
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
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Effective-Date  pic x(10).
       01  WS-Total-Refunded      pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Chain-Function      pic x(01).
       01  WS-Chain-Trail         pic x(18) value "THROWS_AUDIT".
       01  WS-Chain-Seq           pic s9(09) comp.
       01  WS-Chain-Prev-Hash     pic x(24).
       01  WS-Chain-Hash          pic x(24).
       01  WS-Chain-Status        pic x(01).
           88  Chain-Row-Not-Found    value "N".
       01  WS-Chain-Sqlcode       pic s9(09) comp.

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
           open input Withdrawal-Trans-File
           if not Trans-File-OK
                   INTO :WS-Sql-Team-Id
                   FROM LABSCHEMA.PLAYERS
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such PLAYER_ID in this "
                       "league " TR-Player-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
                     ON S.SEASON_ID = I.SEASON_ID
                   WHERE I.PLAYER_ID = :WS-Sql-Player-Id
                     AND S.CURRENT_SEASON = 'Y'
                     AND S.LEAGUE_ID = :WS-Sql-League-Id
                   FETCH FIRST 1 ROW ONLY
           END-EXEC

                        :WS-Sql-Remain-Games
                   FROM LABSCHEMA.GAME_SCHEDULE G
                   WHERE COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                     AND G.TOURNAMENT_ID IS NULL
                     AND (G.HOME_TEAM_ID = :WS-Sql-Team-Id
                       OR G.AWAY_TEAM_ID = :WS-Sql-Team-Id)
           END-EXEC
                   " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           else
               perform 5050-Record-Alumnus
               perform 5100-Remove-Roster-Row
           end-if
           .
       5050-Record-Alumnus.
      *    One ALUMNI row per player - the latest way out wins.
           EXEC SQL
                DELETE FROM LABSCHEMA.ALUMNI
                WHERE PLAYER_ID = :WS-Sql-Player-Id
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           EXEC SQL
                INSERT INTO LABSCHEMA.ALUMNI
                       (PLAYER_ID,
                        PLAYER_NAME,
                        LEAGUE_ID,
                        LAST_TEAM_ID,
                        LAST_SEASON_ID,
                        LEAVE_REASON,
                        LEAVE_DATE,
                        CAREER_SEASONS,
                        CAREER_GAMES,
                        CAREER_ATTEMPTS,
                        CAREER_COMPLETED,
                        CAREER_3PT,
                        GUARDIAN_CONTACT_ID)
                SELECT P.PLAYER_ID,
                       P.PLAYER_NAME,
                       P.LEAGUE_ID,
                       :WS-Sql-Team-Id,
                       S.SEASON_ID,
                       'W',
                       DATE(:WS-Sql-Effective-Date),
                       1 + COALESCE(H.SEASONS, 0),
                       :WS-Sql-FT-Games + COALESCE(H.GAMES, 0),
                       :WS-Sql-FT-Attempts + COALESCE(H.ATTEMPTS, 0),
                       :WS-Sql-FT-Completed
                           + COALESCE(H.COMPLETED, 0),
                       :WS-Sql-FT-3PT + COALESCE(H.THREES, 0),
                       (SELECT MIN(PC.CONTACT_ID)
                            FROM LABSCHEMA.PLAYER_CONTACT PC
                            WHERE PC.PLAYER_ID = P.PLAYER_ID)
                    FROM LABSCHEMA.PLAYERS P
                    JOIN LABSCHEMA.SEASON S
                      ON S.LEAGUE_ID = P.LEAGUE_ID
                     AND S.CURRENT_SEASON = 'Y'
                    LEFT JOIN
                         (SELECT TH.PLAYER_ID,
                                 COUNT(DISTINCT TH.SEASON_ID)
                                     AS SEASONS,
                                 SUM(TH.FT_GAMES) AS GAMES,
                                 SUM(TH.FT_ATTEMPTS) AS ATTEMPTS,
                                 SUM(TH.FT_COMPLETED) AS COMPLETED,
                                 SUM(TH.FT_THREE_POINTERS) AS THREES
                              FROM LABSCHEMA.THROWS_HISTORY TH
                              WHERE TH.PLAYER_ID = :WS-Sql-Player-Id
                              GROUP BY TH.PLAYER_ID) H
                      ON H.PLAYER_ID = P.PLAYER_ID
                    WHERE P.PLAYER_ID = :WS-Sql-Player-Id
                      AND P.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           .
       5100-Remove-Roster-Row.
           if Throws-Row-Found
               EXEC SQL
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               move "N" to WS-Chain-Function
               perform 5200-Call-Audit-Chain
               if SQLCODE = 0
                   EXEC SQL
                        INSERT INTO THROWS_AUDIT
                               (THROW_ID,
                                ACTION_CODE,
                                CHANGE_TIMESTAMP,
                                JOB_ID,
                                CHAIN_SEQ)
                        VALUES (:WS-Sql-Throw-Id,
                                'D',
                                CURRENT TIMESTAMP,
                                :WS-Job-Id,
                                :WS-Chain-Seq)
                   END-EXEC
               end-if
               if SQLCODE = 0
                   move "L" to WS-Chain-Function
                   perform 5200-Call-Audit-Chain
               end-if
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           EXEC SQL
                DELETE FROM LABSCHEMA.PLAYERS
                WHERE PLAYER_ID = :WS-Sql-Player-Id
                  AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Reject-Count
           end-if
           .
       5200-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           call "AUDCHAIN" using WS-Chain-Function, WS-Chain-Trail,
                                 WS-Chain-Seq, WS-Chain-Prev-Hash,
                                 WS-Chain-Hash, WS-Chain-Status,
                                 WS-Chain-Sqlcode
           move WS-Chain-Sqlcode to SQLCODE
           if Chain-Row-Not-Found
               move 100 to SQLCODE
           end-if
           .
       8000-Close-Files.
           close Withdrawal-Trans-File
           .
           display "Refunds recorded:     " WS-Refund-Count
           display "Total refunded:       " WS-Total-Refunded
           display "Withdrawals rejected: " WS-Reject-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
