      * unit of work - the same pattern SALRVRSL uses for salary
      * reversals. The season percentage and average are recomputed
      * from the corrected totals so they can never drift.
      * The file is one league's, named on SYSIN card 1; a line for
      * a player of any other league is rejected.
      **********************************************************************
       Program-ID. GAMECORR.
       Environment Division.
           88  Corr-File-OK           value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Opponent-Id     pic s9(09) comp.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
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
           open input Correction-File
           if not Corr-File-OK
                   FROM LABSCHEMA.THROWS_GAME
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                     AND GAME_DATE = :WS-Sql-Game-Date
                     AND PLAYER_ID IN
                         (SELECT P.PLAYER_ID
                              FROM LABSCHEMA.PLAYERS P
                              WHERE P.LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 3200-Fetch-Season-Row
               when SQLCODE = 100
                   display "Rejected, no stored line in this league "
                       "for PLAYER_ID "
                       CR-Player-Id " " CR-Game-Date
                   add 1 to WS-Reject-Count
               when other
       6900-Log-Both-Sides.
      *    Two audit entries in the same unit of work: the backout of
      *    the stored line and the correction applied over it.
           move "N" to WS-Chain-Function
           perform 6950-Call-Audit-Chain
           if SQLCODE = 0
               EXEC SQL
                    INSERT INTO THROWS_AUDIT
                           (THROW_ID,
                            ACTION_CODE,
                            CHANGE_TIMESTAMP,
                            JOB_ID,
                            CHAIN_SEQ)
                    VALUES (:WS-Sql-Throw-Id,
                            'C',
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            :WS-Chain-Seq)
               END-EXEC
           end-if
           if SQLCODE = 0
               move "L" to WS-Chain-Function
               perform 6950-Call-Audit-Chain
           end-if
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           else
               move 'D' to WS-Audit-Second-Action
           end-if
           move "N" to WS-Chain-Function
           perform 6950-Call-Audit-Chain
           if SQLCODE = 0
               EXEC SQL
                    INSERT INTO THROWS_AUDIT
                           (THROW_ID,
                            ACTION_CODE,
                            CHANGE_TIMESTAMP,
                            JOB_ID,
                            CHAIN_SEQ)
                    VALUES (:WS-Sql-Throw-Id,
                            :WS-Audit-Second-Action,
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            :WS-Chain-Seq)
               END-EXEC
           end-if
           if SQLCODE = 0
               move "L" to WS-Chain-Function
               perform 6950-Call-Audit-Chain
           end-if
           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               if CR-Replace
               perform 9000-Bail
           end-if
           .
       6950-Call-Audit-Chain.
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
           close Correction-File
           .
       8100-Display-Totals.
           display "GAMECORR - game-line correction run complete"
           display "League:               " WS-League-Name
           display "Corrections read:     " WS-Read-Count
           display "Lines replaced:       " WS-Replace-Count
           display "Lines deleted:        " WS-Delete-Count
