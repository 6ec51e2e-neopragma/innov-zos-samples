      * explained - someone maintained the row by hand. Drift with no
      * manual maintenance on file is the exception report. Players
      * with game detail but no season row at all are reported too.
      * SYSIN card 1 names the league; only its players' rows are
      * verified.
      * SYSIN card 2 = REPORT (default) or REPAIR: in repair mode an
      * UNEXPLAINED season row is reset to the recomputed totals with
      * the percentage and average rebuilt from the detail, under its
      * own THROWS_AUDIT entry, the same trail a THROWSM change
       01  WS-Run-Mode            pic x(08).
           88  Repair-Run             value "REPAIR".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Throw-Id        pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-FT-Games        pic s9(05) comp.
       01  WS-Repaired-Count      pic s9(07) packed-decimal value zero.
       01  WS-No-Row-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Chain-Function      pic x(01).
       01  WS-Chain-Trail         pic x(18) value "THROWS_AUDIT".
       01  WS-Chain-Seq           pic s9(09) comp.
       01  WS-Chain-Prev-Hash     pic x(24).
       01  WS-Chain-Hash          pic x(24).
       01  WS-Chain-Status        pic x(01).
           88  Chain-Row-Not-Found    value "N".
       01  WS-Chain-Sqlcode       pic s9(09) comp.

       01  WS-Drift-Line.
           05  OUT-Drift-Tag       pic x(12).
           05  OUT-Det-Completed   pic zzz9.
           05  filler              pic x(01) value "/".
           05  OUT-Det-3PT         pic zzz9.
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-No-Row-Line.
           05  filler              pic x(23)
               value "NO SEASON ROW PLAYER_ID".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Report

                      FT_COMPLETED,
                      FT_THREE_POINTERS
                   FROM LABSCHEMA.THROWS
                   WHERE PLAYER_ID IN
                       (SELECT P.PLAYER_ID
                            FROM LABSCHEMA.PLAYERS P
                            WHERE P.LEAGUE_ID = :WS-Sql-League-Id)
                   ORDER BY PLAYER_ID
           END-EXEC

                       (SELECT 1
                            FROM LABSCHEMA.THROWS T
                            WHERE T.PLAYER_ID = TG.PLAYER_ID)
                     AND TG.PLAYER_ID IN
                       (SELECT P.PLAYER_ID
                            FROM LABSCHEMA.PLAYERS P
                            WHERE P.LEAGUE_ID = :WS-Sql-League-Id)
                   ORDER BY TG.PLAYER_ID
           END-EXEC

           end-if
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
       0100-Accept-Parameters.
           accept WS-Run-Mode
           .
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Verify-Report-Record from WS-League-Line
           display WS-League-Line
           .
       1000-Verify-Season-Row.
           EXEC SQL FETCH VRFY_SEASON_CUR
               perform 9000-Bail
           end-if

           move "N" to WS-Chain-Function
           perform 4900-Call-Audit-Chain
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
               perform 4900-Call-Audit-Chain
           end-if
           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Repaired-Count
               perform 9000-Bail
           end-if
           .
       4900-Call-Audit-Chain.
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
       5000-Report-Orphan-Detail.
           EXEC SQL FETCH VRFY_ORPHAN_CUR
               INTO :WS-Sql-Player-Id
           display "Drift unexplained:        " WS-Unexplained-Count
           display "Season rows repaired:     " WS-Repaired-Count
           display "Detail with no season row:" WS-No-Row-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
