      *
      * Every numeric field is unsigned display so the work file can
      * be browsed and the reading programs stay trivial.
      * The extract is for one league, named on SYSIN card 1; the
      * reading steps of the same stream name the same league.
      **********************************************************************
       Program-ID. THRWXTRT.
       Environment Division.
       01  WS-Sql-Prior-Avg-Ind   pic s9(4) comp.
       01  WS-Extract-Count       pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.

       Procedure Division.

           perform 0050-Select-League
           open output Extract-Work-File
           if not Work-File-OK
               display "Work file open error: " WS-Work-File-Status
                             FROM THROWS_SNAPSHOT S2
                             WHERE S2.THROW_ID = FT.THROW_ID
                               AND S2.SNAPSHOT_DATE < CURRENT DATE)
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY COALESCE(D.DIVISION_NAME,
                       '(NO DIVISION)'), T.TEAM_NAME, P.PLAYER_NAME
           END-EXEC
           EXEC SQL CLOSE XTRT_CUR END-EXEC
           close Extract-Work-File
           display "THRWXTRT - single-pass extract complete"
           display "League:         " WS-League-Name
           display "Rows extracted: " WS-Extract-Count
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
       1000-Fetch-and-Write.
           EXEC SQL FETCH XTRT_CUR
               INTO
