      * on file for the fixture is rejected rather than overwritten,
      * so a rerun of the same night's file is safe. VENURPT turns
      * these rows into the venue utilization report the facilities
      * negotiation has been missing. The file is one league's,
      * named on SYSIN card 1; a fixture of any other league is
      * rejected.
      **********************************************************************
       Program-ID. ATTNLOAD.
       Environment Division.
       01  WS-Load-Count          pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.

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
           open input Attendance-File
           if not Attn-File-OK
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count = zero
               display "Rejected, no such FIXTURE_ID in this league "
                   AT-Fixture-Id
               add 1 to WS-Reject-Count
           else
           .
       8100-Display-Totals.
           display "ATTNLOAD - attendance load complete"
           display "League:           " WS-League-Name
           display "Records read:     " WS-Read-Count
           display "Records loaded:   " WS-Load-Count
           display "Records rejected: " WS-Reject-Count
