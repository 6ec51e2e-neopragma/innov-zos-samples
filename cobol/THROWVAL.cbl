      *
      * Reads the THRWWORK work file written by THRWXTRT's single pass
      * instead of opening its own cursor; DB2 is touched only for the
      * league, the parameter profile and the run log. SYSIN card 1
      * names the league - the one THRWXTRT extracted for - and the
      * report carries its name.
      **********************************************************************
       Program-ID. THROWVAL.
       Environment Division.
       01  WS-Row-Count            pic s9(07) packed-decimal value zero.
       01  WS-Exception-Count      pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE        pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Exc-Ptr              pic s9(04) comp value 1.
       01  WS-Job-Id               pic x(08) value "THROWVAL".
       01  WS-Alert-Severity       pic x(01).
       01  WS-Parm-Found-Sw    pic x value "N".
           88  Parm-Found          value "Y".

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Heading-Line.
           05  filler pic x(07) value "Throw#".
           05  filler pic x(30) value "Player".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Report

               goback
           end-if

           move WS-League-Name to OUT-League-Name
           write Exception-Report-Record from WS-League-Line
           write Exception-Report-Record from WS-Heading-Line
           perform 1000-Read-and-Check
               until End-of-Data
           perform 8200-Check-Alert-Condition
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
      *    A named profile on the first SYSIN card resolves the
      *    stale-days cutoff from PARM_PROFILE; a blank card keeps
           .
       8100-Display-Totals.
           display "THROWVAL - THROWS validation run complete"
           display "League:          " WS-League-Name
           display "Rows examined:   " WS-Row-Count
           display "Exceptions found: " WS-Exception-Count
           .
