      * cursors: each leaderboard section sorts the work file into its
      * ranking order and computes the per-team rank on the control
      * break, exactly the ranking the old ROW_NUMBER cursors produced.
      * DB2 is touched only for the league, the parameter profile and
      * the run log. SYSIN card 1 names the league - the same league
      * THRWXTRT extracted for - and the report carries its name.
      **********************************************************************
       Program-ID. FTHIAVG.
       Environment Division.
       01  WS-Min-Games-Accept pic 9(04).
       01  WS-Position-Filter  pic x(02).
       01  WS-Position-Accept  pic x(02).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Headings.
           05  filler pic x(07) value "Place".
           05  filler pic x(07) value "Rank".
           88  Sort-Eof              value "Y".
       01  WS-Place            pic s9(5) packed-decimal value zero.
       01  WS-Error-SQLCODE    pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Report-File-Status pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Job-Id           pic x(08) value "FTHIAVG".
      *    WS-Top-N-Per-Team controls how many players per team make
      *    the leaderboard (1 = leader only, matching the original
      *    behavior).
           perform 0050-Select-League
           perform 0100-Accept-Parameters

           open output FT-Report-File
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write FT-Report-Record from WS-League-Line
           display WS-League-Line
           write FT-Report-Record from WS-Column-Headings
           display WS-Column-Headings

           close FT-Report-File
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
      *    tuning values from PARM_PROFILE; a blank card keeps the
