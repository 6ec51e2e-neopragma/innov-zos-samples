      * ('P') goes by the score, a forfeit ('FH'/'FA') is a win for
      * the team that showed up, and an abandoned game ('AB') counts
      * for neither side.
      * Runs for one league, named on SYSIN card 1; only that
      * league's teams are ranked, under its name.
      **********************************************************************
       Program-ID. STANDRPT.
       Environment Division.
       01  WS-Place            pic s9(5) packed-decimal value zero.
       01  WS-Record-Count     pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE    pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Report-File-Status pic x(02).
           88  Report-File-OK         value "00".
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Headings.
           05  filler pic x(07) value "Place".
           05  filler pic x(30) value "Team".

       Procedure Division.

           perform 0050-Select-League
           open output Standings-Report-File
           if not Report-File-OK
               display "Report file open error: " WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Standings-Report-Record from WS-League-Line
           write Standings-Report-Record from WS-Column-Headings

      *    Wins and losses are derived per team from GAME_RESULTS, and
                           FROM LABSCHEMA.TEAMS T
                           LEFT JOIN LABSCHEMA.DIVISIONS D
                             ON D.DIVISION_ID = T.DIVISION_ID
                           WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ) STANDINGS
                   ORDER BY STANDINGS.DIVISION_NAME,
                       CASE
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           display WS-League-Line
           display WS-Column-Headings
           perform 1000-Fetch-and-Display
               until End-of-Data
           display "Teams ranked: " WS-Record-Count
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
       1000-Fetch-and-Display.
           EXEC SQL FETCH STAND_CUR
               INTO
