      * top players per team by average points - but read from
      * LABSCHEMA.THROWS_HISTORY for the season identifier supplied on
      * SYSIN, so the league office can ask for any archived season
      * after the SEASNEND rollover has run. SYSIN card 1 names the
      * league; only its players are ranked and the report carries
      * its name. The season, top-N and minimum-games cards follow.
      **********************************************************************
       Program-ID. SEASNRPT.
       Environment Division.
       01  WS-Team-Name        pic x(100).
       01  WS-Avg-Points       pic s9(5)v9 packed-decimal.
       01  WS-Team-Rank        pic s9(4) packed-decimal.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id    pic s9(09) comp.
       01  WS-Season-Accept    pic 9(09).
       01  WS-Top-N-Per-Team   pic s9(4) packed-decimal.
       01  WS-Title-Line.
           05  filler pic x(24) value "SEASON LEADERBOARD FOR ".
           05  WS-Title-Season pic x(09).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Headings.
           05  filler pic x(07) value "Place".
           05  filler pic x(07) value "Rank".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters

           open output FT-Report-File
           move WS-Sql-Season-Id to WS-Season-Display
           move WS-Season-Display to WS-Title-Season
           write FT-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write FT-Report-Record from WS-League-Line
           write FT-Report-Record from WS-Column-Headings

           EXEC SQL DECLARE SEAS_CUR CURSOR FOR
                       JOIN LABSCHEMA.TEAMS T
                         ON P.TEAM_ID = T.TEAM_ID
                       WHERE FT.FT_GAMES >= :WS-Min-Games
                         AND P.LEAGUE_ID = :WS-Sql-League-Id
                   ) RANKED
                   WHERE RANKED.TEAM_RANK <= :WS-Top-N-Per-Team
                   ORDER BY RANKED.TEAM_NAME, RANKED.TEAM_RANK
               perform 9000-Bail
           end-if
           display WS-Title-Line
           display WS-League-Line
           display WS-Column-Headings
           perform 1000-Fetch-and-Display
               until End-of-Data
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
           display "Enter season identifier to report: "
               with no advancing
