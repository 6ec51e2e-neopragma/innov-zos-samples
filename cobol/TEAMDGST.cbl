      * campaign on SYSIN card 1 in the guardian's language (&FN,
      * &SN and &TM substituted), then the digest lines, split onto
      * the language print files DGSTEN / DGSTES / DGSTFR / DGSTOTH,
      * one letter per page. A guardian whose child had a
      * development goal evaluated by GOALPROG in the last seven days
      * gets the family version of the progress sheet after the
      * digest: the goal, the target, the figure reached and whether
      * it was met.
      * SYSIN card 1 names the league; only its teams get a digest,
      * and each digest opens with the league's name. The campaign
      * is SYSIN card 2.
      **********************************************************************
       Program-ID. TEAMDGST.
       Environment Division.
           88  Guard-Eof              value "Y".
       01  WS-Template-Eof-Sw     pic x value "N".
           88  Template-Eof           value "Y".
       01  WS-Goal-Eof-Sw         pic x value "N".
           88  Goal-Eof               value "Y".
       01  WS-Campaign-Id         pic x(08).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Campaign        pic x(08).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Line-Text       pic x(80).
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Metric-Code     pic x(03).
           88  Metric-FT-Percentage   value "FTP".
           88  Metric-Attempts        value "ATT".
           88  Metric-Threes          value "3PG".
           88  Metric-Points          value "PPG".
       01  WS-Sql-Target-Value    pic s9(04)v9 comp-3.
       01  WS-Sql-Actual-Value    pic s9(04)v9 comp-3.
       01  WS-Sql-Games-Counted   pic s9(05) comp.
       01  WS-Sql-Goal-Met        pic x(01).
           88  Goal-Met               value "Y".
       01  WS-Goal-Lines          pic s9(05) comp.

      * The THRWWORK extract held in storage so each team's leaders
      * come from one scan of one table instead of a table scan per
       01  WS-Sub-Surname         pic x(60).
       01  WS-Sub-Team-Name       pic x(60).

       01  WS-League-Line.
           05  filler              pic x(10) value "  League: ".
           05  OUT-League-Name     pic x(60).
       01  WS-Fixture-Line.
           05  filler              pic x(02) value spaces.
           05  OUT-Fixture-Date    pic x(10).
           05  OUT-Leader-Name     pic x(40).
           05  OUT-Leader-Avg      pic zz9.9.
           05  filler              pic x(04) value " PPG".
       01  WS-Goal-Heading-Line.
           05  filler              pic x(38)
               value "  Development goals reached this week:".
       01  WS-Goal-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Goal-Player     pic x(30).
           05  filler              pic x(01) value space.
           05  OUT-Goal-Metric     pic x(24).
           05  filler              pic x(08) value " target ".
           05  OUT-Goal-Target     pic zz9.9.
           05  filler              pic x(08) value " actual ".
           05  OUT-Goal-Actual     pic zz9.9.
           05  filler              pic x(08) value " games ".
           05  OUT-Goal-Games      pic zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Goal-Result     pic x(12).

       01  WS-Team-Count          pic s9(05) packed-decimal
                                       value zero.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Files
           perform 0300-Load-Stat-Table
               SELECT T.TEAM_ID,
                      T.TEAM_NAME
                   FROM LABSCHEMA.TEAMS T
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME
           END-EXEC

           EXEC SQL DECLARE DGST_GRD_CUR CURSOR FOR
               SELECT DISTINCT C.LANG,
                      C.SURNAME,
                      C.FIRST_NAME,
                      C.ID
                   FROM LABSCHEMA.PLAYERS P
                   JOIN LABSCHEMA.PLAYER_CONTACT PC
                     ON PC.PLAYER_ID = P.PLAYER_ID
                   ORDER BY LINE_NO
           END-EXEC

      *    The guardian's children's goals on this team that GOALPROG
      *    evaluated in the last seven days.
           EXEC SQL DECLARE DGST_GOAL_CUR CURSOR FOR
               SELECT P.PLAYER_NAME,
                      G.METRIC_CODE,
                      G.TARGET_VALUE,
                      G.ACTUAL_VALUE,
                      G.GAMES_COUNTED,
                      G.GOAL_MET
                   FROM LABSCHEMA.PLAYER_CONTACT PC
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = PC.PLAYER_ID
                   JOIN LABSCHEMA.PLAYER_GOAL G
                     ON G.PLAYER_ID = P.PLAYER_ID
                   WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id
                     AND P.TEAM_ID     = :WS-Sql-Team-Id
                     AND G.EVALUATED_DATE > CURRENT DATE - 7 DAYS
                   ORDER BY P.PLAYER_NAME, G.GOAL_ID
           END-EXEC

           EXEC SQL OPEN DGST_TEAM_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           display "TEAMDGST - weekly digest run complete"
           display "Teams digested:    " WS-Team-Count
           display "Letters generated: " WS-Letter-Count
           display "League: " WS-League-Name
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
           accept WS-Campaign-Id
           if WS-Campaign-Id = spaces
               move "TEAMDGST" to WS-Campaign-Id
           end-if
           move WS-Campaign-Id to WS-Sql-Campaign
           move WS-League-Name to OUT-League-Name
           .
       0200-Open-Files.
           open input Extract-Work-File
           .
       2000-Build-Team-Digest.
           move zero to WS-Digest-Count
           add 1 to WS-Digest-Count
           move WS-League-Line to WS-Digest-Line (WS-Digest-Count)
           perform 2100-Add-Fixture-Lines
           perform 2500-Add-Standing-Line
           perform 2700-Add-Leader-Lines
           EXEC SQL FETCH DGST_GRD_CUR
               INTO :WS-Sql-Lang,
                    :WS-Sql-Surname,
                    :WS-Sql-First-Name,
                    :WS-Sql-Contact-Id
           END-EXEC

           evaluate true
           move 1 to WS-Digest-Sub
           perform 6500-Write-Digest-Line
               until WS-Digest-Sub > WS-Digest-Count
           perform 6600-Add-Goal-Lines
           add 1 to WS-Letter-Count
           .
       6100-Fetch-Template-Line.
           perform 7000-Write-By-Language
           add 1 to WS-Digest-Sub
           .
       6600-Add-Goal-Lines.
           move zero to WS-Goal-Lines
           move "N" to WS-Goal-Eof-Sw
           EXEC SQL OPEN DGST_GOAL_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 6700-Fetch-Goal
               until Goal-Eof
           EXEC SQL CLOSE DGST_GOAL_CUR END-EXEC
           .
       6700-Fetch-Goal.
           EXEC SQL FETCH DGST_GOAL_CUR
               INTO :WS-Sql-Player-Name,
                    :WS-Sql-Metric-Code,
                    :WS-Sql-Target-Value,
                    :WS-Sql-Actual-Value,
                    :WS-Sql-Games-Counted,
                    :WS-Sql-Goal-Met
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 6800-Write-Goal-Line
               when SQLCODE = 100
                   set Goal-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       6800-Write-Goal-Line.
           if WS-Goal-Lines = zero
               move WS-Goal-Heading-Line to WS-Letter-Line
               perform 7000-Write-By-Language
           end-if
           add 1 to WS-Goal-Lines
           move WS-Sql-Player-Name to OUT-Goal-Player
           evaluate true
               when Metric-FT-Percentage
                   move "Free-throw percentage" to OUT-Goal-Metric
               when Metric-Attempts
                   move "Free throws per game" to OUT-Goal-Metric
               when Metric-Threes
                   move "Three-pointers per game" to OUT-Goal-Metric
               when Metric-Points
                   move "Points per game" to OUT-Goal-Metric
               when other
                   move WS-Sql-Metric-Code to OUT-Goal-Metric
           end-evaluate
           move WS-Sql-Target-Value to OUT-Goal-Target
           move WS-Sql-Actual-Value to OUT-Goal-Actual
           move WS-Sql-Games-Counted to OUT-Goal-Games
           evaluate true
               when WS-Sql-Games-Counted = zero
                   move "NO GAMES" to OUT-Goal-Result
               when Goal-Met
                   move "GOAL MET" to OUT-Goal-Result
               when other
                   move "NOT YET MET" to OUT-Goal-Result
           end-evaluate
           move WS-Goal-Line to WS-Letter-Line
           perform 7000-Write-By-Language
           .
       7000-Write-By-Language.
           evaluate WS-Sql-Lang
               when "EN"
