      * numbers THROWVAL had already validated; this job emits one
      * machine-readable file per run instead, in a tagged
      * fixed-format layout the website loads directly:
      *   HDR - generation timestamp and league name
      *   LDR - leaderboard entries (rank, player, team, avg points)
      *   ROS - team rosters (team, player, position)
      *   STD - standings (division, team, won, lost, pct)
      *         player, value, game date), so the website announces
      *         them the next morning
      *   SPN - current-season sponsorships (team, sponsor), the
      *         acknowledgment the sponsor pays for; each one
      *         published is logged on LABSCHEMA.SPONSOR_MENTION
      *         (once a day) for SPONRPT's renewal report
      *   ASL - the all-star squads ALLSTAR selected (division,
      *         position, player, votes)
      *   TRL - record counts per section and in total, so the
      *         website can reject a partial file.
      * SYSIN card 1 names the league the feed is for; every section
      * carries only that league's teams and players.
      **********************************************************************
       Program-ID. WEBFEED.
       Environment Division.
           88  Feed-File-OK           value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Std-Count           pic s9(07) packed-decimal value zero.
       01  WS-Mil-Count           pic s9(07) packed-decimal value zero.
       01  WS-Sql-Sponsor-Name    pic x(60).
       01  WS-Sql-Sponsorship-Id  pic s9(09) comp.
       01  WS-Spn-Count           pic s9(07) packed-decimal value zero.
       01  WS-Sql-Asl-Votes       pic s9(05) comp.
       01  WS-Asl-Count           pic s9(07) packed-decimal value zero.
           05  filler              pic x(03) value "HDR".
           05  HDR-Gen-Date        pic 9(08).
           05  HDR-Gen-Time        pic 9(06).
           05  HDR-League-Name     pic x(60).
       01  WS-Leader-Record.
           05  filler              pic x(03) value "LDR".
           05  LDR-Rank            pic 9(05).

       Procedure Division.

           perform 0050-Select-League
           open output Feed-File
           if not Feed-File-OK
               display "Feed file open error: " WS-Feed-File-Status
           perform 4900-Write-Allstars
           perform 5000-Write-Trailer

           EXEC SQL COMMIT END-EXEC
           close Feed-File
           display "WEBFEED - website feed complete"
           display "Leaderboard records: " WS-Ldr-Count
           display "Milestone records:   " WS-Mil-Count
           display "Sponsor records:     " WS-Spn-Count
           display "All-star records:    " WS-Asl-Count
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
       1000-Write-Header.
           accept WS-Stamp-Date from date yyyymmdd
           accept WS-Stamp-Time from time
           move WS-Stamp-Date to HDR-Gen-Date
           move WS-Stamp-Time (1:6) to HDR-Gen-Time
           move WS-League-Name to HDR-League-Name
           write Feed-Record from WS-Header-Record
           .
       2000-Write-Leaderboard.
                     ON P.PLAYER_ID = FT.PLAYER_ID
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   WHERE P.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY FT.FT_AVG_POINTS DESC
           END-EXEC
           EXEC SQL OPEN FEED_LDR_CUR END-EXEC
                   FROM LABSCHEMA.TEAMS T
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.TEAM_ID = T.TEAM_ID
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME, P.PLAYER_NAME
           END-EXEC
           EXEC SQL OPEN FEED_ROS_CUR END-EXEC
                           FROM LABSCHEMA.TEAMS T
                           LEFT JOIN LABSCHEMA.DIVISIONS D
                             ON D.DIVISION_ID = T.DIVISION_ID
                           WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ) STANDINGS
                   ORDER BY STANDINGS.DIVISION_NAME,
                       STANDINGS.WINS DESC,
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = M.PLAYER_ID
                   WHERE M.DETECT_DATE = CURRENT DATE
                     AND P.LEAGUE_ID   = :WS-Sql-League-Id
                   ORDER BY M.MILESTONE_TYPE, P.PLAYER_NAME
           END-EXEC
           EXEC SQL OPEN FEED_MIL_CUR END-EXEC
       4700-Write-Sponsors.
           EXEC SQL DECLARE FEED_SPN_CUR CURSOR FOR
               SELECT T.TEAM_NAME,
                      SP.SPONSOR_NAME,
                      G.SPONSORSHIP_ID
                   FROM LABSCHEMA.SPONSORSHIP G
                   JOIN LABSCHEMA.SPONSOR SP
                     ON SP.SPONSOR_ID = G.SPONSOR_ID
                   JOIN LABSCHEMA.SEASON S
                     ON S.SEASON_ID = G.SEASON_ID
                   WHERE S.CURRENT_SEASON = 'Y'
                     AND S.LEAGUE_ID      = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME, SP.SPONSOR_NAME
           END-EXEC
           EXEC SQL OPEN FEED_SPN_CUR END-EXEC
       4800-Fetch-Sponsor-Row.
           EXEC SQL FETCH FEED_SPN_CUR
               INTO :WS-Sql-Team-Name,
                    :WS-Sql-Sponsor-Name,
                    :WS-Sql-Sponsorship-Id
           END-EXEC

           evaluate true
                   move WS-Sql-Sponsor-Name to SPN-Sponsor-Name
                   write Feed-Record from WS-Sponsor-Record
                   add 1 to WS-Spn-Count
                   perform 4850-Record-Mention
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4850-Record-Mention.
      *    One mention a day per agreement - a second feed the same
      *    day is not a second day on the website.
           EXEC SQL
                INSERT INTO LABSCHEMA.SPONSOR_MENTION
                       (SPONSORSHIP_ID,
                        SOURCE_PGM,
                        MENTION_DATE)
                SELECT :WS-Sql-Sponsorship-Id,
                       'WEBFEED',
                       CURRENT DATE
                    FROM SYSIBM.SYSDUMMY1
                    WHERE NOT EXISTS
                          (SELECT 1
                               FROM LABSCHEMA.SPONSOR_MENTION M
                               WHERE M.SPONSORSHIP_ID =
                                     :WS-Sql-Sponsorship-Id
                                 AND M.SOURCE_PGM = 'WEBFEED'
                                 AND M.MENTION_DATE = CURRENT DATE)
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           .
       4900-Write-Allstars.
      *    The ALLSTAR selections, straight off the table the tally
      *    run rebuilt.
                   JOIN LABSCHEMA.SEASON SE
                     ON SE.SEASON_ID = S.SEASON_ID
                    AND SE.CURRENT_SEASON = 'Y'
                    AND SE.LEAGUE_ID      = :WS-Sql-League-Id
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = S.PLAYER_ID
                   LEFT JOIN LABSCHEMA.DIVISIONS D
