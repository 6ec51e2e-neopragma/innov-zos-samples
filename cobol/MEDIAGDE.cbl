      *   - a cover page (team, division, conference);
      *   - the roster with positions and squad stats;
      *   - the team leaders by average points;
      *   - the trend section (current vs latest prior snapshot);
      *   - the head-to-head section (series record against each
      *     division rival), from the H2HMTRX matrix H2HHIST writes
      *     for an ALL card. The section is left out when H2HMTRX is
      *     DD DUMMY or carries no rows for the team.
      * Every sponsor named on a cover page is logged on
      * LABSCHEMA.SPONSOR_MENTION (once a day per agreement) for
      * SPONRPT's renewal report.
      * Each team's booklet starts on a new page of the single print
      * dataset, so the whole tournament's packets come off the printer
      * ready to burst - one evening of pasting replaced by one job.
      * Runs for one league, named on SYSIN card 1: the teams named on
      * the control file are looked up in that league, and each cover
      * page carries its name.
      **********************************************************************
       Program-ID. MEDIAGDE.
       Environment Division.
           select Booklet-Print-File assign to BOOKRPT1
               file status is WS-Print-File-Status.

           select H2H-Matrix-File assign to H2HMTRX
               file status is WS-Matrix-File-Status.

       Data Division.
       File Section.
       FD  Booklet-Control-File
           recording mode f.
       01  Booklet-Print-Record    pic x(133).

       FD  H2H-Matrix-File
           recording mode f.
       01  MX-Matrix-Record.
           05  MX-Division-Name        pic x(30).
           05  MX-Team-Name            pic x(60).
           05  MX-Opponent-Name        pic x(60).
           05  MX-Games                pic 9(04).
           05  MX-Wins                 pic 9(04).
           05  MX-Losses               pic 9(04).
           05  MX-No-Decision          pic 9(04).
           05  MX-Last-Met             pic x(10).
           05  MX-Avg-Margin           pic 9(03)v9.

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           88  Section-Eof             value "Y".
       01  WS-Team-Found-Sw        pic x value "N".
           88  Team-Found              value "Y".
       01  WS-Matrix-File-Status   pic x(02).
           88  Matrix-File-OK          value "00".
       01  WS-Matrix-Eof-Sw        pic x value "N".
           88  Matrix-Eof              value "Y".
       01  WS-H2H-Printed-Sw       pic x value "N".
           88  H2H-Printed             value "Y".

      * H2HMTRX held in storage for the run - every division's
      * matrix from one H2HHIST run fits comfortably.
       01  WS-H2H-Count            pic s9(04) comp value zero.
       01  WS-H2H-Sub              pic s9(04) comp.
       01  WS-H2H-Table.
           05  HT-Entry occurs 600 times.
               10  HT-Team-Name        pic x(60).
               10  HT-Opponent-Name    pic x(60).
               10  HT-Games            pic 9(04).
               10  HT-Wins             pic 9(04).
               10  HT-Losses           pic 9(04).
               10  HT-No-Decision      pic 9(04).
               10  HT-Last-Met         pic x(10).
               10  HT-Avg-Margin       pic 9(03)v9.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Team-Name        pic x(100).
       01  WS-Sql-Division-Name    pic x(100).
       01  WS-Sql-Conference-Name  pic x(20).
           05  COV-Division        pic x(30).
           05  filler              pic x(13) value " Conference: ".
           05  COV-Conference      pic x(20).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Sponsor-Line.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(14)
       01  WS-Sponsor-Eof-Sw      pic x value "N".
           88  Sponsor-Eof            value "Y".
       01  WS-Sql-Sponsor-Name    pic x(60).
       01  WS-Sql-Sponsorship-Id  pic s9(09) comp.
       01  WS-Roster-Stats-Line.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(13) value "Roster size: ".
           05  OUT-Trend-Prior     pic z9.9.
           05  filler              pic x(03) value spaces.
           05  OUT-Trend-Improve   pic -9.9.
       01  WS-H2H-Heading-Line.
           05  filler pic x(03) value spaces.
           05  filler pic x(40) value "Opponent".
           05  filler pic x(07) value "Played".
           05  filler pic x(14) value "  W   L  ND".
           05  filler pic x(12) value "Last met".
           05  filler pic x(10) value "Avg margin".
       01  WS-H2H-Line.
           05  filler              pic x(03) value spaces.
           05  OUT-H2H-Opponent    pic x(40).
           05  OUT-H2H-Games       pic zzz9.
           05  filler              pic x(03) value spaces.
           05  OUT-H2H-Wins        pic zz9.
           05  filler              pic x(01) value spaces.
           05  OUT-H2H-Losses      pic zz9.
           05  filler              pic x(01) value spaces.
           05  OUT-H2H-No-Decision pic zz9.
           05  filler              pic x(03) value spaces.
           05  OUT-H2H-Last-Met    pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-H2H-Avg-Margin  pic zz9.9.

       Procedure Division.

                   JOIN LABSCHEMA.PLAYERS P
                     ON P.TEAM_ID = T.TEAM_ID
                   WHERE T.TEAM_NAME = :WS-Sql-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY P.PLAYER_NAME
           END-EXEC
           EXEC SQL DECLARE GUIDE_SPONSOR_CUR CURSOR FOR
               SELECT SP.SPONSOR_NAME,
                      G.SPONSORSHIP_ID
                   FROM LABSCHEMA.SPONSORSHIP G
                   JOIN LABSCHEMA.SPONSOR SP
                     ON SP.SPONSOR_ID = G.SPONSOR_ID
                   JOIN LABSCHEMA.SEASON S
                     ON S.SEASON_ID = G.SEASON_ID
                   WHERE T.TEAM_NAME = :WS-Sql-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                     AND S.CURRENT_SEASON = 'Y'
                   ORDER BY SP.SPONSOR_NAME
           END-EXEC
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   WHERE T.TEAM_NAME = :WS-Sql-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY S.POSITION, P.PLAYER_NAME
           END-EXEC
           EXEC SQL DECLARE GUIDE_LEADER_CUR CURSOR FOR
                   JOIN LABSCHEMA.THROWS FT
                     ON FT.PLAYER_ID = P.PLAYER_ID
                   WHERE T.TEAM_NAME = :WS-Sql-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY FT.FT_AVG_POINTS DESC
                   FETCH FIRST 3 ROWS ONLY
           END-EXEC
                             WHERE S2.THROW_ID = FT.THROW_ID
                               AND S2.SNAPSHOT_DATE < CURRENT DATE)
                   WHERE T.TEAM_NAME = :WS-Sql-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY FT.FT_AVG_POINTS - S.FT_AVG_POINTS DESC
           END-EXEC

           perform 0050-Select-League
           perform 0100-Open-Files
           move WS-League-Name to OUT-League-Name
           perform 1000-Process-Team
               until No-More-Teams
           EXEC SQL COMMIT END-EXEC
           perform 8000-Close-Files
           display "MEDIAGDE - booklets generated for "
               WS-Team-Count " team(s)"
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
       0100-Open-Files.
           open input Booklet-Control-File
           if not Control-File-OK
               move 12 to return-code
               goback
           end-if
           perform 0200-Load-H2H-Matrix
           perform 1100-Read-Control-Record
           .
       0200-Load-H2H-Matrix.
           open input H2H-Matrix-File
           if not Matrix-File-OK
               display "H2H matrix file open error: "
                   WS-Matrix-File-Status
               move 12 to return-code
               goback
           end-if
           perform 0210-Read-Matrix-Record
               until Matrix-Eof
           close H2H-Matrix-File
           .
       0210-Read-Matrix-Record.
           read H2H-Matrix-File
               at end
                   set Matrix-Eof to true
               not at end
                   if WS-H2H-Count < 600
                       add 1 to WS-H2H-Count
                       move MX-Team-Name
                           to HT-Team-Name (WS-H2H-Count)
                       move MX-Opponent-Name
                           to HT-Opponent-Name (WS-H2H-Count)
                       move MX-Games to HT-Games (WS-H2H-Count)
                       move MX-Wins to HT-Wins (WS-H2H-Count)
                       move MX-Losses to HT-Losses (WS-H2H-Count)
                       move MX-No-Decision
                           to HT-No-Decision (WS-H2H-Count)
                       move MX-Last-Met to HT-Last-Met (WS-H2H-Count)
                       move MX-Avg-Margin
                           to HT-Avg-Margin (WS-H2H-Count)
                   else
                       display "H2H matrix over 600 rows, rest ignored"
                       set Matrix-Eof to true
                   end-if
           end-read
           .
       1100-Read-Control-Record.
           read Booklet-Control-File
               at end
               perform 4000-Write-Leaders-Section
               perform 4500-Write-Allstar-Section
               perform 5000-Write-Trend-Section
               if WS-H2H-Count > zero
                   perform 5500-Write-H2H-Section
               end-if
           end-if
           perform 1100-Read-Control-Record
           .
                   LEFT JOIN LABSCHEMA.DIVISIONS D
                     ON D.DIVISION_ID = T.DIVISION_ID
                   WHERE T.TEAM_NAME = :WS-Sql-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           evaluate true
      *            booklet onto a new page.
                   write Booklet-Print-Record from WS-Cover-Line-1
                   write Booklet-Print-Record from WS-Cover-Line-2
                   write Booklet-Print-Record from WS-League-Line
                   perform 2500-Write-Sponsor-Lines
                   perform 7000-Write-Blank-Line
               when SQLCODE = 100
           .
       2600-Fetch-Sponsor.
           EXEC SQL FETCH GUIDE_SPONSOR_CUR
               INTO :WS-Sql-Sponsor-Name,
                    :WS-Sql-Sponsorship-Id
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Sponsor-Name to COV-Sponsor-Name
                   write Booklet-Print-Record from WS-Sponsor-Line
                   perform 2700-Record-Mention
               when SQLCODE = 100
                   set Sponsor-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2700-Record-Mention.
      *    One mention a day per agreement, however many copies of
      *    the booklet are run off.
           EXEC SQL
                INSERT INTO LABSCHEMA.SPONSOR_MENTION
                       (SPONSORSHIP_ID,
                        SOURCE_PGM,
                        MENTION_DATE)
                SELECT :WS-Sql-Sponsorship-Id,
                       'MEDIAGDE',
                       CURRENT DATE
                    FROM SYSIBM.SYSDUMMY1
                    WHERE NOT EXISTS
                          (SELECT 1
                               FROM LABSCHEMA.SPONSOR_MENTION M
                               WHERE M.SPONSORSHIP_ID =
                                     :WS-Sql-Sponsorship-Id
                                 AND M.SOURCE_PGM = 'MEDIAGDE'
                                 AND M.MENTION_DATE = CURRENT DATE)
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9000-Bail
           end-if
           .
       3000-Write-Roster-Section.
           move " ROSTER" to WS-Detail-Line
           write Booklet-Print-Record from WS-Detail-Line
                   LEFT JOIN LABSCHEMA.THROWS FT
                     ON FT.PLAYER_ID = P.PLAYER_ID
                   WHERE T.TEAM_NAME = :WS-Sql-Team-Name
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           if SQLCODE = 0
               perform 9000-Bail
           end-if
           .
       5500-Write-H2H-Section.
      *    The team's rows of the H2HHIST division matrix - the
      *    all-time series against each rival.
           move "N" to WS-H2H-Printed-Sw
           perform 5600-Write-H2H-Row
               varying WS-H2H-Sub from 1 by 1
               until WS-H2H-Sub > WS-H2H-Count
           if H2H-Printed
               perform 7000-Write-Blank-Line
           end-if
           .
       5600-Write-H2H-Row.
           if HT-Team-Name (WS-H2H-Sub) = WS-Sql-Team-Name
               if not H2H-Printed
                   set H2H-Printed to true
                   move " HEAD-TO-HEAD - ALL-TIME SERIES"
                       to WS-Detail-Line
                   write Booklet-Print-Record from WS-Detail-Line
                   write Booklet-Print-Record from WS-H2H-Heading-Line
               end-if
               move HT-Opponent-Name (WS-H2H-Sub) to OUT-H2H-Opponent
               move HT-Games (WS-H2H-Sub)       to OUT-H2H-Games
               move HT-Wins (WS-H2H-Sub)        to OUT-H2H-Wins
               move HT-Losses (WS-H2H-Sub)      to OUT-H2H-Losses
               move HT-No-Decision (WS-H2H-Sub)
                   to OUT-H2H-No-Decision
               move HT-Last-Met (WS-H2H-Sub)    to OUT-H2H-Last-Met
               move HT-Avg-Margin (WS-H2H-Sub)  to OUT-H2H-Avg-Margin
               write Booklet-Print-Record from WS-H2H-Line
           end-if
           .
       7000-Write-Blank-Line.
           move spaces to WS-Detail-Line
           write Booklet-Print-Record from WS-Detail-Line
