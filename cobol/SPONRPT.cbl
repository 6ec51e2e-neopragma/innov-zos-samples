       Identification Division.
      **********************************************************************
      * Sponsorship exposure and return report, for renewals. SPONMNT
      * records what each sponsor pays for a team's season and
      * SPONINVC bills it; this job answers the question the pizza
      * place asks at renewal time - what did we get for it. For
      * every current-season SPONSORSHIP agreement of the league on
      * SYSIN card 1 it prints one page on SPRRPT01, to go in the
      * envelope with the renewal invoice:
      *   - the sponsor, the team and the agreement amount;
      *   - the team's fixtures played (GAME_SCHEDULE fixtures with
      *     a GAME_RESULTS row, postponed ones left out) and its
      *     record, won and lost the way STANDRPT counts them;
      *   - the total headcount ATTNLOAD keyed on GAME_ATTENDANCE
      *     at those fixtures, home and away, and the agreement
      *     amount per attendee (fixtures with no count keyed add
      *     nothing, so the figure is on the cautious side);
      *   - the team's home games and headcount at each venue;
      *   - the days the sponsor was on the website feed and the
      *     media-guide pages that carried the name, off the
      *     LABSCHEMA.SPONSOR_MENTION rows WEBFEED and MEDIAGDE log;
      *   - the team's players among this season's AWARDS winners.
      * SPRRPT02 gives the board the league-wide return: a line per
      * agreement and the totals - money raised, headcount and the
      * cost per attendee across every sponsorship. The season is
      * the one still on file: run it before SEASNEND archives the
      * results.
      **********************************************************************
       Program-ID. SPONRPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Sponsor-Report-File assign to SPRRPT01
               file status is WS-Sponsor-Rpt-Status.

           select Board-Report-File assign to SPRRPT02
               file status is WS-Board-Rpt-Status.

       Data Division.
       File Section.
       FD  Sponsor-Report-File
           recording mode f.
       01  Sponsor-Report-Record    pic x(133).

       FD  Board-Report-File
           recording mode f.
       01  Board-Report-Record      pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Sponsor-Rpt-Status  pic x(02).
           88  Sponsor-Rpt-OK         value "00".
       01  WS-Board-Rpt-Status    pic x(02).
           88  Board-Rpt-OK           value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Venue-Eof-Sw        pic x value "N".
           88  Venue-Eof              value "Y".
       01  WS-Award-Eof-Sw        pic x value "N".
           88  Award-Eof              value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Sponsorship-Id  pic s9(09) comp.
       01  WS-Sql-Sponsor-Name    pic x(60).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.
       01  WS-Sql-Played          pic s9(05) comp.
       01  WS-Sql-Counted         pic s9(05) comp.
       01  WS-Sql-Headcount       pic s9(09) comp.
       01  WS-Sql-Wins            pic s9(05) comp.
       01  WS-Sql-Losses          pic s9(05) comp.
       01  WS-Sql-Web-Days        pic s9(05) comp.
       01  WS-Sql-Guide-Pages     pic s9(05) comp.
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Venue-Games     pic s9(05) comp.
       01  WS-Sql-Venue-Count     pic s9(09) comp.
       01  WS-Sql-Award-Type      pic x(12).
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Award-Value     pic s9(5)v9(1) comp-3.

       01  WS-Cost-Per-Head       pic s9(07)v99 packed-decimal.
       01  WS-Venue-Lines         pic s9(05) comp.
       01  WS-Award-Lines         pic s9(05) comp.
       01  WS-Agreement-Count     pic s9(07) packed-decimal value zero.
       01  WS-Total-Amount        pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Total-Headcount     pic s9(09) packed-decimal value zero.
       01  WS-Total-Played        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

      * Sponsor page, one per agreement.
       01  WS-Page-Heading-Line.
           05  filler              pic x(22)
               value "1SPONSORSHIP RETURN - ".
           05  OUT-Page-League     pic x(60).
       01  WS-Blank-Line           pic x(133) value spaces.
       01  WS-Sponsor-Line.
           05  filler              pic x(20)
               value " SPONSOR".
           05  OUT-Sponsor-Name    pic x(60).
       01  WS-Team-Line.
           05  filler              pic x(20)
               value " TEAM SPONSORED".
           05  OUT-Team-Name       pic x(60).
       01  WS-Amount-Line.
           05  filler              pic x(20)
               value " AGREEMENT AMOUNT".
           05  OUT-Amount          pic $$$$,$$9.99.
       01  WS-Played-Line.
           05  filler              pic x(20)
               value " FIXTURES PLAYED".
           05  OUT-Played          pic zzz9.
           05  filler              pic x(08) value "    WON ".
           05  OUT-Wins            pic zz9.
           05  filler              pic x(07) value "  LOST ".
           05  OUT-Losses          pic zz9.
       01  WS-Headcount-Line.
           05  filler              pic x(20)
               value " TOTAL HEADCOUNT".
           05  OUT-Headcount       pic zzz,zz9.
           05  filler              pic x(16)
               value "  (COUNTED AT ".
           05  OUT-Counted         pic zzz9.
           05  filler              pic x(10) value " FIXTURES)".
       01  WS-Cost-Line.
           05  filler              pic x(20)
               value " COST PER ATTENDEE".
           05  OUT-Cost            pic $$$$,$$9.99.
       01  WS-No-Cost-Line.
           05  filler              pic x(20)
               value " COST PER ATTENDEE".
           05  filler              pic x(25)
               value "NO HEADCOUNT KEYED".
       01  WS-Venue-Heading-Line.
           05  filler              pic x(20)
               value " HOME GAMES BY VENUE".
       01  WS-Venue-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Venue           pic x(30).
           05  filler              pic x(08) value "  GAMES ".
           05  OUT-Venue-Games     pic zz9.
           05  filler              pic x(12) value "  HEADCOUNT ".
           05  OUT-Venue-Count     pic zzz,zz9.
       01  WS-None-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "   NONE".
       01  WS-Mention-Line.
           05  filler              pic x(20)
               value " WEBSITE FEED DAYS".
           05  OUT-Web-Days        pic zzz9.
           05  filler              pic x(22)
               value "    MEDIA GUIDE PAGES ".
           05  OUT-Guide-Pages     pic zzz9.
       01  WS-Award-Heading-Line.
           05  filler              pic x(20)
               value " AWARD WINNERS".
       01  WS-Award-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Award-Type      pic x(12).
           05  filler              pic x(01) value space.
           05  OUT-Award-Player    pic x(40).
           05  filler              pic x(01) value space.
           05  OUT-Award-Value     pic zzzz9.9.

      * Board summary, a line per agreement.
       01  WS-Board-Heading-Line.
           05  filler              pic x(30)
               value "1SPONSORSHIP RETURN SUMMARY - ".
           05  OUT-Board-League    pic x(60).
       01  WS-Board-Column-Line.
           05  filler              pic x(57)
               value " SPONSOR                        TEAM".
           05  filler              pic x(42)
               value "    AMOUNT PLAYED W-L     HEADCOUNT  /HEAD".
           05  filler              pic x(12)
               value "   WEB GUIDE".
       01  WS-Board-Line.
           05  filler              pic x(01) value space.
           05  OUT-Board-Sponsor   pic x(30).
           05  filler              pic x(01) value space.
           05  OUT-Board-Team      pic x(25).
           05  OUT-Board-Amount    pic zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Board-Played    pic zzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Board-Wins      pic zz9.
           05  filler              pic x(01) value "-".
           05  OUT-Board-Losses    pic zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Board-Headcount pic zzz,zz9.
           05  filler              pic x(01) value space.
           05  OUT-Board-Cost      pic zzz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Board-Web       pic zzzz9.
           05  filler              pic x(01) value space.
           05  OUT-Board-Guide     pic zzzz9.
       01  WS-Board-Total-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(11) value "AGREEMENTS ".
           05  OUT-Total-Agreements pic zzzz9.
           05  filler              pic x(14) value "  MONEY RAISED".
           05  OUT-Total-Amount    pic $$,$$$,$$9.99.
           05  filler              pic x(12) value "  HEADCOUNT ".
           05  OUT-Total-Headcount pic zzz,zzz,zz9.
           05  filler              pic x(20)
               value "  COST PER ATTENDEE ".
           05  OUT-Total-Cost      pic $$$$,$$9.99.

       Procedure Division.

           EXEC SQL DECLARE SPR_AGREE_CUR CURSOR FOR
               SELECT G.SPONSORSHIP_ID,
                      SP.SPONSOR_NAME,
                      G.TEAM_ID,
                      T.TEAM_NAME,
                      G.AMOUNT,
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_SCHEDULE F
                           JOIN LABSCHEMA.GAME_RESULTS R
                             ON R.HOME_TEAM_ID = F.HOME_TEAM_ID
                            AND R.AWAY_TEAM_ID = F.AWAY_TEAM_ID
                            AND R.GAME_DATE    = F.FIXTURE_DATE
                           WHERE G.TEAM_ID IN (F.HOME_TEAM_ID,
                                               F.AWAY_TEAM_ID)
                             AND COALESCE(F.SCHED_STATUS, ' ')
                                 <> 'P'),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_SCHEDULE F
                           JOIN LABSCHEMA.GAME_RESULTS R
                             ON R.HOME_TEAM_ID = F.HOME_TEAM_ID
                            AND R.AWAY_TEAM_ID = F.AWAY_TEAM_ID
                            AND R.GAME_DATE    = F.FIXTURE_DATE
                           JOIN LABSCHEMA.GAME_ATTENDANCE A
                             ON A.FIXTURE_ID = F.FIXTURE_ID
                           WHERE G.TEAM_ID IN (F.HOME_TEAM_ID,
                                               F.AWAY_TEAM_ID)
                             AND COALESCE(F.SCHED_STATUS, ' ')
                                 <> 'P'),
                      (SELECT COALESCE(SUM(A.ATTENDANCE), 0)
                           FROM LABSCHEMA.GAME_SCHEDULE F
                           JOIN LABSCHEMA.GAME_RESULTS R
                             ON R.HOME_TEAM_ID = F.HOME_TEAM_ID
                            AND R.AWAY_TEAM_ID = F.AWAY_TEAM_ID
                            AND R.GAME_DATE    = F.FIXTURE_DATE
                           JOIN LABSCHEMA.GAME_ATTENDANCE A
                             ON A.FIXTURE_ID = F.FIXTURE_ID
                           WHERE G.TEAM_ID IN (F.HOME_TEAM_ID,
                                               F.AWAY_TEAM_ID)
                             AND COALESCE(F.SCHED_STATUS, ' ')
                                 <> 'P'),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_RESULTS R
                           WHERE (R.HOME_TEAM_ID = G.TEAM_ID
                                  AND ((COALESCE(NULLIF(
                                        R.RESULT_TYPE, '  '),
                                        'P ') = 'P '
                                        AND R.HOME_SCORE >
                                            R.AWAY_SCORE)
                                    OR R.RESULT_TYPE = 'FA'))
                              OR (R.AWAY_TEAM_ID = G.TEAM_ID
                                  AND ((COALESCE(NULLIF(
                                        R.RESULT_TYPE, '  '),
                                        'P ') = 'P '
                                        AND R.AWAY_SCORE >
                                            R.HOME_SCORE)
                                    OR R.RESULT_TYPE = 'FH'))),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_RESULTS R
                           WHERE (R.HOME_TEAM_ID = G.TEAM_ID
                                  AND ((COALESCE(NULLIF(
                                        R.RESULT_TYPE, '  '),
                                        'P ') = 'P '
                                        AND R.AWAY_SCORE >
                                            R.HOME_SCORE)
                                    OR R.RESULT_TYPE = 'FH'))
                              OR (R.AWAY_TEAM_ID = G.TEAM_ID
                                  AND ((COALESCE(NULLIF(
                                        R.RESULT_TYPE, '  '),
                                        'P ') = 'P '
                                        AND R.HOME_SCORE >
                                            R.AWAY_SCORE)
                                    OR R.RESULT_TYPE = 'FA'))),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.SPONSOR_MENTION M
                           WHERE M.SPONSORSHIP_ID = G.SPONSORSHIP_ID
                             AND M.SOURCE_PGM = 'WEBFEED'),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.SPONSOR_MENTION M
                           WHERE M.SPONSORSHIP_ID = G.SPONSORSHIP_ID
                             AND M.SOURCE_PGM = 'MEDIAGDE')
                   FROM LABSCHEMA.SPONSORSHIP G
                   JOIN LABSCHEMA.SPONSOR SP
                     ON SP.SPONSOR_ID = G.SPONSOR_ID
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = G.TEAM_ID
                    AND T.LEAGUE_ID = :WS-Sql-League-Id
                   WHERE G.SEASON_ID = :WS-Sql-Season-Id
                   ORDER BY SP.SPONSOR_NAME, T.TEAM_NAME
           END-EXEC
           EXEC SQL DECLARE SPR_VENUE_CUR CURSOR FOR
               SELECT COALESCE(F.VENUE, '(NO VENUE)'),
                      COUNT(*),
                      COALESCE(SUM(A.ATTENDANCE), 0)
                   FROM LABSCHEMA.GAME_SCHEDULE F
                   JOIN LABSCHEMA.GAME_RESULTS R
                     ON R.HOME_TEAM_ID = F.HOME_TEAM_ID
                    AND R.AWAY_TEAM_ID = F.AWAY_TEAM_ID
                    AND R.GAME_DATE    = F.FIXTURE_DATE
                   LEFT JOIN LABSCHEMA.GAME_ATTENDANCE A
                     ON A.FIXTURE_ID = F.FIXTURE_ID
                   WHERE F.HOME_TEAM_ID = :WS-Sql-Team-Id
                     AND COALESCE(F.SCHED_STATUS, ' ') <> 'P'
                   GROUP BY COALESCE(F.VENUE, '(NO VENUE)')
                   ORDER BY 2 DESC, 1
           END-EXEC
           EXEC SQL DECLARE SPR_AWARD_CUR CURSOR FOR
               SELECT A.AWARD_TYPE,
                      P.PLAYER_NAME,
                      A.AWARD_VALUE
                   FROM LABSCHEMA.AWARDS A
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = A.PLAYER_ID
                   WHERE A.SEASON_ID = :WS-Sql-Season-Id
                     AND P.TEAM_ID   = :WS-Sql-Team-Id
                   ORDER BY A.AWARD_TYPE, P.PLAYER_NAME
           END-EXEC

           perform 0050-Select-League
           perform 0100-Get-Current-Season
           perform 0200-Open-Files

           EXEC SQL OPEN SPR_AGREE_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Agreement
               until End-of-Data
           EXEC SQL CLOSE SPR_AGREE_CUR END-EXEC

           perform 5000-Write-Board-Totals
           close Sponsor-Report-File
           close Board-Report-File
           display "SPONRPT - sponsorship return report complete"
           display "League:            " WS-League-Name
           display "Agreements:        " WS-Agreement-Count
           display "Money raised:      " WS-Total-Amount
           display "Fixtures played:   " WS-Total-Played
           display "Total headcount:   " WS-Total-Headcount
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
       0100-Get-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       0200-Open-Files.
           open output Sponsor-Report-File
           if not Sponsor-Rpt-OK
               display "Sponsor report open error: "
                   WS-Sponsor-Rpt-Status
               move 12 to return-code
               goback
           end-if
           open output Board-Report-File
           if not Board-Rpt-OK
               display "Board report open error: "
                   WS-Board-Rpt-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-Page-League
           move WS-League-Name to OUT-Board-League
           write Board-Report-Record from WS-Board-Heading-Line
           write Board-Report-Record from WS-Blank-Line
           write Board-Report-Record from WS-Board-Column-Line
           .
       1000-Fetch-Agreement.
           EXEC SQL FETCH SPR_AGREE_CUR
               INTO :WS-Sql-Sponsorship-Id,
                    :WS-Sql-Sponsor-Name,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Amount,
                    :WS-Sql-Played,
                    :WS-Sql-Counted,
                    :WS-Sql-Headcount,
                    :WS-Sql-Wins,
                    :WS-Sql-Losses,
                    :WS-Sql-Web-Days,
                    :WS-Sql-Guide-Pages
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Agreement-Count
                   add WS-Sql-Amount to WS-Total-Amount
                   add WS-Sql-Headcount to WS-Total-Headcount
                   add WS-Sql-Played to WS-Total-Played
                   perform 2000-Write-Sponsor-Page
                   perform 4000-Write-Board-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Sponsor-Page.
      *    Column one carriage control: '1' puts each agreement on a
      *    page of its own, ready to fold in with the invoice.
           write Sponsor-Report-Record from WS-Page-Heading-Line
           write Sponsor-Report-Record from WS-Blank-Line
           move WS-Sql-Sponsor-Name to OUT-Sponsor-Name
           write Sponsor-Report-Record from WS-Sponsor-Line
           move WS-Sql-Team-Name to OUT-Team-Name
           write Sponsor-Report-Record from WS-Team-Line
           move WS-Sql-Amount to OUT-Amount
           write Sponsor-Report-Record from WS-Amount-Line
           write Sponsor-Report-Record from WS-Blank-Line

           move WS-Sql-Played to OUT-Played
           move WS-Sql-Wins to OUT-Wins
           move WS-Sql-Losses to OUT-Losses
           write Sponsor-Report-Record from WS-Played-Line
           move WS-Sql-Headcount to OUT-Headcount
           move WS-Sql-Counted to OUT-Counted
           write Sponsor-Report-Record from WS-Headcount-Line
           if WS-Sql-Headcount > zero
               compute WS-Cost-Per-Head rounded =
                   WS-Sql-Amount / WS-Sql-Headcount
               move WS-Cost-Per-Head to OUT-Cost
               write Sponsor-Report-Record from WS-Cost-Line
           else
               move zero to WS-Cost-Per-Head
               write Sponsor-Report-Record from WS-No-Cost-Line
           end-if
           write Sponsor-Report-Record from WS-Blank-Line

           perform 2100-Write-Venues
           write Sponsor-Report-Record from WS-Blank-Line

           move WS-Sql-Web-Days to OUT-Web-Days
           move WS-Sql-Guide-Pages to OUT-Guide-Pages
           write Sponsor-Report-Record from WS-Mention-Line
           write Sponsor-Report-Record from WS-Blank-Line

           perform 3000-Write-Awards
           .
       2100-Write-Venues.
           write Sponsor-Report-Record from WS-Venue-Heading-Line
           move zero to WS-Venue-Lines
           move "N" to WS-Venue-Eof-Sw
           EXEC SQL OPEN SPR_VENUE_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2200-Fetch-Venue
               until Venue-Eof
           EXEC SQL CLOSE SPR_VENUE_CUR END-EXEC
           if WS-Venue-Lines = zero
               write Sponsor-Report-Record from WS-None-Line
           end-if
           .
       2200-Fetch-Venue.
           EXEC SQL FETCH SPR_VENUE_CUR
               INTO :WS-Sql-Venue,
                    :WS-Sql-Venue-Games,
                    :WS-Sql-Venue-Count
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Venue-Lines
                   move WS-Sql-Venue to OUT-Venue
                   move WS-Sql-Venue-Games to OUT-Venue-Games
                   move WS-Sql-Venue-Count to OUT-Venue-Count
                   write Sponsor-Report-Record from WS-Venue-Line
               when SQLCODE = 100
                   set Venue-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3000-Write-Awards.
           write Sponsor-Report-Record from WS-Award-Heading-Line
           move zero to WS-Award-Lines
           move "N" to WS-Award-Eof-Sw
           EXEC SQL OPEN SPR_AWARD_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Fetch-Award
               until Award-Eof
           EXEC SQL CLOSE SPR_AWARD_CUR END-EXEC
           if WS-Award-Lines = zero
               write Sponsor-Report-Record from WS-None-Line
           end-if
           .
       3100-Fetch-Award.
           EXEC SQL FETCH SPR_AWARD_CUR
               INTO :WS-Sql-Award-Type,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Award-Value
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Award-Lines
                   move WS-Sql-Award-Type to OUT-Award-Type
                   move WS-Sql-Player-Name to OUT-Award-Player
                   move WS-Sql-Award-Value to OUT-Award-Value
                   write Sponsor-Report-Record from WS-Award-Line
               when SQLCODE = 100
                   set Award-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4000-Write-Board-Line.
           move WS-Sql-Sponsor-Name to OUT-Board-Sponsor
           move WS-Sql-Team-Name to OUT-Board-Team
           move WS-Sql-Amount to OUT-Board-Amount
           move WS-Sql-Played to OUT-Board-Played
           move WS-Sql-Wins to OUT-Board-Wins
           move WS-Sql-Losses to OUT-Board-Losses
           move WS-Sql-Headcount to OUT-Board-Headcount
           move WS-Cost-Per-Head to OUT-Board-Cost
           move WS-Sql-Web-Days to OUT-Board-Web
           move WS-Sql-Guide-Pages to OUT-Board-Guide
           write Board-Report-Record from WS-Board-Line
           .
       5000-Write-Board-Totals.
      *    Across every agreement: the money raised over everyone
      *    counted through the door at the sponsored teams' games.
           move WS-Agreement-Count to OUT-Total-Agreements
           move WS-Total-Amount to OUT-Total-Amount
           move WS-Total-Headcount to OUT-Total-Headcount
           if WS-Total-Headcount > zero
               compute WS-Cost-Per-Head rounded =
                   WS-Total-Amount / WS-Total-Headcount
           else
               move zero to WS-Cost-Per-Head
           end-if
           move WS-Cost-Per-Head to OUT-Total-Cost
           write Board-Report-Record from WS-Blank-Line
           write Board-Report-Record from WS-Board-Total-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
