       Identification Division.
      **********************************************************************
      * End-of-season player report cards. AWARDS prints certificates
      * for the winners; this job tells every family how their own
      * player's season went. One card per rostered player of the
      * league on SYSIN card 1, built from the current season still
      * on file - run it before SEASNEND archives the season:
      *   - games played: the player's PARTLOAD check-ins
      *     (GAME_PARTICIPATION, PLAYED_FLAG 'Y') over the team's
      *     fixtures with a posted result, the PARTRPT measure;
      *   - the season average off LABSCHEMA.THROWS beside the team
      *     and division averages of the same column;
      *   - improvement over the player's latest archived season on
      *     LABSCHEMA.THROWS_HISTORY (none shown for a first season);
      *   - the best game on LABSCHEMA.THROWS_GAME (completed free
      *     throws at one point, three-pointers at three);
      *   - any LABSCHEMA.MILESTONE the player reached this season;
      *   - the coach's comment, up to three lines, off the RCCMNT
      *     file (PLAYER_ID and a line of text per record, in any
      *     order).
      * Each card is printed from the LETTER_TEMPLATE rows for the
      * campaign on SYSIN card 2 (default RPTCARD) in the guardian's
      * language, LETTRGEN-style, with these substitutions:
      *   &FN/&SN - guardian first name/surname
      *   &A1/&A2 - household street / city, region and postcode
      *   &PN - player   &TM - team   &LG - league name
      *   &GP/&GT - games played / team games
      *   &AV/&TA/&DA - season / team / division average
      *   &PA/&IM - prior season average / improvement
      *   &BG/&BD - best game points / date
      *   &MS - milestones   &C1/&C2/&C3 - coach comment lines
      * and goes out one file per language (RCEN, RCES, RCFR, other
      * languages on RCOTH), each card on a new page.
      * Cards go to the player's guardians on PLAYER_CONTACT with
      * CONTPOST's exclusions - DO_NOT_CONTACT, a postal opt-out on
      * CONTACT_PREF, no street address - and once per household:
      * guardians HSHLDGRP grouped on CONTACT_HOUSEHOLD get one card,
      * addressed to the lowest-numbered of them at the head of
      * household's address. A guardian whose language has no
      * template is counted and skipped.
      **********************************************************************
       Program-ID. REPCARD.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Comment-File assign to RCCMNT
               file status is WS-Comment-File-Status.

           select Cards-En-File assign to RCEN
               file status is WS-En-File-Status.
           select Cards-Es-File assign to RCES
               file status is WS-Es-File-Status.
           select Cards-Fr-File assign to RCFR
               file status is WS-Fr-File-Status.
           select Cards-Other-File assign to RCOTH
               file status is WS-Other-File-Status.

       Data Division.
       File Section.
       FD  Comment-File
           recording mode f.
       01  CM-Comment-Record.
           05  CM-Player-Id            pic 9(09).
           05  CM-Comment-Text         pic x(71).

       FD  Cards-En-File
           recording mode f.
       01  Cards-En-Record          pic x(133).
       FD  Cards-Es-File
           recording mode f.
       01  Cards-Es-Record          pic x(133).
       FD  Cards-Fr-File
           recording mode f.
       01  Cards-Fr-Record          pic x(133).
       FD  Cards-Other-File
           recording mode f.
       01  Cards-Other-Record       pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Comment-File-Status pic x(02).
           88  Comment-File-OK        value "00".
       01  WS-En-File-Status      pic x(02).
           88  En-File-OK             value "00".
       01  WS-Es-File-Status      pic x(02).
           88  Es-File-OK             value "00".
       01  WS-Fr-File-Status      pic x(02).
           88  Fr-File-OK             value "00".
       01  WS-Other-File-Status   pic x(02).
           88  Other-File-OK          value "00".
       01  WS-Comment-Eof-Sw      pic x value "N".
           88  Comment-Eof            value "Y".
       01  WS-Player-Eof-Sw       pic x value "N".
           88  Player-Eof             value "Y".
       01  WS-Guard-Eof-Sw        pic x value "N".
           88  Guard-Eof              value "Y".
       01  WS-Mile-Eof-Sw         pic x value "N".
           88  Mile-Eof               value "Y".
       01  WS-Template-Eof-Sw     pic x value "N".
           88  Template-Eof           value "Y".
       01  WS-Campaign-Id         pic x(08).

      * The coach comments, held for the run.
       01  WS-Comment-Count       pic s9(05) comp value zero.
       01  WS-Comment-Table.
           05  WS-Comment-Entry occurs 3000 times.
               10  CT-Player-Id     pic 9(09).
               10  CT-Comment-Text  pic x(71).
       01  WS-Comment-Sub         pic s9(05) comp.
       01  WS-Card-Comment-Count  pic s9(04) comp.
       01  WS-Card-Comments.
           05  WS-Card-Comment occurs 3 times pic x(71).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Campaign        pic x(08).
       01  WS-Sql-Lang            pic x(02).
       01  WS-Sql-Line-Text       pic x(80).
       01  WS-Sql-Tmpl-Count      pic s9(05) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Games-Played    pic s9(05) comp.
       01  WS-Sql-Team-Games      pic s9(05) comp.
       01  WS-Sql-FT-Avg          pic s9(3)v9(1) comp-3.
       01  WS-Sql-Team-Avg        pic s9(3)v9(1) comp-3.
       01  WS-Sql-Div-Avg         pic s9(3)v9(1) comp-3.
       01  WS-Sql-Prior-Avg       pic s9(3)v9(1) comp-3.
       01  WS-Sql-Prior-Avg-Ind   pic s9(04) comp.
       01  WS-Sql-Best-Points     pic s9(05) comp.
       01  WS-Sql-Best-Date       pic x(10).
       01  WS-Sql-Mile-Type       pic x(10).
       01  WS-Sql-Mile-Value      pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-Addr-Street     pic x(30).
       01  WS-Sql-Addr-City       pic x(20).
       01  WS-Sql-Addr-Region     pic x(02).
       01  WS-Sql-Addr-Postcode   pic x(10).

      * The card's fields, edited once per player.
       01  WS-Card-Player-Name    pic x(60).
       01  WS-Card-Team-Name      pic x(60).
       01  WS-Card-Address-2      pic x(60).
       01  WS-Card-Improvement    pic s9(3)v9(1) comp-3.
       01  WS-Card-Milestones     pic x(100).
       01  WS-Card-Mile-Ptr       pic s9(04) comp.
       01  WS-Games-Edit          pic zzzz9.
       01  WS-Avg-Edit            pic zz9.9.
       01  WS-Gain-Edit           pic +++9.9.
       01  WS-Mile-Edit           pic z(08)9.
       01  WS-Edit-Text           pic x(12).
       01  WS-Card-Played-Text    pic x(05).
       01  WS-Card-Games-Text     pic x(05).
       01  WS-Card-Avg-Text       pic x(06).
       01  WS-Card-Team-Avg-Text  pic x(06).
       01  WS-Card-Div-Avg-Text   pic x(06).
       01  WS-Card-Prior-Text     pic x(06).
       01  WS-Card-Gain-Text      pic x(06).
       01  WS-Card-Best-Text      pic x(05).
       01  WS-Card-Best-Date      pic x(10).

       01  WS-Token-Value         pic x(100).
       01  WS-Token-Found-Sw      pic x(01).
           88  Token-Found            value "Y".
       01  WS-Lead-Count          pic s9(04) comp.
       01  WS-Card-Line           pic x(133).
       01  WS-Out-Ptr             pic s9(04) comp.
       01  WS-Tmpl-Ptr            pic s9(04) comp.
       01  WS-Text-Len            pic s9(04) comp.
       01  WS-Page-Break-Line.
           05  filler             pic x(01) value "1".
           05  filler             pic x(132) value spaces.

       01  WS-Player-Count        pic s9(07) packed-decimal value zero.
       01  WS-Card-Count          pic s9(07) packed-decimal value zero.
       01  WS-No-Household-Count  pic s9(07) packed-decimal value zero.
       01  WS-No-Tmpl-Count       pic s9(07) packed-decimal value zero.
       01  WS-Player-Card-Count   pic s9(05) comp.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

      *    The league's rostered players with their season line, the
      *    team and division averages, the prior season's average and
      *    the participation counts.
           EXEC SQL DECLARE RC_PLAYER_CUR CURSOR FOR
               SELECT P.PLAYER_ID,
                      P.PLAYER_NAME,
                      T.TEAM_NAME,
                      COALESCE(TH.FT_AVG_POINTS, 0),
                      (SELECT COALESCE(AVG(T2.FT_AVG_POINTS), 0)
                           FROM LABSCHEMA.THROWS T2
                           JOIN LABSCHEMA.PLAYERS P2
                             ON P2.PLAYER_ID = T2.PLAYER_ID
                           WHERE P2.TEAM_ID = P.TEAM_ID),
                      (SELECT COALESCE(AVG(T3.FT_AVG_POINTS), 0)
                           FROM LABSCHEMA.THROWS T3
                           JOIN LABSCHEMA.PLAYERS P3
                             ON P3.PLAYER_ID = T3.PLAYER_ID
                           JOIN LABSCHEMA.TEAMS TM3
                             ON TM3.TEAM_ID = P3.TEAM_ID
                           WHERE TM3.LEAGUE_ID = T.LEAGUE_ID
                             AND COALESCE(TM3.DIVISION_ID, -1) =
                                 COALESCE(T.DIVISION_ID, -1)),
                      (SELECT H.FT_AVG_POINTS
                           FROM LABSCHEMA.THROWS_HISTORY H
                           WHERE H.PLAYER_ID = P.PLAYER_ID
                             AND H.SEASON_ID =
                                 (SELECT MAX(H2.SEASON_ID)
                                      FROM LABSCHEMA.THROWS_HISTORY H2
                                      WHERE H2.PLAYER_ID =
                                            P.PLAYER_ID)),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_PARTICIPATION GP
                           JOIN LABSCHEMA.GAME_SCHEDULE G
                             ON G.FIXTURE_ID = GP.FIXTURE_ID
                           JOIN LABSCHEMA.GAME_RESULTS R
                             ON R.HOME_TEAM_ID = G.HOME_TEAM_ID
                            AND R.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                            AND R.GAME_DATE    = G.FIXTURE_DATE
                           WHERE GP.PLAYER_ID = P.PLAYER_ID
                             AND GP.PLAYED_FLAG = 'Y'
                             AND (G.HOME_TEAM_ID = P.TEAM_ID
                               OR G.AWAY_TEAM_ID = P.TEAM_ID)),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_SCHEDULE G
                           JOIN LABSCHEMA.GAME_RESULTS R
                             ON R.HOME_TEAM_ID = G.HOME_TEAM_ID
                            AND R.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                            AND R.GAME_DATE    = G.FIXTURE_DATE
                           WHERE G.HOME_TEAM_ID = P.TEAM_ID
                              OR G.AWAY_TEAM_ID = P.TEAM_ID)
                   FROM LABSCHEMA.PLAYERS P
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   LEFT JOIN LABSCHEMA.THROWS TH
                     ON TH.PLAYER_ID = P.PLAYER_ID
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME, P.PLAYER_NAME
           END-EXEC

      *    Milestones reached since the player's first game of the
      *    season.
           EXEC SQL DECLARE RC_MILE_CUR CURSOR FOR
               SELECT M.MILESTONE_TYPE,
                      M.MILESTONE_VALUE
                   FROM LABSCHEMA.MILESTONE M
                   WHERE M.PLAYER_ID = :WS-Sql-Player-Id
                     AND M.DETECT_DATE >=
                         (SELECT MIN(TG.GAME_DATE)
                              FROM LABSCHEMA.THROWS_GAME TG
                              WHERE TG.PLAYER_ID = :WS-Sql-Player-Id)
                   ORDER BY M.DETECT_DATE, M.MILESTONE_ID
           END-EXEC

      *    The player's mailable guardians, CONTPOST's exclusions,
      *    one per household - the lowest-numbered guardian in it -
      *    at the head of household's address.
           EXEC SQL DECLARE RC_GUARD_CUR CURSOR FOR
               SELECT C.ID,
                      C.LANG,
                      C.FIRST_NAME,
                      C.SURNAME,
                      COALESCE(HC.ADDR_STREET, C.ADDR_STREET),
                      COALESCE(HC.ADDR_CITY, C.ADDR_CITY, ' '),
                      COALESCE(HC.ADDR_REGION, C.ADDR_REGION, ' '),
                      COALESCE(HC.ADDR_POSTCODE, C.ADDR_POSTCODE,
                               ' ')
                   FROM LABSCHEMA.PLAYER_CONTACT PC
                   JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = PC.CONTACT_ID
                   LEFT JOIN LABSCHEMA.CONTACT_HOUSEHOLD H
                     ON H.CONTACT_ID = C.ID
                   LEFT JOIN LABSCHEMA.CONTACT_HOUSEHOLD HH
                     ON HH.HOUSEHOLD_ID = H.HOUSEHOLD_ID
                    AND HH.HEAD_FLAG = 'Y'
                   LEFT JOIN LABSCHEMA.CONTACTS HC
                     ON HC.ID = HH.CONTACT_ID
                   WHERE PC.PLAYER_ID = :WS-Sql-Player-Id
                     AND (C.DO_NOT_CONTACT IS NULL
                          OR C.DO_NOT_CONTACT <> 'Y')
                     AND NOT EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.CONTACT_PREF PF
                              WHERE PF.CONTACT_ID = C.ID
                                AND PF.CHANNEL_CODE = 'P'
                                AND PF.OPT_OUT = 'Y')
                     AND COALESCE(HC.ADDR_STREET, C.ADDR_STREET, ' ')
                         <> ' '
                     AND NOT EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.PLAYER_CONTACT PC2
                              JOIN LABSCHEMA.CONTACTS C2
                                ON C2.ID = PC2.CONTACT_ID
                              JOIN LABSCHEMA.CONTACT_HOUSEHOLD H2
                                ON H2.CONTACT_ID = C2.ID
                              WHERE PC2.PLAYER_ID = PC.PLAYER_ID
                                AND H2.HOUSEHOLD_ID = H.HOUSEHOLD_ID
                                AND C2.ID < C.ID
                                AND (C2.DO_NOT_CONTACT IS NULL
                                     OR C2.DO_NOT_CONTACT <> 'Y')
                                AND NOT EXISTS
                                    (SELECT 1
                                         FROM LABSCHEMA.CONTACT_PREF
                                              PF2
                                         WHERE PF2.CONTACT_ID = C2.ID
                                           AND PF2.CHANNEL_CODE = 'P'
                                           AND PF2.OPT_OUT = 'Y'))
                   ORDER BY C.ID
           END-EXEC

           EXEC SQL DECLARE RC_TMPL_CUR CURSOR FOR
               SELECT LINE_TEXT
                   FROM LABSCHEMA.LETTER_TEMPLATE
                   WHERE CAMPAIGN_ID = :WS-Sql-Campaign
                     AND LANG        = :WS-Sql-Lang
                   ORDER BY LINE_NO
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Files
           perform 0300-Load-Comments
               until Comment-Eof
           close Comment-File

           EXEC SQL OPEN RC_PLAYER_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Player
               until Player-Eof
           EXEC SQL CLOSE RC_PLAYER_CUR END-EXEC

           perform 8000-Close-Files
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
       0100-Accept-Parameters.
           accept WS-Campaign-Id
           if WS-Campaign-Id = spaces
               move "RPTCARD" to WS-Campaign-Id
           end-if
           move WS-Campaign-Id to WS-Sql-Campaign
           .
       0200-Open-Files.
           open input Comment-File
           if not Comment-File-OK
               display "Coach comment file open error: "
                   WS-Comment-File-Status
               move 12 to return-code
               goback
           end-if
           open output Cards-En-File
           open output Cards-Es-File
           open output Cards-Fr-File
           open output Cards-Other-File
           if not En-File-OK or not Es-File-OK
                   or not Fr-File-OK or not Other-File-OK
               display "Report card file open error"
               move 12 to return-code
               goback
           end-if
           .
       0300-Load-Comments.
           read Comment-File
               at end
                   set Comment-Eof to true
               not at end
                   if WS-Comment-Count < 3000
                       add 1 to WS-Comment-Count
                       move CM-Player-Id
                           to CT-Player-Id (WS-Comment-Count)
                       move CM-Comment-Text
                           to CT-Comment-Text (WS-Comment-Count)
                   else
                       display "Comment table full, PLAYER_ID "
                           CM-Player-Id " comment not loaded"
                   end-if
           end-read
           .
       1000-Fetch-Player.
           EXEC SQL FETCH RC_PLAYER_CUR
               INTO :WS-Sql-Player-Id,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Team-Name,
                    :WS-Sql-FT-Avg,
                    :WS-Sql-Team-Avg,
                    :WS-Sql-Div-Avg,
                    :WS-Sql-Prior-Avg :WS-Sql-Prior-Avg-Ind,
                    :WS-Sql-Games-Played,
                    :WS-Sql-Team-Games
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Player-Count
                   perform 2000-Build-Card-Fields
                   perform 5000-Mail-Households
               when SQLCODE = 100
                   set Player-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Build-Card-Fields.
           move WS-Sql-Player-Name to WS-Card-Player-Name
           move WS-Sql-Team-Name to WS-Card-Team-Name

           move WS-Sql-Games-Played to WS-Games-Edit
           perform 2900-Trim-Games-Edit
           move WS-Edit-Text to WS-Card-Played-Text
           move WS-Sql-Team-Games to WS-Games-Edit
           perform 2900-Trim-Games-Edit
           move WS-Edit-Text to WS-Card-Games-Text

           move WS-Sql-FT-Avg to WS-Avg-Edit
           perform 2910-Trim-Avg-Edit
           move WS-Edit-Text to WS-Card-Avg-Text
           move WS-Sql-Team-Avg to WS-Avg-Edit
           perform 2910-Trim-Avg-Edit
           move WS-Edit-Text to WS-Card-Team-Avg-Text
           move WS-Sql-Div-Avg to WS-Avg-Edit
           perform 2910-Trim-Avg-Edit
           move WS-Edit-Text to WS-Card-Div-Avg-Text

           if WS-Sql-Prior-Avg-Ind < zero
               move "--" to WS-Card-Prior-Text
               move "--" to WS-Card-Gain-Text
           else
               move WS-Sql-Prior-Avg to WS-Avg-Edit
               perform 2910-Trim-Avg-Edit
               move WS-Edit-Text to WS-Card-Prior-Text
               compute WS-Card-Improvement =
                   WS-Sql-FT-Avg - WS-Sql-Prior-Avg
               move WS-Card-Improvement to WS-Gain-Edit
               move zero to WS-Lead-Count
               inspect WS-Gain-Edit
                   tallying WS-Lead-Count for leading spaces
               move WS-Gain-Edit (WS-Lead-Count + 1:)
                   to WS-Card-Gain-Text
           end-if

           perform 3000-Find-Best-Game
           perform 3500-List-Milestones
           perform 4000-Gather-Comments
           .
       2900-Trim-Games-Edit.
           move zero to WS-Lead-Count
           inspect WS-Games-Edit
               tallying WS-Lead-Count for leading spaces
           move WS-Games-Edit (WS-Lead-Count + 1:) to WS-Edit-Text
           .
       2910-Trim-Avg-Edit.
           move zero to WS-Lead-Count
           inspect WS-Avg-Edit
               tallying WS-Lead-Count for leading spaces
           move WS-Avg-Edit (WS-Lead-Count + 1:) to WS-Edit-Text
           .
       3000-Find-Best-Game.
           EXEC SQL
               SELECT FT_COMPLETED + 3 * FT_THREE_POINTERS,
                      CHAR(GAME_DATE, ISO)
                   INTO :WS-Sql-Best-Points,
                        :WS-Sql-Best-Date
                   FROM LABSCHEMA.THROWS_GAME
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                   ORDER BY 1 DESC, 2
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Best-Points to WS-Games-Edit
                   perform 2900-Trim-Games-Edit
                   move WS-Edit-Text to WS-Card-Best-Text
                   move WS-Sql-Best-Date to WS-Card-Best-Date
               when SQLCODE = 100
                   move "--" to WS-Card-Best-Text
                   move "--" to WS-Card-Best-Date
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3500-List-Milestones.
           move spaces to WS-Card-Milestones
           move 1 to WS-Card-Mile-Ptr
           move "N" to WS-Mile-Eof-Sw
           EXEC SQL OPEN RC_MILE_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3600-Fetch-Milestone
               until Mile-Eof
           EXEC SQL CLOSE RC_MILE_CUR END-EXEC
           if WS-Card-Milestones = spaces
               move "--" to WS-Card-Milestones
           end-if
           .
       3600-Fetch-Milestone.
           EXEC SQL FETCH RC_MILE_CUR
               INTO :WS-Sql-Mile-Type,
                    :WS-Sql-Mile-Value
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 3700-Add-Milestone-Text
               when SQLCODE = 100
                   set Mile-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3700-Add-Milestone-Text.
      *    Each milestone as its type and points, comma separated,
      *    as many as the line holds.
           move WS-Sql-Mile-Value to WS-Mile-Edit
           move zero to WS-Lead-Count
           inspect WS-Mile-Edit
               tallying WS-Lead-Count for leading spaces
           if WS-Card-Mile-Ptr > 1
               string ", " delimited by size
                   into WS-Card-Milestones
                   with pointer WS-Card-Mile-Ptr
               end-string
           end-if
           string WS-Sql-Mile-Type delimited by space
                  " " delimited by size
                  WS-Mile-Edit (WS-Lead-Count + 1:) delimited by size
               into WS-Card-Milestones
               with pointer WS-Card-Mile-Ptr
           end-string
           .
       4000-Gather-Comments.
           move spaces to WS-Card-Comments
           move zero to WS-Card-Comment-Count
           move 1 to WS-Comment-Sub
           perform 4100-Check-One-Comment
               until WS-Comment-Sub > WS-Comment-Count
           .
       4100-Check-One-Comment.
           if CT-Player-Id (WS-Comment-Sub) = WS-Sql-Player-Id
               and WS-Card-Comment-Count < 3
               add 1 to WS-Card-Comment-Count
               move CT-Comment-Text (WS-Comment-Sub)
                   to WS-Card-Comment (WS-Card-Comment-Count)
           end-if
           add 1 to WS-Comment-Sub
           .
       5000-Mail-Households.
           move zero to WS-Player-Card-Count
           move "N" to WS-Guard-Eof-Sw
           EXEC SQL OPEN RC_GUARD_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5100-Fetch-Guardian
               until Guard-Eof
           EXEC SQL CLOSE RC_GUARD_CUR END-EXEC
           if WS-Player-Card-Count = zero
               add 1 to WS-No-Household-Count
           end-if
           .
       5100-Fetch-Guardian.
           EXEC SQL FETCH RC_GUARD_CUR
               INTO :WS-Sql-Contact-Id,
                    :WS-Sql-Lang,
                    :WS-Sql-First-Name,
                    :WS-Sql-Surname,
                    :WS-Sql-Addr-Street,
                    :WS-Sql-Addr-City,
                    :WS-Sql-Addr-Region,
                    :WS-Sql-Addr-Postcode
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 5200-Card-For-Guardian
               when SQLCODE = 100
                   set Guard-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       5200-Card-For-Guardian.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Tmpl-Count
                   FROM LABSCHEMA.LETTER_TEMPLATE
                   WHERE CAMPAIGN_ID = :WS-Sql-Campaign
                     AND LANG        = :WS-Sql-Lang
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Tmpl-Count = zero
               add 1 to WS-No-Tmpl-Count
           else
               move spaces to WS-Card-Address-2
               string WS-Sql-Addr-City delimited by "  "
                      " " delimited by size
                      WS-Sql-Addr-Region delimited by size
                      "  " delimited by size
                      WS-Sql-Addr-Postcode delimited by size
                   into WS-Card-Address-2
               end-string
               perform 6000-Print-Card
               add 1 to WS-Card-Count
               add 1 to WS-Player-Card-Count
           end-if
           .
       6000-Print-Card.
           move WS-Page-Break-Line to WS-Card-Line
           perform 7000-Write-By-Language

           move "N" to WS-Template-Eof-Sw
           EXEC SQL OPEN RC_TMPL_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 6100-Fetch-Template-Line
               until Template-Eof
           EXEC SQL CLOSE RC_TMPL_CUR END-EXEC
           .
       6100-Fetch-Template-Line.
           EXEC SQL FETCH RC_TMPL_CUR
               INTO :WS-Sql-Line-Text
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 6200-Substitute-Fields
                   perform 7000-Write-By-Language
               when SQLCODE = 100
                   set Template-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       6200-Substitute-Fields.
      *    Copy the template line to the output line, expanding the
      *    card's fields as they are met - the LETTRGEN mechanism.
      *    Anything else copies through unchanged, accents and all.
           move spaces to WS-Card-Line
           move 2 to WS-Out-Ptr
           move 1 to WS-Tmpl-Ptr
           perform 6300-Copy-Template-Char
               until WS-Tmpl-Ptr > 80 or WS-Out-Ptr > 133
           .
       6300-Copy-Template-Char.
           move "N" to WS-Token-Found-Sw
           if WS-Tmpl-Ptr < 79
               and WS-Sql-Line-Text (WS-Tmpl-Ptr:1) = "&"
               perform 6400-Resolve-Token
           end-if
      *    A blank field - a comment line not given - prints as
      *    nothing at all.
           evaluate true
               when Token-Found and WS-Token-Value = spaces
                   add 3 to WS-Tmpl-Ptr
               when Token-Found
                   perform 6500-Find-Text-Length
                   string WS-Token-Value (1:WS-Text-Len)
                       delimited by size
                       into WS-Card-Line
                       with pointer WS-Out-Ptr
                   end-string
                   add 3 to WS-Tmpl-Ptr
               when other
                   move WS-Sql-Line-Text (WS-Tmpl-Ptr:1)
                       to WS-Card-Line (WS-Out-Ptr:1)
                   add 1 to WS-Out-Ptr
                   add 1 to WS-Tmpl-Ptr
           end-evaluate
           .
       6400-Resolve-Token.
           set Token-Found to true
           move spaces to WS-Token-Value
           evaluate WS-Sql-Line-Text (WS-Tmpl-Ptr + 1:2)
               when "FN"
                   move WS-Sql-First-Name to WS-Token-Value
               when "SN"
                   move WS-Sql-Surname to WS-Token-Value
               when "A1"
                   move WS-Sql-Addr-Street to WS-Token-Value
               when "A2"
                   move WS-Card-Address-2 to WS-Token-Value
               when "PN"
                   move WS-Card-Player-Name to WS-Token-Value
               when "TM"
                   move WS-Card-Team-Name to WS-Token-Value
               when "LG"
                   move WS-League-Name to WS-Token-Value
               when "GP"
                   move WS-Card-Played-Text to WS-Token-Value
               when "GT"
                   move WS-Card-Games-Text to WS-Token-Value
               when "AV"
                   move WS-Card-Avg-Text to WS-Token-Value
               when "TA"
                   move WS-Card-Team-Avg-Text to WS-Token-Value
               when "DA"
                   move WS-Card-Div-Avg-Text to WS-Token-Value
               when "PA"
                   move WS-Card-Prior-Text to WS-Token-Value
               when "IM"
                   move WS-Card-Gain-Text to WS-Token-Value
               when "BG"
                   move WS-Card-Best-Text to WS-Token-Value
               when "BD"
                   move WS-Card-Best-Date to WS-Token-Value
               when "MS"
                   move WS-Card-Milestones to WS-Token-Value
               when "C1"
                   move WS-Card-Comment (1) to WS-Token-Value
               when "C2"
                   move WS-Card-Comment (2) to WS-Token-Value
               when "C3"
                   move WS-Card-Comment (3) to WS-Token-Value
               when other
                   move "N" to WS-Token-Found-Sw
           end-evaluate
           .
       6500-Find-Text-Length.
           move 100 to WS-Text-Len
           perform 6600-Scan-Back-One
               until WS-Text-Len = 1
                   or WS-Token-Value (WS-Text-Len:1) not equal space
           .
       6600-Scan-Back-One.
           if WS-Token-Value (WS-Text-Len:1) = space
                   and WS-Text-Len > 1
               subtract 1 from WS-Text-Len
           end-if
           .
       7000-Write-By-Language.
           evaluate WS-Sql-Lang
               when "EN"
                   write Cards-En-Record from WS-Card-Line
               when "ES"
                   write Cards-Es-Record from WS-Card-Line
               when "FR"
                   write Cards-Fr-Record from WS-Card-Line
               when other
                   write Cards-Other-Record from WS-Card-Line
           end-evaluate
           .
       8000-Close-Files.
           close Cards-En-File
           close Cards-Es-File
           close Cards-Fr-File
           close Cards-Other-File
           .
       8100-Display-Totals.
           display "REPCARD - season report cards complete"
           display "League:                  " WS-League-Name
           display "Campaign:                " WS-Campaign-Id
           display "Players:                 " WS-Player-Count
           display "Coach comment lines:     " WS-Comment-Count
           display "Cards printed:           " WS-Card-Count
           display "Players, no household:   " WS-No-Household-Count
           display "Skipped, no template:    " WS-No-Tmpl-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
