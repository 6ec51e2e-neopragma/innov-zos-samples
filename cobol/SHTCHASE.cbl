       Identification Division.
      **********************************************************************
      * Daily overdue scoresheet chase. Lists every past league
      * fixture on LABSCHEMA.GAME_SCHEDULE (postponed and tournament
      * fixtures left out) that is still missing its paperwork:
      *   RESULT    - no LABSCHEMA.GAME_RESULTS row for the fixture
      *   BOX SCORE - no LABSCHEMA.THROWS_GAME lines for either team
      *               against the other on the date
      * A forfeited or abandoned result needs no box score. The list
      * on SHCRPT01 runs most days overdue first, then by home team.
      * Each listed fixture sends a reminder to the home team's head
      * coach (the 'HC' VOLUNTEER_ROLE row's contact) on the SHCNOTX
      * contact extract, EMERNOTF-style, honoring DO_NOT_CONTACT and
      * EMAIL_BOUNCED, with the date the fixture will be proposed for
      * a forfeit.
      * A fixture still missing both its result and its box score
      * after the grace period is proposed as a default forfeit by
      * the home team ('FH' - the scoresheet is the home team's to
      * send in): a GAMERSLT result image goes to
      * LABSCHEMA.PENDING_APPROVAL for the league office to approve
      * or reject on APPRVSCR. Nothing touches GAME_RESULTS here;
      * an approved forfeit is released by APPLYAPP and posted by
      * GAMERSLT's release run like any other result. A fixture
      * already proposed is not proposed again - one the office
      * rejected stays on the list, reminders only.
      * SYSIN cards:
      *   1 - the league (see LEAGSEL)
      *   2 - grace period in days, default 7
      *   3 - look-back in days, default 60; older fixtures (last
      *       season's, once SEASNEND has archived their results)
      *       are not chased.
      **********************************************************************
       Program-ID. SHTCHASE.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Chase-Report-File assign to SHCRPT01
               file status is WS-Report-File-Status.
           select Reminder-Extract-File assign to SHCNOTX
               file status is WS-Extract-File-Status.

       Data Division.
       File Section.
       FD  Chase-Report-File
           recording mode f.
       01  Chase-Report-Record     pic x(133).

       FD  Reminder-Extract-File
           recording mode f.
       01  Reminder-Extract-Record.
           05  NX-Contact-Id           pic 9(09).
           05  NX-Email                pic x(40).
           05  NX-Surname              pic x(30).
           05  NX-First-Name           pic x(30).
           05  NX-Game-Date            pic x(10).
           05  NX-Home-Team            pic x(30).
           05  NX-Away-Team            pic x(30).
           05  NX-Missing              pic x(20).
           05  NX-Days-Overdue         pic 9(03).
           05  NX-Forfeit-Date         pic x(10).
           05  NX-League-Name          pic x(60).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Extract-File-Status pic x(02).
           88  Extract-File-OK        value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Coach-Eof-Sw        pic x value "N".
           88  Coach-Eof              value "Y".
       01  WS-Grace-In            pic x(03).
       01  WS-Grace-Days          pic s9(03) comp value 7.
       01  WS-Look-Back-In        pic x(03).
       01  WS-Look-Back-Days      pic s9(03) comp value 60.
       01  WS-Job-Id              pic x(08) value "SHTCHASE".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Grace           pic s9(03) comp.
       01  WS-Sql-Look-Back       pic s9(03) comp.
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.
       01  WS-Sql-Home-Name       pic x(100).
       01  WS-Sql-Away-Team-Id    pic s9(09) comp.
       01  WS-Sql-Away-Name       pic x(100).
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Forfeit-Date    pic x(10).
       01  WS-Sql-Days-Overdue    pic s9(05) comp.
       01  WS-Sql-Result-Count    pic s9(05) comp.
       01  WS-Sql-Not-Played-Count pic s9(05) comp.
       01  WS-Sql-Box-Count       pic s9(05) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Email           pic x(40).
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Pending-Id      pic s9(09) comp.
       01  WS-Sql-Pending-Status  pic x(01).
           88  Forfeit-Rejected       value "R".
           88  Forfeit-Released       value "X".
       01  WS-Pending-Image       pic x(256).
       01  WS-Reminder-Count      pic s9(05) comp.

      *    The forfeit result, exactly as GAMERSLT reads it.
       01  WS-Forfeit-Tran.
           05  FT-Home-Team-Id         pic s9(09) packed-decimal.
           05  FT-Away-Team-Id         pic s9(09) packed-decimal.
           05  FT-Game-Date            pic x(10).
           05  FT-Home-Score           pic s9(05) packed-decimal.
           05  FT-Away-Score           pic s9(05) packed-decimal.
           05  FT-Result-Type          pic x(02).

       01  WS-Overdue-Count       pic s9(07) packed-decimal value zero.
       01  WS-Notify-Count        pic s9(07) packed-decimal value zero.
       01  WS-Proposed-Count      pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Heading-Line.
           05  filler              pic x(40)
               value "OVERDUE SCORESHEETS - GRACE PERIOD DAYS ".
           05  OUT-Grace-Days      pic zz9.
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Line.
           05  filler              pic x(05) value " DAYS".
           05  filler              pic x(01) value space.
           05  filler              pic x(10) value "GAME DATE".
           05  filler              pic x(01) value space.
           05  filler              pic x(30) value "HOME".
           05  filler              pic x(01) value space.
           05  filler              pic x(30) value "AWAY".
           05  filler              pic x(01) value space.
           05  filler              pic x(20) value "MISSING".
           05  filler              pic x(01) value space.
           05  filler              pic x(14) value "REMINDER".
           05  filler              pic x(01) value space.
           05  filler              pic x(16) value "FORFEIT".
       01  WS-Detail-Line.
           05  OUT-Days-Overdue    pic zzzz9.
           05  filler              pic x(01) value space.
           05  OUT-Game-Date       pic x(10).
           05  filler              pic x(01) value space.
           05  OUT-Home-Team       pic x(30).
           05  filler              pic x(01) value space.
           05  OUT-Away-Team       pic x(30).
           05  filler              pic x(01) value space.
           05  OUT-Missing         pic x(20).
           05  filler              pic x(01) value space.
           05  OUT-Reminder        pic x(14).
           05  filler              pic x(01) value space.
           05  OUT-Forfeit         pic x(16).
       01  WS-Total-Line.
           05  filler              pic x(17)
               value "FIXTURES OVERDUE ".
           05  OUT-Overdue-Count   pic zzzzzz9.
           05  filler              pic x(12) value "  REMINDERS ".
           05  OUT-Notify-Count    pic zzzzzz9.
           05  filler              pic x(20)
               value "  FORFEITS PROPOSED ".
           05  OUT-Proposed-Count  pic zzzzzz9.

       Procedure Division.

      *    Past league fixtures with what has been posted for each -
      *    results, results other than played, box score lines - and
      *    the day each becomes a forfeit proposal.
           EXEC SQL DECLARE SHC_FIX_CUR CURSOR WITH HOLD FOR
               SELECT G.HOME_TEAM_ID,
                      HT.TEAM_NAME,
                      G.AWAY_TEAM_ID,
                      AT.TEAM_NAME,
                      CHAR(G.FIXTURE_DATE, ISO),
                      CHAR(G.FIXTURE_DATE + :WS-Sql-Grace DAYS
                           + 1 DAY, ISO),
                      DAYS(CURRENT DATE) - DAYS(G.FIXTURE_DATE),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_RESULTS R
                           WHERE R.HOME_TEAM_ID = G.HOME_TEAM_ID
                             AND R.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                             AND R.GAME_DATE    = G.FIXTURE_DATE),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.GAME_RESULTS R
                           WHERE R.HOME_TEAM_ID = G.HOME_TEAM_ID
                             AND R.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                             AND R.GAME_DATE    = G.FIXTURE_DATE
                             AND R.RESULT_TYPE <> 'P '),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.THROWS_GAME TG
                           JOIN LABSCHEMA.PLAYERS P
                             ON P.PLAYER_ID = TG.PLAYER_ID
                           WHERE TG.GAME_DATE = G.FIXTURE_DATE
                             AND P.TEAM_ID IN (G.HOME_TEAM_ID,
                                               G.AWAY_TEAM_ID)
                             AND TG.OPPONENT_TEAM_ID
                                 IN (G.HOME_TEAM_ID,
                                     G.AWAY_TEAM_ID))
                   FROM LABSCHEMA.GAME_SCHEDULE G
                   JOIN LABSCHEMA.TEAMS HT
                     ON HT.TEAM_ID = G.HOME_TEAM_ID
                   JOIN LABSCHEMA.TEAMS AT
                     ON AT.TEAM_ID = G.AWAY_TEAM_ID
                   WHERE G.LEAGUE_ID = :WS-Sql-League-Id
                     AND G.FIXTURE_DATE < CURRENT DATE
                     AND G.FIXTURE_DATE >=
                         CURRENT DATE - :WS-Sql-Look-Back DAYS
                     AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                     AND G.TOURNAMENT_ID IS NULL
                   ORDER BY 7 DESC, 2, 4
           END-EXEC

      *    The home team's head coach, mailable only - CONTMAIL's
      *    exclusions.
           EXEC SQL DECLARE SHC_HC_CUR CURSOR FOR
               SELECT DISTINCT C.ID,
                      C.EMAIL_ADDR,
                      C.SURNAME,
                      C.FIRST_NAME
                   FROM LABSCHEMA.VOLUNTEER_ROLE R
                   JOIN LABSCHEMA.VOLUNTEERS V
                     ON V.VOLUNTEER_ID = R.VOLUNTEER_ID
                   JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = V.CONTACT_ID
                   WHERE R.TEAM_ID   = :WS-Sql-Home-Team-Id
                     AND R.ROLE_CODE = 'HC'
                     AND COALESCE(C.DO_NOT_CONTACT, 'N') <> 'Y'
                     AND COALESCE(C.EMAIL_BOUNCED, 'N') <> 'Y'
                   ORDER BY C.ID
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Files

           EXEC SQL OPEN SHC_FIX_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Fixture
               until End-of-Data
           EXEC SQL CLOSE SHC_FIX_CUR END-EXEC

           move WS-Overdue-Count to OUT-Overdue-Count
           move WS-Notify-Count to OUT-Notify-Count
           move WS-Proposed-Count to OUT-Proposed-Count
           write Chase-Report-Record from WS-Total-Line
           close Chase-Report-File
           close Reminder-Extract-File
           display "SHTCHASE - overdue scoresheet chase complete"
           display "League:             " WS-League-Name
           display "Fixtures overdue:   " WS-Overdue-Count
           display "Reminders written:  " WS-Notify-Count
           display "Forfeits proposed:  " WS-Proposed-Count
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
           accept WS-Grace-In
           if WS-Grace-In numeric
               move WS-Grace-In to WS-Grace-Days
           end-if
           accept WS-Look-Back-In
           if WS-Look-Back-In numeric
               and WS-Look-Back-In not equal "000"
               move WS-Look-Back-In to WS-Look-Back-Days
           end-if
           move WS-Grace-Days to WS-Sql-Grace
           move WS-Look-Back-Days to WS-Sql-Look-Back
           .
       0200-Open-Files.
           open output Chase-Report-File
           if not Report-File-OK
               display "Chase report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           open output Reminder-Extract-File
           if not Extract-File-OK
               display "Reminder extract open error: "
                   WS-Extract-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Grace-Days to OUT-Grace-Days
           write Chase-Report-Record from WS-Heading-Line
           move WS-League-Name to OUT-League-Name
           write Chase-Report-Record from WS-League-Line
           write Chase-Report-Record from WS-Column-Line
           .
       1000-Fetch-Fixture.
           EXEC SQL FETCH SHC_FIX_CUR
               INTO :WS-Sql-Home-Team-Id,
                    :WS-Sql-Home-Name,
                    :WS-Sql-Away-Team-Id,
                    :WS-Sql-Away-Name,
                    :WS-Sql-Game-Date,
                    :WS-Sql-Forfeit-Date,
                    :WS-Sql-Days-Overdue,
                    :WS-Sql-Result-Count,
                    :WS-Sql-Not-Played-Count,
                    :WS-Sql-Box-Count
           END-EXEC

      *    A fixture with its result and box score - or a forfeited
      *    or abandoned result, which has no box score - is done.
           evaluate true
               when SQLCODE = 0
                   and WS-Sql-Result-Count > zero
                   and (WS-Sql-Box-Count > zero
                        or WS-Sql-Not-Played-Count > zero)
                   continue
               when SQLCODE = 0
                   add 1 to WS-Overdue-Count
                   perform 2000-Chase-Fixture
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Chase-Fixture.
           evaluate true
               when WS-Sql-Result-Count = zero
                   and WS-Sql-Box-Count = zero
                   move "RESULT, BOX SCORE" to OUT-Missing
               when WS-Sql-Result-Count = zero
                   move "RESULT" to OUT-Missing
               when other
                   move "BOX SCORE" to OUT-Missing
           end-evaluate
           move WS-Sql-Days-Overdue to OUT-Days-Overdue
           move WS-Sql-Game-Date to OUT-Game-Date
           move WS-Sql-Home-Name to OUT-Home-Team
           move WS-Sql-Away-Name to OUT-Away-Team

           perform 3000-Remind-Head-Coach
           if WS-Reminder-Count > zero
               move "SENT" to OUT-Reminder
           else
               move "NO HC CONTACT" to OUT-Reminder
           end-if

           move spaces to OUT-Forfeit
           if WS-Sql-Result-Count = zero
               and WS-Sql-Box-Count = zero
               and WS-Sql-Days-Overdue > WS-Grace-Days
               perform 4000-Check-Forfeit
           end-if
           write Chase-Report-Record from WS-Detail-Line
           .
       3000-Remind-Head-Coach.
           move zero to WS-Reminder-Count
           move "N" to WS-Coach-Eof-Sw
           EXEC SQL OPEN SHC_HC_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Write-One-Reminder
               until Coach-Eof
           EXEC SQL CLOSE SHC_HC_CUR END-EXEC
           .
       3100-Write-One-Reminder.
           EXEC SQL FETCH SHC_HC_CUR
               INTO :WS-Sql-Contact-Id,
                    :WS-Sql-Email,
                    :WS-Sql-Surname,
                    :WS-Sql-First-Name
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Contact-Id to NX-Contact-Id
                   move WS-Sql-Email to NX-Email
                   move WS-Sql-Surname to NX-Surname
                   move WS-Sql-First-Name to NX-First-Name
                   move WS-Sql-Game-Date to NX-Game-Date
                   move WS-Sql-Home-Name to NX-Home-Team
                   move WS-Sql-Away-Name to NX-Away-Team
                   move OUT-Missing to NX-Missing
                   move WS-Sql-Days-Overdue to NX-Days-Overdue
                   if WS-Sql-Result-Count = zero
                       and WS-Sql-Box-Count = zero
                       move WS-Sql-Forfeit-Date to NX-Forfeit-Date
                   else
                       move spaces to NX-Forfeit-Date
                   end-if
                   move WS-League-Name to NX-League-Name
                   write Reminder-Extract-Record
                   add 1 to WS-Reminder-Count
                   add 1 to WS-Notify-Count
               when SQLCODE = 100
                   set Coach-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4000-Check-Forfeit.
           move spaces to WS-Pending-Image
           move WS-Sql-Home-Team-Id to FT-Home-Team-Id
           move WS-Sql-Away-Team-Id to FT-Away-Team-Id
           move WS-Sql-Game-Date to FT-Game-Date
           move zero to FT-Home-Score
           move zero to FT-Away-Score
           move "FH" to FT-Result-Type
           move WS-Forfeit-Tran to WS-Pending-Image (1:28)

      *    The latest proposal for this fixture, if there is one.
           EXEC SQL
               SELECT STATUS
                   INTO :WS-Sql-Pending-Status
                   FROM LABSCHEMA.PENDING_APPROVAL
                   WHERE SOURCE_PGM  = 'GAMERSLT'
                     AND ACTION_CODE = 'F'
                     AND TRAN_IMAGE  = :WS-Pending-Image
                   ORDER BY PENDING_ID DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   perform 4100-Propose-Forfeit
               when SQLCODE not equal zero
                   perform 9000-Bail
               when Forfeit-Rejected
                   move "REJECTED" to OUT-Forfeit
               when Forfeit-Released
                   move "RELEASED" to OUT-Forfeit
               when other
                   move "AWAITING OFFICE" to OUT-Forfeit
           end-evaluate
           .
       4100-Propose-Forfeit.
           EXEC SQL
               SELECT COALESCE(MAX(PENDING_ID), 0) + 1
                   INTO :WS-Sql-Pending-Id
                   FROM LABSCHEMA.PENDING_APPROVAL
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           EXEC SQL
                INSERT INTO LABSCHEMA.PENDING_APPROVAL
                       (PENDING_ID,
                        SOURCE_PGM,
                        ACTION_CODE,
                        TRAN_IMAGE,
                        STATUS,
                        MAKER,
                        ENTERED_TIMESTAMP)
                VALUES (:WS-Sql-Pending-Id,
                        'GAMERSLT',
                        'F',
                        :WS-Pending-Image,
                        'P',
                        :WS-Job-Id,
                        CURRENT TIMESTAMP)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC

           add 1 to WS-Proposed-Count
           move "PROPOSED" to OUT-Forfeit
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
