       Identification Division.
      **********************************************************************
      * Referee evaluation intake. Coaches' post-game rating forms,
      * keyed one record per official per form: the FIXTURE_ID, the
      * REFEREE_ID, the VOLUNTEER_ID of the coach filling it in,
      * scores of 1 to 5 on positioning, consistency, communication
      * and game control, and a comment. Each form is stored on
      * LABSCHEMA.REFEREE_EVAL (FIXTURE_ID, REFEREE_ID, VOLUNTEER_ID,
      * SEASON_ID, POSITIONING, CONSISTENCY, COMMUNICATION,
      * GAME_CONTROL, OVERALL_RATING, COMMENT_TEXT, EVAL_DATE) with
      * the overall rating the average of the four scores.
      * A form is rejected unless:
      *   - the fixture is on LABSCHEMA.GAME_SCHEDULE and has been
      *     played (its date is not in the future);
      *   - the official is on LABSCHEMA.REFEREE_ASSIGN for it;
      *   - the coach holds a head or assistant coach role
      *     (VOLUNTEER_ROLE 'HC' or 'AC') on one of its two teams;
      *   - every score is 1 to 5.
      * One form per coach per official per fixture - a second is
      * rejected rather than overwritten, so a rerun is safe.
      * REFRATE reports the season ratings and OFFASGN can hold
      * playoff fixtures to a minimum rating.
      * SYSIN names the league; the fixture must be one of its games
      * and the form is filed under its current season.
      **********************************************************************
       Program-ID. REFEVAL.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Evaluation-File assign to REFEVALF
               file status is WS-Eval-File-Status.

       Data Division.
       File Section.
       FD  Evaluation-File
           recording mode f.
       01  Evaluation-Record.
           05  EV-Fixture-Id           pic s9(09) packed-decimal.
           05  EV-Referee-Id           pic s9(09) packed-decimal.
           05  EV-Volunteer-Id         pic s9(09) packed-decimal.
           05  EV-Scores.
               10  EV-Positioning      pic x(01).
               10  EV-Consistency      pic x(01).
               10  EV-Communication    pic x(01).
               10  EV-Game-Control     pic x(01).
           05  EV-Score-Values redefines EV-Scores.
               10  EV-Score-Value      pic 9(01) occurs 4 times.
           05  EV-Comment              pic x(60).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Eval-File-Status    pic x(02).
           88  Eval-File-OK           value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Scores-Ok-Sw        pic x value "Y".
           88  Scores-Ok              value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Referee-Id      pic s9(09) comp.
       01  WS-Sql-Volunteer-Id    pic s9(09) comp.
       01  WS-Sql-Positioning     pic s9(04) comp.
       01  WS-Sql-Consistency     pic s9(04) comp.
       01  WS-Sql-Communication   pic s9(04) comp.
       01  WS-Sql-Game-Control    pic s9(04) comp.
       01  WS-Sql-Overall         pic s9(01)v99 comp-3.
       01  WS-Sql-Comment         pic x(60).
       01  WS-Sql-Played          pic x(01).
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Score-Sub           pic s9(04) comp.
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Load-Count          pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

           perform 0050-Select-League
           perform 0200-Find-Current-Season
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
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
       0200-Find-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       1000-Open-Files.
           open input Evaluation-File
           if not Eval-File-OK
               display "Evaluation file open error: "
                   WS-Eval-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Evaluation-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Process-Evaluation
           end-read
           .
       3000-Process-Evaluation.
           move EV-Fixture-Id to WS-Sql-Fixture-Id
           move EV-Referee-Id to WS-Sql-Referee-Id
           move EV-Volunteer-Id to WS-Sql-Volunteer-Id
           move EV-Comment to WS-Sql-Comment

           move "Y" to WS-Scores-Ok-Sw
           move 1 to WS-Score-Sub
           perform 3050-Check-One-Score
               until WS-Score-Sub > 4
           if not Scores-Ok
               display "Rejected, scores must be 1 to 5, FIXTURE_ID "
                   EV-Fixture-Id " REFEREE_ID " EV-Referee-Id
               add 1 to WS-Reject-Count
           else
               perform 3100-Validate-Fixture
           end-if
           .
       3050-Check-One-Score.
           if EV-Score-Value (WS-Score-Sub) is not numeric
               or EV-Score-Value (WS-Score-Sub) < 1
               or EV-Score-Value (WS-Score-Sub) > 5
               move "N" to WS-Scores-Ok-Sw
           end-if
           add 1 to WS-Score-Sub
           .
       3100-Validate-Fixture.
           EXEC SQL
               SELECT CASE WHEN FIXTURE_DATE <= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                   INTO :WS-Sql-Played
                   FROM LABSCHEMA.GAME_SCHEDULE
                   WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such FIXTURE_ID in this "
                       "league " EV-Fixture-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Played = "N"
                   display "Rejected, fixture not yet played, "
                       "FIXTURE_ID " EV-Fixture-Id
                   add 1 to WS-Reject-Count
               when other
                   perform 3200-Validate-Official
           end-evaluate
           .
       3200-Validate-Official.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.REFEREE_ASSIGN
                   WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND REFEREE_ID = :WS-Sql-Referee-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count = zero
               display "Rejected, REFEREE_ID " EV-Referee-Id
                   " did not officiate FIXTURE_ID " EV-Fixture-Id
               add 1 to WS-Reject-Count
           else
               perform 3300-Validate-Coach
           end-if
           .
       3300-Validate-Coach.
      *    Only a coach of one of the two teams on the floor rates
      *    the officials who worked the game.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.VOLUNTEER_ROLE V
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON V.TEAM_ID IN (G.HOME_TEAM_ID, G.AWAY_TEAM_ID)
                   WHERE G.FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND V.VOLUNTEER_ID = :WS-Sql-Volunteer-Id
                     AND V.ROLE_CODE IN ('HC', 'AC')
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count = zero
               display "Rejected, VOLUNTEER_ID " EV-Volunteer-Id
                   " does not coach a team in FIXTURE_ID "
                   EV-Fixture-Id
               add 1 to WS-Reject-Count
           else
               perform 4000-Insert-Evaluation
           end-if
           .
       4000-Insert-Evaluation.
           move EV-Score-Value (1) to WS-Sql-Positioning
           move EV-Score-Value (2) to WS-Sql-Consistency
           move EV-Score-Value (3) to WS-Sql-Communication
           move EV-Score-Value (4) to WS-Sql-Game-Control
           compute WS-Sql-Overall rounded =
               (WS-Sql-Positioning + WS-Sql-Consistency
                + WS-Sql-Communication + WS-Sql-Game-Control) / 4
           EXEC SQL
                INSERT INTO LABSCHEMA.REFEREE_EVAL
                       (FIXTURE_ID,
                        REFEREE_ID,
                        VOLUNTEER_ID,
                        SEASON_ID,
                        POSITIONING,
                        CONSISTENCY,
                        COMMUNICATION,
                        GAME_CONTROL,
                        OVERALL_RATING,
                        COMMENT_TEXT,
                        EVAL_DATE)
                VALUES (:WS-Sql-Fixture-Id,
                        :WS-Sql-Referee-Id,
                        :WS-Sql-Volunteer-Id,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Positioning,
                        :WS-Sql-Consistency,
                        :WS-Sql-Communication,
                        :WS-Sql-Game-Control,
                        :WS-Sql-Overall,
                        :WS-Sql-Comment,
                        CURRENT DATE)
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Load-Count
               when SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   display "Rejected, form already on file, "
                       "FIXTURE_ID " EV-Fixture-Id
                       " REFEREE_ID " EV-Referee-Id
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Evaluation insert failed, FIXTURE_ID "
                       EV-Fixture-Id " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       8000-Close-Files.
           close Evaluation-File
           .
       8100-Display-Totals.
           display "REFEVAL - referee evaluation intake complete"
           display "Forms read:     " WS-Read-Count
           display "Forms loaded:   " WS-Load-Count
           display "Forms rejected: " WS-Reject-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
