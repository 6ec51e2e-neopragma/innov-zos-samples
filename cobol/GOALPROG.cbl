       Identification Division.
      **********************************************************************
      * Player development goal checkpoint and coach progress sheet.
      * Reads every current-season LABSCHEMA.PLAYER_GOAL row (see
      * GOALMNT) for players on a roster and, as of the date on SYSIN
      * card 2 (YYYY-MM-DD, blank for today):
      *   - a goal whose checkpoint has come and has not been
      *     evaluated is evaluated now, from THROWS_GAME over the
      *     games from its set date through its checkpoint date, and
      *     ACTUAL_VALUE, GAMES_COUNTED, GOAL_MET and EVALUATED_DATE
      *     are stored - TEAMDGST puts the week's evaluations in the
      *     family letters;
      *   - a goal already evaluated is shown as stored;
      *   - a goal still short of its checkpoint is shown with the
      *     figure to date, marked IN PROGRESS.
      * Figures: FTP completed * 100 / attempts, ATT attempts per
      * game, 3PG three-pointers per game, PPG points per game
      * (completed + 3 * three-pointers, GAMELOAD's scoring). A goal
      * with no games in its window is not met.
      * The coach progress sheet on GLPRPT01 puts each team on its
      * own page, players in name order. One commit at the end.
      * Runs for one league, named on SYSIN card 1; only that
      * league's current season is read, and each page carries its
      * name.
      **********************************************************************
       Program-ID. GOALPROG.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Progress-Report-File assign to GLPRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Progress-Report-File
           recording mode f.
       01  Progress-Report-Record   pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-As-Of-Date-In       pic x(10).
       01  WS-Sql-As-Of-Date      pic x(10).
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Goal-Id         pic s9(09) comp.
       01  WS-Sql-Metric-Code     pic x(03).
           88  Metric-FT-Percentage   value "FTP".
           88  Metric-Attempts        value "ATT".
           88  Metric-Threes          value "3PG".
           88  Metric-Points          value "PPG".
       01  WS-Sql-Target-Value    pic s9(04)v9 comp-3.
       01  WS-Sql-Set-Date        pic x(10).
       01  WS-Sql-Checkpoint-Date pic x(10).
       01  WS-Sql-Evaluated-Date  pic x(10).
       01  WS-Sql-Actual-Value    pic s9(04)v9 comp-3.
       01  WS-Sql-Games-Counted   pic s9(05) comp.
       01  WS-Sql-Goal-Met        pic x(01).
           88  Goal-Met               value "Y".
       01  WS-Sql-Window-End      pic x(10).
       01  WS-Sql-Games           pic s9(05) comp.
       01  WS-Sql-Attempts        pic s9(07) comp.
       01  WS-Sql-Completed       pic s9(07) comp.
       01  WS-Sql-Threes          pic s9(07) comp.
       01  WS-Prior-Team-Name     pic x(100) value low-values.

       01  WS-Goal-Count          pic s9(07) packed-decimal value zero.
       01  WS-Evaluated-Count     pic s9(07) packed-decimal value zero.
       01  WS-Met-Count           pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Page-Break-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(132) value spaces.
       01  WS-Heading-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(30)
               value "PLAYER DEVELOPMENT GOALS AS OF".
           05  filler              pic x(01) value space.
           05  OUT-As-Of-Date      pic x(10).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Team-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(06) value "TEAM  ".
           05  OUT-Team-Name       pic x(60).
       01  WS-Column-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(31) value "PLAYER".
           05  filler              pic x(25) value "GOAL".
           05  filler              pic x(07) value "TARGET".
           05  filler              pic x(11) value "SET".
           05  filler              pic x(11) value "CHECKPOINT".
           05  filler              pic x(06) value "GAMES".
           05  filler              pic x(07) value "ACTUAL".
           05  filler              pic x(11) value "RESULT".
       01  WS-Detail-Line.
           05  filler              pic x(01) value space.
           05  OUT-Player-Name     pic x(30).
           05  filler              pic x(01) value space.
           05  OUT-Metric-Desc     pic x(24).
           05  filler              pic x(01) value space.
           05  OUT-Target-Value    pic zz9.9.
           05  filler              pic x(02) value spaces.
           05  OUT-Set-Date        pic x(10).
           05  filler              pic x(01) value space.
           05  OUT-Checkpoint-Date pic x(10).
           05  filler              pic x(01) value space.
           05  OUT-Games           pic zzzz9.
           05  filler              pic x(01) value space.
           05  OUT-Actual-Value    pic zz9.9.
           05  filler              pic x(02) value spaces.
           05  OUT-Result          pic x(11).
       01  WS-Total-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(14) value "GOALS LISTED ".
           05  OUT-Goal-Count      pic zzzzzz9.
           05  filler              pic x(22)
               value "   EVALUATED THIS RUN ".
           05  OUT-Evaluated-Count pic zzzzzz9.
           05  filler              pic x(08) value "   MET ".
           05  OUT-Met-Count       pic zzzzzz9.

       Procedure Division.

           EXEC SQL DECLARE GOAL_PROG_CUR CURSOR FOR
               SELECT T.TEAM_NAME,
                      P.PLAYER_ID,
                      P.PLAYER_NAME,
                      G.GOAL_ID,
                      G.METRIC_CODE,
                      G.TARGET_VALUE,
                      CHAR(G.SET_DATE, ISO),
                      CHAR(G.CHECKPOINT_DATE, ISO),
                      COALESCE(CHAR(G.EVALUATED_DATE, ISO), ' '),
                      COALESCE(G.ACTUAL_VALUE, 0),
                      COALESCE(G.GAMES_COUNTED, 0),
                      COALESCE(G.GOAL_MET, 'N')
                   FROM LABSCHEMA.PLAYER_GOAL G
                   JOIN LABSCHEMA.SEASON S
                     ON S.SEASON_ID = G.SEASON_ID
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = G.PLAYER_ID
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   WHERE S.CURRENT_SEASON = 'Y'
                     AND S.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME, P.PLAYER_NAME,
                            G.CHECKPOINT_DATE, G.GOAL_ID
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           open output Progress-Report-File
           if not Report-File-OK
               display "Goal progress report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Sql-As-Of-Date to OUT-As-Of-Date
           move WS-League-Name to OUT-League-Name

           EXEC SQL OPEN GOAL_PROG_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Goal
               until End-of-Data
           EXEC SQL CLOSE GOAL_PROG_CUR END-EXEC

           move WS-Goal-Count to OUT-Goal-Count
           move WS-Evaluated-Count to OUT-Evaluated-Count
           move WS-Met-Count to OUT-Met-Count
           write Progress-Report-Record from WS-Total-Line
           close Progress-Report-File

           EXEC SQL COMMIT END-EXEC
           display "GOALPROG - goal checkpoint run complete"
           display "League:               " WS-League-Name
           display "Goals listed:         " WS-Goal-Count
           display "Evaluated this run:   " WS-Evaluated-Count
           display "Goals met (all):      " WS-Met-Count
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
           accept WS-As-Of-Date-In
           if WS-As-Of-Date-In = spaces
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                       INTO :WS-Sql-As-Of-Date
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
           else
               move WS-As-Of-Date-In to WS-Sql-As-Of-Date
           end-if
           .
       1000-Fetch-Goal.
           EXEC SQL FETCH GOAL_PROG_CUR
               INTO :WS-Sql-Team-Name,
                    :WS-Sql-Player-Id,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Goal-Id,
                    :WS-Sql-Metric-Code,
                    :WS-Sql-Target-Value,
                    :WS-Sql-Set-Date,
                    :WS-Sql-Checkpoint-Date,
                    :WS-Sql-Evaluated-Date,
                    :WS-Sql-Actual-Value,
                    :WS-Sql-Games-Counted,
                    :WS-Sql-Goal-Met
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Goal-Count
                   perform 2000-Process-Goal
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Process-Goal.
      *    ISO dates compare correctly as characters.
           evaluate true
               when WS-Sql-Evaluated-Date not equal spaces
                   move "EVALUATED" to OUT-Result
               when WS-Sql-Checkpoint-Date > WS-Sql-As-Of-Date
                   move WS-Sql-As-Of-Date to WS-Sql-Window-End
                   perform 3000-Compute-Actual
                   move "IN PROGRESS" to OUT-Result
               when other
                   move WS-Sql-Checkpoint-Date to WS-Sql-Window-End
                   perform 3000-Compute-Actual
                   perform 4000-Store-Evaluation
                   move "EVALUATED" to OUT-Result
           end-evaluate
           if OUT-Result = "EVALUATED"
               evaluate true
                   when WS-Sql-Games-Counted = zero
                       move "NO GAMES" to OUT-Result
                   when Goal-Met
                       move "MET" to OUT-Result
                       add 1 to WS-Met-Count
                   when other
                       move "NOT MET" to OUT-Result
               end-evaluate
           end-if
           perform 5000-Write-Goal-Line
           .
       3000-Compute-Actual.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(FT_ATTEMPTS), 0),
                      COALESCE(SUM(FT_COMPLETED), 0),
                      COALESCE(SUM(FT_THREE_POINTERS), 0)
                   INTO :WS-Sql-Games,
                        :WS-Sql-Attempts,
                        :WS-Sql-Completed,
                        :WS-Sql-Threes
                   FROM LABSCHEMA.THROWS_GAME
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                     AND GAME_DATE >= DATE(:WS-Sql-Set-Date)
                     AND GAME_DATE <= DATE(:WS-Sql-Window-End)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           move WS-Sql-Games to WS-Sql-Games-Counted
           move zero to WS-Sql-Actual-Value
           evaluate true
               when WS-Sql-Games = zero
                   continue
               when Metric-FT-Percentage
                   if WS-Sql-Attempts > zero
                       compute WS-Sql-Actual-Value rounded =
                           WS-Sql-Completed * 100 / WS-Sql-Attempts
                   end-if
               when Metric-Attempts
                   compute WS-Sql-Actual-Value rounded =
                       WS-Sql-Attempts / WS-Sql-Games
               when Metric-Threes
                   compute WS-Sql-Actual-Value rounded =
                       WS-Sql-Threes / WS-Sql-Games
               when Metric-Points
                   compute WS-Sql-Actual-Value rounded =
                       (WS-Sql-Completed + 3 * WS-Sql-Threes)
                           / WS-Sql-Games
           end-evaluate

           if WS-Sql-Games > zero
               and WS-Sql-Actual-Value not < WS-Sql-Target-Value
               move "Y" to WS-Sql-Goal-Met
           else
               move "N" to WS-Sql-Goal-Met
           end-if
           .
       4000-Store-Evaluation.
           EXEC SQL
                UPDATE LABSCHEMA.PLAYER_GOAL
                SET ACTUAL_VALUE   = :WS-Sql-Actual-Value,
                    GAMES_COUNTED  = :WS-Sql-Games-Counted,
                    GOAL_MET       = :WS-Sql-Goal-Met,
                    EVALUATED_DATE = DATE(:WS-Sql-As-Of-Date)
                WHERE GOAL_ID = :WS-Sql-Goal-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           add 1 to WS-Evaluated-Count
           .
       5000-Write-Goal-Line.
           if WS-Sql-Team-Name not equal WS-Prior-Team-Name
               move WS-Sql-Team-Name to WS-Prior-Team-Name
               move WS-Sql-Team-Name to OUT-Team-Name
               write Progress-Report-Record from WS-Page-Break-Line
               write Progress-Report-Record from WS-Heading-Line
               write Progress-Report-Record from WS-League-Line
               write Progress-Report-Record from WS-Team-Line
               write Progress-Report-Record from WS-Column-Line
           end-if
           move WS-Sql-Player-Name to OUT-Player-Name
           evaluate true
               when Metric-FT-Percentage
                   move "Free-throw percentage" to OUT-Metric-Desc
               when Metric-Attempts
                   move "Free throws per game" to OUT-Metric-Desc
               when Metric-Threes
                   move "Three-pointers per game" to OUT-Metric-Desc
               when Metric-Points
                   move "Points per game" to OUT-Metric-Desc
               when other
                   move WS-Sql-Metric-Code to OUT-Metric-Desc
           end-evaluate
           move WS-Sql-Target-Value to OUT-Target-Value
           move WS-Sql-Set-Date to OUT-Set-Date
           move WS-Sql-Checkpoint-Date to OUT-Checkpoint-Date
           move WS-Sql-Games-Counted to OUT-Games
           move WS-Sql-Actual-Value to OUT-Actual-Value
           write Progress-Report-Record from WS-Detail-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           move 12 to return-code
           goback
           .
