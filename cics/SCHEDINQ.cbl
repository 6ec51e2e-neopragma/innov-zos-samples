       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDINQ.
      *
      * CICS COBOL team schedule and results inquiry
      * Pseudoconversational design with containers and channels, in
      * the same style as TEAMROST, on the shared CRUDMS mapset.
      *
      * Answers the desk's in-season phone call without last week's
      * SCHEDLST printout. The operator keys a team name and presses
      * Enter: the team's GAME_SCHEDULE fixtures are browsed one at a
      * time with PF7/PF8 on a DB2 scrollable cursor, starting at the
      * next fixture from today so PF7 goes back to the weekend just
      * played. Each fixture shows the date, timeslot, home or away,
      * opponent and venue, its status, and the officials OFFASGN
      * put on it. Status comes from the schedule and SCHEDMNT's
      * SCHED_CHANGE_LOG: PLAYED when GAME_RESULTS has the score (the
      * final is shown from the team's side), POSTPONED with the
      * make-up date, RESCHEDULED on the make-up fixture with the
      * date it replaces, MOVED when the fixture was changed, or
      * SCHEDULED. PF5 on a played fixture shows the box score from
      * THROWS_GAME, both teams, five players to a page on PF7/PF8;
      * PF5 again goes back to the fixture. Inquiry only, reached
      * through the MENU01 front end, and only over the fixtures of
      * the league the operator chose there.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'SCHED-CHANNEL'.
      * The operator's league, delivered in the LEAGUE-DATA container
      * by MENU01 - every query here stays inside it.
       01  Ws-League-Container      PIC X(16) VALUE 'LEAGUE-DATA'.
       01  Ws-League-Data.
           05  Ws-League-Id               PIC S9(09) COMP.
           05  Ws-League-Name             PIC X(60).
       01  Ws-No-League-Message           PIC X(60) VALUE
           'No league chosen - start from the menu'.

      * Returning our own transaction id (not EIBTRNID) keeps the
      * pseudoconversation on this program after a MENU01 transfer.
       01  Ws-Trans-Id              PIC X(4) VALUE 'SCHQ'.

       01  Ws-Program-State.
           05  Ws-Team-Name               PIC X(60) VALUE SPACES.
           05  Ws-View-Mode               PIC X(01) VALUE 'F'.
               88  Ws-Fixture-View            VALUE 'F'.
               88  Ws-Box-View                VALUE 'B'.
           05  Ws-Row-Number              PIC S9(04) COMP VALUE 1.
           05  Ws-Box-Row                 PIC S9(04) COMP VALUE 1.
           05  Ws-Fixture-Count           PIC 9(05) VALUE ZERO.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.
           05  Ws-Response2               PIC S9(8) COMP.

       01  Ws-Work-Fields.
           05  Ws-Message-Text            PIC X(78) VALUE SPACES.
           05  Ws-Input-Key               PIC X(60) VALUE SPACES.
           05  Ws-Fixture-Line            PIC X(60) VALUE SPACES.
           05  Ws-Venue-Line              PIC X(60) VALUE SPACES.
           05  Ws-Home-Away-Text          PIC X(04).
           05  Ws-Status-Text             PIC X(11).
           05  Ws-Outcome-Text            PIC X(04).
           05  Ws-Played-Sw               PIC X(01) VALUE 'N'.
               88  Ws-Fixture-Played          VALUE 'Y'.
           05  Ws-Our-Score               PIC S9(05) COMP.
           05  Ws-Their-Score             PIC S9(05) COMP.
           05  Ws-Our-Score-Display       PIC ZZZ9.
           05  Ws-Their-Score-Display     PIC ZZZ9.
           05  Ws-Line-Idx                PIC S9(04) COMP.
           05  Ws-Box-Count               PIC S9(04) COMP VALUE ZERO.
           05  Ws-Box-Total               PIC S9(04) COMP VALUE ZERO.
           05  Ws-Stat-Display-1          PIC ZZ9.
           05  Ws-Stat-Display-2          PIC ZZ9.
           05  Ws-Stat-Display-3          PIC ZZ9.
           05  Ws-Stat-Display-4          PIC Z9.
           05  Ws-Side-Text               PIC X(04).
       01  Ws-List-Table                  VALUE SPACES.
           05  Ws-List-Line               PIC X(78) OCCURS 5 TIMES.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Sql-Variables.
           05  Ws-Sql-League-Id           PIC S9(09) COMP.
           05  Ws-Sql-Team-Name           PIC X(100).
           05  Ws-Sql-Row-Number          PIC S9(04) COMP.
           05  Ws-Sql-Fixture-Count       PIC S9(05) COMP.
           05  Ws-Sql-Fixtures-Before     PIC S9(05) COMP.
           05  Ws-Sql-Fixture-Id          PIC S9(09) COMP.
           05  Ws-Sql-Fixture-Date        PIC X(10).
           05  Ws-Sql-Timeslot            PIC X(05).
           05  Ws-Sql-Home-Away           PIC X(01).
           05  Ws-Sql-Opponent            PIC X(100).
           05  Ws-Sql-Venue               PIC X(30).
           05  Ws-Sql-Sched-Status        PIC X(01).
           05  Ws-Sql-Home-Team-Id        PIC S9(09) COMP.
           05  Ws-Sql-Away-Team-Id        PIC S9(09) COMP.
           05  Ws-Sql-Home-Score          PIC S9(05) COMP.
           05  Ws-Sql-Away-Score          PIC S9(05) COMP.
           05  Ws-Sql-Old-Date            PIC X(10).
           05  Ws-Sql-New-Date            PIC X(10).
           05  Ws-Sql-New-Timeslot        PIC X(05).
           05  Ws-Sql-New-Venue           PIC X(30).
           05  Ws-Sql-Referee-Name        PIC X(60).
           05  Ws-Sql-Player-Name         PIC X(100).
           05  Ws-Sql-Player-Side         PIC X(01).
           05  Ws-Sql-FT-Attempts         PIC S9(05) COMP.
           05  Ws-Sql-FT-Completed        PIC S9(05) COMP.
           05  Ws-Sql-FT-3PT              PIC S9(05) COMP.
           05  Ws-Sql-Personal-Fouls      PIC S9(05) COMP.
           05  Ws-Sql-Box-Count           PIC S9(04) COMP.

           COPY CRUDM.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

       0100-Main-Processing.
           EXEC CICS HANDLE ABEND
               LABEL(9500-Abend-Handler)
           END-EXEC
           PERFORM 7160-Get-League
           PERFORM 7100-Retrieve-Containers
           PERFORM 1100-Process-User-Action
           PERFORM 7200-Store-Containers
           PERFORM 9100-Return-To-Cics
           .

       1100-Process-User-Action.
           EVALUATE EIBAID
               WHEN DFHPF1
                   PERFORM 2100-Display-Help
               WHEN DFHPF5
                   PERFORM 2700-Toggle-Box-Score
               WHEN DFHPF7
                   PERFORM 2500-Browse-Previous
               WHEN DFHPF8
                   PERFORM 2600-Browse-Next
               WHEN DFHPF3
                   PERFORM 9200-Exit-Program
               WHEN DFHPF12
                   PERFORM 9200-Exit-Program
               WHEN DFHENTER
                   PERFORM 3100-Process-Enter-Key
               WHEN OTHER
                   PERFORM 3200-Invalid-Key
           END-EVALUATE
           .

       2100-Display-Help.
           MOVE SPACES TO Ws-Message-Text
           STRING 'Key a team - PF5=Box score PF7=Prev PF8=Next '
                  'PF12=Exit'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           PERFORM 5000-Redisplay
           .

       2500-Browse-Previous.
           IF Ws-Team-Name = SPACES
               MOVE 'Key a team first' TO Ws-Message-Text
           ELSE
               IF Ws-Box-View
                   PERFORM 2550-Box-Page-Back
               ELSE
                   IF Ws-Row-Number > 1
                       SUBTRACT 1 FROM Ws-Row-Number
                       PERFORM 6000-Fetch-Fixture-Row
                       IF Ws-Response = DFHRESP(NORMAL)
                           MOVE 'Previous fixture displayed'
                               TO Ws-Message-Text
                       ELSE
                           ADD 1 TO Ws-Row-Number
                           MOVE 'No previous fixture'
                               TO Ws-Message-Text
                       END-IF
                   ELSE
                       PERFORM 6000-Fetch-Fixture-Row
                       MOVE 'Already at the first fixture'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Send-Map
           .

       2550-Box-Page-Back.
           PERFORM 6000-Fetch-Fixture-Row
           IF Ws-Box-Row > 5
               SUBTRACT 5 FROM Ws-Box-Row
               MOVE 'Previous box score page' TO Ws-Message-Text
           ELSE
               MOVE 'Already at the top of the box score'
                   TO Ws-Message-Text
           END-IF
           PERFORM 6400-Fetch-Box-Score
           .

       2600-Browse-Next.
           IF Ws-Team-Name = SPACES
               MOVE 'Key a team first' TO Ws-Message-Text
           ELSE
               IF Ws-Box-View
                   PERFORM 2650-Box-Page-Forward
               ELSE
                   ADD 1 TO Ws-Row-Number
                   PERFORM 6000-Fetch-Fixture-Row
                   IF Ws-Response = DFHRESP(NORMAL)
                       MOVE 'Next fixture displayed' TO Ws-Message-Text
                   ELSE
                       SUBTRACT 1 FROM Ws-Row-Number
                       PERFORM 6000-Fetch-Fixture-Row
                       MOVE 'No more fixtures for this team'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Send-Map
           .

       2650-Box-Page-Forward.
           PERFORM 6000-Fetch-Fixture-Row
           PERFORM 6450-Count-Box-Score
           IF Ws-Box-Row + 5 <= Ws-Box-Total
               ADD 5 TO Ws-Box-Row
               MOVE 'Next box score page' TO Ws-Message-Text
           ELSE
               MOVE 'End of the box score' TO Ws-Message-Text
           END-IF
           PERFORM 6400-Fetch-Box-Score
           .

       2700-Toggle-Box-Score.
           IF Ws-Team-Name = SPACES
               MOVE 'Key a team first' TO Ws-Message-Text
           ELSE
               PERFORM 6000-Fetch-Fixture-Row
               IF Ws-Box-View
                   SET Ws-Fixture-View TO TRUE
                   PERFORM 6000-Fetch-Fixture-Row
                   MOVE 'Fixture displayed' TO Ws-Message-Text
               ELSE
                   IF Ws-Fixture-Played
                       SET Ws-Box-View TO TRUE
                       MOVE 1 TO Ws-Box-Row
                       PERFORM 6400-Fetch-Box-Score
                       IF Ws-Box-Count > ZERO
                           MOVE 'Box score - PF5 returns to the fixture'
                               TO Ws-Message-Text
                       ELSE
                           MOVE 'No player lines loaded for this game'
                               TO Ws-Message-Text
                       END-IF
                   ELSE
                       MOVE 'No box score - fixture not played'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Send-Map
           .

       3100-Process-Enter-Key.
           IF Ws-Input-Key = SPACES
               MOVE 'Enter team name and press Enter' TO Ws-Message-Text
           ELSE
               MOVE Ws-Input-Key TO Ws-Team-Name
               SET Ws-Fixture-View TO TRUE
               PERFORM 6100-Count-Fixtures
               IF Ws-Fixture-Count > ZERO
      *            Open on the next fixture from today; once the
      *            season is over, on the last one played.
                   COMPUTE Ws-Row-Number = Ws-Sql-Fixtures-Before + 1
                   IF Ws-Row-Number > Ws-Fixture-Count
                       MOVE Ws-Fixture-Count TO Ws-Row-Number
                   END-IF
                   PERFORM 6000-Fetch-Fixture-Row
                   IF Ws-Response = DFHRESP(NORMAL)
                       MOVE 'Schedule loaded - next fixture shown'
                           TO Ws-Message-Text
                   ELSE
                       MOVE 'Error reading schedule' TO Ws-Message-Text
                   END-IF
               ELSE
                   MOVE SPACES TO Ws-Fixture-Line
                   MOVE SPACES TO Ws-Venue-Line
                   MOVE SPACES TO Ws-List-Table
                   MOVE 1 TO Ws-Row-Number
                   STRING 'No fixtures scheduled for ' DELIMITED BY SIZE
                          Ws-Team-Name DELIMITED BY SIZE
                          INTO Ws-Message-Text
                   END-STRING
               END-IF
           END-IF
           PERFORM 5100-Send-Map
           .

       3200-Invalid-Key.
           MOVE 'Invalid key pressed - use PF1 for help'
               TO Ws-Message-Text
           PERFORM 5000-Redisplay
           .

      *    Help and a bad key leave the screen as it was.
       5000-Redisplay.
           IF Ws-Team-Name NOT = SPACES
               PERFORM 6000-Fetch-Fixture-Row
               IF Ws-Box-View
                   PERFORM 6400-Fetch-Box-Score
               END-IF
           END-IF
           PERFORM 5100-Send-Map
           .

       5100-Send-Map.
           MOVE LOW-VALUES TO Crudmo
           MOVE Ws-Team-Name TO Keyo
           MOVE Ws-Fixture-Line TO Nameo
           MOVE Ws-Venue-Line TO Addro
           MOVE Ws-Message-Text TO Msgo
           MOVE Ws-Fixture-Count TO Counto
           MOVE Ws-List-Line (1) TO List1o
           MOVE Ws-List-Line (2) TO List2o
           MOVE Ws-List-Line (3) TO List3o
           MOVE Ws-List-Line (4) TO List4o
           MOVE Ws-List-Line (5) TO List5o

           EXEC CICS SEND MAP('CRUDM')
                MAPSET('CRUDMS')
                ERASE
                FREEKB
           END-EXEC
           .

       6000-Fetch-Fixture-Row.
           MOVE Ws-Team-Name TO Ws-Sql-Team-Name
           MOVE Ws-Row-Number TO Ws-Sql-Row-Number
           MOVE SPACES TO Ws-List-Table
           MOVE 'N' TO Ws-Played-Sw

      *    The team is seen as home or away and the opponent's name
      *    comes back either way, as on SCHEDLST.
           EXEC SQL
               DECLARE SCHQ_FIX_CUR SCROLL CURSOR FOR
                   SELECT G.FIXTURE_ID,
                          CHAR(G.FIXTURE_DATE),
                          G.TIMESLOT,
                          CASE WHEN HT.TEAM_NAME = :Ws-Sql-Team-Name
                               THEN 'H' ELSE 'A' END,
                          CASE WHEN HT.TEAM_NAME = :Ws-Sql-Team-Name
                               THEN AT.TEAM_NAME
                               ELSE HT.TEAM_NAME END,
                          G.VENUE,
                          COALESCE(G.SCHED_STATUS, ' '),
                          G.HOME_TEAM_ID,
                          G.AWAY_TEAM_ID
                       FROM LABSCHEMA.GAME_SCHEDULE G
                       JOIN LABSCHEMA.TEAMS HT
                         ON HT.TEAM_ID = G.HOME_TEAM_ID
                       JOIN LABSCHEMA.TEAMS AT
                         ON AT.TEAM_ID = G.AWAY_TEAM_ID
                       WHERE G.LEAGUE_ID = :Ws-Sql-League-Id
                         AND (HT.TEAM_NAME = :Ws-Sql-Team-Name
                          OR AT.TEAM_NAME = :Ws-Sql-Team-Name)
                       ORDER BY G.FIXTURE_DATE, G.TIMESLOT,
                                G.FIXTURE_ID
           END-EXEC

           EXEC SQL OPEN SCHQ_FIX_CUR END-EXEC

           EXEC SQL
               FETCH ABSOLUTE :Ws-Sql-Row-Number FROM SCHQ_FIX_CUR
               INTO :Ws-Sql-Fixture-Id,
                    :Ws-Sql-Fixture-Date,
                    :Ws-Sql-Timeslot,
                    :Ws-Sql-Home-Away,
                    :Ws-Sql-Opponent,
                    :Ws-Sql-Venue,
                    :Ws-Sql-Sched-Status,
                    :Ws-Sql-Home-Team-Id,
                    :Ws-Sql-Away-Team-Id
           END-EXEC

           IF SQLCODE = 0
               PERFORM 6050-Build-Fixture-Lines
               MOVE DFHRESP(NORMAL) TO Ws-Response
           ELSE
               MOVE DFHRESP(NOTFND) TO Ws-Response
           END-IF

           EXEC SQL CLOSE SCHQ_FIX_CUR END-EXEC
           .

       6050-Build-Fixture-Lines.
           IF Ws-Sql-Home-Away = 'H'
               MOVE 'HOME' TO Ws-Home-Away-Text
           ELSE
               MOVE 'AWAY' TO Ws-Home-Away-Text
           END-IF
           MOVE SPACES TO Ws-Fixture-Line
           STRING Ws-Sql-Fixture-Date ' ' Ws-Sql-Timeslot ' '
                  Ws-Home-Away-Text ' v ' Ws-Sql-Opponent(1:36)
                  DELIMITED BY SIZE INTO Ws-Fixture-Line
           END-STRING

           MOVE 'SCHEDULED' TO Ws-Status-Text
           PERFORM 6200-Look-Up-Result
           PERFORM 6300-Look-Up-Changes
           IF Ws-Fixture-Played
               MOVE 'PLAYED' TO Ws-Status-Text
           END-IF
           MOVE SPACES TO Ws-Venue-Line
           STRING Ws-Sql-Venue ' ' Ws-Status-Text
                  DELIMITED BY SIZE INTO Ws-Venue-Line
           END-STRING

           IF Ws-Fixture-View
               PERFORM 6500-Fetch-Officials
           END-IF
           .

      *    GAME_RESULTS has no fixture id - a result belongs to the
      *    fixture with the same teams on the same date, as OFFFEES
      *    matches them.
       6200-Look-Up-Result.
           EXEC SQL
               SELECT HOME_SCORE,
                      AWAY_SCORE
                   INTO :Ws-Sql-Home-Score,
                        :Ws-Sql-Away-Score
                   FROM LABSCHEMA.GAME_RESULTS
                   WHERE HOME_TEAM_ID = :Ws-Sql-Home-Team-Id
                     AND AWAY_TEAM_ID = :Ws-Sql-Away-Team-Id
                     AND GAME_DATE    = :Ws-Sql-Fixture-Date
           END-EXEC

           IF SQLCODE = 0
               SET Ws-Fixture-Played TO TRUE
               IF Ws-Sql-Home-Away = 'H'
                   MOVE Ws-Sql-Home-Score TO Ws-Our-Score
                   MOVE Ws-Sql-Away-Score TO Ws-Their-Score
               ELSE
                   MOVE Ws-Sql-Away-Score TO Ws-Our-Score
                   MOVE Ws-Sql-Home-Score TO Ws-Their-Score
               END-IF
               EVALUATE TRUE
                   WHEN Ws-Our-Score > Ws-Their-Score
                       MOVE 'WON' TO Ws-Outcome-Text
                   WHEN Ws-Our-Score < Ws-Their-Score
                       MOVE 'LOST' TO Ws-Outcome-Text
                   WHEN OTHER
                       MOVE 'TIED' TO Ws-Outcome-Text
               END-EVALUATE
               MOVE Ws-Our-Score TO Ws-Our-Score-Display
               MOVE Ws-Their-Score TO Ws-Their-Score-Display
               STRING 'FINAL ' Ws-Our-Score-Display ' - '
                      Ws-Their-Score-Display ' ' Ws-Outcome-Text
                      '    PF5=Box score'
                      DELIMITED BY SIZE INTO Ws-List-Line (1)
               END-STRING
           END-IF
           .

      *    SCHEDMNT leaves a postponed fixture on file with status P
      *    and logs the make-up date against it (change type R); the
      *    make-up fixture is found by the same teams on the logged
      *    new date and timeslot. A change (type C) moved the fixture
      *    itself.
       6300-Look-Up-Changes.
           IF Ws-Sql-Sched-Status = 'P'
               MOVE 'POSTPONED' TO Ws-Status-Text
               EXEC SQL
                   SELECT CHAR(NEW_DATE),
                          NEW_TIMESLOT,
                          NEW_VENUE
                       INTO :Ws-Sql-New-Date,
                            :Ws-Sql-New-Timeslot,
                            :Ws-Sql-New-Venue
                       FROM LABSCHEMA.SCHED_CHANGE_LOG
                       WHERE FIXTURE_ID  = :Ws-Sql-Fixture-Id
                         AND CHANGE_TYPE = 'R'
                       ORDER BY CHANGE_ID DESC
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0
                   STRING 'Postponed - made up ' Ws-Sql-New-Date ' '
                          Ws-Sql-New-Timeslot ' at ' Ws-Sql-New-Venue
                          DELIMITED BY SIZE INTO Ws-List-Line (2)
                   END-STRING
               END-IF
           ELSE
               EXEC SQL
                   SELECT CHAR(OLD_DATE)
                       INTO :Ws-Sql-Old-Date
                       FROM LABSCHEMA.SCHED_CHANGE_LOG
                       WHERE CHANGE_TYPE  = 'R'
                         AND HOME_TEAM_ID = :Ws-Sql-Home-Team-Id
                         AND AWAY_TEAM_ID = :Ws-Sql-Away-Team-Id
                         AND NEW_DATE     = :Ws-Sql-Fixture-Date
                         AND NEW_TIMESLOT = :Ws-Sql-Timeslot
                       ORDER BY CHANGE_ID DESC
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'RESCHEDULED' TO Ws-Status-Text
                   STRING 'Rescheduled - make-up for the '
                          Ws-Sql-Old-Date ' fixture'
                          DELIMITED BY SIZE INTO Ws-List-Line (2)
                   END-STRING
               ELSE
                   EXEC SQL
                       SELECT CHAR(OLD_DATE)
                           INTO :Ws-Sql-Old-Date
                           FROM LABSCHEMA.SCHED_CHANGE_LOG
                           WHERE FIXTURE_ID  = :Ws-Sql-Fixture-Id
                             AND CHANGE_TYPE = 'C'
                           ORDER BY CHANGE_ID DESC
                           FETCH FIRST 1 ROW ONLY
                   END-EXEC
                   IF SQLCODE = 0
                       MOVE 'MOVED' TO Ws-Status-Text
                       STRING 'Moved - originally ' Ws-Sql-Old-Date
                              DELIMITED BY SIZE INTO Ws-List-Line (2)
                       END-STRING
                   END-IF
               END-IF
           END-IF
           .

       6100-Count-Fixtures.
           MOVE Ws-Team-Name TO Ws-Sql-Team-Name

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN G.FIXTURE_DATE
                                             < CURRENT DATE
                                        THEN 1 ELSE 0 END), 0)
                   INTO :Ws-Sql-Fixture-Count,
                        :Ws-Sql-Fixtures-Before
                   FROM LABSCHEMA.GAME_SCHEDULE G
                   JOIN LABSCHEMA.TEAMS HT
                     ON HT.TEAM_ID = G.HOME_TEAM_ID
                   JOIN LABSCHEMA.TEAMS AT
                     ON AT.TEAM_ID = G.AWAY_TEAM_ID
                   WHERE G.LEAGUE_ID = :Ws-Sql-League-Id
                     AND (HT.TEAM_NAME = :Ws-Sql-Team-Name
                      OR AT.TEAM_NAME = :Ws-Sql-Team-Name)
           END-EXEC

           IF SQLCODE = 0
               MOVE Ws-Sql-Fixture-Count TO Ws-Fixture-Count
           ELSE
               MOVE ZERO TO Ws-Fixture-Count
               MOVE ZERO TO Ws-Sql-Fixtures-Before
           END-IF
           .

      *    The box score replaces the officials on the list lines,
      *    the team's own players first, five to a page.
       6400-Fetch-Box-Score.
           MOVE ZERO TO Ws-Box-Count
           MOVE Ws-Box-Row TO Ws-Sql-Row-Number
           PERFORM 6410-Clear-List-Line
               VARYING Ws-Line-Idx FROM 1 BY 1
               UNTIL Ws-Line-Idx > 5

           EXEC SQL
               DECLARE SCHQ_BOX_CUR SCROLL CURSOR FOR
                   SELECT P.PLAYER_NAME,
                          CASE WHEN P.TEAM_ID =
                                    CASE WHEN :Ws-Sql-Home-Away = 'H'
                                         THEN :Ws-Sql-Home-Team-Id
                                         ELSE :Ws-Sql-Away-Team-Id
                                    END
                               THEN 'U' ELSE 'T' END,
                          TG.FT_ATTEMPTS,
                          TG.FT_COMPLETED,
                          TG.FT_THREE_POINTERS,
                          COALESCE(TG.PERSONAL_FOULS, 0)
                       FROM LABSCHEMA.THROWS_GAME TG
                       JOIN LABSCHEMA.PLAYERS P
                         ON P.PLAYER_ID = TG.PLAYER_ID
                       WHERE TG.GAME_DATE = :Ws-Sql-Fixture-Date
                         AND ((P.TEAM_ID = :Ws-Sql-Home-Team-Id
                               AND TG.OPPONENT_TEAM_ID =
                                   :Ws-Sql-Away-Team-Id)
                           OR (P.TEAM_ID = :Ws-Sql-Away-Team-Id
                               AND TG.OPPONENT_TEAM_ID =
                                   :Ws-Sql-Home-Team-Id))
                       ORDER BY 2 DESC, 1
           END-EXEC

           EXEC SQL OPEN SCHQ_BOX_CUR END-EXEC

           EXEC SQL
               FETCH ABSOLUTE :Ws-Sql-Row-Number FROM SCHQ_BOX_CUR
               INTO :Ws-Sql-Player-Name,
                    :Ws-Sql-Player-Side,
                    :Ws-Sql-FT-Attempts,
                    :Ws-Sql-FT-Completed,
                    :Ws-Sql-FT-3PT,
                    :Ws-Sql-Personal-Fouls
           END-EXEC

           PERFORM 6420-Format-Box-Line
               VARYING Ws-Line-Idx FROM 1 BY 1
               UNTIL Ws-Line-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE SCHQ_BOX_CUR END-EXEC
           .

       6410-Clear-List-Line.
           MOVE SPACES TO Ws-List-Line (Ws-Line-Idx)
           .

       6420-Format-Box-Line.
           ADD 1 TO Ws-Box-Count
           IF Ws-Sql-Player-Side = 'U'
               MOVE 'US' TO Ws-Side-Text
           ELSE
               MOVE 'THEM' TO Ws-Side-Text
           END-IF
           MOVE Ws-Sql-FT-Attempts TO Ws-Stat-Display-1
           MOVE Ws-Sql-FT-Completed TO Ws-Stat-Display-2
           MOVE Ws-Sql-FT-3PT TO Ws-Stat-Display-3
           MOVE Ws-Sql-Personal-Fouls TO Ws-Stat-Display-4
           STRING Ws-Side-Text ' ' Ws-Sql-Player-Name(1:30)
                  ' FTA ' Ws-Stat-Display-1
                  ' FTM ' Ws-Stat-Display-2
                  ' 3PT ' Ws-Stat-Display-3
                  ' PF ' Ws-Stat-Display-4
                  DELIMITED BY SIZE INTO Ws-List-Line (Ws-Line-Idx)
           END-STRING

           EXEC SQL
               FETCH NEXT FROM SCHQ_BOX_CUR
               INTO :Ws-Sql-Player-Name,
                    :Ws-Sql-Player-Side,
                    :Ws-Sql-FT-Attempts,
                    :Ws-Sql-FT-Completed,
                    :Ws-Sql-FT-3PT,
                    :Ws-Sql-Personal-Fouls
           END-EXEC
           .

       6450-Count-Box-Score.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Box-Count
                   FROM LABSCHEMA.THROWS_GAME TG
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = TG.PLAYER_ID
                   WHERE TG.GAME_DATE = :Ws-Sql-Fixture-Date
                     AND ((P.TEAM_ID = :Ws-Sql-Home-Team-Id
                           AND TG.OPPONENT_TEAM_ID =
                               :Ws-Sql-Away-Team-Id)
                       OR (P.TEAM_ID = :Ws-Sql-Away-Team-Id
                           AND TG.OPPONENT_TEAM_ID =
                               :Ws-Sql-Home-Team-Id))
           END-EXEC

           IF SQLCODE = 0
               MOVE Ws-Sql-Box-Count TO Ws-Box-Total
           ELSE
               MOVE ZERO TO Ws-Box-Total
           END-IF
           .

      *    Up to three officials, on the lines under the result and
      *    the change note.
       6500-Fetch-Officials.
           EXEC SQL
               DECLARE SCHQ_REF_CUR CURSOR FOR
                   SELECT R.REFEREE_NAME
                       FROM LABSCHEMA.REFEREE_ASSIGN A
                       JOIN LABSCHEMA.REFEREES R
                         ON R.REFEREE_ID = A.REFEREE_ID
                       WHERE A.FIXTURE_ID = :Ws-Sql-Fixture-Id
                       ORDER BY R.REFEREE_NAME
                       FETCH FIRST 3 ROWS ONLY
           END-EXEC

           EXEC SQL OPEN SCHQ_REF_CUR END-EXEC

           PERFORM 6510-Fetch-One-Official
               VARYING Ws-Line-Idx FROM 3 BY 1
               UNTIL Ws-Line-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE SCHQ_REF_CUR END-EXEC

           IF Ws-List-Line (3) = SPACES
               MOVE 'Official: none assigned' TO Ws-List-Line (3)
           END-IF
           .

       6510-Fetch-One-Official.
           EXEC SQL
               FETCH SCHQ_REF_CUR
               INTO :Ws-Sql-Referee-Name
           END-EXEC

           IF SQLCODE = 0
               STRING 'Official: ' Ws-Sql-Referee-Name
                   DELIMITED BY SIZE INTO Ws-List-Line (Ws-Line-Idx)
               END-STRING
           END-IF
           .

       7100-Retrieve-Containers.
           EXEC CICS GET CONTAINER(Ws-State-Container)
                CHANNEL(Ws-Channel-Name)
                INTO(Ws-Program-State)
                FLENGTH(LENGTH OF Ws-Program-State)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response NOT = DFHRESP(NORMAL)
               MOVE SPACES TO Ws-Team-Name
               MOVE 'F' TO Ws-View-Mode
               MOVE 1 TO Ws-Row-Number
               MOVE 1 TO Ws-Box-Row
               MOVE ZERO TO Ws-Fixture-Count
           END-IF

           EXEC CICS RECEIVE MAP('CRUDM')
                MAPSET('CRUDMS')
                INTO(Crudmi)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response = DFHRESP(NORMAL)
               MOVE Keyi TO Ws-Input-Key
           ELSE
               MOVE SPACES TO Ws-Input-Key
           END-IF
           .

       7160-Get-League.
           EXEC CICS GET CONTAINER(Ws-League-Container)
                CHANNEL(Ws-Channel-Name)
                INTO(Ws-League-Data)
                FLENGTH(LENGTH OF Ws-League-Data)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response NOT = DFHRESP(NORMAL)
               PERFORM 9300-No-League
           END-IF
           MOVE Ws-League-Id TO Ws-Sql-League-Id
           .

       7200-Store-Containers.
           EXEC CICS PUT CONTAINER(Ws-State-Container)
                CHANNEL(Ws-Channel-Name)
                FROM(Ws-Program-State)
                FLENGTH(LENGTH OF Ws-Program-State)
           END-EXEC
           .

       9100-Return-To-Cics.
           EXEC CICS RETURN
                TRANSID(Ws-Trans-Id)
                CHANNEL(Ws-Channel-Name)
           END-EXEC
           .

       9200-Exit-Program.
           EXEC CICS RETURN
           END-EXEC
           .

       9300-No-League.
           EXEC CICS SEND TEXT
               FROM(Ws-No-League-Message)
               LENGTH(LENGTH OF Ws-No-League-Message)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC
           .

       9500-Abend-Handler.
           EXEC CICS SEND TEXT
               FROM(Ws-Abend-Message)
               LENGTH(LENGTH OF Ws-Abend-Message)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC
           .
