      * the same style as TEAMROST, on the shared CRUDMS mapset.
      *
      * A scorekeeper keys a player's game line at the gym:
      *   KEY    field - PLAYER_ID, or the player's TEAM_ID and
      *                  jersey number off the printed scoresheet as
      *                  ttttttttt/nn (9-digit team, slash, 2-digit
      *                  number), looked up on PLAYER_JERSEY for the
      *                  current season
      *   NAME   field - game date (YYYY-MM-DD)
      *   ADDR   field - free-throw attempts
      *   PHONE  field - free throws completed
      *   EMAIL  field - three-pointers made
      *   LIST1  line  - personal fouls (cols 1-2), technical fouls
      *                  (cols 4-5), ejected Y/N (col 7); left blank,
      *                  the line is taken as no fouls, not ejected
      *
      * The same edits THROWVAL applies on the batch side are enforced
      * here at entry time - completed may not exceed attempts, counts
      * is checked the same way GAMELOAD checks it: a player under a
      * SUSPENSION covering the game date, or with an unpaid
      * current-season invoice past the grace period, is refused at
      * the terminal before the line can land. A line that passes
      * is then scored against the player's own game history and
      * the division's norms with GAMELOAD's range rule; a line far
      * outside them is held on the screen with its figures instead
      * of stored, until the scorekeeper has checked the scorebook
      * and either re-keys it corrected (Enter) or confirms it as
      * keyed (PF2). An accepted
      * line is stored in THROWS_GAME and accrued into the THROWS
      * season row in one unit of work, exactly as a GAMELOAD batch
      * line would be, with the season percentage recomputed so it can
      * never drift from completed/attempts. The fouls and ejection
      * are stored on the THROWS_GAME row for the nightly DISCPLIN
      * run, exactly as a GAMELOAD line carries them. Reached through
      * the MENU01 front end: only players of the league chosen there
      * can be scored, and its current season is the one checked.
      *
       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'SCORE-CHANNEL'.

      * Returning our own transaction id (not EIBTRNID) keeps the
      * pseudoconversation on this program after a MENU01 transfer.
       01  Ws-Trans-Id              PIC X(4) VALUE 'SCOR'.
      * The operator's league, delivered in the LEAGUE-DATA container
      * by MENU01 - every query here stays inside it.
       01  Ws-League-Container      PIC X(16) VALUE 'LEAGUE-DATA'.
       01  Ws-League-Data.
           05  Ws-League-Id               PIC S9(09) COMP.
           05  Ws-League-Name             PIC X(60).
       01  Ws-No-League-Message           PIC X(60) VALUE
           'No league chosen - start from the menu'.

       01  Ws-Program-State.
           05  Ws-Entry-Count             PIC S9(04) COMP VALUE ZERO.
      *    The last line held out of range, kept for PF2 to confirm.
           05  Ws-Held-Sw                 PIC X(01) VALUE 'N'.
               88  Ws-Line-Held               VALUE 'Y'.
           05  Ws-Held-Player-Id          PIC 9(09) VALUE ZERO.
           05  Ws-Held-Game-Date          PIC X(10) VALUE SPACES.
           05  Ws-Held-Attempts           PIC 9(05) VALUE ZERO.
           05  Ws-Held-Completed          PIC 9(05) VALUE ZERO.
           05  Ws-Held-3PT                PIC 9(05) VALUE ZERO.
           05  Ws-Held-PF                 PIC 9(02) VALUE ZERO.
           05  Ws-Held-TF                 PIC 9(02) VALUE ZERO.
           05  Ws-Held-Ejected            PIC X(01) VALUE SPACES.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.
           05  Ws-Input-Attempts          PIC X(50) VALUE SPACES.
           05  Ws-Input-Completed         PIC X(15) VALUE SPACES.
           05  Ws-Input-3PT               PIC X(50) VALUE SPACES.
           05  Ws-Input-Discipline.
               10  Ws-Input-PF            PIC X(02) VALUE SPACES.
               10  FILLER                 PIC X(01) VALUE SPACES.
               10  Ws-Input-TF            PIC X(02) VALUE SPACES.
               10  FILLER                 PIC X(01) VALUE SPACES.
               10  Ws-Input-Ejected       PIC X(01) VALUE SPACES.
                   88  Ws-Ejected-Valid       VALUES 'Y' 'N' ' '.
           05  Ws-Edit-Player-Id          PIC 9(09) VALUE ZERO.
           05  Ws-Edit-Team-Id            PIC 9(09) VALUE ZERO.
           05  Ws-Edit-Jersey-No          PIC 9(02) VALUE ZERO.
           05  Ws-Edit-Attempts           PIC 9(05) VALUE ZERO.
           05  Ws-Edit-Completed          PIC 9(05) VALUE ZERO.
           05  Ws-Edit-3PT                PIC 9(05) VALUE ZERO.
           05  Ws-Edit-PF                 PIC 9(02) VALUE ZERO.
           05  Ws-Edit-TF                 PIC 9(02) VALUE ZERO.
           05  Ws-Outlier-Sw              PIC X(01) VALUE 'N'.
               88  Ws-Line-Outlier            VALUE 'Y'.
           05  Ws-Line-Points             PIC S9(05) COMP VALUE ZERO.
           05  Ws-Points-Edit             PIC ZZZ9.
           05  Ws-Avg-Edit                PIC ZZZ9.9.
           05  Ws-Best-Edit               PIC ZZZ9.
           05  Ws-Div-Best-Edit           PIC ZZZ9.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Sql-Variables.
           05  Ws-Sql-League-Id           PIC S9(09) COMP.
           05  Ws-Sql-Player-Id           PIC S9(09) COMP.
           05  Ws-Sql-Game-Date           PIC X(10).
           05  Ws-Sql-Attempts            PIC S9(05) COMP.
           05  Ws-Sql-Completed           PIC S9(05) COMP.
           05  Ws-Sql-3PT                 PIC S9(05) COMP.
           05  Ws-Sql-Personal-Fouls      PIC S9(05) COMP.
           05  Ws-Sql-Tech-Fouls          PIC S9(05) COMP.
           05  Ws-Sql-Ejected             PIC X(01).
           05  Ws-Sql-Player-Count        PIC S9(05) COMP.
           05  Ws-Sql-Team-Id             PIC S9(09) COMP.
           05  Ws-Sql-Jersey-No           PIC S9(04) COMP.
           05  Ws-Sql-Susp-Count          PIC S9(05) COMP.
           05  Ws-Sql-Unpaid-Count        PIC S9(05) COMP.
           05  Ws-Grace-Days              PIC S9(03) COMP VALUE 30.
           05  Ws-Sql-FT-Avg              PIC S9(3)V9(1) COMP-3.
           05  Ws-Game-Points             PIC S9(05) COMP.
           05  Ws-Season-Points           PIC S9(07)V9(1) COMP-3.
      *    GAMELOAD's range rule: three earlier games before the
      *    player's own range counts, twenty division lines before
      *    the division's best game does.
           05  Ws-Outlier-Min-Games       PIC S9(05) COMP VALUE 3.
           05  Ws-Outlier-Min-Div         PIC S9(07) COMP VALUE 20.
           05  Ws-Sql-Own-Games           PIC S9(05) COMP.
           05  Ws-Sql-Own-Avg             PIC S9(05)V9(1) COMP-3.
           05  Ws-Sql-Own-Best            PIC S9(05) COMP.
           05  Ws-Sql-Div-Games           PIC S9(07) COMP.
           05  Ws-Sql-Div-Avg             PIC S9(05)V9(1) COMP-3.
           05  Ws-Sql-Div-Best            PIC S9(05) COMP.

           COPY CRUDM.

           EXEC CICS HANDLE ABEND
               LABEL(9500-Abend-Handler)
           END-EXEC
           PERFORM 7160-Get-League
           PERFORM 7100-Retrieve-Containers
           PERFORM 1100-Process-User-Action
           PERFORM 7200-Store-Containers
           EVALUATE EIBAID
               WHEN DFHPF1
                   PERFORM 2100-Display-Help
               WHEN DFHPF2
                   PERFORM 3700-Confirm-Held-Line
               WHEN DFHPF3
                   PERFORM 9200-Exit-Program
               WHEN DFHPF12

       2100-Display-Help.
           MOVE SPACES TO Ws-Message-Text
           STRING 'Key id or team/no, date, att, comp, 3pt; '
                  'line 1 PF TF Y/N; Enter=save PF2=confirm '
                  'PF12=end'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           PERFORM 5100-Send-Map
                   TO Ws-Message-Text
               PERFORM 5100-Send-Map
           ELSE
               MOVE 'N' TO Ws-Held-Sw
               PERFORM 3300-Edit-Game-Line
               IF Ws-Message-Text = SPACES
                   PERFORM 3600-Check-Outlier
               END-IF
               IF Ws-Message-Text = SPACES
                   PERFORM 4000-Apply-Game-Line
               END-IF
      *    The same edits THROWVAL applies after the fact, applied
      *    while the scorekeeper can still fix the entry.
           MOVE SPACES TO Ws-Message-Text
           EVALUATE TRUE
               WHEN Ws-Input-Player(10:1) = '/'
                   PERFORM 3450-Resolve-Jersey
               WHEN Ws-Input-Player(1:9) IS NOT NUMERIC
                   MOVE 'Player id must be numeric (9 digits)'
                       TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Input-Player(1:9) TO Ws-Edit-Player-Id
           END-EVALUATE

           IF Ws-Message-Text = SPACES
               IF Ws-Input-Attempts(1:5) IS NOT NUMERIC
                   TO Ws-Message-Text
           END-IF

           IF Ws-Message-Text = SPACES
               PERFORM 3350-Edit-Discipline
           END-IF

           IF Ws-Message-Text = SPACES
               AND Ws-Input-Date(1:10) = SPACES
               MOVE 'Game date is required (YYYY-MM-DD)'
           END-IF
           .

       3350-Edit-Discipline.
      *    Fouls and ejection off the scoresheet. Blank counts are
      *    zero and a blank flag is not ejected.
           IF Ws-Input-PF = SPACES
               MOVE ZERO TO Ws-Edit-PF
           ELSE
               IF Ws-Input-PF IS NUMERIC
                   MOVE Ws-Input-PF TO Ws-Edit-PF
               ELSE
                   MOVE 'Personal fouls must be numeric (2 digits)'
                       TO Ws-Message-Text
               END-IF
           END-IF

           IF Ws-Input-TF = SPACES
               MOVE ZERO TO Ws-Edit-TF
           ELSE
               IF Ws-Input-TF IS NUMERIC
                   MOVE Ws-Input-TF TO Ws-Edit-TF
               ELSE
                   MOVE 'Technical fouls must be numeric (2 digits)'
                       TO Ws-Message-Text
               END-IF
           END-IF

           IF Ws-Message-Text = SPACES
               AND NOT Ws-Ejected-Valid
               MOVE 'Ejected must be Y or N'
                   TO Ws-Message-Text
           END-IF
           .

       3400-Check-Player-On-File.
           MOVE Ws-Edit-Player-Id TO Ws-Sql-Player-Id

                   INTO :Ws-Sql-Player-Count
                   FROM LABSCHEMA.PLAYERS
                   WHERE PLAYER_ID = :Ws-Sql-Player-Id
                     AND LEAGUE_ID = :Ws-Sql-League-Id
           END-EXEC

           IF SQLCODE NOT = 0 OR Ws-Sql-Player-Count = ZERO
               MOVE 'No such player on this league''s rosters'
                   TO Ws-Message-Text
           END-IF
           .

       3450-Resolve-Jersey.
      *    Team and jersey number as printed on the scoresheet - the
      *    player wearing it on that team this season.
           IF Ws-Input-Player(1:9) IS NOT NUMERIC
               OR Ws-Input-Player(11:2) IS NOT NUMERIC
               MOVE 'Team/jersey must be 9-digit team/2-digit number'
                   TO Ws-Message-Text
           ELSE
               MOVE Ws-Input-Player(1:9) TO Ws-Edit-Team-Id
               MOVE Ws-Input-Player(11:2) TO Ws-Edit-Jersey-No
               MOVE Ws-Edit-Team-Id TO Ws-Sql-Team-Id
               MOVE Ws-Edit-Jersey-No TO Ws-Sql-Jersey-No

               EXEC SQL
                   SELECT J.PLAYER_ID
                       INTO :Ws-Sql-Player-Id
                       FROM LABSCHEMA.PLAYER_JERSEY J
                       JOIN LABSCHEMA.SEASON S
                         ON S.SEASON_ID = J.SEASON_ID
                       WHERE S.CURRENT_SEASON = 'Y'
                         AND S.LEAGUE_ID = :Ws-Sql-League-Id
                         AND J.TEAM_ID   = :Ws-Sql-Team-Id
                         AND J.JERSEY_NO = :Ws-Sql-Jersey-No
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE Ws-Sql-Player-Id TO Ws-Edit-Player-Id
                   WHEN SQLCODE = 100
                       MOVE 'No player wears that number on that team'
                           TO Ws-Message-Text
                   WHEN OTHER
                       MOVE 'Database error looking up jersey number'
                           TO Ws-Message-Text
               END-EVALUATE
           END-IF
           .

       3500-Check-Eligibility.
      *    The same gate GAMELOAD applies on the batch side: a
      *    suspension covering the game date, or an unpaid
                         ON S.SEASON_ID = I.SEASON_ID
                       WHERE I.PLAYER_ID = :Ws-Sql-Player-Id
                         AND S.CURRENT_SEASON = 'Y'
                         AND S.LEAGUE_ID = :Ws-Sql-League-Id
                         AND I.AMOUNT_PAID < I.AMOUNT_DUE
                         AND I.INVOICE_DATE + :Ws-Grace-Days DAYS
                             < CURRENT DATE
           END-IF
           .

       3600-Check-Outlier.
      *    The line's points against the player's earlier games this
      *    season and against everyone in the player's division - the
      *    range GAMELOAD holds batch lines on.
           MOVE 'N' TO Ws-Outlier-Sw
           COMPUTE Ws-Line-Points =
               Ws-Edit-Completed + (3 * Ws-Edit-3PT)
           MOVE Ws-Input-Date(1:10) TO Ws-Sql-Game-Date

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(AVG(DEC(FT_COMPLETED
                                       + 3 * FT_THREE_POINTERS,
                                       7, 1)), 0),
                      COALESCE(MAX(FT_COMPLETED
                                   + 3 * FT_THREE_POINTERS), 0)
                   INTO :Ws-Sql-Own-Games,
                        :Ws-Sql-Own-Avg,
                        :Ws-Sql-Own-Best
                   FROM LABSCHEMA.THROWS_GAME
                   WHERE PLAYER_ID = :Ws-Sql-Player-Id
                     AND GAME_DATE <> DATE(:Ws-Sql-Game-Date)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(AVG(DEC(G.FT_COMPLETED
                                           + 3 * G.FT_THREE_POINTERS,
                                           7, 1)), 0),
                          COALESCE(MAX(G.FT_COMPLETED
                                       + 3 * G.FT_THREE_POINTERS), 0)
                       INTO :Ws-Sql-Div-Games,
                            :Ws-Sql-Div-Avg,
                            :Ws-Sql-Div-Best
                       FROM LABSCHEMA.THROWS_GAME G
                       JOIN LABSCHEMA.PLAYERS P
                         ON P.PLAYER_ID = G.PLAYER_ID
                       JOIN LABSCHEMA.TEAMS T
                         ON T.TEAM_ID = P.TEAM_ID
                       WHERE T.DIVISION_ID =
                             (SELECT T1.DIVISION_ID
                                  FROM LABSCHEMA.PLAYERS P1
                                  JOIN LABSCHEMA.TEAMS T1
                                    ON T1.TEAM_ID = P1.TEAM_ID
                                  WHERE P1.PLAYER_ID =
                                        :Ws-Sql-Player-Id)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'Database error checking the player''s range'
                   TO Ws-Message-Text
           ELSE
               EVALUATE TRUE
                   WHEN Ws-Sql-Div-Games >= Ws-Outlier-Min-Div
                       AND Ws-Line-Points > Ws-Sql-Div-Best
                       SET Ws-Line-Outlier TO TRUE
                   WHEN Ws-Sql-Own-Games >= Ws-Outlier-Min-Games
                       AND Ws-Line-Points > 2 * Ws-Sql-Own-Avg
                       AND Ws-Line-Points > Ws-Sql-Own-Best
                       AND Ws-Line-Points > Ws-Sql-Div-Avg
                       SET Ws-Line-Outlier TO TRUE
               END-EVALUATE
           END-IF

           IF Ws-Line-Outlier
               PERFORM 3650-Hold-Outlier
           END-IF
           .

       3650-Hold-Outlier.
      *    Kept in the program state, not stored: Enter with a
      *    corrected line replaces it, PF2 stores it as keyed.
           SET Ws-Line-Held TO TRUE
           MOVE Ws-Edit-Player-Id   TO Ws-Held-Player-Id
           MOVE Ws-Input-Date(1:10) TO Ws-Held-Game-Date
           MOVE Ws-Edit-Attempts    TO Ws-Held-Attempts
           MOVE Ws-Edit-Completed   TO Ws-Held-Completed
           MOVE Ws-Edit-3PT         TO Ws-Held-3PT
           MOVE Ws-Edit-PF          TO Ws-Held-PF
           MOVE Ws-Edit-TF          TO Ws-Held-TF
           MOVE Ws-Input-Ejected    TO Ws-Held-Ejected
           MOVE Ws-Line-Points      TO Ws-Points-Edit
           MOVE Ws-Sql-Own-Avg      TO Ws-Avg-Edit
           MOVE Ws-Sql-Own-Best     TO Ws-Best-Edit
           MOVE Ws-Sql-Div-Best     TO Ws-Div-Best-Edit
           MOVE SPACES TO Ws-Message-Text
           STRING 'Held: ' Ws-Points-Edit ' pts, avg '
                  Ws-Avg-Edit ' best ' Ws-Best-Edit
                  ' div best ' Ws-Div-Best-Edit
                  ' - check, PF2 confirms'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           .

       3700-Confirm-Held-Line.
      *    The scorekeeper has checked the scorebook: store the held
      *    line exactly as it was keyed.
           IF NOT Ws-Line-Held
               MOVE 'No held line to confirm - key a game line'
                   TO Ws-Message-Text
           ELSE
               MOVE SPACES              TO Ws-Message-Text
               MOVE Ws-Held-Player-Id   TO Ws-Edit-Player-Id
               MOVE Ws-Held-Game-Date   TO Ws-Input-Date
               MOVE Ws-Held-Attempts    TO Ws-Edit-Attempts
               MOVE Ws-Held-Completed   TO Ws-Edit-Completed
               MOVE Ws-Held-3PT         TO Ws-Edit-3PT
               MOVE Ws-Held-PF          TO Ws-Edit-PF
               MOVE Ws-Held-TF          TO Ws-Edit-TF
               MOVE Ws-Held-Ejected     TO Ws-Input-Ejected
               MOVE 'N' TO Ws-Held-Sw
               PERFORM 4000-Apply-Game-Line
           END-IF
           PERFORM 5100-Send-Map
           .

       4000-Apply-Game-Line.
           MOVE Ws-Edit-Player-Id  TO Ws-Sql-Player-Id
           MOVE Ws-Input-Date(1:10) TO Ws-Sql-Game-Date
           MOVE Ws-Edit-Attempts   TO Ws-Sql-Attempts
           MOVE Ws-Edit-Completed  TO Ws-Sql-Completed
           MOVE Ws-Edit-3PT        TO Ws-Sql-3PT
           MOVE Ws-Edit-PF         TO Ws-Sql-Personal-Fouls
           MOVE Ws-Edit-TF         TO Ws-Sql-Tech-Fouls
           IF Ws-Input-Ejected = 'Y'
               MOVE 'Y' TO Ws-Sql-Ejected
           ELSE
               MOVE 'N' TO Ws-Sql-Ejected
           END-IF

      *    The opponent is not keyed at the gym - the nightly GAMELOAD
      *    reconciliation carries it. Zero marks an online entry.
                        GAME_DATE,
                        FT_ATTEMPTS,
                        FT_COMPLETED,
                        FT_THREE_POINTERS,
                        PERSONAL_FOULS,
                        TECHNICAL_FOULS,
                        EJECTED)
                VALUES (:Ws-Sql-Player-Id,
                        0,
                        :Ws-Sql-Game-Date,
                        :Ws-Sql-Attempts,
                        :Ws-Sql-Completed,
                        :Ws-Sql-3PT,
                        :Ws-Sql-Personal-Fouls,
                        :Ws-Sql-Tech-Fouls,
                        :Ws-Sql-Ejected)
           END-EXEC

           EVALUATE TRUE

           IF Ws-Response NOT = DFHRESP(NORMAL)
               MOVE ZERO TO Ws-Entry-Count
               MOVE 'N' TO Ws-Held-Sw
           END-IF

           EXEC CICS RECEIVE MAP('CRUDM')
               MOVE Addri TO Ws-Input-Attempts
               MOVE Phonei TO Ws-Input-Completed
               MOVE Emaili TO Ws-Input-3PT
               MOVE List1i TO Ws-Input-Discipline
           ELSE
               MOVE SPACES TO Ws-Input-Player
               MOVE SPACES TO Ws-Input-Date
               MOVE SPACES TO Ws-Input-Attempts
               MOVE SPACES TO Ws-Input-Completed
               MOVE SPACES TO Ws-Input-3PT
               MOVE SPACES TO Ws-Input-Discipline
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

       9100-Return-To-Cics.
           EXEC CICS RETURN
                TRANSID(Ws-Trans-Id)
                CHANNEL(Ws-Channel-Name)
           END-EXEC
           .
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
