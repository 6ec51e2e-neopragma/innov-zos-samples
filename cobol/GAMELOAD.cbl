      * registration is already on file as applied ends RC 8 with a
      * critical ALERTWTR alert instead of posting twice - the same
      * night's file resubmitted on a different night no longer
      * double-counts. SYSIN card 2 = 'O' overrides the check for a
      * legitimate resend, keyed by the console on resubmission.
      *
      * Restart: the LOADRST service keeps a LABSCHEMA.LOAD_RESTART
      * row for the registered file, checkpointed with the count of
      * game lines read in the same unit of work as each commit. A
      * rerun after an abend finds the file mid-way, needs no
      * override, skips exactly the lines already applied and
      * reports the resume point. The held file and report of the
      * abended run go with it, so each skipped line not on
      * THROWS_GAME (one that run held) is run back through the
      * edits, eligibility and range check and written to the new
      * held file and report - never posted - and counted with this
      * run's holds. Such a line that would pass now is held anyway,
      * marked as held before the restart point, for resubmission.
      *
      * Each game line also carries the player's personal fouls,
      * technical fouls and an ejection flag (Y/N, blank taken as N)
      * from the scoresheet, stored on the THROWS_GAME row with the
      * shooting line. A flag other than Y, N or blank rejects the
      * line. DISCPLIN accumulates them nightly against the CODE_TABLE
      * thresholds and writes the suspensions.
      *
      * A line may name the player by team and jersey number instead
      * of PLAYER_ID - the number off the printed scoresheet (see
      * SCORSHT). With PLAYER_ID zero the player wearing the number
      * on that team this season (LABSCHEMA.PLAYER_JERSEY) is taken;
      * with both keyed they must agree, so a line matched to the
      * wrong player is rejected instead of posted. A number nobody
      * wears rejects the line. From there the line is treated as if
      * it had been keyed by PLAYER_ID.
      *
      * The file is one league's, named on SYSIN card 1: jerseys and
      * the unpaid-invoice rule are that league's current season,
      * and a line for a player of any other league is rejected.
      * The held report is headed with the league's name.
      *
      * A line that passes eligibility is then scored against the
      * player's own THROWS_GAME history this season and the norms
      * of the player's division. Its points (completed plus three
      * per three-pointer) are out of range when, with at least
      * three earlier games on file, they are over twice the
      * player's average, over the player's best game and over the
      * division's average - or, whatever the player's history and
      * once the division has twenty game lines on file, over the
      * division's best single game this season. Such a line is
      * held the same way an ineligible one is, with the points,
      * the player's average and best and the division's average
      * and best printed under it on the held report, so the
      * scorekeeper can check it against the scoresheet before it
      * reaches the season totals, MILESTON's record book or
      * WEBFEED. Correct the line in the held file, or leave it,
      * and resubmit the held file as GAMEFILE with SYSIN card 3 =
      * 'C': the lines on a confirmed file skip the range check
      * (eligibility is still applied).
      **********************************************************************
       Program-ID. GAMELOAD.
       Environment Division.
           05  GR-FT-Attempts          pic s9(05) packed-decimal.
           05  GR-FT-Completed         pic s9(05) packed-decimal.
           05  GR-FT-Three-Pointers    pic s9(05) packed-decimal.
           05  GR-Personal-Fouls       pic s9(03) packed-decimal.
           05  GR-Technical-Fouls      pic s9(03) packed-decimal.
           05  GR-Ejected-Flag         pic x(01).
               88  GR-Ejected              value "Y".
               88  GR-Ejected-Valid        values "Y" "N" " ".
           05  GR-Team-Id              pic s9(09) packed-decimal.
           05  GR-Jersey-No            pic s9(03) packed-decimal.

       FD  Held-File
           recording mode f.
           05  HR-FT-Attempts          pic s9(05) packed-decimal.
           05  HR-FT-Completed         pic s9(05) packed-decimal.
           05  HR-FT-Three-Pointers    pic s9(05) packed-decimal.
           05  HR-Personal-Fouls       pic s9(03) packed-decimal.
           05  HR-Technical-Fouls      pic s9(03) packed-decimal.
           05  HR-Ejected-Flag         pic x(01).
           05  HR-Team-Id              pic s9(09) packed-decimal.
           05  HR-Jersey-No            pic s9(03) packed-decimal.

       FD  Held-Report-File
           recording mode f.
           88  Held-Rpt-OK            value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-League-Count    pic s9(05) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Opponent-Id     pic s9(09) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-FT-Attempts     pic s9(05) comp.
       01  WS-Sql-FT-Completed    pic s9(05) comp.
       01  WS-Sql-FT-3PT          pic s9(05) comp.
       01  WS-Sql-Personal-Fouls  pic s9(05) comp.
       01  WS-Sql-Tech-Fouls      pic s9(05) comp.
       01  WS-Sql-Ejected         pic x(01).
       01  WS-Sql-Throw-Id        pic s9(09) comp.
       01  WS-Sql-FT-Games        pic s9(05) comp.
       01  WS-Sql-Tot-Attempts    pic s9(05) comp.
       01  WS-Held-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "GAMELOAD".
       01  WS-Chain-Function      pic x(01).
       01  WS-Chain-Trail         pic x(18) value "THROWS_AUDIT".
       01  WS-Chain-Seq           pic s9(09) comp.
       01  WS-Chain-Prev-Hash     pic x(24).
       01  WS-Chain-Hash          pic x(24).
       01  WS-Chain-Status        pic x(01).
           88  Chain-Row-Not-Found    value "N".
       01  WS-Chain-Sqlcode       pic s9(09) comp.
       01  WS-Audit-Action        pic x(01).
       01  WS-Reg-Count           pic s9(09) comp value zero.
       01  WS-Reg-Total           pic s9(13)v99 comp-3 value zero.
       01  WS-Override-Accept     pic x(01).
       01  WS-Override-Sw         pic x value "N".
           88  Resend-Override        value "Y".
       01  WS-Rst-Function        pic x(01).
       01  WS-Rst-Step-Name       pic x(08) value "GAMELOAD".
       01  WS-Rst-Applied         pic s9(09) comp value zero.
       01  WS-Rst-Status          pic x(01).
           88  Rst-Restart-Found      value "Y".
           88  Rst-Sql-Error          value "E".
       01  WS-Resume-Count        pic s9(09) comp value zero.
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Alert-Severity      pic x(01).
       01  WS-Alert-Message       pic x(60).
      * Days an unpaid invoice may age before the player sits.
       01  WS-Sql-Unpaid-Count    pic s9(05) comp.
       01  WS-Elig-Sw             pic x value "Y".
           88  Player-Ineligible      value "N".
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Jersey-No       pic s9(04) comp.
       01  WS-Sql-Jersey-Count    pic s9(05) comp.
      * Earlier games a player needs before their own range counts.
       01  WS-Outlier-Min-Games   pic s9(05) comp value 3.
      * Division game lines needed before its best game counts.
       01  WS-Outlier-Min-Div     pic s9(07) comp value 20.
       01  WS-Confirm-Accept      pic x(01).
       01  WS-Confirm-Sw          pic x value "N".
           88  Outliers-Confirmed     value "Y".
       01  WS-Outlier-Sw          pic x value "N".
           88  Line-Outlier           value "Y".
       01  WS-Line-Points         pic s9(05) comp.
       01  WS-Sql-Own-Games       pic s9(05) comp.
       01  WS-Sql-Own-Avg         pic s9(05)v9(1) comp-3.
       01  WS-Sql-Own-Best        pic s9(05) comp.
       01  WS-Sql-Div-Games       pic s9(07) comp.
       01  WS-Sql-Div-Avg         pic s9(05)v9(1) comp-3.
       01  WS-Sql-Div-Best        pic s9(05) comp.
       01  WS-Outlier-Count       pic s9(07) packed-decimal value zero.
       01  WS-Jersey-Sw           pic x value "Y".
           88  Jersey-Matched         value "Y".
           88  Jersey-Not-Worn        value "N".
           88  Jersey-Mismatch        value "M".
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Held-Line.
           05  filler              pic x(06) value "HELD: ".
           05  OUT-Held-Player-Id  pic 9(09).
           05  OUT-Held-Game-Date  pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Held-Reason     pic x(40).
       01  WS-Outlier-Line.
           05  filler              pic x(08) value spaces.
           05  filler              pic x(07) value "POINTS ".
           05  OUT-Line-Points     pic zzz9.
           05  filler              pic x(13) value "  PLAYER AVG ".
           05  OUT-Own-Avg         pic zzz9.9.
           05  filler              pic x(06) value " BEST ".
           05  OUT-Own-Best        pic zzz9.
           05  filler              pic x(04) value " IN ".
           05  OUT-Own-Games       pic zzz9.
           05  filler              pic x(15) value " GAMES  DIV AVG".
           05  filler              pic x(01) value space.
           05  OUT-Div-Avg         pic zzz9.9.
           05  filler              pic x(06) value " BEST ".
           05  OUT-Div-Best        pic zzz9.

       Procedure Division.

           perform 0050-Select-League
           perform 0400-Accept-Override
           perform 0450-Accept-Confirm
           perform 1000-Open-Files
           perform 0500-Register-Input-File
           perform 2000-Read-and-Process
               until End-of-File
           perform 7950-End-Restart
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
       0400-Accept-Override.
           display "Enter O to override the resend check: "
               with no advancing
               set Resend-Override to true
           end-if
           .
       0450-Accept-Confirm.
      *    SYSIN card 3 = 'C' when a held file comes back with its
      *    out-of-range lines checked against the scoresheet.
           accept WS-Confirm-Accept
           if WS-Confirm-Accept = "C"
               set Outliers-Confirmed to true
           end-if
           .
       0500-Register-Input-File.
      *    Fingerprint pass: count the records and total the key
      *    fields before anything posts, then register the file. A
           perform 0510-Fingerprint-One-Record
               until End-of-File
           close Game-File
           perform 0520-Check-Restart
           if not Rst-Restart-Found
               perform 0530-Register-New-File
           end-if

           move "N" to WS-End-of-File-Sw
           open input Game-File
           if not Game-File-OK
               display "Game file reopen error: "
                   WS-Game-File-Status
               move 12 to return-code
               goback
           end-if
           .
       0510-Fingerprint-One-Record.
           read Game-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Reg-Count
                   add GR-Player-Id to WS-Reg-Total
                   add GR-FT-Attempts to WS-Reg-Total
                   add GR-FT-Completed to WS-Reg-Total
                   add GR-FT-Three-Pointers to WS-Reg-Total
                   add GR-Personal-Fouls to WS-Reg-Total
                   add GR-Technical-Fouls to WS-Reg-Total
                   add GR-Team-Id to WS-Reg-Total
                   add GR-Jersey-No to WS-Reg-Total
           end-read
           .
       0520-Check-Restart.
      *    A file left mid-way by an abended run is already
      *    registered as ours - resume it past the lines applied.
           move "Q" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           if Rst-Restart-Found
               move WS-Rst-Applied to WS-Resume-Count
               display "GAMELOAD - restarting registered file, "
                   WS-Resume-Count " of " WS-Reg-Count
                   " game lines already applied"
           end-if
           .
       0530-Register-New-File.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Dup-Count
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           move "S" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       1000-Open-Files.
           open input Game-File
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Held-Report-Record from WS-League-Line
           .
       2000-Read-and-Process.
           read Game-File
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   if WS-Read-Count > WS-Resume-Count
                       perform 3000-Process-Game-Record
                   else
                       add 1 to WS-Skip-Count
                       perform 3050-Rehold-Skipped-Line
                   end-if
           end-read
           .
       3000-Process-Game-Record.
           perform 3100-Resolve-Jersey
           move GR-Player-Id         to WS-Sql-Player-Id
           perform 3200-Check-League
           move GR-Opponent-Team-Id  to WS-Sql-Opponent-Id
           move GR-Game-Date         to WS-Sql-Game-Date
           move GR-FT-Attempts       to WS-Sql-FT-Attempts
           move GR-FT-Completed      to WS-Sql-FT-Completed
           move GR-FT-Three-Pointers to WS-Sql-FT-3PT
           move GR-Personal-Fouls    to WS-Sql-Personal-Fouls
           move GR-Technical-Fouls   to WS-Sql-Tech-Fouls
           if GR-Ejected
               move "Y" to WS-Sql-Ejected
           else
               move "N" to WS-Sql-Ejected
           end-if

           evaluate true
               when Jersey-Not-Worn
                   display "Rejected, no player wears jersey "
                       GR-Jersey-No " on TEAM_ID " GR-Team-Id
                       " " GR-Game-Date
                   add 1 to WS-Reject-Count
               when Jersey-Mismatch
                   display "Rejected, jersey " GR-Jersey-No
                       " on TEAM_ID " GR-Team-Id " is not PLAYER_ID "
                       GR-Player-Id " " GR-Game-Date
                   add 1 to WS-Reject-Count
               when WS-Sql-League-Count = zero
                   display "Rejected, PLAYER_ID " GR-Player-Id
                       " is not in this league " GR-Game-Date
                   add 1 to WS-Reject-Count
               when GR-FT-Completed > GR-FT-Attempts
                   display "Rejected, completed exceeds attempts, "
                       "PLAYER_ID " GR-Player-Id " " GR-Game-Date
                   add 1 to WS-Reject-Count
               when not GR-Ejected-Valid
                   or GR-Personal-Fouls < zero
                   or GR-Technical-Fouls < zero
                   display "Rejected, invalid foul or ejection entry, "
                       "PLAYER_ID " GR-Player-Id " " GR-Game-Date
                   add 1 to WS-Reject-Count
               when other
                   perform 3500-Check-Eligibility
                   move "N" to WS-Outlier-Sw
                   if not Player-Ineligible
                       and not Outliers-Confirmed
                       perform 3700-Check-Outlier
                   end-if
                   if Player-Ineligible or Line-Outlier
                       perform 3600-Hold-Game-Line
                   else
                       perform 4000-Insert-Game-Detail
                   end-if
           end-evaluate
           .
       3050-Rehold-Skipped-Line.
      *    A line before the restart point was posted, rejected or
      *    held by the abended run. Posted lines are on THROWS_GAME
      *    and rejects are on that run's listing; the rest were held,
      *    and are held again here without touching the tables.
           perform 3100-Resolve-Jersey
           move GR-Player-Id         to WS-Sql-Player-Id
           perform 3200-Check-League
           move GR-Game-Date         to WS-Sql-Game-Date
           evaluate true
               when Jersey-Not-Worn
                   or Jersey-Mismatch
                   or WS-Sql-League-Count = zero
                   or GR-FT-Completed > GR-FT-Attempts
                   or not GR-Ejected-Valid
                   or GR-Personal-Fouls < zero
                   or GR-Technical-Fouls < zero
                   continue
               when other
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :WS-Sql-Dup-Count
                           FROM LABSCHEMA.THROWS_GAME
                           WHERE PLAYER_ID = :WS-Sql-Player-Id
                             AND GAME_DATE = DATE(:WS-Sql-Game-Date)
                   END-EXEC
                   if SQLCODE not equal zero
                       perform 9000-Bail
                   end-if
                   if WS-Sql-Dup-Count = zero
                       perform 3500-Check-Eligibility
                       move "N" to WS-Outlier-Sw
                       if not Player-Ineligible
                           and not Outliers-Confirmed
                           perform 3700-Check-Outlier
                       end-if
                       if not Player-Ineligible and not Line-Outlier
                           move "HELD BEFORE THE RESTART POINT"
                               to OUT-Held-Reason
                       end-if
                       perform 3600-Hold-Game-Line
                   end-if
           end-evaluate
           .
       3100-Resolve-Jersey.
      *    PLAYER_ID zero: the player wearing the jersey on the team
      *    this season, put back on the line so everything after -
      *    the held file included - sees an ordinary line. Both
      *    keyed: they must agree. A team of zero means no jersey.
           set Jersey-Matched to true
           move GR-Team-Id   to WS-Sql-Team-Id
           move GR-Jersey-No to WS-Sql-Jersey-No
           evaluate true
               when GR-Team-Id = zero
                   continue
               when GR-Player-Id = zero
                   EXEC SQL
                       SELECT J.PLAYER_ID
                           INTO :WS-Sql-Player-Id
                           FROM LABSCHEMA.PLAYER_JERSEY J
                           JOIN LABSCHEMA.SEASON S
                             ON S.SEASON_ID = J.SEASON_ID
                           WHERE S.CURRENT_SEASON = 'Y'
                             AND S.LEAGUE_ID = :WS-Sql-League-Id
                             AND J.TEAM_ID   = :WS-Sql-Team-Id
                             AND J.JERSEY_NO = :WS-Sql-Jersey-No
                   END-EXEC
                   evaluate true
                       when SQLCODE = 0
                           move WS-Sql-Player-Id to GR-Player-Id
                       when SQLCODE = 100
                           set Jersey-Not-Worn to true
                       when other
                           perform 9000-Bail
                   end-evaluate
               when other
                   move GR-Player-Id to WS-Sql-Player-Id
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :WS-Sql-Jersey-Count
                           FROM LABSCHEMA.PLAYER_JERSEY J
                           JOIN LABSCHEMA.SEASON S
                             ON S.SEASON_ID = J.SEASON_ID
                           WHERE S.CURRENT_SEASON = 'Y'
                             AND S.LEAGUE_ID = :WS-Sql-League-Id
                             AND J.PLAYER_ID = :WS-Sql-Player-Id
                             AND J.TEAM_ID   = :WS-Sql-Team-Id
                             AND J.JERSEY_NO = :WS-Sql-Jersey-No
                   END-EXEC
                   if SQLCODE not equal zero
                       perform 9000-Bail
                   end-if
                   if WS-Sql-Jersey-Count = zero
                       set Jersey-Mismatch to true
                   end-if
           end-evaluate
           .
       3200-Check-League.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-League-Count
                   FROM LABSCHEMA.PLAYERS
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       3500-Check-Eligibility.
                         ON S.SEASON_ID = I.SEASON_ID
                       WHERE I.PLAYER_ID = :WS-Sql-Player-Id
                         AND S.CURRENT_SEASON = 'Y'
                         AND S.LEAGUE_ID = :WS-Sql-League-Id
                         AND I.AMOUNT_PAID < I.AMOUNT_DUE
                         AND I.INVOICE_DATE + :WS-Grace-Days DAYS
                             < CURRENT DATE
           move GR-Game-Date to OUT-Held-Game-Date
           display WS-Held-Line
           write Held-Report-Record from WS-Held-Line
           if Line-Outlier
               move WS-Line-Points   to OUT-Line-Points
               move WS-Sql-Own-Avg   to OUT-Own-Avg
               move WS-Sql-Own-Best  to OUT-Own-Best
               move WS-Sql-Own-Games to OUT-Own-Games
               move WS-Sql-Div-Avg   to OUT-Div-Avg
               move WS-Sql-Div-Best  to OUT-Div-Best
               write Held-Report-Record from WS-Outlier-Line
               add 1 to WS-Outlier-Count
           end-if
           add 1 to WS-Held-Count
           .
       3700-Check-Outlier.
      *    The line's points against the player's earlier games this
      *    season and against everyone in the player's division.
           compute WS-Line-Points =
               GR-FT-Completed + (3 * GR-FT-Three-Pointers)
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(AVG(DEC(FT_COMPLETED
                                       + 3 * FT_THREE_POINTERS,
                                       7, 1)), 0),
                      COALESCE(MAX(FT_COMPLETED
                                   + 3 * FT_THREE_POINTERS), 0)
                   INTO :WS-Sql-Own-Games,
                        :WS-Sql-Own-Avg,
                        :WS-Sql-Own-Best
                   FROM LABSCHEMA.THROWS_GAME
                   WHERE PLAYER_ID = :WS-Sql-Player-Id
                     AND GAME_DATE <> DATE(:WS-Sql-Game-Date)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(AVG(DEC(G.FT_COMPLETED
                                       + 3 * G.FT_THREE_POINTERS,
                                       7, 1)), 0),
                      COALESCE(MAX(G.FT_COMPLETED
                                   + 3 * G.FT_THREE_POINTERS), 0)
                   INTO :WS-Sql-Div-Games,
                        :WS-Sql-Div-Avg,
                        :WS-Sql-Div-Best
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
                              WHERE P1.PLAYER_ID = :WS-Sql-Player-Id)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           evaluate true
               when WS-Sql-Div-Games >= WS-Outlier-Min-Div
                   and WS-Line-Points > WS-Sql-Div-Best
                   set Line-Outlier to true
                   move "POINTS ABOVE THE DIVISION BEST GAME"
                       to OUT-Held-Reason
               when WS-Sql-Own-Games >= WS-Outlier-Min-Games
                   and WS-Line-Points > 2 * WS-Sql-Own-Avg
                   and WS-Line-Points > WS-Sql-Own-Best
                   and WS-Line-Points > WS-Sql-Div-Avg
                   set Line-Outlier to true
                   move "POINTS FAR OUTSIDE THE PLAYER'S RANGE"
                       to OUT-Held-Reason
           end-evaluate
           .
       4000-Insert-Game-Detail.
           EXEC SQL
                INSERT INTO LABSCHEMA.THROWS_GAME
                        GAME_DATE,
                        FT_ATTEMPTS,
                        FT_COMPLETED,
                        FT_THREE_POINTERS,
                        PERSONAL_FOULS,
                        TECHNICAL_FOULS,
                        EJECTED)
                VALUES (:WS-Sql-Player-Id,
                        :WS-Sql-Opponent-Id,
                        :WS-Sql-Game-Date,
                        :WS-Sql-FT-Attempts,
                        :WS-Sql-FT-Completed,
                        :WS-Sql-FT-3PT,
                        :WS-Sql-Personal-Fouls,
                        :WS-Sql-Tech-Fouls,
                        :WS-Sql-Ejected)
           END-EXEC

           evaluate true
           end-if
           .
       6900-Insert-Throws-Audit.
           move "N" to WS-Chain-Function
           perform 6950-Call-Audit-Chain
           if SQLCODE = 0
               EXEC SQL
                    INSERT INTO THROWS_AUDIT
                           (THROW_ID,
                            ACTION_CODE,
                            CHANGE_TIMESTAMP,
                            JOB_ID,
                            CHAIN_SEQ)
                    VALUES (:WS-Sql-Throw-Id,
                            :WS-Audit-Action,
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            :WS-Chain-Seq)
               END-EXEC
           end-if
           if SQLCODE = 0
               move "L" to WS-Chain-Function
               perform 6950-Call-Audit-Chain
           end-if

           if SQLCODE = 0
               perform 7900-Commit-Checkpoint
               add 1 to WS-Detail-Count
               add 1 to WS-Accrue-Count
               if WS-Audit-Action = "A"
               add 1 to WS-Reject-Count
           end-if
           .
       6950-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           call "AUDCHAIN" using WS-Chain-Function, WS-Chain-Trail,
                                 WS-Chain-Seq, WS-Chain-Prev-Hash,
                                 WS-Chain-Hash, WS-Chain-Status,
                                 WS-Chain-Sqlcode
           move WS-Chain-Sqlcode to SQLCODE
           if Chain-Row-Not-Found
               move 100 to SQLCODE
           end-if
           .
       7900-Commit-Checkpoint.
      *    The restart row moves in the same unit of work as the
      *    game line it counts.
           move WS-Read-Count to WS-Rst-Applied
           move "U" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7950-End-Restart.
           move WS-Read-Count to WS-Rst-Applied
           move "E" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7990-Call-Restart-Service.
           call "LOADRST" using WS-Rst-Function
                                WS-Job-Id
                                WS-Rst-Step-Name
                                WS-Reg-Count
                                WS-Reg-Total
                                WS-Rst-Applied
                                WS-Rst-Status
           if Rst-Sql-Error
               EXEC SQL ROLLBACK END-EXEC
               move 12 to return-code
               goback
           end-if
           .
       8000-Close-Files.
           close Game-File
           close Held-File
           .
       8100-Display-Totals.
           display "GAMELOAD - per-game box-score load complete"
           display "League:               " WS-League-Name
           display "Game lines read:      " WS-Read-Count
           display "Detail rows inserted: " WS-Detail-Count
           display "Season rows accrued:  " WS-Accrue-Count
           display "Season rows started:  " WS-Started-Count
           display "Game lines rejected:  " WS-Reject-Count
           display "Game lines held:      " WS-Held-Count
           display "  out of range:       " WS-Outlier-Count
           display "Skipped on restart:   " WS-Skip-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
