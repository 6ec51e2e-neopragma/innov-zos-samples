       Identification Division.
      **********************************************************************
      * Officials' payment run. Pays every game fee OFFFEES shows as
      * owed - an assignment on LABSCHEMA.REFEREE_ASSIGN whose fixture
      * has a matching LABSCHEMA.GAME_RESULTS row (a TOURN_RESULT
      * row for a tournament fixture), not yet paid - and
      * marks each one paid so it can never be paid twice:
      *   - REFEREE_ASSIGN.PAY_RUN_ID and FEE_PAID are set on every
      *     assignment paid;
      *   - LABSCHEMA.OFFICIAL_PAYMENT (PAY_RUN_ID, REFEREE_ID,
      *     GAME_COUNT, AMOUNT, PAY_DATE, PAY_METHOD) holds one row
      *     per official paid, PAY_METHOD 'B' bank or 'C' cheque;
      *   - LABSCHEMA.OFFICIAL_PAY_RUN (PAY_RUN_ID, PAY_DATE,
      *     FEE_PER_GAME, OFFICIAL_COUNT, GAME_COUNT, TOTAL_AMOUNT,
      *     BANK_AMOUNT, CHEQUE_AMOUNT, RUN_TIMESTAMP) holds the run.
      * The whole run is one unit of work: the bank file and the
      * database agree or neither survives.
      * Officials with bank details on REFEREES (OFFMNT action 'B')
      * are paid on BANKCRED, the bank's fixed 120-byte direct-credit
      * format - a type 0 descriptive record, a type 1 credit per
      * official, a type 7 file total. Officials without bank
      * details are marked for a cheque and listed on the console.
      * Every official paid gets a remittance advice on REMITADV, a
      * page each, listing the games the payment covers.
      * SYSIN card 1 names the league: each league pays its own
      * officials for its own games, and the run carries its
      * LEAGUE_ID on OFFICIAL_PAY_RUN. Card 2 is the fee per game,
      * 9(5)V99 with no decimal point, as OFFFEES takes it; card 3
      * the payment (value) date, YYYY-MM-DD; card 4 the league's
      * bank-assigned originator ID (columns 1-10) and originator
      * name (columns 11-36).
      * The run's total is booked to LABSCHEMA.EXPENSE as category
      * 'REFFEES' (SOURCE_PGM 'OFFPAY', SOURCE_REF the pay run)
      * against the league's current season in the same unit of
      * work, for the budget report BUDGRPT.
      * OFFEARN builds the year-end earnings statements from these
      * runs.
      **********************************************************************
       Program-ID. OFFPAY.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Bank-Credit-File assign to BANKCRED
               file status is WS-Bank-File-Status.

           select Remittance-File assign to REMITADV
               file status is WS-Remit-File-Status.

       Data Division.
       File Section.
       FD  Bank-Credit-File
           recording mode f.
       01  Bank-Credit-Record     pic x(120).

       FD  Remittance-File
           recording mode f.
       01  Remittance-Record      pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Bank-File-Status    pic x(02).
           88  Bank-File-OK           value "00".
       01  WS-Remit-File-Status   pic x(02).
           88  Remit-File-OK          value "00".
       01  WS-Referee-Eof-Sw      pic x value "N".
           88  Referee-Eof            value "Y".
       01  WS-Game-Eof-Sw         pic x value "N".
           88  Game-Eof               value "Y".
       01  WS-Fee-In              pic x(07).
       01  WS-Fee-In-Num redefines WS-Fee-In
                                  pic 9(05)v99.
       01  WS-Game-Fee            pic s9(05)v99 packed-decimal.
       01  WS-Pay-Date            pic x(10).
       01  WS-Originator-In.
           05  WS-Originator-Id    pic x(10).
           05  WS-Originator-Name  pic x(26).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Pay-Run-Id      pic s9(09) comp.
       01  WS-Sql-Pay-Date        pic x(10).
       01  WS-Sql-Game-Fee        pic s9(05)v99 comp-3.
       01  WS-Sql-Referee-Id      pic s9(09) comp.
       01  WS-Sql-Referee-Name    pic x(60).
       01  WS-Sql-Bank-Routing    pic x(09).
       01  WS-Sql-Bank-Account    pic x(17).
       01  WS-Sql-Account-Name    pic x(32).
       01  WS-Sql-Bank-Ind        pic s9(04) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Sql-Game-Count      pic s9(05) comp.
       01  WS-Sql-Amount          pic s9(07)v99 comp-3.
       01  WS-Sql-Pay-Method      pic x(01).
       01  WS-Sql-Official-Count  pic s9(05) comp.
       01  WS-Sql-Run-Games       pic s9(07) comp-3.
       01  WS-Sql-Run-Total       pic s9(09)v99 comp-3.
       01  WS-Sql-Bank-Total      pic s9(09)v99 comp-3.
       01  WS-Sql-Cheque-Total    pic s9(09)v99 comp-3.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Expense-Id      pic s9(09) comp.
       01  WS-Sql-Expense-Desc    pic x(40).
       01  WS-Run-Id-Display      pic 9(09).

       01  WS-Game-Count          pic s9(05) packed-decimal.
       01  WS-Official-Total      pic s9(07)v99 packed-decimal.
       01  WS-Officials-Paid      pic s9(05) packed-decimal value zero.
       01  WS-Games-Paid          pic s9(07) packed-decimal value zero.
       01  WS-Grand-Total         pic s9(09)v99 packed-decimal
                                  value zero.
       01  WS-Bank-Total          pic s9(09)v99 packed-decimal
                                  value zero.
       01  WS-Cheque-Total        pic s9(09)v99 packed-decimal
                                  value zero.
       01  WS-Bank-Count          pic s9(05) packed-decimal value zero.
       01  WS-Cheque-Count        pic s9(05) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

      * Direct-credit file records, 120 bytes, amounts in cents.
       01  WS-Bank-Header.
           05  BH-Record-Type      pic x(01) value "0".
           05  BH-Originator-Id    pic x(10).
           05  BH-Originator-Name  pic x(26).
           05  BH-Description      pic x(12) value "OFFICIALFEES".
           05  BH-Process-Date     pic x(08).
           05  BH-Pay-Run-Id       pic 9(07).
           05  filler              pic x(56) value spaces.
       01  WS-Bank-Detail.
           05  BD-Record-Type      pic x(01) value "1".
           05  BD-Routing          pic x(09).
           05  BD-Account          pic x(17).
           05  BD-Transaction-Code pic x(02) value "50".
           05  BD-Amount           pic 9(10).
           05  BD-Account-Name     pic x(32).
           05  BD-Reference.
               10  filler          pic x(11) value "OFFICIALFEE".
               10  BD-Ref-Run-Id   pic 9(07).
           05  BD-Originator-Id    pic x(10).
           05  filler              pic x(21) value spaces.
       01  WS-Bank-Trailer.
           05  BT-Record-Type      pic x(01) value "7".
           05  BT-Record-Count     pic 9(06).
           05  BT-Total-Amount     pic 9(12).
           05  filler              pic x(101) value spaces.
       01  WS-Cents               pic s9(12) packed-decimal.
       01  WS-Date-Edit.
           05  WS-Date-Yyyy        pic x(04).
           05  filler              pic x(01).
           05  WS-Date-Mm          pic x(02).
           05  filler              pic x(01).
           05  WS-Date-Dd          pic x(02).

      * Remittance advice, one page per official.
       01  WS-Remit-Title.
           05  filler              pic x(01) value "1".
           05  filler              pic x(38)
               value "REMITTANCE ADVICE - OFFICIALS' FEES".
           05  filler              pic x(08) value "PAY RUN ".
           05  OUT-Pay-Run-Id      pic z(06)9.
           05  filler              pic x(12) value "   PAY DATE ".
           05  OUT-Pay-Date        pic x(10).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Remit-Official.
           05  filler              pic x(01) value space.
           05  filler              pic x(10) value "Official: ".
           05  OUT-Referee-Name    pic x(60).
       01  WS-Remit-Method.
           05  filler              pic x(01) value space.
           05  filler              pic x(10) value "Paid by:  ".
           05  OUT-Pay-Method      pic x(60).
       01  WS-Bank-Method.
           05  filler              pic x(18)
               value "DIRECT CREDIT TO  ".
           05  OUT-Account-Name    pic x(32).
       01  WS-Remit-Game.
           05  filler              pic x(03) value spaces.
           05  OUT-Game-Date       pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Timeslot        pic x(05).
           05  filler              pic x(02) value spaces.
           05  OUT-Venue           pic x(30).
           05  filler              pic x(06) value "  fee ".
           05  OUT-Game-Fee        pic zz,zz9.99.
       01  WS-Remit-Total.
           05  filler              pic x(01) value space.
           05  filler              pic x(08) value "  Games ".
           05  OUT-Total-Games     pic zzzz9.
           05  filler              pic x(14)
               value "   total paid ".
           05  OUT-Official-Total  pic z,zzz,zz9.99.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Next-Pay-Run
           perform 0400-Open-Files

      *    Officials with at least one posted, unpaid game.
           EXEC SQL DECLARE PAY_REF_CUR CURSOR FOR
               SELECT R.REFEREE_ID,
                      R.REFEREE_NAME,
                      R.BANK_ROUTING,
                      R.BANK_ACCOUNT,
                      R.ACCOUNT_NAME
                   FROM LABSCHEMA.REFEREES R
                   WHERE EXISTS
                       (SELECT 1
                            FROM LABSCHEMA.REFEREE_ASSIGN A
                            JOIN LABSCHEMA.GAME_SCHEDULE G
                              ON G.FIXTURE_ID = A.FIXTURE_ID
                            WHERE A.REFEREE_ID = R.REFEREE_ID
                              AND A.PAY_RUN_ID IS NULL
                              AND G.LEAGUE_ID  = :WS-Sql-League-Id
                              AND EXISTS
                                (SELECT 1 FROM LABSCHEMA.GAME_RESULTS RS
                                  WHERE RS.HOME_TEAM_ID = G.HOME_TEAM_ID
                                    AND RS.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                                    AND RS.GAME_DATE    = G.FIXTURE_DATE
                                 UNION ALL
                                 SELECT 1 FROM LABSCHEMA.TOURN_RESULT TR
                                  WHERE TR.FIXTURE_ID = G.FIXTURE_ID
                                    AND G.TOURNAMENT_ID IS NOT NULL))
                   ORDER BY R.REFEREE_NAME
           END-EXEC

      *    OFFFEES' pairing: the assignment pays when the scoreboard
      *    agrees the game was played - GAME_RESULTS for a league
      *    fixture, TOURN_RESULT for a tournament one.
           EXEC SQL DECLARE PAY_GAME_CUR CURSOR FOR
               SELECT G.FIXTURE_ID,
                      CHAR(G.FIXTURE_DATE),
                      G.TIMESLOT,
                      G.VENUE
                   FROM LABSCHEMA.REFEREE_ASSIGN A
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = A.FIXTURE_ID
                   WHERE A.REFEREE_ID = :WS-Sql-Referee-Id
                     AND A.PAY_RUN_ID IS NULL
                     AND G.LEAGUE_ID  = :WS-Sql-League-Id
                     AND EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.GAME_RESULTS RS
                              WHERE RS.HOME_TEAM_ID = G.HOME_TEAM_ID
                                AND RS.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                                AND RS.GAME_DATE    = G.FIXTURE_DATE
                          UNION ALL
                          SELECT 1
                              FROM LABSCHEMA.TOURN_RESULT TR
                              WHERE TR.FIXTURE_ID = G.FIXTURE_ID
                                AND G.TOURNAMENT_ID IS NOT NULL)
                   ORDER BY G.FIXTURE_DATE, G.TIMESLOT
           END-EXEC

           EXEC SQL OPEN PAY_REF_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Process-Official
               until Referee-Eof
           EXEC SQL CLOSE PAY_REF_CUR END-EXEC

           perform 5000-Finish-Run
           close Bank-Credit-File
           close Remittance-File
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
           accept WS-Fee-In
           accept WS-Pay-Date
           accept WS-Originator-In
           if WS-Fee-In not numeric
               display "Game fee (9(5)V99, no decimal point) is "
                   "required on SYSIN"
               move 12 to return-code
               goback
           end-if
           if WS-Pay-Date = spaces or WS-Originator-Id = spaces
               display "Payment date and originator ID are "
                   "required on SYSIN"
               move 12 to return-code
               goback
           end-if
           move WS-Fee-In-Num to WS-Game-Fee
           move WS-Game-Fee to WS-Sql-Game-Fee
           move WS-Pay-Date to WS-Sql-Pay-Date
           .
       0200-Next-Pay-Run.
           EXEC SQL
               SELECT COALESCE(MAX(PAY_RUN_ID), 0) + 1
                   INTO :WS-Sql-Pay-Run-Id
                   FROM LABSCHEMA.OFFICIAL_PAY_RUN
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       0400-Open-Files.
           open output Bank-Credit-File
           if not Bank-File-OK
               display "Bank credit file open error: "
                   WS-Bank-File-Status
               move 12 to return-code
               goback
           end-if
           open output Remittance-File
           if not Remit-File-OK
               display "Remittance advice open error: "
                   WS-Remit-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Pay-Date to WS-Date-Edit
           move WS-Originator-Id to BH-Originator-Id
           move WS-Originator-Name to BH-Originator-Name
           string WS-Date-Yyyy WS-Date-Mm WS-Date-Dd
               delimited by size into BH-Process-Date
           move WS-Sql-Pay-Run-Id to BH-Pay-Run-Id
           write Bank-Credit-Record from WS-Bank-Header
           .
       1000-Process-Official.
           EXEC SQL FETCH PAY_REF_CUR
               INTO :WS-Sql-Referee-Id,
                    :WS-Sql-Referee-Name,
                    :WS-Sql-Bank-Routing :WS-Sql-Bank-Ind,
                    :WS-Sql-Bank-Account :WS-Sql-Bank-Ind,
                    :WS-Sql-Account-Name :WS-Sql-Bank-Ind
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 2000-Pay-Official
               when SQLCODE = 100
                   set Referee-Eof to true
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           end-evaluate
           .
       2000-Pay-Official.
           move WS-Sql-Pay-Run-Id to OUT-Pay-Run-Id
           move WS-Pay-Date to OUT-Pay-Date
           write Remittance-Record from WS-Remit-Title
           move WS-League-Name to OUT-League-Name
           write Remittance-Record from WS-League-Line
           move WS-Sql-Referee-Name to OUT-Referee-Name
           write Remittance-Record from WS-Remit-Official
           if WS-Sql-Bank-Ind < zero
               move "CHEQUE - NO BANK DETAILS ON FILE"
                   to OUT-Pay-Method
               move "C" to WS-Sql-Pay-Method
           else
               move WS-Sql-Account-Name to OUT-Account-Name
               move WS-Bank-Method to OUT-Pay-Method
               move "B" to WS-Sql-Pay-Method
           end-if
           write Remittance-Record from WS-Remit-Method

           move zero to WS-Game-Count
           move zero to WS-Official-Total
           move "N" to WS-Game-Eof-Sw
           EXEC SQL OPEN PAY_GAME_CUR END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           perform 2100-Fetch-Game
               until Game-Eof
           EXEC SQL CLOSE PAY_GAME_CUR END-EXEC

           move WS-Game-Count to OUT-Total-Games
           move WS-Official-Total to OUT-Official-Total
           write Remittance-Record from WS-Remit-Total

           perform 3000-Mark-Assignments-Paid
           perform 3100-Record-Payment
           if WS-Sql-Pay-Method = "B"
               perform 4000-Write-Bank-Credit
               add 1 to WS-Bank-Count
               add WS-Official-Total to WS-Bank-Total
           else
               display "Cheque required: " WS-Sql-Referee-Name
                   " " WS-Official-Total
               add 1 to WS-Cheque-Count
               add WS-Official-Total to WS-Cheque-Total
           end-if
           add 1 to WS-Officials-Paid
           add WS-Official-Total to WS-Grand-Total
           .
       2100-Fetch-Game.
           EXEC SQL FETCH PAY_GAME_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Game-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Venue
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Game-Count
                   add 1 to WS-Games-Paid
                   add WS-Game-Fee to WS-Official-Total
                   move WS-Sql-Game-Date to OUT-Game-Date
                   move WS-Sql-Timeslot to OUT-Timeslot
                   move WS-Sql-Venue to OUT-Venue
                   move WS-Game-Fee to OUT-Game-Fee
                   write Remittance-Record from WS-Remit-Game
               when SQLCODE = 100
                   set Game-Eof to true
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           end-evaluate
           .
       3000-Mark-Assignments-Paid.
      *    Stamp the run on exactly the games on the advice; if the
      *    count stamped differs from the count listed, nothing is
      *    paid.
           EXEC SQL
                UPDATE LABSCHEMA.REFEREE_ASSIGN A
                SET PAY_RUN_ID = :WS-Sql-Pay-Run-Id,
                    FEE_PAID   = :WS-Sql-Game-Fee
                WHERE A.REFEREE_ID = :WS-Sql-Referee-Id
                  AND A.PAY_RUN_ID IS NULL
                  AND A.FIXTURE_ID IN
                      (SELECT G.FIXTURE_ID
                           FROM LABSCHEMA.GAME_SCHEDULE G
                           WHERE G.LEAGUE_ID = :WS-Sql-League-Id
                             AND EXISTS
                               (SELECT 1 FROM LABSCHEMA.GAME_RESULTS RS
                                 WHERE RS.HOME_TEAM_ID = G.HOME_TEAM_ID
                                   AND RS.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                                   AND RS.GAME_DATE    = G.FIXTURE_DATE
                                UNION ALL
                                SELECT 1 FROM LABSCHEMA.TOURN_RESULT TR
                                 WHERE TR.FIXTURE_ID = G.FIXTURE_ID
                                   AND G.TOURNAMENT_ID IS NOT NULL))
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.REFEREE_ASSIGN
                   WHERE REFEREE_ID = :WS-Sql-Referee-Id
                     AND PAY_RUN_ID = :WS-Sql-Pay-Run-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           if WS-Sql-Count not equal WS-Game-Count
               EXEC SQL ROLLBACK END-EXEC
               display "Games stamped " WS-Sql-Count
                   " do not match games listed " WS-Game-Count
                   " for " WS-Sql-Referee-Name
                   " - run abandoned, nothing paid"
               move 12 to return-code
               goback
           end-if
           .
       3100-Record-Payment.
           move WS-Game-Count to WS-Sql-Game-Count
           move WS-Official-Total to WS-Sql-Amount
           EXEC SQL
                INSERT INTO LABSCHEMA.OFFICIAL_PAYMENT
                       (PAY_RUN_ID,
                        REFEREE_ID,
                        GAME_COUNT,
                        AMOUNT,
                        PAY_DATE,
                        PAY_METHOD)
                VALUES (:WS-Sql-Pay-Run-Id,
                        :WS-Sql-Referee-Id,
                        :WS-Sql-Game-Count,
                        :WS-Sql-Amount,
                        :WS-Sql-Pay-Date,
                        :WS-Sql-Pay-Method)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           .
       4000-Write-Bank-Credit.
           move WS-Sql-Bank-Routing to BD-Routing
           move WS-Sql-Bank-Account to BD-Account
           compute WS-Cents = WS-Official-Total * 100
           move WS-Cents to BD-Amount
           move WS-Sql-Account-Name to BD-Account-Name
           move WS-Sql-Pay-Run-Id to BD-Ref-Run-Id
           move WS-Originator-Id to BD-Originator-Id
           write Bank-Credit-Record from WS-Bank-Detail
           .
       5000-Finish-Run.
           compute WS-Cents = WS-Bank-Total * 100
           move WS-Bank-Count to BT-Record-Count
           move WS-Cents to BT-Total-Amount
           write Bank-Credit-Record from WS-Bank-Trailer

           if WS-Officials-Paid = zero
               display "OFFPAY - no posted games owed, no pay run "
                   "recorded"
           else
               move WS-Officials-Paid to WS-Sql-Official-Count
               move WS-Games-Paid to WS-Sql-Run-Games
               move WS-Grand-Total to WS-Sql-Run-Total
               move WS-Bank-Total to WS-Sql-Bank-Total
               move WS-Cheque-Total to WS-Sql-Cheque-Total
               EXEC SQL
                    INSERT INTO LABSCHEMA.OFFICIAL_PAY_RUN
                           (PAY_RUN_ID,
                            PAY_DATE,
                            FEE_PER_GAME,
                            OFFICIAL_COUNT,
                            GAME_COUNT,
                            TOTAL_AMOUNT,
                            BANK_AMOUNT,
                            CHEQUE_AMOUNT,
                            RUN_TIMESTAMP,
                            LEAGUE_ID)
                    VALUES (:WS-Sql-Pay-Run-Id,
                            :WS-Sql-Pay-Date,
                            :WS-Sql-Game-Fee,
                            :WS-Sql-Official-Count,
                            :WS-Sql-Run-Games,
                            :WS-Sql-Run-Total,
                            :WS-Sql-Bank-Total,
                            :WS-Sql-Cheque-Total,
                            CURRENT TIMESTAMP,
                            :WS-Sql-League-Id)
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               perform 5100-Book-Expense
               EXEC SQL COMMIT END-EXEC
           end-if
           .
       5100-Book-Expense.
      *    The run's total goes on the expense ledger as referee fees,
      *    in the same unit of work as the run itself.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               display "No current season on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COALESCE(MAX(EXPENSE_ID), 0) + 1
                   INTO :WS-Sql-Expense-Id
                   FROM LABSCHEMA.EXPENSE
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           move WS-Sql-Pay-Run-Id to WS-Run-Id-Display
           move spaces to WS-Sql-Expense-Desc
           string "Officials' fees, pay run "
                  WS-Run-Id-Display
               delimited by size into WS-Sql-Expense-Desc
           end-string
           EXEC SQL
                INSERT INTO LABSCHEMA.EXPENSE
                       (EXPENSE_ID,
                        SEASON_ID,
                        EXPENSE_DATE,
                        CATEGORY_CODE,
                        DESCRIPTION,
                        AMOUNT,
                        SOURCE_PGM,
                        SOURCE_REF)
                VALUES (:WS-Sql-Expense-Id,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Pay-Date,
                        'REFFEES',
                        :WS-Sql-Expense-Desc,
                        :WS-Sql-Run-Total,
                        'OFFPAY',
                        :WS-Sql-Pay-Run-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           .
       8100-Display-Totals.
           display "OFFPAY - officials' payment run complete"
           display "League:               " WS-League-Name
           display "Pay run:              " WS-Sql-Pay-Run-Id
           display "Officials paid:       " WS-Officials-Paid
           display "Games paid:           " WS-Games-Paid
           display "Paid by bank:         " WS-Bank-Count
               " " WS-Bank-Total
           display "Paid by cheque:       " WS-Cheque-Count
               " " WS-Cheque-Total
           display "Total paid:           " WS-Grand-Total
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
