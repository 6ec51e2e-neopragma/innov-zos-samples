       Identification Division.
      **********************************************************************
      * Parent volunteer duty roster, in the OFFASGN mold. Every home
      * fixture on LABSCHEMA.GAME_SCHEDULE inside the window (SYSIN
      * card 2, days ahead, default 14) of the league named on card 1
      * gets a parent on the
      * scorebook ('S') and one on the clock ('C'), drawn from the
      * guardians linked through PLAYER_CONTACT to the home team's
      * roster.
      *
      * Duties rotate across households, not guardians: a contact's
      * household is its CONTACT_HOUSEHOLD group from HSHLDGRP, or
      * the contact alone when it is not grouped. A household is
      * known by its head's CONTACT_ID (the contact's own when not
      * grouped), not by CONTACT_HOUSEHOLD's HOUSEHOLD_ID, which
      * HSHLDGRP renumbers every run - the same holder CREDSWP
      * credits - and that is the HOUSEHOLD_ID DUTY_ROSTER keeps, so
      * the rotation counts survive a regrouping. The household with
      * the fewest duties this season goes first, and a household
      * already on duty that date (at any fixture, for any of its
      * kids' teams) is passed over, so nobody is assigned twice on
      * the same date. The guardian named is the lowest contact ID
      * of the household on that team's roster.
      *
      * Assignments land on LABSCHEMA.DUTY_ROSTER (FIXTURE_ID,
      * DUTY_CODE, CONTACT_ID, HOUSEHOLD_ID, TEAM_ID, DUTY_DATE,
      * SEASON_ID) one fixture per unit of work; a fixture that
      * already has both duties is left alone, so a rerun only fills
      * gaps. Duties no household can cover print UNFILLED and the
      * run ends RC 4. The duty sheet (DUTYRPT) lists each home
      * team's window of fixtures with the two parents on duty, to go
      * out with the SCHEDLST packet; DUTYOWE reports duties owed
      * against duties served at season end. A household is never
      * put on duty twice on one date, whichever league's fixture
      * already has it.
      **********************************************************************
       Program-ID. DUTYASGN.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Duty-Report-File assign to DUTYRPT
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Duty-Report-File
           recording mode f.
       01  Duty-Report-Record    pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Fixture-Eof-Sw      pic x value "N".
           88  Fixture-Eof            value "Y".
       01  WS-Sheet-Eof-Sw        pic x value "N".
           88  Sheet-Eof              value "Y".
       01  WS-Window-In           pic x(03).
       01  WS-Window-Days         pic s9(05) comp value 14.
       01  WS-Unfilled-Sw         pic x value "N".
           88  Some-Duty-Unfilled     value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Window-Days     pic s9(05) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Duty-Code       pic x(01).
       01  WS-Sql-Duty-Count      pic s9(05) comp.
       01  WS-Sql-Household-Id    pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Email           pic x(40).
       01  WS-Prev-Team-Name      pic x(100) value spaces.

       01  WS-Fixture-Count       pic s9(07) packed-decimal value zero.
       01  WS-Assign-Count        pic s9(07) packed-decimal value zero.
       01  WS-Unfilled-Count      pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Unfilled-Line.
           05  filler              pic x(10) value "UNFILLED: ".
           05  OUT-UF-Date         pic x(10).
           05  filler              pic x(01) value spaces.
           05  OUT-UF-Timeslot     pic x(05).
           05  filler              pic x(01) value spaces.
           05  OUT-UF-Team         pic x(40).
           05  filler              pic x(01) value spaces.
           05  OUT-UF-Duty         pic x(10).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Team-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(23)
               value "PARENT DUTY SHEET for: ".
           05  OUT-Team-Name       pic x(60).
       01  WS-Duty-Line.
           05  filler              pic x(02) value spaces.
           05  OUT-Fixture-Date    pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Timeslot        pic x(05).
           05  filler              pic x(02) value spaces.
           05  OUT-Venue           pic x(30).
           05  filler              pic x(02) value spaces.
           05  OUT-Duty            pic x(10).
           05  OUT-Guardian-First  pic x(15).
           05  OUT-Guardian-Sur    pic x(20).
           05  OUT-Guardian-Email  pic x(35).

       Procedure Division.

      *    Home fixtures in the window short of a full duty crew.
           EXEC SQL DECLARE DUTY_FIX_CUR CURSOR FOR
               SELECT G.FIXTURE_ID,
                      CHAR(G.FIXTURE_DATE),
                      G.TIMESLOT,
                      G.HOME_TEAM_ID,
                      T.TEAM_NAME
                   FROM LABSCHEMA.GAME_SCHEDULE G
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = G.HOME_TEAM_ID
                   WHERE G.FIXTURE_DATE >= CURRENT DATE
                     AND G.FIXTURE_DATE <=
                         CURRENT DATE + :WS-Sql-Window-Days DAYS
                     AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
                     AND (SELECT COUNT(*)
                              FROM LABSCHEMA.DUTY_ROSTER D
                              WHERE D.FIXTURE_ID = G.FIXTURE_ID) < 2
                   ORDER BY G.FIXTURE_DATE, G.TIMESLOT, G.FIXTURE_ID
           END-EXEC

      *    The duty sheet: every assignment in the window, by home
      *    team. A postponed fixture keeps its duties for the
      *    rearranged date but is left off the sheet.
           EXEC SQL DECLARE DUTY_SHEET_CUR CURSOR FOR
               SELECT T.TEAM_NAME,
                      CHAR(G.FIXTURE_DATE),
                      G.TIMESLOT,
                      G.VENUE,
                      D.DUTY_CODE,
                      C.FIRST_NAME,
                      C.SURNAME,
                      C.EMAIL_ADDR
                   FROM LABSCHEMA.DUTY_ROSTER D
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = D.FIXTURE_ID
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = D.TEAM_ID
                   JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = D.CONTACT_ID
                   WHERE G.FIXTURE_DATE >= CURRENT DATE
                     AND G.FIXTURE_DATE <=
                         CURRENT DATE + :WS-Sql-Window-Days DAYS
                     AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME, G.FIXTURE_DATE, G.TIMESLOT,
                       D.DUTY_CODE DESC
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Find-Current-Season
           perform 0400-Open-Report

           EXEC SQL OPEN DUTY_FIX_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Process-Fixture
               until Fixture-Eof
           EXEC SQL CLOSE DUTY_FIX_CUR END-EXEC

           perform 5000-Print-Duty-Sheets
           close Duty-Report-File
           perform 8100-Display-Totals
           if Some-Duty-Unfilled
               move 4 to return-code
           end-if
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
           display "Enter duty window in days ahead: "
               with no advancing
           accept WS-Window-In
           if WS-Window-In numeric
               and WS-Window-In not equal "000"
               move WS-Window-In to WS-Window-Days
           end-if
           move WS-Window-Days to WS-Sql-Window-Days
           .
       0200-Find-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       0400-Open-Report.
           open output Duty-Report-File
           if not Report-File-OK
               display "Duty sheet open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Duty-Report-Record from WS-League-Line
           .
       1000-Process-Fixture.
           EXEC SQL FETCH DUTY_FIX_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Team-Name
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Fixture-Count
                   move "S" to WS-Sql-Duty-Code
                   perform 2000-Fill-One-Duty
                   move "C" to WS-Sql-Duty-Code
                   perform 2000-Fill-One-Duty
                   EXEC SQL COMMIT END-EXEC
               when SQLCODE = 100
                   set Fixture-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Fill-One-Duty.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Duty-Count
                   FROM LABSCHEMA.DUTY_ROSTER
                   WHERE FIXTURE_ID = :WS-Sql-Fixture-Id
                     AND DUTY_CODE  = :WS-Sql-Duty-Code
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Duty-Count = zero
               perform 3000-Pick-Household
           end-if
           .
       3000-Pick-Household.
      *    Households with a guardian on the home roster, not already
      *    on duty that date, fewest duties this season first.
           EXEC SQL
               SELECT H.HOUSEHOLD_ID,
                      H.CONTACT_ID
                   INTO :WS-Sql-Household-Id,
                        :WS-Sql-Contact-Id
                   FROM (SELECT COALESCE(HD.CONTACT_ID,
                                         PC.CONTACT_ID)
                                    AS HOUSEHOLD_ID,
                                MIN(PC.CONTACT_ID) AS CONTACT_ID
                             FROM LABSCHEMA.PLAYERS P
                             JOIN LABSCHEMA.PLAYER_CONTACT PC
                               ON PC.PLAYER_ID = P.PLAYER_ID
                             LEFT JOIN LABSCHEMA.CONTACT_HOUSEHOLD CH
                               ON CH.CONTACT_ID = PC.CONTACT_ID
                             LEFT JOIN LABSCHEMA.CONTACT_HOUSEHOLD HD
                               ON HD.HOUSEHOLD_ID = CH.HOUSEHOLD_ID
                              AND HD.HEAD_FLAG = 'Y'
                             WHERE P.TEAM_ID = :WS-Sql-Team-Id
                             GROUP BY COALESCE(HD.CONTACT_ID,
                                               PC.CONTACT_ID)) H
                   WHERE NOT EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.DUTY_ROSTER D
                              WHERE D.HOUSEHOLD_ID = H.HOUSEHOLD_ID
                                AND D.DUTY_DATE =
                                    DATE(:WS-Sql-Fixture-Date))
                   ORDER BY
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.DUTY_ROSTER D2
                           WHERE D2.HOUSEHOLD_ID = H.HOUSEHOLD_ID
                             AND D2.SEASON_ID = :WS-Sql-Season-Id),
                      H.HOUSEHOLD_ID
                   FETCH FIRST 1 ROW ONLY
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 3100-Insert-Duty
               when SQLCODE = 100
                   perform 3200-Report-Unfilled
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3100-Insert-Duty.
           EXEC SQL
                INSERT INTO LABSCHEMA.DUTY_ROSTER
                       (FIXTURE_ID,
                        DUTY_CODE,
                        CONTACT_ID,
                        HOUSEHOLD_ID,
                        TEAM_ID,
                        DUTY_DATE,
                        SEASON_ID)
                VALUES (:WS-Sql-Fixture-Id,
                        :WS-Sql-Duty-Code,
                        :WS-Sql-Contact-Id,
                        :WS-Sql-Household-Id,
                        :WS-Sql-Team-Id,
                        :WS-Sql-Fixture-Date,
                        :WS-Sql-Season-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           add 1 to WS-Assign-Count
           .
       3200-Report-Unfilled.
           set Some-Duty-Unfilled to true
           add 1 to WS-Unfilled-Count
           move WS-Sql-Fixture-Date to OUT-UF-Date
           move WS-Sql-Timeslot to OUT-UF-Timeslot
           move WS-Sql-Team-Name to OUT-UF-Team
           if WS-Sql-Duty-Code = "S"
               move "SCOREBOOK" to OUT-UF-Duty
           else
               move "CLOCK" to OUT-UF-Duty
           end-if
           display WS-Unfilled-Line
           .
       5000-Print-Duty-Sheets.
           move "N" to WS-Sheet-Eof-Sw
           EXEC SQL OPEN DUTY_SHEET_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 5100-Fetch-Sheet-Line
               until Sheet-Eof
           EXEC SQL CLOSE DUTY_SHEET_CUR END-EXEC
           .
       5100-Fetch-Sheet-Line.
           EXEC SQL FETCH DUTY_SHEET_CUR
               INTO :WS-Sql-Team-Name,
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Venue,
                    :WS-Sql-Duty-Code,
                    :WS-Sql-First-Name,
                    :WS-Sql-Surname,
                    :WS-Sql-Email
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Team-Name not equal WS-Prev-Team-Name
                       move WS-Sql-Team-Name to OUT-Team-Name
                       write Duty-Report-Record from WS-Team-Line
                       move WS-Sql-Team-Name to WS-Prev-Team-Name
                   end-if
                   move WS-Sql-Fixture-Date to OUT-Fixture-Date
                   move WS-Sql-Timeslot to OUT-Timeslot
                   move WS-Sql-Venue to OUT-Venue
                   if WS-Sql-Duty-Code = "S"
                       move "Scorebook" to OUT-Duty
                   else
                       move "Clock" to OUT-Duty
                   end-if
                   move WS-Sql-First-Name to OUT-Guardian-First
                   move WS-Sql-Surname to OUT-Guardian-Sur
                   move WS-Sql-Email to OUT-Guardian-Email
                   write Duty-Report-Record from WS-Duty-Line
               when SQLCODE = 100
                   set Sheet-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       8100-Display-Totals.
           display "DUTYASGN - parent duty assignment complete"
           display "League:               " WS-League-Name
           display "Fixtures examined:    " WS-Fixture-Count
           display "Duties assigned:      " WS-Assign-Count
           display "Duties left unfilled: " WS-Unfilled-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
