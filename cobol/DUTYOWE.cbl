       Identification Division.
      **********************************************************************
      * Season-end parent duty report - duties owed against duties
      * served, per household, so the board can enforce the volunteer
      * commitment on the registration form. Households are built
      * the way DUTYASGN builds them (CONTACT_HOUSEHOLD group, or the
      * contact alone, known by the head's CONTACT_ID) from every
      * guardian linked through PLAYER_CONTACT to a rostered player.
      *   Owed     - the commitment per household, CODE_TABLE
      *              TABLE_NAME 'DUTYOWE', CODE 'HOUSEHLD',
      *              DESCRIPTION bytes 1-2 (default 2 when absent);
      *   Assigned - this season's DUTY_ROSTER rows;
      *   Served   - assigned duties whose date has passed.
      * Duties on a postponed fixture count as neither.
      * A household that served fewer than it owes is flagged SHORT
      * with the shortfall. The report is for the league named on
      * SYSIN card 1: households with a player in it, and their
      * duties in its current season.
      **********************************************************************
       Program-ID. DUTYOWE.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Owed-Report-File assign to DUTYOWE1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Owed-Report-File
           recording mode f.
       01  Owed-Report-Record    pic x(133).

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
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Quota-Desc      pic x(40).
       01  WS-Sql-Household-Id    pic s9(09) comp.
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Assigned        pic s9(05) comp.
       01  WS-Sql-Served          pic s9(05) comp.
       01  WS-Quota-Digits        pic 9(02).
       01  WS-Duties-Owed         pic s9(05) comp value 2.
       01  WS-Shortfall           pic s9(05) comp.

       01  WS-Household-Count     pic s9(07) packed-decimal value zero.
       01  WS-Short-Count         pic s9(07) packed-decimal value zero.
       01  WS-Served-Total        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Heading-Line.
           05  filler pic x(12) value "Household".
           05  filler pic x(36) value "Contact".
           05  filler pic x(06) value "Owed".
           05  filler pic x(10) value "Assigned".
           05  filler pic x(08) value "Served".
           05  filler pic x(10) value "Shortfall".
       01  WS-Owed-Line.
           05  OUT-Household-Id    pic z(08)9.
           05  filler              pic x(03) value spaces.
           05  OUT-Surname         pic x(20).
           05  OUT-First-Name      pic x(16).
           05  OUT-Owed            pic zz9.
           05  filler              pic x(05) value spaces.
           05  OUT-Assigned        pic zz9.
           05  filler              pic x(05) value spaces.
           05  OUT-Served          pic zz9.
           05  filler              pic x(05) value spaces.
           05  OUT-Shortfall       pic zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Short-Flag      pic x(05).

       Procedure Division.

           EXEC SQL DECLARE DUTY_OWE_CUR CURSOR FOR
               SELECT H.HOUSEHOLD_ID,
                      C.SURNAME,
                      C.FIRST_NAME,
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.DUTY_ROSTER D
                           JOIN LABSCHEMA.GAME_SCHEDULE G
                             ON G.FIXTURE_ID = D.FIXTURE_ID
                           WHERE D.HOUSEHOLD_ID = H.HOUSEHOLD_ID
                             AND D.SEASON_ID = :WS-Sql-Season-Id
                             AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.DUTY_ROSTER D
                           JOIN LABSCHEMA.GAME_SCHEDULE G
                             ON G.FIXTURE_ID = D.FIXTURE_ID
                           WHERE D.HOUSEHOLD_ID = H.HOUSEHOLD_ID
                             AND D.SEASON_ID = :WS-Sql-Season-Id
                             AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                             AND D.DUTY_DATE < CURRENT DATE)
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
                             WHERE P.LEAGUE_ID = :WS-Sql-League-Id
                             GROUP BY COALESCE(HD.CONTACT_ID,
                                               PC.CONTACT_ID)) H
                   JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = H.CONTACT_ID
                   ORDER BY C.SURNAME, C.FIRST_NAME, H.HOUSEHOLD_ID
           END-EXEC

           perform 0050-Select-League
           perform 0100-Find-Season-And-Quota
           open output Owed-Report-File
           if not Report-File-OK
               display "Duty owed report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Owed-Report-Record from WS-League-Line
           write Owed-Report-Record from WS-Heading-Line
           display WS-Heading-Line

           EXEC SQL OPEN DUTY_OWE_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Report-Household
               until End-of-Data
           EXEC SQL CLOSE DUTY_OWE_CUR END-EXEC

           close Owed-Report-File
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
       0100-Find-Season-And-Quota.
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

           EXEC SQL
               SELECT DESCRIPTION
                   INTO :WS-Sql-Quota-Desc
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'DUTYOWE'
                     AND CODE       = 'HOUSEHLD'
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "No DUTYOWE quota row, default used: "
                       WS-Duties-Owed
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Quota-Desc (1:2) numeric
                   move WS-Sql-Quota-Desc (1:2) to WS-Quota-Digits
                   move WS-Quota-Digits to WS-Duties-Owed
               when other
                   display "DUTYOWE quota not numeric, default used: "
                       WS-Duties-Owed
           end-evaluate
           .
       1000-Report-Household.
           EXEC SQL FETCH DUTY_OWE_CUR
               INTO :WS-Sql-Household-Id,
                    :WS-Sql-Surname,
                    :WS-Sql-First-Name,
                    :WS-Sql-Assigned,
                    :WS-Sql-Served
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 2000-Write-Owed-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Owed-Line.
           add 1 to WS-Household-Count
           add WS-Sql-Served to WS-Served-Total
           if WS-Sql-Served < WS-Duties-Owed
               compute WS-Shortfall = WS-Duties-Owed - WS-Sql-Served
               move "SHORT" to OUT-Short-Flag
               add 1 to WS-Short-Count
           else
               move zero to WS-Shortfall
               move spaces to OUT-Short-Flag
           end-if
           move WS-Sql-Household-Id to OUT-Household-Id
           move WS-Sql-Surname to OUT-Surname
           move WS-Sql-First-Name to OUT-First-Name
           move WS-Duties-Owed to OUT-Owed
           move WS-Sql-Assigned to OUT-Assigned
           move WS-Sql-Served to OUT-Served
           move WS-Shortfall to OUT-Shortfall
           write Owed-Report-Record from WS-Owed-Line
           display WS-Owed-Line
           .
       8100-Display-Totals.
           display "DUTYOWE - duties owed vs served complete"
           display "League:               " WS-League-Name
           display "Households:           " WS-Household-Count
           display "Duties served:        " WS-Served-Total
           display "Households short:     " WS-Short-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
