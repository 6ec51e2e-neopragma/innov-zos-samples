       Identification Division.
      **********************************************************************
      * Weekly coach/volunteer exception report off the COACHMNT
      * registry - the list the insurers ask for every year. Two
      * sections:
      *   - every team on LABSCHEMA.TEAMS with no head coach ('HC'
      *     row on VOLUNTEER_ROLE);
      *   - every volunteer whose background-check clearance has
      *     expired or expires within the window (SYSIN, default 30
      *     days), one line per team the person serves, with the
      *     name and email from CONTACTS.
      * An already-expired clearance also raises one ALERTWTR warning
      * per volunteer, so the operator shift hears about it the
      * morning it lapses rather than at the next insurer audit.
      * Any exception ends the run RC 4.
      * The report is for the league named on SYSIN card 1 (the
      * window is card 2): its teams, and the volunteers serving
      * them. The volunteer registry itself is shared, so a
      * volunteer serving no team is listed on every league's run.
      **********************************************************************
       Program-ID. COACHCHK.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Coach-Report-File assign to COACHRPT
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Coach-Report-File
           recording mode f.
       01  Coach-Report-Record    pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Window-Days-In      pic x(03).
       01  WS-Window-Days         pic s9(05) comp value 30.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Window-Days     pic s9(05) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Sql-Volunteer-Id    pic s9(09) comp.
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Email           pic x(40).
       01  WS-Sql-Expiry-Date     pic x(10).
       01  WS-Sql-Days-Left       pic s9(05) comp.
       01  WS-Sql-Role-Code       pic x(02).
       01  WS-Last-Alert-Id       pic s9(09) comp value zero.

       01  WS-No-Coach-Count      pic s9(07) packed-decimal value zero.
       01  WS-Expiring-Count      pic s9(07) packed-decimal value zero.
       01  WS-Expired-Count       pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "COACHCHK".
       01  WS-Alert-Severity      pic x(01).
       01  WS-Alert-Message       pic x(60).
       01  WS-Alert-Id-Edit       pic z(08)9.
       01  WS-Detail-Line         pic x(133).

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-No-Coach-Heading    pic x(60)
               value "TEAMS WITH NO HEAD COACH".
       01  WS-No-Coach-Line.
           05  filler              pic x(03) value spaces.
           05  OUT-NC-Team-Name    pic x(40).
           05  filler              pic x(02) value spaces.
           05  OUT-NC-Division     pic x(30).
       01  WS-Expiry-Heading.
           05  filler              pic x(43)
               value "CLEARANCES EXPIRED OR EXPIRING WITHIN ".
           05  OUT-Window-Days     pic zz9.
           05  filler              pic x(05) value " DAYS".
       01  WS-Expiry-Line.
           05  OUT-Tag             pic x(10).
           05  OUT-Volunteer-Id    pic z(08)9.
           05  filler              pic x(01) value spaces.
           05  OUT-Surname         pic x(20).
           05  OUT-First-Name      pic x(15).
           05  OUT-Email           pic x(30).
           05  OUT-Expiry-Date     pic x(10).
           05  OUT-Days-Left       pic ---9.
           05  filler              pic x(01) value spaces.
           05  OUT-Role-Code       pic x(02).
           05  filler              pic x(01) value spaces.
           05  OUT-Team-Name       pic x(30).

       Procedure Division.

      *    Teams with no head-coach role row at all.
           EXEC SQL DECLARE NO_COACH_CUR CURSOR FOR
               SELECT T.TEAM_NAME,
                      COALESCE(D.DIVISION_NAME, '(NO DIVISION)')
                   FROM LABSCHEMA.TEAMS T
                   LEFT JOIN LABSCHEMA.DIVISIONS D
                     ON D.DIVISION_ID = T.DIVISION_ID
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                     AND NOT EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.VOLUNTEER_ROLE R
                              WHERE R.TEAM_ID = T.TEAM_ID
                                AND R.ROLE_CODE = 'HC')
                   ORDER BY 2, 1
           END-EXEC

      *    Clearances at or inside the window, one row per team
      *    served (a volunteer with no role still appears once).
           EXEC SQL DECLARE EXPIRY_CUR CURSOR FOR
               SELECT V.VOLUNTEER_ID,
                      C.SURNAME,
                      C.FIRST_NAME,
                      C.EMAIL_ADDR,
                      CHAR(V.EXPIRY_DATE),
                      DAYS(V.EXPIRY_DATE) - DAYS(CURRENT DATE),
                      COALESCE(R.ROLE_CODE, '  '),
                      COALESCE(T.TEAM_NAME, '(NO TEAM)')
                   FROM LABSCHEMA.VOLUNTEERS V
                   JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = V.CONTACT_ID
                   LEFT JOIN LABSCHEMA.VOLUNTEER_ROLE R
                     ON R.VOLUNTEER_ID = V.VOLUNTEER_ID
                   LEFT JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = R.TEAM_ID
                   WHERE V.EXPIRY_DATE <=
                         CURRENT DATE + :WS-Sql-Window-Days DAYS
                     AND (T.LEAGUE_ID = :WS-Sql-League-Id
                          OR R.VOLUNTEER_ID IS NULL)
                   ORDER BY V.EXPIRY_DATE, V.VOLUNTEER_ID
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           open output Coach-Report-File
           if not Report-File-OK
               display "Coach exception report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Coach-Report-Record from WS-League-Line

           perform 1000-Report-No-Head-Coach
           perform 2000-Report-Expiring
           close Coach-Report-File
           perform 8100-Display-Totals
           if WS-No-Coach-Count > zero
               or WS-Expiring-Count > zero
               or WS-Expired-Count > zero
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
           display "Enter clearance warning window in days: "
               with no advancing
           accept WS-Window-Days-In
           if WS-Window-Days-In numeric
               and WS-Window-Days-In not equal "000"
               move WS-Window-Days-In to WS-Window-Days
           end-if
           move WS-Window-Days to WS-Sql-Window-Days
           .
       1000-Report-No-Head-Coach.
           write Coach-Report-Record from WS-No-Coach-Heading
           display WS-No-Coach-Heading
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN NO_COACH_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1100-Fetch-No-Coach
               until End-of-Data
           EXEC SQL CLOSE NO_COACH_CUR END-EXEC
           if WS-No-Coach-Count = zero
               move "   (NONE)" to WS-Detail-Line
               write Coach-Report-Record from WS-Detail-Line
           end-if
           move spaces to WS-Detail-Line
           write Coach-Report-Record from WS-Detail-Line
           .
       1100-Fetch-No-Coach.
           EXEC SQL FETCH NO_COACH_CUR
               INTO :WS-Sql-Team-Name,
                    :WS-Sql-Division-Name
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-No-Coach-Count
                   move WS-Sql-Team-Name to OUT-NC-Team-Name
                   move WS-Sql-Division-Name to OUT-NC-Division
                   write Coach-Report-Record from WS-No-Coach-Line
                   display WS-No-Coach-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Report-Expiring.
           move WS-Window-Days to OUT-Window-Days
           write Coach-Report-Record from WS-Expiry-Heading
           display WS-Expiry-Heading
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN EXPIRY_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2100-Fetch-Expiring
               until End-of-Data
           EXEC SQL CLOSE EXPIRY_CUR END-EXEC
           if WS-Expiring-Count = zero and WS-Expired-Count = zero
               move "   (NONE)" to WS-Detail-Line
               write Coach-Report-Record from WS-Detail-Line
           end-if
           .
       2100-Fetch-Expiring.
           EXEC SQL FETCH EXPIRY_CUR
               INTO :WS-Sql-Volunteer-Id,
                    :WS-Sql-Surname,
                    :WS-Sql-First-Name,
                    :WS-Sql-Email,
                    :WS-Sql-Expiry-Date,
                    :WS-Sql-Days-Left,
                    :WS-Sql-Role-Code,
                    :WS-Sql-Team-Name
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 2200-Write-Expiry-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2200-Write-Expiry-Line.
      *    Counts and the alert go once per volunteer; the cursor
      *    repeats a volunteer for each team served.
           if WS-Sql-Days-Left < zero
               move "EXPIRED" to OUT-Tag
               if WS-Sql-Volunteer-Id not equal WS-Last-Alert-Id
                   add 1 to WS-Expired-Count
                   perform 2300-Raise-Expired-Alert
               end-if
           else
               move "EXPIRING" to OUT-Tag
               if WS-Sql-Volunteer-Id not equal WS-Last-Alert-Id
                   add 1 to WS-Expiring-Count
               end-if
           end-if
           move WS-Sql-Volunteer-Id to WS-Last-Alert-Id
           move WS-Sql-Volunteer-Id to OUT-Volunteer-Id
           move WS-Sql-Surname to OUT-Surname
           move WS-Sql-First-Name to OUT-First-Name
           move WS-Sql-Email to OUT-Email
           move WS-Sql-Expiry-Date to OUT-Expiry-Date
           move WS-Sql-Days-Left to OUT-Days-Left
           move WS-Sql-Role-Code to OUT-Role-Code
           move WS-Sql-Team-Name to OUT-Team-Name
           write Coach-Report-Record from WS-Expiry-Line
           display WS-Expiry-Line
           .
       2300-Raise-Expired-Alert.
           move WS-Sql-Volunteer-Id to WS-Alert-Id-Edit
           move spaces to WS-Alert-Message
           string "VOLUNTEER " delimited by size
                  WS-Alert-Id-Edit delimited by size
                  " CLEARANCE EXPIRED " delimited by size
                  WS-Sql-Expiry-Date delimited by size
               into WS-Alert-Message
           move "W" to WS-Alert-Severity
           call "ALERTWTR" using WS-Alert-Severity
                                WS-Job-Id
                                WS-Alert-Message
           .
       8100-Display-Totals.
           display "COACHCHK - coach/volunteer exception report "
               "complete"
           display "League:                   " WS-League-Name
           display "Teams with no head coach: " WS-No-Coach-Count
           display "Clearances expiring:      " WS-Expiring-Count
           display "Clearances expired:       " WS-Expired-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
