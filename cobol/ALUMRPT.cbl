       Identification Division.
      **********************************************************************
      * Annual alumni report - whether the families of players who
      * have left the league are still with us. Reads LABSCHEMA.ALUMNI
      * (the aged-out players SEASNEND records at rollover and the
      * withdrawals WITHDRAW records) for the league named on SYSIN
      * card 1 and counts, by the year they left and how, the former
      * players whose family is still:
      *   ACTIVE   - a family contact is on CONTACTS and not marked
      *              DO_NOT_CONTACT;
      *   DONOR    - a family contact gave a DONPOST gift (DONATION)
      *              dated in the report year;
      *   SPONSOR  - a family contact is the person a business gift
      *              was receipted to, and that business (SPONSOR)
      *              holds an agreement in the league's current
      *              season.
      * The family is the guardian recorded on the ALUMNI row and
      * every other PLAYER_CONTACT of the player - the same people
      * CONTXTRT flags for the alumni-families segment. SYSIN card 2
      * is the report year (YYYY), blank for the current year. The
      * report, ALMRPT01, ends with league totals.
      **********************************************************************
       Program-ID. ALUMRPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Alumni-Report-File assign to ALMRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Alumni-Report-File
           recording mode f.
       01  Alumni-Report-Record  pic x(133).

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
       01  WS-Report-Year-In      pic x(04).
       01  WS-Report-Year-Num     redefines WS-Report-Year-In
                                  pic 9(04).
       01  WS-Sql-Report-Year     pic s9(04) comp.
       01  WS-Sql-Leave-Year      pic s9(04) comp.
       01  WS-Sql-Leave-Reason    pic x(01).
           88  Aged-Out               value "A".
           88  Withdrew               value "W".
       01  WS-Sql-Alumni          pic s9(09) comp.
       01  WS-Sql-Active          pic s9(09) comp.
       01  WS-Sql-Donors          pic s9(09) comp.
       01  WS-Sql-Sponsors        pic s9(09) comp.

       01  WS-Total-Alumni        pic s9(07) packed-decimal value zero.
       01  WS-Total-Active        pic s9(07) packed-decimal value zero.
       01  WS-Total-Donors        pic s9(07) packed-decimal value zero.
       01  WS-Total-Sponsors      pic s9(07) packed-decimal value zero.
       01  WS-Active-Pct          pic s9(03)v9 packed-decimal.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Heading-Line.
           05  filler              pic x(40)
               value "ALUMNI FAMILIES STILL WITH THE LEAGUE - ".
           05  OUT-Report-Year     pic 9(04).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Line.
           05  filler              pic x(40)
               value "LEFT  HOW          ALUMNI   ACTIVE  PCT ".
           05  filler              pic x(30)
               value "     DONORS   SPONSORS".
       01  WS-Detail-Line.
           05  OUT-Leave-Year      pic 9(04).
           05  filler              pic x(02) value spaces.
           05  OUT-Leave-How       pic x(10).
           05  OUT-Alumni          pic z,zzz,zz9.
           05  OUT-Active          pic z,zzz,zz9.
           05  filler              pic x(01) value space.
           05  OUT-Active-Pct      pic zz9.9.
           05  OUT-Donors          pic z,zzz,zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Sponsors        pic z,zzz,zz9.
       01  WS-Total-Line.
           05  filler              pic x(16) value "ALL ALUMNI".
           05  OUT-Total-Alumni    pic z,zzz,zz9.
           05  OUT-Total-Active    pic z,zzz,zz9.
           05  filler              pic x(01) value space.
           05  OUT-Total-Pct       pic zz9.9.
           05  OUT-Total-Donors    pic z,zzz,zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Total-Sponsors  pic z,zzz,zz9.

       Procedure Division.

      *    One row per leave year and reason; the nested select sets
      *    each alumnus's three family flags.
           EXEC SQL DECLARE ALUM_RPT_CUR CURSOR FOR
               SELECT F.LEAVE_YEAR,
                      F.LEAVE_REASON,
                      COUNT(*),
                      SUM(F.ACTIVE),
                      SUM(F.DONOR),
                      SUM(F.SPONSOR)
                   FROM
               (SELECT YEAR(A.LEAVE_DATE) AS LEAVE_YEAR,
                       A.LEAVE_REASON,
                       CASE WHEN EXISTS
                         (SELECT 1
                            FROM LABSCHEMA.CONTACTS C
                            WHERE (C.ID = A.GUARDIAN_CONTACT_ID
                                   OR C.ID IN
                                    (SELECT PC.CONTACT_ID
                                       FROM LABSCHEMA.PLAYER_CONTACT PC
                                       WHERE PC.PLAYER_ID =
                                             A.PLAYER_ID))
                              AND COALESCE(C.DO_NOT_CONTACT, 'N')
                                  <> 'Y')
                         THEN 1 ELSE 0 END AS ACTIVE,
                       CASE WHEN EXISTS
                         (SELECT 1
                            FROM LABSCHEMA.DONATION D
                            WHERE (D.CONTACT_ID = A.GUARDIAN_CONTACT_ID
                                   OR D.CONTACT_ID IN
                                    (SELECT PC.CONTACT_ID
                                       FROM LABSCHEMA.PLAYER_CONTACT PC
                                       WHERE PC.PLAYER_ID =
                                             A.PLAYER_ID))
                              AND YEAR(D.DONATION_DATE) =
                                  :WS-Sql-Report-Year)
                         THEN 1 ELSE 0 END AS DONOR,
                       CASE WHEN EXISTS
                         (SELECT 1
                            FROM LABSCHEMA.DONATION D
                            JOIN LABSCHEMA.SPONSORSHIP G
                              ON G.SPONSOR_ID = D.SPONSOR_ID
                            JOIN LABSCHEMA.SEASON S
                              ON S.SEASON_ID = G.SEASON_ID
                             AND S.LEAGUE_ID = A.LEAGUE_ID
                             AND S.CURRENT_SEASON = 'Y'
                            WHERE D.CONTACT_ID = A.GUARDIAN_CONTACT_ID
                               OR D.CONTACT_ID IN
                                  (SELECT PC.CONTACT_ID
                                     FROM LABSCHEMA.PLAYER_CONTACT PC
                                     WHERE PC.PLAYER_ID = A.PLAYER_ID))
                         THEN 1 ELSE 0 END AS SPONSOR
                  FROM LABSCHEMA.ALUMNI A
                  WHERE A.LEAGUE_ID = :WS-Sql-League-Id) F
                   GROUP BY F.LEAVE_YEAR, F.LEAVE_REASON
                   ORDER BY 1 DESC, 2
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           open output Alumni-Report-File
           if not Report-File-OK
               display "Alumni report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Sql-Report-Year to OUT-Report-Year
           write Alumni-Report-Record from WS-Heading-Line
           display WS-Heading-Line
           move WS-League-Name to OUT-League-Name
           write Alumni-Report-Record from WS-League-Line
           display WS-League-Line
           write Alumni-Report-Record from WS-Column-Line

           EXEC SQL OPEN ALUM_RPT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Group
               until End-of-Data
           EXEC SQL CLOSE ALUM_RPT_CUR END-EXEC

           perform 8000-Write-Totals
           close Alumni-Report-File
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
           accept WS-Report-Year-In
           evaluate true
               when WS-Report-Year-In = spaces
                   EXEC SQL
                       SELECT YEAR(CURRENT DATE)
                           INTO :WS-Sql-Report-Year
                           FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   if SQLCODE not equal zero
                       perform 9000-Bail
                   end-if
               when WS-Report-Year-In numeric
                   move WS-Report-Year-Num to WS-Sql-Report-Year
               when other
                   display "Report year must be YYYY or blank: "
                       WS-Report-Year-In
                   move 12 to return-code
                   goback
           end-evaluate
           .
       1000-Fetch-Group.
           EXEC SQL FETCH ALUM_RPT_CUR
               INTO :WS-Sql-Leave-Year,
                    :WS-Sql-Leave-Reason,
                    :WS-Sql-Alumni,
                    :WS-Sql-Active,
                    :WS-Sql-Donors,
                    :WS-Sql-Sponsors
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 2000-Write-Group
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Group.
           add WS-Sql-Alumni   to WS-Total-Alumni
           add WS-Sql-Active   to WS-Total-Active
           add WS-Sql-Donors   to WS-Total-Donors
           add WS-Sql-Sponsors to WS-Total-Sponsors

           move WS-Sql-Leave-Year to OUT-Leave-Year
           evaluate true
               when Aged-Out
                   move "AGED OUT" to OUT-Leave-How
               when Withdrew
                   move "WITHDREW" to OUT-Leave-How
               when other
                   move WS-Sql-Leave-Reason to OUT-Leave-How
           end-evaluate
           move WS-Sql-Alumni   to OUT-Alumni
           move WS-Sql-Active   to OUT-Active
           move WS-Sql-Donors   to OUT-Donors
           move WS-Sql-Sponsors to OUT-Sponsors
           move zero to WS-Active-Pct
           if WS-Sql-Alumni > zero
               compute WS-Active-Pct rounded =
                   WS-Sql-Active * 100 / WS-Sql-Alumni
           end-if
           move WS-Active-Pct to OUT-Active-Pct
           write Alumni-Report-Record from WS-Detail-Line
           .
       8000-Write-Totals.
           move WS-Total-Alumni   to OUT-Total-Alumni
           move WS-Total-Active   to OUT-Total-Active
           move WS-Total-Donors   to OUT-Total-Donors
           move WS-Total-Sponsors to OUT-Total-Sponsors
           move zero to WS-Active-Pct
           if WS-Total-Alumni > zero
               compute WS-Active-Pct rounded =
                   WS-Total-Active * 100 / WS-Total-Alumni
           end-if
           move WS-Active-Pct to OUT-Total-Pct
           write Alumni-Report-Record from WS-Total-Line
           display WS-Total-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
