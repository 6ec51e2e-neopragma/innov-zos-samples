      * weekly fixture lists and OFFFEES pays them off once GAMERSLT
      * posts the result. Fixtures the availability file cannot cover
      * are flagged SHORT on the report and the run ends RC 4.
      * SYSIN card 1 names the league whose fixtures are covered.
      * The officials pool is shared between the leagues, so the
      * double-booking check looks across every league's fixtures.
      * SYSIN card 2 is the number of officials per fixture.
      * SYSIN card 3 is the minimum rating (9.99) for playoff games:
      * a fixture on LABSCHEMA.PLAYOFF_BRACKET is staffed only from
      * officials whose average on the coaches' forms for the
      * league's current season (REFEREE_EVAL, loaded by REFEVAL) is
      * at least that -
      * an official nobody has rated yet does not qualify. Blank
      * means no minimum.
      **********************************************************************
       Program-ID. OFFASGN.
       Environment Division.
           88  Referee-Eof            value "Y".
       01  WS-Required-In         pic x(01).
       01  WS-Required            pic s9(05) comp.
       01  WS-Minimum-Accept      pic x(04).
       01  WS-Minimum-Edit redefines WS-Minimum-Accept.
           05  WS-Minimum-Units    pic 9(01).
           05  WS-Minimum-Point    pic x(01).
           05  WS-Minimum-Hundths  pic 9(02).
       01  WS-Short-Sw            pic x value "N".
           88  Some-Fixture-Short     value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Fixture-Date    pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Assigned        pic s9(05) comp.
       01  WS-Sql-Playoff         pic x(01).
       01  WS-Sql-Min-Rating      pic s9(01)v99 comp-3 value zero.
       01  WS-Sql-Referee-Id      pic s9(09) comp.
       01  WS-Sql-Referee-Name    pic x(60).

       01  WS-Short-Count         pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Fixture-Line.
           05  filler              pic x(09) value "Fixture: ".
           05  OUT-Fixture-Date    pic x(10).
           05  OUT-Required        pic 9(01).
           05  filler              pic x(02) value spaces.
           05  OUT-Short-Flag      pic x(05).
           05  filler              pic x(02) value spaces.
           05  OUT-Playoff-Flag    pic x(07).
       01  WS-Official-Line.
           05  filler              pic x(12)
               value "  Official: ".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0400-Open-Report

                      G.VENUE,
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.REFEREE_ASSIGN A
                           WHERE A.FIXTURE_ID = G.FIXTURE_ID),
                      CASE WHEN EXISTS
                               (SELECT 1
                                    FROM LABSCHEMA.PLAYOFF_BRACKET B
                                    WHERE B.FIXTURE_ID = G.FIXTURE_ID)
                           THEN 'Y' ELSE 'N' END
                   FROM LABSCHEMA.GAME_SCHEDULE G
                   WHERE G.FIXTURE_DATE >= CURRENT DATE
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY G.FIXTURE_DATE, G.TIMESLOT, G.FIXTURE_ID
           END-EXEC

      *    Candidates for one fixture: available for the date and
      *    timeslot, not already working another game in it, not
      *    already on this one - fewest games worked first, so the
      *    season's whistle work spreads evenly. A playoff game also
      *    needs the minimum season rating when one is set.
           EXEC SQL DECLARE ASGN_REF_CUR CURSOR FOR
               SELECT R.REFEREE_ID,
                      R.REFEREE_NAME
                              WHERE G2.FIXTURE_DATE =
                                        DATE(:WS-Sql-Fixture-Date)
                                AND G2.TIMESLOT = :WS-Sql-Timeslot)
                     AND (:WS-Sql-Playoff = 'N'
                       OR :WS-Sql-Min-Rating = 0
                       OR COALESCE(
                           (SELECT AVG(E.OVERALL_RATING)
                                FROM LABSCHEMA.REFEREE_EVAL E
                                JOIN LABSCHEMA.SEASON S
                                  ON S.SEASON_ID = E.SEASON_ID
                                WHERE S.CURRENT_SEASON = 'Y'
                                  AND S.LEAGUE_ID = :WS-Sql-League-Id
                                  AND E.REFEREE_ID = R.REFEREE_ID), 0)
                          >= :WS-Sql-Min-Rating)
                   ORDER BY
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.REFEREE_ASSIGN A2
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
           accept WS-Required-In
           if WS-Required-In not numeric
               goback
           end-if
           move WS-Required-In to WS-Required
           accept WS-Minimum-Accept
           if WS-Minimum-Units is numeric
               and WS-Minimum-Point = "."
               and WS-Minimum-Hundths is numeric
               compute WS-Sql-Min-Rating =
                   WS-Minimum-Units + WS-Minimum-Hundths / 100
           end-if
           .
       0400-Open-Report.
           open output Assign-Report-File
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Assign-Report-Record from WS-League-Line
           .
       1000-Process-Fixture.
           EXEC SQL FETCH ASGN_FIX_CUR
                    :WS-Sql-Fixture-Date,
                    :WS-Sql-Timeslot,
                    :WS-Sql-Venue,
                    :WS-Sql-Assigned,
                    :WS-Sql-Playoff
           END-EXEC

           evaluate true
           else
               move spaces to OUT-Short-Flag
           end-if
           if WS-Sql-Playoff = "Y"
               move "PLAYOFF" to OUT-Playoff-Flag
           else
               move spaces to OUT-Playoff-Flag
           end-if
           display WS-Fixture-Line
           write Assign-Report-Record from WS-Fixture-Line
           perform 5000-List-Crew
           .
       8100-Display-Totals.
           display "OFFASGN - referee assignment complete"
           display "League:               " WS-League-Name
           display "Fixtures examined:    " WS-Fixture-Count
           display "Officials assigned:   " WS-Assign-Count
           display "Fixtures left short:  " WS-Short-Count
