      * GAMERSLT result posted), slots with an ATTNLOAD headcount,
      * and the average attendance across those headcounts.
      * Postponed fixtures do not count as booked slots - their
      * make-up games carry the booking. Practice slots PRACALOC
      * hands out of the leftover time on LABSCHEMA.PRACTICE_SLOT
      * are counted alongside, with the total slots in use.
      * SYSIN card 1 names the league; the report counts that
      * league's fixtures and its teams' practice slots, under its
      * name, for its own share of the facilities negotiation.
      **********************************************************************
       Program-ID. VENURPT.
       Environment Division.
           88  Report-File-OK        value "00".
       01  WS-End-of-Data-Sw   pic x value "N".
           88  End-of-Data         value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Venue        pic x(30).
       01  WS-Sql-Month        pic x(07).
       01  WS-Sql-Booked       pic s9(05) comp.
       01  WS-Sql-Hosted       pic s9(05) comp.
       01  WS-Sql-Counted      pic s9(05) comp.
       01  WS-Sql-Tot-Attend   pic s9(09) comp.
       01  WS-Sql-Practice     pic s9(05) comp.
       01  WS-Slots-Used       pic s9(05) comp.
       01  WS-Avg-Attend       pic s9(05) packed-decimal.
       01  WS-Prev-Venue       pic x(30) value spaces.
       01  WS-Line-Count       pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE    pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Venue-Line.
           05  filler pic x(07) value "Venue: ".
           05  WS-Venue-Line-Name pic x(30).
           05  filler pic x(09) value "Hosted".
           05  filler pic x(09) value "Counted".
           05  filler pic x(12) value "Avg Attend".
           05  filler pic x(10) value "Practice".
           05  filler pic x(10) value "In Use".
       01  WS-Output-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Month           pic x(07).
           05  OUT-Counted         pic zzzz9.
           05  filler              pic x(06) value spaces.
           05  OUT-Avg-Attend      pic zz,zz9.
           05  filler              pic x(06) value spaces.
           05  OUT-Practice        pic zzzz9.
           05  filler              pic x(05) value spaces.
           05  OUT-Slots-Used      pic zzzz9.

       Procedure Division.

           perform 0050-Select-League
           open output Venue-Report-File
           if not Report-File-OK
               display "Venue report open error: "
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Venue-Report-Record from WS-League-Line

      *    One row per venue and month: booked slots, fixtures with
      *    a posted result, fixtures with a keyed headcount, the
      *    headcount total for the average, and practice slots.
           EXEC SQL DECLARE VENUE_CUR CURSOR FOR
               SELECT V.VENUE,
                      V.USE_MONTH,
                      SUM(V.BOOKED),
                      SUM(V.HOSTED),
                      SUM(V.COUNTED),
                      SUM(V.ATTENDANCE),
                      SUM(V.PRACTICE)
                   FROM (SELECT G.VENUE AS VENUE,
                                SUBSTR(CHAR(G.FIXTURE_DATE), 1, 7)
                                    AS USE_MONTH,
                                1 AS BOOKED,
                                CASE WHEN R.GAME_DATE IS NOT NULL
                                     THEN 1 ELSE 0 END AS HOSTED,
                                CASE WHEN A.FIXTURE_ID IS NOT NULL
                                     THEN 1 ELSE 0 END AS COUNTED,
                                COALESCE(A.ATTENDANCE, 0)
                                    AS ATTENDANCE,
                                0 AS PRACTICE
                             FROM LABSCHEMA.GAME_SCHEDULE G
                             LEFT JOIN LABSCHEMA.GAME_RESULTS R
                               ON R.HOME_TEAM_ID = G.HOME_TEAM_ID
                              AND R.AWAY_TEAM_ID = G.AWAY_TEAM_ID
                              AND R.GAME_DATE    = G.FIXTURE_DATE
                             LEFT JOIN LABSCHEMA.GAME_ATTENDANCE A
                               ON A.FIXTURE_ID = G.FIXTURE_ID
                             WHERE COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                               AND G.LEAGUE_ID = :WS-Sql-League-Id
                         UNION ALL
                         SELECT P.VENUE,
                                SUBSTR(CHAR(P.PRACTICE_DATE), 1, 7),
                                0, 0, 0, 0, 1
                             FROM LABSCHEMA.PRACTICE_SLOT P
                             JOIN LABSCHEMA.TEAMS T
                               ON T.TEAM_ID = P.TEAM_ID
                             WHERE T.LEAGUE_ID = :WS-Sql-League-Id) AS V
                   GROUP BY V.VENUE, V.USE_MONTH
                   ORDER BY V.VENUE, V.USE_MONTH
           END-EXEC
           EXEC SQL OPEN VENUE_CUR END-EXEC
           if SQLCODE not equal zero
           close Venue-Report-File
           display "VENURPT - venue utilization report complete"
           display "Venue/month lines: " WS-Line-Count
           display "League: " WS-League-Name
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
       1000-Fetch-and-Report.
           EXEC SQL FETCH VENUE_CUR
               INTO :WS-Sql-Venue,
                    :WS-Sql-Booked,
                    :WS-Sql-Hosted,
                    :WS-Sql-Counted,
                    :WS-Sql-Tot-Attend,
                    :WS-Sql-Practice
           END-EXEC

           evaluate true
           move WS-Sql-Hosted to OUT-Hosted
           move WS-Sql-Counted to OUT-Counted
           move WS-Avg-Attend to OUT-Avg-Attend
           compute WS-Slots-Used = WS-Sql-Booked + WS-Sql-Practice
           move WS-Sql-Practice to OUT-Practice
           move WS-Slots-Used to OUT-Slots-Used
           display WS-Output-Line
           write Venue-Report-Record from WS-Output-Line
           .
