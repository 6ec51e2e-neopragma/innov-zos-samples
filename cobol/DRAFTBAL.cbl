      **********************************************************************
      * Draft-day squad balancing. The youth divisions redraft every
      * season, and balancing squads by eye gives us a 20-0 team and
      * an 0-20 team every year. For the division named on SYSIN card
      * 2, in the league named on card 1, this job takes the
      * registered player pool (everyone rostered on the division's
      * teams), looks up each returner's latest prior-season average
      * from LABSCHEMA.THROWS_HISTORY, and
      * proposes an allocation: returners sorted best-first and each
      * assigned to the squad with the lowest summed prior average,
      * newcomers (no history) spread evenly onto the smallest
      * squads. The proposed-allocation report always prints; SYSIN
      * card 3 = CONFIRM writes the PLAYERS team assignments, each
      * under the same team validation and ROSTER_AUDIT logging a
      * ROSTMNT change gets.
      **********************************************************************
       01  WS-Run-Mode            pic x(08).
           88  Confirm-Run            value "CONFIRM".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Sql-Division-Id     pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
           05  filler              pic x(34)
               value "PROPOSED ALLOCATION - RUN MODE IS ".
           05  OUT-Run-Mode        pic x(08).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Squad-Line.
           05  filler pic x(07) value "Squad: ".
           05  OUT-Squad-Name      pic x(40).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Get-Division
           perform 0300-Open-Report
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
           accept WS-Division-Name-In
           accept WS-Run-Mode
                   INTO :WS-Sql-Division-Id
                   FROM LABSCHEMA.DIVISIONS
                   WHERE DIVISION_NAME = :WS-Sql-Division-Name
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No such division in this league: "
                   WS-Division-Name-In
               perform 9000-Bail
           end-if
           .
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Draft-Report-Record from WS-League-Line
           display WS-Mode-Line
           write Draft-Report-Record from WS-Mode-Line
           .
           .
       8100-Display-Totals.
           display "DRAFTBAL - draft balancing complete"
           display "League:               " WS-League-Name
           display "Squads in division:   " WS-Squad-Count
           display "Players in pool:      " WS-Pool-Count
           display "Assignments written:  " WS-Assign-Count
