      * average, instead of opening its own cursor; players with no
      * prior snapshot are skipped, as the old inner join skipped
      * them. The ranking order comes from a sort on the improvement
      * computed at release time. SYSIN card 1 names the league - the
      * one THRWXTRT extracted for - and the report carries its name.
      **********************************************************************
       Program-ID. THRWTREND.
       Environment Division.
       01  WS-Sort-Eof-Sw       pic x value "N".
           88  Sort-Eof              value "Y".
       01  WS-Place             pic s9(5) packed-decimal value zero.
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Headings.
           05  filler pic x(07) value "Place".
           05  filler pic x(30) value "Player".
           05  OUT-Improvement      pic -9.9   .
       01  WS-Report-File-Status pic x(02).
           88  Report-File-OK          value "00".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.

       Procedure Division.

       0000-Mainline Section.

           perform 0050-Select-League
           open output Trend-Report-File
           if not Report-File-OK
               display "Report file open error: " WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Trend-Report-Record from WS-League-Line
           display WS-League-Line
           write Trend-Report-Record from WS-Column-Headings
           display WS-Column-Headings

           close Trend-Report-File
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

       1500-Release-Snapshotted Section.
           move "N" to WS-End-of-Data-Sw
