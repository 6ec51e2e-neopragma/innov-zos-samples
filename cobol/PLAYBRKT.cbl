      * match showing seeds, teams, the scheduled date and slot, the
      * posted score once GAMERSLT has it, and the winner once
      * PLAYADVN has advanced it. This is the whiteboard, printed.
      * SYSIN names the league; its current season's bracket is
      * printed under its name.
      **********************************************************************
       Program-ID. PLAYBRKT.
       Environment Division.
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Sql-Round-No        pic s9(05) comp.
       01  WS-Match-Count         pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Division-Line.
           05  filler pic x(10) value "Division: ".
           05  WS-Division-Line-Name pic x(60).

       Procedure Division.

           perform 0050-Select-League
           open output Bracket-Report-File
           if not Report-File-OK
               display "Bracket report open error: "
           end-if

           perform 0200-Get-Current-Season
           move WS-League-Name to OUT-League-Name
           write Bracket-Report-Record from WS-League-Line

           EXEC SQL DECLARE BRACKET_CUR CURSOR FOR
               SELECT D.DIVISION_NAME,
           close Bracket-Report-File
           display "PLAYBRKT - playoff bracket report complete"
           display "Matches reported: " WS-Match-Count
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
       0200-Get-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
