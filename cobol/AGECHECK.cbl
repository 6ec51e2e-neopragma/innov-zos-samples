      * a bracketed division with no birth date on file at all.
      * Brackets live on CODE_TABLE: TABLE_NAME 'AGEBRKT', CODE the
      * division id, DESCRIPTION bytes 1-2 minimum age and 4-5
      * maximum. Any exception ends the run RC 4. The sweep is for
      * the league named on SYSIN card 1, and the report opens with
      * its name.
      **********************************************************************
       Program-ID. AGECHECK.
       Environment Division.
       01  WS-Out-Count           pic s9(07) packed-decimal value zero.
       01  WS-No-Date-Count       pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).

       01  WS-Exception-Line.
           05  OUT-Tag             pic x(14).

       Procedure Division.

           perform 0050-Select-League
           open output Age-Report-File
           if not Report-File-OK
               display "Age sweep report open error: "
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Age-Report-Record from WS-League-Line

      *    Every player in a division with a well-formed AGEBRKT
      *    row, with their age (null when no birth date) and the
                   JOIN LABSCHEMA.CODE_TABLE C
                     ON C.TABLE_NAME = 'AGEBRKT'
                    AND C.CODE = RIGHT(DIGITS(T.DIVISION_ID), 8)
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY D.DIVISION_NAME, T.TEAM_NAME,
                       P.PLAYER_NAME
           END-EXEC
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
       1000-Check-One-Player.
           EXEC SQL FETCH AGE_SWEEP_CUR
               INTO :WS-Sql-Player-Id,
           .
       8100-Display-Totals.
           display "AGECHECK - age-bracket sweep complete"
           display "League:               " WS-League-Name
           display "Players checked:      " WS-Checked-Count
           display "Out of bracket:       " WS-Out-Count
           display "No birth date:        " WS-No-Date-Count
