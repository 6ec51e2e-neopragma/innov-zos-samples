      *     is what the office reads to the phone.
      * The family accepting re-registers through REGINTAK, which
      * rosters the player and clears the waitlist row.
      * SYSIN card 1 names the league; only its teams' waitlists are
      * worked, and the position report carries its name.
      **********************************************************************
       Program-ID. WAITPROC.
       Environment Division.
       01  WS-List-Eof-Sw         pic x value "N".
           88  List-Eof               value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Division-Id     pic s9(09) comp.
       01  WS-Listed-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Team-Line.
           05  filler pic x(06) value "Team: ".
           05  WS-Team-Line-Name  pic x(60).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Open-Files

      *    Teams with anyone waiting.
                   FROM LABSCHEMA.WAITLIST W
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = W.TEAM_ID
                   WHERE T.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY T.TEAM_NAME
           END-EXEC

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
       0100-Open-Files.
           open output Offer-Extract-File
           if not Offer-File-OK
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Waitlist-Report-Record from WS-League-Line
           .
       1000-Process-Team.
           EXEC SQL FETCH WAIT_TEAM_CUR
           display "WAITPROC - waitlist processing complete"
           display "Offers issued:       " WS-Offer-Count
           display "Entries on report:   " WS-Listed-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
