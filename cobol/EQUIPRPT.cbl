      * Outstanding-equipment report and season-end conversion.
      * Lists every EQUIPMENT_ISSUE row still outstanding (status
      * 'I'): player, item, deposit, how long it has been out.
      * SYSIN card 1 names the league; only kit charged to that
      * league's invoices is listed or converted.
      * SYSIN card 2 = REPORT (default) or CONVERT: the convert run
      * is wired into the SEASNEND job so the season cannot close
      * with unreturned kit silently forgotten - each outstanding
      * item's status flips to 'C' and its deposit, already a charge
       01  WS-Run-Mode            pic x(08).
           88  Convert-Run            value "CONVERT".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Issue-Id        pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Item-Desc       pic x(30).
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Detail-Line.
           05  OUT-Tag             pic x(12).
           05  OUT-Player-Name     pic x(35).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Report

                      E.DEPOSIT_AMOUNT,
                      DAYS(CURRENT DATE) - DAYS(E.ISSUE_DATE)
                   FROM LABSCHEMA.EQUIPMENT_ISSUE E
                   JOIN LABSCHEMA.INVOICE I
                     ON I.INVOICE_ID = E.INVOICE_ID
                   LEFT JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = E.PLAYER_ID
                   WHERE E.ISSUE_STATUS = 'I'
                     AND I.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY E.ISSUE_DATE, E.ISSUE_ID
           END-EXEC
           EXEC SQL OPEN EQUIP_OUT_CUR END-EXEC
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
           accept WS-Run-Mode
           .
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Equipment-Report-Record from WS-League-Line
           .
       1000-Fetch-and-Report.
           EXEC SQL FETCH EQUIP_OUT_CUR
           .
       8100-Display-Totals.
           display "EQUIPRPT - equipment report complete"
           display "League:                " WS-League-Name
           display "Items outstanding:     " WS-Out-Count
           display "Deposits outstanding:  " WS-Total-Deposits
           display "Deposits converted:    " WS-Convert-Count
