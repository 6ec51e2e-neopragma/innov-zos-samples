      * EQUIPRPT reports the outstanding kit, and its season-end
      * CONVERT run turns unreturned deposits into plain charges so
      * SEASNEND cannot close the season with kit silently forgotten.
      * The run is for the league named on SYSIN card 1: kit is
      * issued against that league's current-season invoice, and
      * only an issue charged to one of its invoices can be returned.
      **********************************************************************
       Program-ID. EQUIPMNT.
       Environment Division.
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Issue-Id        pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Item-Desc       pic x(30).

       Procedure Division.

           perform 0050-Select-League
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
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
       1000-Open-Files.
           open input Equipment-Trans-File
           if not Trans-File-OK
                     ON S.SEASON_ID = I.SEASON_ID
                   WHERE I.PLAYER_ID = :WS-Sql-Player-Id
                     AND S.CURRENT_SEASON = 'Y'
                     AND S.LEAGUE_ID = :WS-Sql-League-Id
                   FETCH FIRST 1 ROW ONLY
           END-EXEC

           .
       5000-Return-Item.
           EXEC SQL
               SELECT E.INVOICE_ID,
                      E.DEPOSIT_AMOUNT,
                      E.ISSUE_STATUS
                   INTO :WS-Sql-Invoice-Id,
                        :WS-Sql-Deposit,
                        :WS-Sql-Status
                   FROM LABSCHEMA.EQUIPMENT_ISSUE E
                   JOIN LABSCHEMA.INVOICE I
                     ON I.INVOICE_ID = E.INVOICE_ID
                   WHERE E.ISSUE_ID = :WS-Sql-Issue-Id
                     AND I.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such ISSUE_ID in this league "
                       TR-Issue-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
           .
       8100-Display-Totals.
           display "EQUIPMNT - equipment tracking run complete"
           display "League:               " WS-League-Name
           display "Transactions read:  " WS-Read-Count
           display "Items issued:       " WS-Issue-Count
           display "Items returned:     " WS-Return-Count
