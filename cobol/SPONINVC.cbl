      * and FEEAGE ages the balance like any family's - the pizza
      * place gets the same dunning discipline the parents do.
      * Rerunning the job only bills agreements added since the last
      * run; nobody is billed twice. SYSIN names the league: its
      * current season's agreements are billed, on invoices that
      * belong to it.
      **********************************************************************
       Program-ID. SPONINVC.
       Environment Division.

       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Sponsorship-Id  pic s9(09) comp.
       01  WS-Sql-Sponsor-Id      pic s9(09) comp.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Get-Current-Season

           EXEC SQL DECLARE UNBILLED_SPON_CUR CURSOR FOR
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
       0100-Get-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
                        AMOUNT_DUE,
                        AMOUNT_PAID,
                        SPONSOR_ID,
                        SPONSORSHIP_ID,
                        LEAGUE_ID)
                VALUES (:WS-Sql-Invoice-Id,
                        0,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Amount,
                        0,
                        :WS-Sql-Sponsor-Id,
                        :WS-Sql-Sponsorship-Id,
                        :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE = 0
           .
       8100-Display-Totals.
           display "SPONINVC - sponsorship billing complete"
           display "League: " WS-League-Name
           display "Season billed:    " WS-Sql-Season-Id
           display "Invoices created: " WS-Invoice-Count
           display "Total billed:     " WS-Total-Billed
