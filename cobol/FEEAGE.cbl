      * plan residue: they age by the invoice date like any other
      * balance, on their own line when the plan is current and
      * folded into the BRKNPLAN figure when it is not.
      *
      * A balance BADDEBT has written off is no longer a receivable:
      * INVOICE.WRITEOFF_AMOUNT comes off the balance, so a written-off
      * invoice neither ages nor is dunned.
      *
      * The run is for the league named on SYSIN card 1 (the dunning
      * threshold moves to card 2): only that league's invoices age
      * or are dunned, and the report is headed with its name.
      **********************************************************************
       Program-ID. FEEAGE.
       Environment Division.
           88  End-of-Data            value "Y".
       01  WS-Dunning-Days        pic s9(05) comp.
       01  WS-Dunning-Accept      pic 9(05).
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Total-Outstanding   pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Heading-Line.
           05  filler pic x(10) value "Invoice".
           05  filler pic x(32) value "Player".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Files

                      COALESCE(T.TEAM_NAME,
                          CASE WHEN I.SPONSOR_ID IS NOT NULL
                               THEN '(SPONSOR)' ELSE ' ' END),
                      I.AMOUNT_DUE - I.AMOUNT_PAID
                          - COALESCE(I.WRITEOFF_AMOUNT, 0),
                      DAYS(CURRENT DATE) - DAYS(I.INVOICE_DATE),
                      PC.CONTACT_ID
                   FROM LABSCHEMA.INVOICE I
                   LEFT JOIN LABSCHEMA.PLAYER_CONTACT PC
                     ON PC.PLAYER_ID = I.PLAYER_ID
                   WHERE I.AMOUNT_DUE > I.AMOUNT_PAID
                             + COALESCE(I.WRITEOFF_AMOUNT, 0)
                     AND I.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY DAYS(CURRENT DATE) - DAYS(I.INVOICE_DATE)
                       DESC
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move WS-League-Name to OUT-League-Name
           write Aging-Report-Record from WS-League-Line
           write Aging-Report-Record from WS-Heading-Line
           display WS-Heading-Line
           perform 1000-Fetch-and-Report
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
           display "Enter days overdue before dunning: "
               with no advancing
           .
       8100-Display-Totals.
           display "FEEAGE - receivables aging complete"
           display "League:               " WS-League-Name
           display "Open invoices:        " WS-Invoice-Count
           display "On plan and current:  " WS-On-Plan-Count
           display "Broken plans:         " WS-Broken-Count
