      * FEEPOST allocates receipts against the schedule oldest
      * first, and FEEAGE ages only the installments actually past
      * due, with a broken-plan flag when one goes unpaid.
      * SYSIN card 1 names the league; only its invoices can be put
      * on or taken off a plan.
      **********************************************************************
       Program-ID. PLANMNT.
       Environment Division.
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Open-Balance    pic s9(7)v99 comp-3.
       01  WS-Sql-Count           pic s9(05) comp.

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
           open input Plan-Trans-File
           if not Trans-File-OK
                       INTO :WS-Sql-Open-Balance
                       FROM LABSCHEMA.INVOICE
                       WHERE INVOICE_ID = :WS-Sql-Invoice-Id
                         AND LEAGUE_ID  = :WS-Sql-League-Id
               END-EXEC
               evaluate true
                   when SQLCODE = 100
                       display "Rejected, no such INVOICE_ID in this "
                           "league " TR-Invoice-Id
                       add 1 to WS-Reject-Count
                   when SQLCODE not equal zero
                       perform 9000-Bail
           EXEC SQL
                DELETE FROM LABSCHEMA.INSTALLMENT
                WHERE INVOICE_ID = :WS-Sql-Invoice-Id
                  AND INVOICE_ID IN
                      (SELECT INVOICE_ID
                           FROM LABSCHEMA.INVOICE
                           WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           evaluate true
           display "Plans created:       " WS-Plan-Count
           display "Plans cancelled:     " WS-Cancel-Count
           display "Rows rejected:       " WS-Reject-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
