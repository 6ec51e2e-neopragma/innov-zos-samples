      *   DAY TOTALS DISAGREE  - a day whose totals differ, printed
      *                          at each day break
      * Any discrepancy ends the run RC 4.
      * Card receipts reach the bank as one net deposit per
      * processor settlement, not one per receipt: PAYMENT rows
      * carrying a SETTLEMENT_ID are left out of the posted side and
      * each CARD_SETTLEMENT's NET_AMOUNT on its DEPOSIT_DATE, as
      * CARDSETL worked it out, takes their place.
      * Cash, cheque and transfer donations DONPOST posts are banked
      * like receipts and sit on the posted side one for one; in-kind
      * gifts never reach the bank and are left out.
      * A household credit FEEINVC applies to a new invoice is a
      * PAYMENT row carrying a CREDIT_ID - money banked long ago -
      * and is left out too.
      * Money the CASHBOX registration desk took is banked as each
      * operator's deposit slip for the night, not receipt by
      * receipt: PAYMENT rows behind a CASH_RECEIPT are left out of
      * the posted side and each operator's night total, as CASHUP
      * prints it, takes their place.
      * Each league banks into its own account: the run is for the
      * league named on SYSIN card 1, and only money taken against
      * its invoices, its card settlements and its donations sits
      * on the posted side.
      **********************************************************************
       Program-ID. DEPRECN.
       Environment Division.
       01  WS-Paid-Eof-Sw         pic x value "N".
           88  Paid-Eof               value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Payment-Date    pic x(10).
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.

       01  WS-Bad-Day-Count       pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Unbanked-Line.
           05  filler              pic x(22)
               value "POSTED NOT DEPOSITED  ".

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Open-Files

      *    Only money coming in reconciles against deposits; the
      *    negative reversal and refund rows never reach the bank as
      *    deposits. Card receipts come in as their settlement's
      *    net deposit, cash-box receipts as the operator's slip;
      *    money donations come in as themselves.
           EXEC SQL DECLARE DEP_PAID_CUR CURSOR FOR
               SELECT CHAR(D.DEPOSIT_DATE),
                      D.AMOUNT
                   FROM (SELECT PAYMENT_DATE AS DEPOSIT_DATE,
                                AMOUNT
                             FROM LABSCHEMA.PAYMENT
                             WHERE AMOUNT > 0
                               AND SETTLEMENT_ID IS NULL
                               AND CREDIT_ID IS NULL
                               AND NOT EXISTS
                                   (SELECT 1
                                        FROM LABSCHEMA.CASH_RECEIPT R
                                        WHERE R.INVOICE_ID =
                                              PAYMENT.INVOICE_ID
                                          AND R.PAYMENT_SEQ =
                                              PAYMENT.PAYMENT_SEQ)
                               AND EXISTS
                                   (SELECT 1
                                        FROM LABSCHEMA.INVOICE I
                                        WHERE I.INVOICE_ID =
                                              PAYMENT.INVOICE_ID
                                          AND I.LEAGUE_ID =
                                              :WS-Sql-League-Id)
                         UNION ALL
                         SELECT CR.RECEIPT_DATE,
                                SUM(CR.AMOUNT)
                             FROM LABSCHEMA.CASH_RECEIPT CR
                             JOIN LABSCHEMA.INVOICE CI
                               ON CI.INVOICE_ID = CR.INVOICE_ID
                             WHERE CI.LEAGUE_ID = :WS-Sql-League-Id
                             GROUP BY CR.RECEIPT_DATE, CR.OPERATOR_ID
                         UNION ALL
                         SELECT DEPOSIT_DATE,
                                NET_AMOUNT
                             FROM LABSCHEMA.CARD_SETTLEMENT
                             WHERE LEAGUE_ID = :WS-Sql-League-Id
                         UNION ALL
                         SELECT DONATION_DATE,
                                AMOUNT
                             FROM LABSCHEMA.DONATION
                             WHERE IN_KIND = 'N'
                               AND SEASON_ID IN
                                   (SELECT SEASON_ID
                                        FROM LABSCHEMA.SEASON
                                        WHERE LEAGUE_ID =
                                              :WS-Sql-League-Id)) D
                   ORDER BY D.DEPOSIT_DATE, D.AMOUNT
           END-EXEC
           EXEC SQL OPEN DEP_PAID_CUR END-EXEC
           if SQLCODE not equal zero
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
       0100-Open-Files.
           open input Bank-File
           if not Bank-File-OK
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Recon-Report-Record from WS-League-Line
           .
       0200-Read-Bank-Side.
           read Bank-File
           .
       8100-Write-Totals.
           display "DEPRECN - deposit reconciliation complete"
           display "League:                 " WS-League-Name
           display "Matched pairs:          " WS-Matched-Count
           display "Posted not deposited:   " WS-Unbanked-Count
           display "Deposits not posted:    " WS-Unposted-Count
