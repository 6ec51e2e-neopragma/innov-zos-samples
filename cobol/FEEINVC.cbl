      * invoiced player this season. The invoice records the rate
      * code and the discount applied, so FEEAGE and the statements
      * can show the arithmetic instead of arguing with it.
      *
      * A household carrying a credit balance on
      * LABSCHEMA.HOUSEHOLD_CREDIT - an overpayment CREDSWP moved off
      * an earlier invoice - has it applied to the new invoice in the
      * same unit of work: an ENTRY_TYPE 'A' row takes the credit
      * down, and a PAYMENT row carrying the CREDIT_ID raises
      * AMOUNT_PAID, up to the amount due. The household is every
      * guardian of the player and the members of their
      * CONTACT_HOUSEHOLD households, whichever of them holds it.
      *
      * The run is for the league named on SYSIN card 1: its current
      * season and fee schedule, its players, and invoices stamped
      * with its LEAGUE_ID. A household credit belongs to the league
      * whose invoice it came off - stamped on the HOUSEHOLD_CREDIT
      * row itself, so it outlives FINCLOSE archiving that invoice
      * to INVOICE_HIST - and is only applied to that league's
      * invoices.
      **********************************************************************
       Program-ID. FEEINVC.
       Environment Division.

       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Credit-Eof-Sw       pic x value "N".
           88  Credit-Eof             value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Fee-Amount      pic s9(7)v99 comp-3.
       01  WS-Sql-Early-Fee       pic s9(7)v99 comp-3.
       01  WS-Sql-Sibling-Count   pic s9(05) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Holder-Id       pic s9(09) comp.
       01  WS-Sql-Credit-Id       pic s9(09) comp.
       01  WS-Sql-Credit-Bal      pic s9(9)v99 comp-3.
       01  WS-Sql-Applied         pic s9(7)v99 comp-3.
       01  WS-Sql-Neg-Applied     pic s9(7)v99 comp-3.
       01  WS-Sql-Payment-Seq     pic s9(09) comp.
       01  WS-Remaining-Due       pic s9(7)v99 packed-decimal.
       01  WS-Credit-Count        pic s9(07) packed-decimal value zero.
       01  WS-Total-Credit        pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Invoice-Count       pic s9(07) packed-decimal value zero.
       01  WS-Early-Count         pic s9(07) packed-decimal value zero.
       01  WS-Discount-Count      pic s9(07) packed-decimal value zero.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Get-Season-and-Fee

           EXEC SQL DECLARE UNBILLED_CUR CURSOR FOR
               SELECT P.PLAYER_ID
                   FROM LABSCHEMA.PLAYERS P
                   WHERE P.LEAGUE_ID = :WS-Sql-League-Id
                     AND NOT EXISTS
                       (SELECT 1
                            FROM LABSCHEMA.INVOICE I
                            WHERE I.PLAYER_ID = P.PLAYER_ID
                              AND I.SEASON_ID = :WS-Sql-Season-Id)
                   ORDER BY P.PLAYER_ID
           END-EXEC

      *    Credit held anywhere in the player's household.
           EXEC SQL DECLARE FEE_CREDIT_CUR CURSOR FOR
               SELECT HC.CONTACT_ID,
                      SUM(HC.AMOUNT)
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT HC
                   WHERE HC.LEAGUE_ID = :WS-Sql-League-Id
                     AND HC.CONTACT_ID IN
                       (SELECT PC.CONTACT_ID
                            FROM LABSCHEMA.PLAYER_CONTACT PC
                            WHERE PC.PLAYER_ID = :WS-Sql-Player-Id
                        UNION
                        SELECT M.CONTACT_ID
                            FROM LABSCHEMA.PLAYER_CONTACT PC2
                            JOIN LABSCHEMA.CONTACT_HOUSEHOLD CH
                              ON CH.CONTACT_ID = PC2.CONTACT_ID
                            JOIN LABSCHEMA.CONTACT_HOUSEHOLD M
                              ON M.HOUSEHOLD_ID = CH.HOUSEHOLD_ID
                            WHERE PC2.PLAYER_ID = :WS-Sql-Player-Id)
                   GROUP BY HC.CONTACT_ID
                   HAVING SUM(HC.AMOUNT) > 0
                   ORDER BY HC.CONTACT_ID
           END-EXEC
           EXEC SQL
               OPEN UNBILLED_CUR
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
       0100-Get-Season-and-Fee.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
                        :WS-Sql-Sib-Discount :WS-Sql-Sib-Disc-Ind
                   FROM LABSCHEMA.FEE_SCHEDULE
                   WHERE SEASON_ID = :WS-Sql-Season-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No fee schedule row for the current season"
                        AMOUNT_DUE,
                        AMOUNT_PAID,
                        RATE_CODE,
                        DISCOUNT_AMOUNT,
                        LEAGUE_ID)
                VALUES (:WS-Sql-Invoice-Id,
                        :WS-Sql-Player-Id,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Amount-Due,
                        0,
                        :WS-Sql-Rate-Code,
                        :WS-Sql-Discount,
                        :WS-Sql-League-Id)
           END-EXEC

           if SQLCODE = 0
               perform 2200-Apply-Household-Credit
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Invoice-Count
               add WS-Sql-Amount-Due to WS-Total-Billed
               end-if
           end-if
           .
       2200-Apply-Household-Credit.
           move WS-Sql-Amount-Due to WS-Remaining-Due
           if WS-Remaining-Due > zero
               move "N" to WS-Credit-Eof-Sw
               EXEC SQL OPEN FEE_CREDIT_CUR END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               perform 2300-Take-Credit
                   until Credit-Eof
                      or WS-Remaining-Due = zero
               EXEC SQL CLOSE FEE_CREDIT_CUR END-EXEC
           end-if
           .
       2300-Take-Credit.
           EXEC SQL FETCH FEE_CREDIT_CUR
               INTO :WS-Sql-Holder-Id,
                    :WS-Sql-Credit-Bal
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 2400-Post-Credit
               when SQLCODE = 100
                   set Credit-Eof to true
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           end-evaluate
           .
       2400-Post-Credit.
           if WS-Sql-Credit-Bal > WS-Remaining-Due
               move WS-Remaining-Due to WS-Sql-Applied
           else
               move WS-Sql-Credit-Bal to WS-Sql-Applied
           end-if
           compute WS-Sql-Neg-Applied = 0 - WS-Sql-Applied
           EXEC SQL
               SELECT COALESCE(MAX(CREDIT_ID), 0) + 1
                   INTO :WS-Sql-Credit-Id
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.HOUSEHOLD_CREDIT
                       (CREDIT_ID,
                        CONTACT_ID,
                        ENTRY_TYPE,
                        INVOICE_ID,
                        LEAGUE_ID,
                        PLAYER_ID,
                        AMOUNT,
                        ENTRY_DATE,
                        SOURCE_PGM)
                VALUES (:WS-Sql-Credit-Id,
                        :WS-Sql-Holder-Id,
                        'A',
                        :WS-Sql-Invoice-Id,
                        :WS-Sql-League-Id,
                        :WS-Sql-Player-Id,
                        :WS-Sql-Neg-Applied,
                        CURRENT DATE,
                        'FEEINVC')
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_SEQ), 0) + 1
                   INTO :WS-Sql-Payment-Seq
                   FROM LABSCHEMA.PAYMENT
                   WHERE INVOICE_ID = :WS-Sql-Invoice-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.PAYMENT
                       (INVOICE_ID,
                        PAYMENT_SEQ,
                        PAYMENT_DATE,
                        AMOUNT,
                        CREDIT_ID)
                VALUES (:WS-Sql-Invoice-Id,
                        :WS-Sql-Payment-Seq,
                        CURRENT DATE,
                        :WS-Sql-Applied,
                        :WS-Sql-Credit-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
                UPDATE LABSCHEMA.INVOICE
                SET AMOUNT_PAID = AMOUNT_PAID + :WS-Sql-Applied
                WHERE INVOICE_ID = :WS-Sql-Invoice-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           subtract WS-Sql-Applied from WS-Remaining-Due
           add 1 to WS-Credit-Count
           add WS-Sql-Applied to WS-Total-Credit
           .
       8100-Display-Totals.
           display "FEEINVC - invoice generation complete"
           display "League:           " WS-League-Name
           display "Season invoiced:  " WS-Sql-Season-Id
           display "Invoices created: " WS-Invoice-Count
           display "At early rate:    " WS-Early-Count
           display "With discount:    " WS-Discount-Count
           display "Discount given:   " WS-Total-Discount
           display "Total billed:     " WS-Total-Billed
           display "Credits applied:  " WS-Credit-Count
           display "Credit used:      " WS-Total-Credit
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
