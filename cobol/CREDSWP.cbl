       Identification Division.
      **********************************************************************
      * Nightly credit-balance sweep. A family that pays twice, or an
      * installment plan that keeps collecting after WITHDRAW
      * prorated the invoice down, leaves AMOUNT_PAID above what the
      * invoice needs and a negative balance on the statement. Every
      * overpaid INVOICE - paid plus written off more than due - has
      * the excess moved to the household's credit balance, in one
      * unit of work per invoice:
      *   - LABSCHEMA.HOUSEHOLD_CREDIT (CREDIT_ID, CONTACT_ID,
      *     ENTRY_TYPE, INVOICE_ID, LEAGUE_ID, PLAYER_ID, AMOUNT,
      *     ENTRY_DATE, SOURCE_PGM) gets an ENTRY_TYPE 'C' row for
      *     the excess, stamped with the invoice's league and player
      *     so the credit survives FINCLOSE moving the invoice to
      *     INVOICE_HIST. The credit is held by a contact, not by
      *     CONTACT_HOUSEHOLD's HOUSEHOLD_ID, which HSHLDGRP
      *     renumbers every run: the head of the guardian's
      *     household, or the lowest guardian contact ID when the
      *     guardians are not householded;
      *   - a negative PAYMENT row carrying the CREDIT_ID backs the
      *     excess out of AMOUNT_PAID, the trail WITHDRAW's refunds
      *     leave, so the invoice shows exactly paid.
      * An invoice with no guardian linked cannot be credited and is
      * listed for the treasurer instead.
      * FEEINVC applies the credit to the household's next invoice
      * ('A' rows). A family that asks for its money back instead is
      * keyed on the CREDREF file (holder CONTACT_ID): the whole
      * balance goes through WITHDRAW's REFUND machinery - a
      * LABSCHEMA.REFUND row against the invoice the latest credit
      * came from, for the cheque - and an 'R' row closes the
      * balance. CREDRPT reports the credit liability at period end.
      * A credit belongs to the league of the invoice behind it: the
      * sweep and the refunds are for the league named on SYSIN card
      * 1, and a family's balance in one league is never refunded or
      * applied in the other.
      **********************************************************************
       Program-ID. CREDSWP.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Refund-Request-File assign to CREDREF
               file status is WS-Request-File-Status.

       Data Division.
       File Section.
       FD  Refund-Request-File
           recording mode f.
       01  Refund-Request-Record.
           05  RQ-Contact-Id           pic s9(09) packed-decimal.
           05  filler                  pic x(15).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Request-File-Status pic x(02).
           88  Request-File-OK        value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Over-Eof-Sw         pic x value "N".
           88  Over-Eof               value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Contact-Ind     pic s9(04) comp.
       01  WS-Sql-Credit-Id       pic s9(09) comp.
       01  WS-Sql-Refund-Id       pic s9(09) comp.
       01  WS-Sql-Payment-Seq     pic s9(09) comp.
       01  WS-Sql-Excess          pic s9(7)v99 comp-3.
       01  WS-Sql-Neg-Amount      pic s9(7)v99 comp-3.
       01  WS-Sql-Balance         pic s9(9)v99 comp-3.

       01  WS-Overpaid-Count      pic s9(07) packed-decimal value zero.
       01  WS-Credited-Count      pic s9(07) packed-decimal value zero.
       01  WS-Orphan-Count        pic s9(07) packed-decimal value zero.
       01  WS-Request-Count       pic s9(07) packed-decimal value zero.
       01  WS-Refund-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Total-Credited      pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Total-Refunded      pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

      *    Each credit commits on its own, so the cursor must
      *    survive the commits.
           EXEC SQL DECLARE CRED_OVER_CUR CURSOR WITH HOLD FOR
               SELECT I.INVOICE_ID,
                      I.PLAYER_ID,
                      I.AMOUNT_PAID + COALESCE(I.WRITEOFF_AMOUNT, 0)
                          - I.AMOUNT_DUE
                   FROM LABSCHEMA.INVOICE I
                   WHERE I.AMOUNT_PAID + COALESCE(I.WRITEOFF_AMOUNT, 0)
                         > I.AMOUNT_DUE
                     AND I.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY I.INVOICE_ID
           END-EXEC

           perform 0050-Select-League
           perform 1000-Open-Files
           EXEC SQL OPEN CRED_OVER_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2000-Fetch-Overpaid
               until Over-Eof
           EXEC SQL CLOSE CRED_OVER_CUR END-EXEC

           perform 5000-Read-Refund-Request
               until End-of-File
           perform 8000-Close-Files
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
           open input Refund-Request-File
           if not Request-File-OK
               display "Refund request file open error: "
                   WS-Request-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Fetch-Overpaid.
           EXEC SQL FETCH CRED_OVER_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Player-Id,
                    :WS-Sql-Excess
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Overpaid-Count
                   perform 3000-Find-Holder
               when SQLCODE = 100
                   set Over-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3000-Find-Holder.
      *    The household head when the guardian is householded,
      *    otherwise the guardian; the lowest when there are two.
           EXEC SQL
               SELECT MIN(COALESCE(HD.CONTACT_ID, PC.CONTACT_ID))
                   INTO :WS-Sql-Contact-Id :WS-Sql-Contact-Ind
                   FROM LABSCHEMA.PLAYER_CONTACT PC
                   LEFT JOIN LABSCHEMA.CONTACT_HOUSEHOLD CH
                     ON CH.CONTACT_ID = PC.CONTACT_ID
                   LEFT JOIN LABSCHEMA.CONTACT_HOUSEHOLD HD
                     ON HD.HOUSEHOLD_ID = CH.HOUSEHOLD_ID
                    AND HD.HEAD_FLAG = 'Y'
                   WHERE PC.PLAYER_ID = :WS-Sql-Player-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Contact-Ind < zero
               add 1 to WS-Orphan-Count
               display "Overpaid, no guardian to credit, INVOICE_ID "
                   WS-Sql-Invoice-Id " EXCESS " WS-Sql-Excess
           else
               perform 4000-Move-To-Credit
           end-if
           .
       4000-Move-To-Credit.
           EXEC SQL
               SELECT COALESCE(MAX(CREDIT_ID), 0) + 1
                   INTO :WS-Sql-Credit-Id
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT
           END-EXEC
           if SQLCODE not equal zero
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
                        :WS-Sql-Contact-Id,
                        'C',
                        :WS-Sql-Invoice-Id,
                        :WS-Sql-League-Id,
                        :WS-Sql-Player-Id,
                        :WS-Sql-Excess,
                        CURRENT DATE,
                        'CREDSWP')
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

      *    The excess leaves the invoice through a negative PAYMENT
      *    row, tagged with the credit it went to.
           compute WS-Sql-Neg-Amount = 0 - WS-Sql-Excess
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
                        :WS-Sql-Neg-Amount,
                        :WS-Sql-Credit-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
                UPDATE LABSCHEMA.INVOICE
                SET AMOUNT_PAID = AMOUNT_PAID - :WS-Sql-Excess
                WHERE INVOICE_ID = :WS-Sql-Invoice-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC
           add 1 to WS-Credited-Count
           add WS-Sql-Excess to WS-Total-Credited
           display "Credited, INVOICE_ID " WS-Sql-Invoice-Id
               " CONTACT_ID " WS-Sql-Contact-Id
               " AMOUNT " WS-Sql-Excess
           .
       5000-Read-Refund-Request.
           read Refund-Request-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Request-Count
                   perform 6000-Refund-Credit
           end-read
           .
       6000-Refund-Credit.
           move RQ-Contact-Id to WS-Sql-Contact-Id
           EXEC SQL
               SELECT COALESCE(SUM(HC.AMOUNT), 0)
                   INTO :WS-Sql-Balance
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT HC
                   WHERE HC.CONTACT_ID = :WS-Sql-Contact-Id
                     AND HC.LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Balance not greater than zero
               display "Rejected, no credit balance, CONTACT_ID "
                   RQ-Contact-Id
               add 1 to WS-Reject-Count
           else
               perform 6100-Record-Refund
           end-if
           .
       6100-Record-Refund.
      *    The cheque is drawn against the invoice the latest credit
      *    came from, as WITHDRAW records its refunds - taken off
      *    the credit row, as that invoice may since have gone to
      *    INVOICE_HIST.
           EXEC SQL
               SELECT HC.INVOICE_ID,
                      HC.PLAYER_ID
                   INTO :WS-Sql-Invoice-Id,
                        :WS-Sql-Player-Id
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT HC
                   WHERE HC.CREDIT_ID =
                       (SELECT MAX(H2.CREDIT_ID)
                            FROM LABSCHEMA.HOUSEHOLD_CREDIT H2
                            WHERE H2.CONTACT_ID = :WS-Sql-Contact-Id
                              AND H2.ENTRY_TYPE = 'C'
                              AND H2.LEAGUE_ID  = :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COALESCE(MAX(REFUND_ID), 0) + 1
                   INTO :WS-Sql-Refund-Id
                   FROM LABSCHEMA.REFUND
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.REFUND
                       (REFUND_ID,
                        INVOICE_ID,
                        PLAYER_ID,
                        REFUND_AMOUNT,
                        REFUND_DATE)
                VALUES (:WS-Sql-Refund-Id,
                        :WS-Sql-Invoice-Id,
                        :WS-Sql-Player-Id,
                        :WS-Sql-Balance,
                        CURRENT DATE)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COALESCE(MAX(CREDIT_ID), 0) + 1
                   INTO :WS-Sql-Credit-Id
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           compute WS-Sql-Neg-Amount = 0 - WS-Sql-Balance
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
                        :WS-Sql-Contact-Id,
                        'R',
                        :WS-Sql-Invoice-Id,
                        :WS-Sql-League-Id,
                        :WS-Sql-Player-Id,
                        :WS-Sql-Neg-Amount,
                        CURRENT DATE,
                        'CREDSWP')
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC
           add 1 to WS-Refund-Count
           add WS-Sql-Balance to WS-Total-Refunded
           display "Credit refunded, CONTACT_ID " RQ-Contact-Id
               " REFUND " WS-Sql-Balance
           .
       8000-Close-Files.
           close Refund-Request-File
           .
       8100-Display-Totals.
           display "CREDSWP - credit-balance sweep complete"
           display "League:               " WS-League-Name
           display "Overpaid invoices:    " WS-Overpaid-Count
           display "Moved to credit:      " WS-Credited-Count
               " " WS-Total-Credited
           display "No guardian linked:   " WS-Orphan-Count
           display "Refund requests:      " WS-Request-Count
           display "Credits refunded:     " WS-Refund-Count
               " " WS-Total-Refunded
           display "Requests rejected:    " WS-Reject-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
