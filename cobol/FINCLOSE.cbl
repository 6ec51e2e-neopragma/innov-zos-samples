       Identification Division.
      **********************************************************************
      * Financial season close. SEASNEND archives the playing side of
      * a season; this does the money side. For the SEASON_ID on
      * SYSIN card 2 - one of the seasons of the league named on
      * card 1, whose name heads the trial balance - it:
      *   - refuses to close while the season is still current, is
      *     already closed, has any invoice whose open balance
      *     (AMOUNT_DUE - AMOUNT_PAID - WRITEOFF_AMOUNT) is not zero,
      *     has a BADDEBT write-off still awaiting approval, or has
      *     PAYMENT detail that does not agree to INVOICE.AMOUNT_PAID.
      *     Every invoice must be settled, written off, or (for an
      *     overpayment) swept to household credit by CREDSWP first
      *   - prints the closing trial balance of the fee receivable:
      *     billed, receipts, reversals and refunds, credit applied in
      *     from earlier seasons, overpayments carried forward out,
      *     and bad debt written off, which must net to zero - with
      *     memo totals and the auditor's sign-off block
      *   - freezes those figures on LABSCHEMA.SEASON_CLOSE
      *   - moves the season's INVOICE, PAYMENT, INSTALLMENT and
      *     REFUND rows to INVOICE_HIST, PAYMENT_HIST,
      *     INSTALLMENT_HIST and REFUND_HIST, where REVSUMM and GROWRPT
      *     still read them, and deletes them from the live tables.
      * A refused close still prints the trial balance, followed by
      * the invoices that block it, and ends RC 8. The freeze and the
      * four archive moves are one unit of work, so a season is
      * either wholly closed or not closed at all.
      **********************************************************************
       Program-ID. FINCLOSE.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Close-Report-File assign to FINRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Close-Report-File
           recording mode f.
       01  Close-Report-Record    pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Refuse-Sw           pic x value "N".
           88  Close-Refused          value "Y".
       01  WS-Season-Accept       pic 9(09).
       01  WS-Job-Id              pic x(08) value "FINCLOSE".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Current-Flag    pic x(01).
       01  WS-Sql-Count           pic s9(09) comp.
       01  WS-Sql-Invoice-Count   pic s9(09) comp.
       01  WS-Sql-Payment-Count   pic s9(09) comp.
       01  WS-Sql-Billed          pic s9(9)v99 comp-3.
       01  WS-Sql-Discounts       pic s9(9)v99 comp-3.
       01  WS-Sql-Paid-Total      pic s9(9)v99 comp-3.
       01  WS-Sql-Written-Off     pic s9(9)v99 comp-3.
       01  WS-Sql-Receipts        pic s9(9)v99 comp-3.
       01  WS-Sql-Reversals       pic s9(9)v99 comp-3.
       01  WS-Sql-Credit-In       pic s9(9)v99 comp-3.
       01  WS-Sql-Credit-Out      pic s9(9)v99 comp-3.
       01  WS-Sql-Recovered       pic s9(9)v99 comp-3.
       01  WS-Sql-Refunded        pic s9(9)v99 comp-3.
       01  WS-Sql-Closing-Bal     pic s9(9)v99 comp-3.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Amount-Due      pic s9(7)v99 comp-3.
       01  WS-Sql-Amount-Paid     pic s9(7)v99 comp-3.
       01  WS-Sql-Writeoff        pic s9(7)v99 comp-3.
       01  WS-Sql-Open-Balance    pic s9(7)v99 comp-3.

       01  WS-Total-Debit         pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Total-Credit        pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Payment-Net         pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Blocker-Count       pic s9(07) packed-decimal value zero.
       01  WS-Invoice-Moved       pic s9(07) packed-decimal value zero.
       01  WS-Payment-Moved       pic s9(07) packed-decimal value zero.
       01  WS-Install-Moved       pic s9(07) packed-decimal value zero.
       01  WS-Refund-Moved        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Season-Display      pic zzzzzzzz9.
       01  WS-Detail-Line         pic x(133).

       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(50)
               value "CLOSING TRIAL BALANCE - FEE RECEIVABLE - SEASON".
           05  OUT-Title-Season    pic zzzzzzzz9.
       01  WS-Column-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(45) value "Account".
           05  filler              pic x(14) value "         Debit".
           05  filler              pic x(04) value spaces.
           05  filler              pic x(14) value "        Credit".
       01  WS-TB-Line.
           05  filler              pic x(01) value space.
           05  OUT-TB-Label        pic x(45).
           05  OUT-TB-Debit        pic zzz,zzz,zz9.99 blank when zero.
           05  filler              pic x(04) value spaces.
           05  OUT-TB-Credit       pic zzz,zzz,zz9.99 blank when zero.
       01  WS-TB-Total-Line.
           05  filler              pic x(01) value space.
           05  OUT-Total-Label     pic x(45).
           05  OUT-Total-Debit     pic zzz,zzz,zz9.99.
           05  filler              pic x(04) value spaces.
           05  OUT-Total-Credit    pic zzz,zzz,zz9.99.
       01  WS-Balance-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(45)
               value "Closing receivable balance".
           05  OUT-Closing-Bal     pic ---,---,--9.99.
       01  WS-Memo-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(04) value spaces.
           05  OUT-Memo-Label      pic x(41).
           05  OUT-Memo-Amount     pic zzz,zzz,zz9.99.
       01  WS-Count-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(04) value spaces.
           05  OUT-Count-Label     pic x(41).
           05  OUT-Count-Value     pic zzz,zzz,zz9.
       01  WS-Blocker-Heading.
           05  filler              pic x(01) value "0".
           05  filler              pic x(46)
               value "Invoices blocking the close:".
       01  WS-Blocker-Columns.
           05  filler              pic x(01) value space.
           05  filler              pic x(22)
               value "  Invoice     Player".
           05  filler              pic x(13) value "          Due".
           05  filler              pic x(13) value "         Paid".
           05  filler              pic x(13) value "  Written off".
           05  filler              pic x(13) value "      Balance".
       01  WS-Blocker-Line.
           05  filler              pic x(01) value space.
           05  OUT-Invoice-Id      pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Player-Id       pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Amount-Due      pic z,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Amount-Paid     pic z,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Writeoff        pic z,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Open-Balance    pic -,---,--9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Blocker-Note    pic x(30).

       Procedure Division.

           EXEC SQL DECLARE CLOSE_OPEN_CUR CURSOR FOR
               SELECT I.INVOICE_ID,
                      I.PLAYER_ID,
                      I.AMOUNT_DUE,
                      I.AMOUNT_PAID,
                      COALESCE(I.WRITEOFF_AMOUNT, 0),
                      I.AMOUNT_DUE - I.AMOUNT_PAID
                          - COALESCE(I.WRITEOFF_AMOUNT, 0)
                   FROM LABSCHEMA.INVOICE I
                   WHERE I.SEASON_ID = :WS-Sql-Season-Id
                     AND I.AMOUNT_DUE - I.AMOUNT_PAID
                          - COALESCE(I.WRITEOFF_AMOUNT, 0) <> 0
                   ORDER BY I.INVOICE_ID
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Report
           perform 0300-Check-Season
           perform 1000-Gather-Balances
           perform 2000-Write-Trial-Balance
           perform 3000-Check-Settled

           if Close-Refused
               perform 8900-Write-Refusal
               close Close-Report-File
               move 8 to return-code
               goback
           end-if

           perform 4000-Freeze-Balances
           perform 5000-Archive-Installments
           perform 5100-Archive-Payments
           perform 5200-Archive-Refunds
           perform 5300-Archive-Invoices
           EXEC SQL COMMIT END-EXEC

           perform 8100-Write-Archive-Counts
           perform 8200-Write-Sign-Off
           close Close-Report-File
           display "FINCLOSE - season " WS-Season-Display " closed"
           display "League:                " WS-League-Name
           display "Invoices archived:     " WS-Invoice-Moved
           display "Payments archived:     " WS-Payment-Moved
           display "Installments archived: " WS-Install-Moved
           display "Refunds archived:      " WS-Refund-Moved
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
           display "Enter season identifier to close: "
               with no advancing
           accept WS-Season-Accept
           move WS-Season-Accept to WS-Sql-Season-Id
           move WS-Season-Accept to WS-Season-Display
           if WS-Sql-Season-Id not greater than zero
               display "Season identifier is required"
               move 12 to return-code
               goback
           end-if
           .
       0200-Open-Report.
           open output Close-Report-File
           if not Report-File-OK
               display "Close report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           .
       0300-Check-Season.
      *    The season must have been rolled over by SEASNEND - a
      *    current season is still being billed and collected.
           EXEC SQL
               SELECT CURRENT_SEASON
                   INTO :WS-Sql-Current-Flag
                   FROM LABSCHEMA.SEASON
                   WHERE SEASON_ID = :WS-Sql-Season-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Season " WS-Season-Display
                       " is not one of this league's seasons"
                   move 12 to return-code
                   goback
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Current-Flag = "Y"
                   display "Season " WS-Season-Display
                       " is still current - run SEASNEND first"
                   move 8 to return-code
                   goback
           end-evaluate

           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.SEASON_CLOSE
                   WHERE SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               display "Season " WS-Season-Display
                   " is already closed"
               move 8 to return-code
               goback
           end-if
           .
       1000-Gather-Balances.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(AMOUNT_DUE), 0),
                      COALESCE(SUM(COALESCE(DISCOUNT_AMOUNT, 0)), 0),
                      COALESCE(SUM(AMOUNT_PAID), 0),
                      COALESCE(SUM(COALESCE(WRITEOFF_AMOUNT, 0)), 0)
                   INTO :WS-Sql-Invoice-Count,
                        :WS-Sql-Billed,
                        :WS-Sql-Discounts,
                        :WS-Sql-Paid-Total,
                        :WS-Sql-Written-Off
                   FROM LABSCHEMA.INVOICE
                   WHERE SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

      *    CREDIT_ID marks the rows CREDSWP and FEEINVC write when an
      *    overpayment leaves for household credit (negative) or
      *    credit comes in from an earlier season (positive). The
      *    rest are receipts, and the negative ones the NSF reversals
      *    and WITHDRAW refunds.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN PM.CREDIT_ID IS NULL
                                         AND PM.AMOUNT > 0
                                        THEN PM.AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PM.CREDIT_ID IS NULL
                                         AND PM.AMOUNT < 0
                                        THEN 0 - PM.AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PM.CREDIT_ID IS NOT NULL
                                         AND PM.AMOUNT > 0
                                        THEN PM.AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PM.CREDIT_ID IS NOT NULL
                                         AND PM.AMOUNT < 0
                                        THEN 0 - PM.AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(COALESCE(PM.RECOVERY_AMOUNT, 0)), 0)
                   INTO :WS-Sql-Payment-Count,
                        :WS-Sql-Receipts,
                        :WS-Sql-Reversals,
                        :WS-Sql-Credit-In,
                        :WS-Sql-Credit-Out,
                        :WS-Sql-Recovered
                   FROM LABSCHEMA.PAYMENT PM
                   JOIN LABSCHEMA.INVOICE I
                     ON I.INVOICE_ID = PM.INVOICE_ID
                   WHERE I.SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           EXEC SQL
               SELECT COALESCE(SUM(R.REFUND_AMOUNT), 0)
                   INTO :WS-Sql-Refunded
                   FROM LABSCHEMA.REFUND R
                   JOIN LABSCHEMA.INVOICE I
                     ON I.INVOICE_ID = R.INVOICE_ID
                   WHERE I.SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           compute WS-Total-Debit =
               WS-Sql-Billed + WS-Sql-Reversals + WS-Sql-Credit-Out
           compute WS-Total-Credit =
               WS-Sql-Receipts + WS-Sql-Credit-In + WS-Sql-Written-Off
           compute WS-Sql-Closing-Bal =
               WS-Total-Debit - WS-Total-Credit
           compute WS-Payment-Net =
               WS-Sql-Receipts - WS-Sql-Reversals
               + WS-Sql-Credit-In - WS-Sql-Credit-Out
           .
       2000-Write-Trial-Balance.
           move WS-Sql-Season-Id to OUT-Title-Season
           write Close-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Close-Report-Record from WS-League-Line
           write Close-Report-Record from WS-Column-Line

           move "Fees billed, net of discounts" to OUT-TB-Label
           move WS-Sql-Billed to OUT-TB-Debit
           move zero to OUT-TB-Credit
           write Close-Report-Record from WS-TB-Line

           move "Receipts" to OUT-TB-Label
           move zero to OUT-TB-Debit
           move WS-Sql-Receipts to OUT-TB-Credit
           write Close-Report-Record from WS-TB-Line

           move "Receipt reversals and refunds" to OUT-TB-Label
           move WS-Sql-Reversals to OUT-TB-Debit
           move zero to OUT-TB-Credit
           write Close-Report-Record from WS-TB-Line

           move "Household credit applied from earlier seasons"
               to OUT-TB-Label
           move zero to OUT-TB-Debit
           move WS-Sql-Credit-In to OUT-TB-Credit
           write Close-Report-Record from WS-TB-Line

           move "Overpayments carried forward to credit"
               to OUT-TB-Label
           move WS-Sql-Credit-Out to OUT-TB-Debit
           move zero to OUT-TB-Credit
           write Close-Report-Record from WS-TB-Line

           move "Bad debt written off, net of recoveries"
               to OUT-TB-Label
           move zero to OUT-TB-Debit
           move WS-Sql-Written-Off to OUT-TB-Credit
           write Close-Report-Record from WS-TB-Line

           move "Totals" to OUT-Total-Label
           move WS-Total-Debit to OUT-Total-Debit
           move WS-Total-Credit to OUT-Total-Credit
           write Close-Report-Record from WS-TB-Total-Line

           move WS-Sql-Closing-Bal to OUT-Closing-Bal
           write Close-Report-Record from WS-Balance-Line

           move spaces to WS-Detail-Line
           move "0Memorandum:" to WS-Detail-Line
           write Close-Report-Record from WS-Detail-Line
           move "Discounts given at billing" to OUT-Memo-Label
           move WS-Sql-Discounts to OUT-Memo-Amount
           write Close-Report-Record from WS-Memo-Line
           move "Recoveries included in receipts" to OUT-Memo-Label
           move WS-Sql-Recovered to OUT-Memo-Amount
           write Close-Report-Record from WS-Memo-Line
           move "Refunds paid (REFUND register)" to OUT-Memo-Label
           move WS-Sql-Refunded to OUT-Memo-Amount
           write Close-Report-Record from WS-Memo-Line
           move "Invoice AMOUNT_PAID total" to OUT-Memo-Label
           move WS-Sql-Paid-Total to OUT-Memo-Amount
           write Close-Report-Record from WS-Memo-Line
           move "Invoices" to OUT-Count-Label
           move WS-Sql-Invoice-Count to OUT-Count-Value
           write Close-Report-Record from WS-Count-Line
           move "Payment rows" to OUT-Count-Label
           move WS-Sql-Payment-Count to OUT-Count-Value
           write Close-Report-Record from WS-Count-Line
           .
       3000-Check-Settled.
           if WS-Payment-Net not equal WS-Sql-Paid-Total
               set Close-Refused to true
               move spaces to WS-Detail-Line
               move "0PAYMENT DETAIL DOES NOT AGREE TO INVOICE"
                   to WS-Detail-Line (1:41)
               move " AMOUNT_PAID" to WS-Detail-Line (42:12)
               write Close-Report-Record from WS-Detail-Line
               display "Payment detail does not agree to AMOUNT_PAID"
           end-if

      *    A write-off the reviewer rejected does not hold the close.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.WRITE_OFF W
                   WHERE W.SEASON_ID = :WS-Sql-Season-Id
                     AND W.STATUS = 'P'
                     AND NOT EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.PENDING_APPROVAL A
                              WHERE A.PENDING_ID = W.PENDING_ID
                                AND A.STATUS = 'R')
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               set Close-Refused to true
               move WS-Sql-Count to OUT-Count-Value
               move "Write-offs awaiting approval" to OUT-Count-Label
               write Close-Report-Record from WS-Count-Line
               display "Write-offs awaiting approval: " WS-Sql-Count
           end-if

           EXEC SQL OPEN CLOSE_OPEN_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Fetch-Blocker
               until End-of-Data
           EXEC SQL CLOSE CLOSE_OPEN_CUR END-EXEC
           if WS-Blocker-Count > zero
               set Close-Refused to true
               display "Invoices not settled: " WS-Blocker-Count
           end-if
           .
       3100-Fetch-Blocker.
           EXEC SQL FETCH CLOSE_OPEN_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Player-Id,
                    :WS-Sql-Amount-Due,
                    :WS-Sql-Amount-Paid,
                    :WS-Sql-Writeoff,
                    :WS-Sql-Open-Balance
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 3200-Write-Blocker
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3200-Write-Blocker.
           if WS-Blocker-Count = zero
               write Close-Report-Record from WS-Blocker-Heading
               write Close-Report-Record from WS-Blocker-Columns
           end-if
           add 1 to WS-Blocker-Count
           move WS-Sql-Invoice-Id to OUT-Invoice-Id
           move WS-Sql-Player-Id to OUT-Player-Id
           move WS-Sql-Amount-Due to OUT-Amount-Due
           move WS-Sql-Amount-Paid to OUT-Amount-Paid
           move WS-Sql-Writeoff to OUT-Writeoff
           move WS-Sql-Open-Balance to OUT-Open-Balance
           if WS-Sql-Open-Balance < zero
               move "OVERPAID - AWAITING CREDSWP" to OUT-Blocker-Note
           else
               move "UNPAID - COLLECT OR WRITE OFF" to OUT-Blocker-Note
           end-if
           write Close-Report-Record from WS-Blocker-Line
           .
       4000-Freeze-Balances.
           EXEC SQL
                INSERT INTO LABSCHEMA.SEASON_CLOSE
                       (SEASON_ID,
                        INVOICE_COUNT,
                        BILLED_AMOUNT,
                        DISCOUNT_AMOUNT,
                        RECEIPT_AMOUNT,
                        REVERSAL_AMOUNT,
                        CREDIT_IN_AMOUNT,
                        CREDIT_OUT_AMOUNT,
                        WRITEOFF_AMOUNT,
                        RECOVERY_AMOUNT,
                        REFUND_AMOUNT,
                        CLOSING_BALANCE,
                        CLOSED_BY,
                        CLOSED_TIMESTAMP)
                VALUES (:WS-Sql-Season-Id,
                        :WS-Sql-Invoice-Count,
                        :WS-Sql-Billed,
                        :WS-Sql-Discounts,
                        :WS-Sql-Receipts,
                        :WS-Sql-Reversals,
                        :WS-Sql-Credit-In,
                        :WS-Sql-Credit-Out,
                        :WS-Sql-Written-Off,
                        :WS-Sql-Recovered,
                        :WS-Sql-Refunded,
                        :WS-Sql-Closing-Bal,
                        :WS-Job-Id,
                        CURRENT TIMESTAMP)
           END-EXEC
           if SQLCODE not equal zero
               perform 9100-Rollback-and-Bail
           end-if
           .
       5000-Archive-Installments.
           EXEC SQL
                INSERT INTO LABSCHEMA.INSTALLMENT_HIST
                       (SEASON_ID,
                        INVOICE_ID,
                        INSTALLMENT_SEQ,
                        DUE_DATE,
                        AMOUNT_DUE,
                        AMOUNT_PAID)
                SELECT :WS-Sql-Season-Id,
                       N.INVOICE_ID,
                       N.INSTALLMENT_SEQ,
                       N.DUE_DATE,
                       N.AMOUNT_DUE,
                       N.AMOUNT_PAID
                    FROM LABSCHEMA.INSTALLMENT N
                    WHERE N.INVOICE_ID IN
                          (SELECT I.INVOICE_ID
                               FROM LABSCHEMA.INVOICE I
                               WHERE I.SEASON_ID = :WS-Sql-Season-Id)
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           move SQLERRD(3) to WS-Install-Moved

           EXEC SQL
                DELETE FROM LABSCHEMA.INSTALLMENT
                WHERE INVOICE_ID IN
                      (SELECT I.INVOICE_ID
                           FROM LABSCHEMA.INVOICE I
                           WHERE I.SEASON_ID = :WS-Sql-Season-Id)
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           .
       5100-Archive-Payments.
           EXEC SQL
                INSERT INTO LABSCHEMA.PAYMENT_HIST
                       (SEASON_ID,
                        INVOICE_ID,
                        PAYMENT_SEQ,
                        PAYMENT_DATE,
                        AMOUNT,
                        SETTLEMENT_ID,
                        RECOVERY_AMOUNT,
                        CREDIT_ID)
                SELECT :WS-Sql-Season-Id,
                       PM.INVOICE_ID,
                       PM.PAYMENT_SEQ,
                       PM.PAYMENT_DATE,
                       PM.AMOUNT,
                       PM.SETTLEMENT_ID,
                       PM.RECOVERY_AMOUNT,
                       PM.CREDIT_ID
                    FROM LABSCHEMA.PAYMENT PM
                    WHERE PM.INVOICE_ID IN
                          (SELECT I.INVOICE_ID
                               FROM LABSCHEMA.INVOICE I
                               WHERE I.SEASON_ID = :WS-Sql-Season-Id)
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           move SQLERRD(3) to WS-Payment-Moved

           EXEC SQL
                DELETE FROM LABSCHEMA.PAYMENT
                WHERE INVOICE_ID IN
                      (SELECT I.INVOICE_ID
                           FROM LABSCHEMA.INVOICE I
                           WHERE I.SEASON_ID = :WS-Sql-Season-Id)
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           .
       5200-Archive-Refunds.
           EXEC SQL
                INSERT INTO LABSCHEMA.REFUND_HIST
                       (SEASON_ID,
                        REFUND_ID,
                        INVOICE_ID,
                        PLAYER_ID,
                        REFUND_AMOUNT,
                        REFUND_DATE)
                SELECT :WS-Sql-Season-Id,
                       R.REFUND_ID,
                       R.INVOICE_ID,
                       R.PLAYER_ID,
                       R.REFUND_AMOUNT,
                       R.REFUND_DATE
                    FROM LABSCHEMA.REFUND R
                    WHERE R.INVOICE_ID IN
                          (SELECT I.INVOICE_ID
                               FROM LABSCHEMA.INVOICE I
                               WHERE I.SEASON_ID = :WS-Sql-Season-Id)
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           move SQLERRD(3) to WS-Refund-Moved

           EXEC SQL
                DELETE FROM LABSCHEMA.REFUND
                WHERE INVOICE_ID IN
                      (SELECT I.INVOICE_ID
                           FROM LABSCHEMA.INVOICE I
                           WHERE I.SEASON_ID = :WS-Sql-Season-Id)
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           .
       5300-Archive-Invoices.
      *    Last, so the child moves above can still find the season's
      *    invoices.
           EXEC SQL
                INSERT INTO LABSCHEMA.INVOICE_HIST
                       (SEASON_ID,
                        INVOICE_ID,
                        PLAYER_ID,
                        INVOICE_DATE,
                        AMOUNT_DUE,
                        AMOUNT_PAID,
                        RATE_CODE,
                        DISCOUNT_AMOUNT,
                        SPONSOR_ID,
                        SPONSORSHIP_ID,
                        WRITEOFF_AMOUNT)
                SELECT I.SEASON_ID,
                       I.INVOICE_ID,
                       I.PLAYER_ID,
                       I.INVOICE_DATE,
                       I.AMOUNT_DUE,
                       I.AMOUNT_PAID,
                       I.RATE_CODE,
                       I.DISCOUNT_AMOUNT,
                       I.SPONSOR_ID,
                       I.SPONSORSHIP_ID,
                       I.WRITEOFF_AMOUNT
                    FROM LABSCHEMA.INVOICE I
                    WHERE I.SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           move SQLERRD(3) to WS-Invoice-Moved

           EXEC SQL
                DELETE FROM LABSCHEMA.INVOICE
                WHERE SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           .
       8100-Write-Archive-Counts.
           move spaces to WS-Detail-Line
           move "0Rows moved to history:" to WS-Detail-Line
           write Close-Report-Record from WS-Detail-Line
           move "INVOICE to INVOICE_HIST" to OUT-Count-Label
           move WS-Invoice-Moved to OUT-Count-Value
           write Close-Report-Record from WS-Count-Line
           move "PAYMENT to PAYMENT_HIST" to OUT-Count-Label
           move WS-Payment-Moved to OUT-Count-Value
           write Close-Report-Record from WS-Count-Line
           move "INSTALLMENT to INSTALLMENT_HIST" to OUT-Count-Label
           move WS-Install-Moved to OUT-Count-Value
           write Close-Report-Record from WS-Count-Line
           move "REFUND to REFUND_HIST" to OUT-Count-Label
           move WS-Refund-Moved to OUT-Count-Value
           write Close-Report-Record from WS-Count-Line
           .
       8200-Write-Sign-Off.
           move spaces to WS-Detail-Line
           string "0SEASON " WS-Season-Display
                  " CLOSED - BALANCES FROZEN ON LABSCHEMA.SEASON_CLOSE"
               delimited by size
               into WS-Detail-Line
           write Close-Report-Record from WS-Detail-Line
           move spaces to WS-Detail-Line
           move "-Prepared by (treasurer):  ______________________"
               to WS-Detail-Line (1:50)
           move "  Date: ____________" to WS-Detail-Line (51:20)
           write Close-Report-Record from WS-Detail-Line
           move spaces to WS-Detail-Line
           move "0Examined by (auditor):    ______________________"
               to WS-Detail-Line (1:50)
           move "  Date: ____________" to WS-Detail-Line (51:20)
           write Close-Report-Record from WS-Detail-Line
           .
       8900-Write-Refusal.
           move spaces to WS-Detail-Line
           string "0CLOSE REFUSED - SEASON " WS-Season-Display
                  " HAS RECEIVABLES NOT SETTLED, WRITTEN OFF"
                  " OR CARRIED FORWARD"
               delimited by size
               into WS-Detail-Line
           write Close-Report-Record from WS-Detail-Line
           display "FINCLOSE - close refused for season "
               WS-Season-Display
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
       9100-Rollback-and-Bail.
           EXEC SQL ROLLBACK END-EXEC
           perform 9000-Bail
           .
