       Identification Division.
      **********************************************************************
      * Nightly receivables sub-ledger balancing. FEEINVC, FEEPOST
      * (with its reversals), PLANMNT, WITHDRAW, EQUIPMNT, SPONINVC,
      * CREDSWP and BADDEBT all move money on LABSCHEMA.INVOICE and
      * the tables around it; this proves they still agree:
      *   - PAID: every invoice's AMOUNT_PAID equals the sum of its
      *     PAYMENT rows, reversals (negative rows) netted in
      *   - PLAN: on an invoice with a PLANMNT schedule, no
      *     installment is paid below zero or beyond its amount, the
      *     installments carry no more of the receipts than the
      *     invoice has, and what is still owed on the schedule is no
      *     more than the invoice's open balance (charges raised after
      *     the plan - kit deposits, NSF fees - sit outside it)
      *   - REFUND: no invoice has refunded more than was ever
      *     received on it, live or archived by FINCLOSE
      *   - ROLL-FORWARD: the last run's closing receivable plus
      *     today's activity equals today's closing receivable. Cash
      *     activity comes from the PAYMENT rows posted since, and a
      *     season FINCLOSE moved to history since comes off at its
      *     frozen SEASON_CLOSE figures, so the roll-forward proves
      *     AMOUNT_PAID moved exactly as the PAYMENT register did.
      * Today's closing position is kept on LABSCHEMA.RECV_BALANCE as
      * tomorrow's opening; a rerun the same day replaces it. Every
      * break is listed on RBLRPT01 and raised as a critical ALERTWTR
      * alert naming the invoice; any break ends RC 4.
      * SYSIN names the league. The sub-ledger is balanced for its
      * invoices only - PAYMENT, INSTALLMENT and REFUND rows through
      * the invoice, closed seasons through the SEASON - and its
      * closing position is kept on RECV_BALANCE under its LEAGUE_ID,
      * so each league's roll-forward runs from its own last close.
      **********************************************************************
       Program-ID. RECVBAL.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Balance-Report-File assign to RBLRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Balance-Report-File
           recording mode f.
       01  Balance-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Job-Id              pic x(08) value "RECVBAL".
       01  WS-Alert-Severity      pic x(01) value "C".
       01  WS-Alert-Message       pic x(60).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Invoice-Side    pic s9(9)v99 comp-3.
       01  WS-Sql-Detail-Side     pic s9(9)v99 comp-3.
       01  WS-Sql-Plan-Due        pic s9(9)v99 comp-3.
       01  WS-Sql-Plan-Paid       pic s9(9)v99 comp-3.
       01  WS-Sql-Open-Balance    pic s9(9)v99 comp-3.
       01  WS-Sql-Amount-Paid     pic s9(9)v99 comp-3.
       01  WS-Sql-Bad-Rows        pic s9(05) comp.

       01  WS-Sql-Prior-Date      pic x(10).
       01  WS-Sql-Today           pic x(10).
       01  WS-Sql-Invoice-Count   pic s9(09) comp.
       01  WS-Sql-Max-Invoice-Id  pic s9(09) comp.
       01  WS-Sql-Billed          pic s9(11)v99 comp-3.
       01  WS-Sql-Paid            pic s9(11)v99 comp-3.
       01  WS-Sql-Written-Off     pic s9(11)v99 comp-3.
       01  WS-Sql-Open            pic s9(11)v99 comp-3.
       01  WS-Sql-Payment-Total   pic s9(11)v99 comp-3.
       01  WS-Sql-Prior-Max-Id    pic s9(09) comp.
       01  WS-Sql-Prior-Billed    pic s9(11)v99 comp-3.
       01  WS-Sql-Prior-Paid      pic s9(11)v99 comp-3.
       01  WS-Sql-Prior-Wo        pic s9(11)v99 comp-3.
       01  WS-Sql-Prior-Open      pic s9(11)v99 comp-3.
       01  WS-Sql-Prior-Pay-Total pic s9(11)v99 comp-3.
       01  WS-Sql-New-Billed      pic s9(11)v99 comp-3.
       01  WS-Sql-Arch-Billed     pic s9(11)v99 comp-3.
       01  WS-Sql-Arch-Paid       pic s9(11)v99 comp-3.
       01  WS-Sql-Arch-Wo         pic s9(11)v99 comp-3.

       01  WS-Adjustments         pic s9(11)v99 packed-decimal.
       01  WS-Receipts-Net        pic s9(11)v99 packed-decimal.
       01  WS-Writeoff-Net        pic s9(11)v99 packed-decimal.
       01  WS-Archived-Open       pic s9(11)v99 packed-decimal.
       01  WS-Expected-Open       pic s9(11)v99 packed-decimal.
       01  WS-Roll-Difference     pic s9(11)v99 packed-decimal.

       01  WS-Paid-Breaks         pic s9(07) packed-decimal value zero.
       01  WS-Plan-Breaks         pic s9(07) packed-decimal value zero.
       01  WS-Refund-Breaks       pic s9(07) packed-decimal value zero.
       01  WS-Roll-Breaks         pic s9(07) packed-decimal value zero.
       01  WS-Total-Breaks        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Invoice-Display     pic 9(09).
       01  WS-Detail-Line         pic x(133).

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(42)
               value "RECEIVABLES SUB-LEDGER BALANCING - RUN OF".
           05  OUT-Title-Date      pic x(10).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Section-Line.
           05  filler              pic x(01) value "0".
           05  OUT-Section-Title   pic x(60).
       01  WS-Break-Columns.
           05  filler              pic x(01) value space.
           05  filler              pic x(11) value "  Invoice".
           05  filler              pic x(16) value "    Invoice side".
           05  filler              pic x(16) value "     Detail side".
           05  filler              pic x(02) value spaces.
           05  filler              pic x(30) value "Break".
       01  WS-Break-Line.
           05  filler              pic x(01) value space.
           05  OUT-Invoice-Id      pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Invoice-Side    pic ---,---,--9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Detail-Side     pic ---,---,--9.99.
           05  filler              pic x(04) value spaces.
           05  OUT-Break-Note      pic x(40).
       01  WS-None-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(30) value "  No breaks".
       01  WS-Roll-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(02) value spaces.
           05  OUT-Roll-Label      pic x(44).
           05  OUT-Roll-Amount     pic ---,---,---,--9.99.
       01  WS-Summary-Line.
           05  filler              pic x(01) value "0".
           05  OUT-Summary-Text    pic x(40).
           05  OUT-Summary-Count   pic zzz,zz9.

       Procedure Division.

           EXEC SQL DECLARE RB_PAID_CUR CURSOR FOR
               SELECT I.INVOICE_ID,
                      I.AMOUNT_PAID,
                      COALESCE(P.PAY_AMT, 0)
                   FROM LABSCHEMA.INVOICE I
                   LEFT JOIN
                       (SELECT PM.INVOICE_ID,
                               SUM(PM.AMOUNT) AS PAY_AMT
                            FROM LABSCHEMA.PAYMENT PM
                            GROUP BY PM.INVOICE_ID) P
                     ON P.INVOICE_ID = I.INVOICE_ID
                   WHERE I.AMOUNT_PAID <> COALESCE(P.PAY_AMT, 0)
                     AND I.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY I.INVOICE_ID
           END-EXEC

           EXEC SQL DECLARE RB_PLAN_CUR CURSOR FOR
               SELECT I.INVOICE_ID,
                      SUM(N.AMOUNT_DUE),
                      SUM(N.AMOUNT_PAID),
                      I.AMOUNT_DUE - I.AMOUNT_PAID
                          - COALESCE(I.WRITEOFF_AMOUNT, 0),
                      I.AMOUNT_PAID,
                      SUM(CASE WHEN N.AMOUNT_PAID < 0
                                 OR N.AMOUNT_PAID > N.AMOUNT_DUE
                               THEN 1 ELSE 0 END)
                   FROM LABSCHEMA.INVOICE I
                   JOIN LABSCHEMA.INSTALLMENT N
                     ON N.INVOICE_ID = I.INVOICE_ID
                   WHERE I.LEAGUE_ID = :WS-Sql-League-Id
                   GROUP BY I.INVOICE_ID,
                            I.AMOUNT_DUE,
                            I.AMOUNT_PAID,
                            I.WRITEOFF_AMOUNT
                   HAVING SUM(CASE WHEN N.AMOUNT_PAID < 0
                                     OR N.AMOUNT_PAID > N.AMOUNT_DUE
                                   THEN 1 ELSE 0 END) > 0
                       OR SUM(N.AMOUNT_PAID) > I.AMOUNT_PAID
                       OR SUM(N.AMOUNT_DUE - N.AMOUNT_PAID) >
                          I.AMOUNT_DUE - I.AMOUNT_PAID
                              - COALESCE(I.WRITEOFF_AMOUNT, 0)
                   ORDER BY I.INVOICE_ID
           END-EXEC

      *    Receipts are the positive PAYMENT rows, live and archived -
      *    CREDSWP can refund household credit against an invoice
      *    FINCLOSE has since moved to history.
           EXEC SQL DECLARE RB_REFUND_CUR CURSOR FOR
               SELECT R.INVOICE_ID,
                      COALESCE(P.GROSS_AMT, 0),
                      R.REFUND_AMT
                   FROM (SELECT RF.INVOICE_ID,
                                SUM(RF.REFUND_AMOUNT) AS REFUND_AMT
                             FROM LABSCHEMA.REFUND RF
                             GROUP BY RF.INVOICE_ID) R
                   LEFT JOIN
                       (SELECT Y.INVOICE_ID,
                               SUM(CASE WHEN Y.AMOUNT > 0
                                        THEN Y.AMOUNT ELSE 0 END)
                                   AS GROSS_AMT
                            FROM (SELECT INVOICE_ID, AMOUNT
                                      FROM LABSCHEMA.PAYMENT
                                  UNION ALL
                                  SELECT INVOICE_ID, AMOUNT
                                      FROM LABSCHEMA.PAYMENT_HIST) Y
                            GROUP BY Y.INVOICE_ID) P
                     ON P.INVOICE_ID = R.INVOICE_ID
                   WHERE R.REFUND_AMT > COALESCE(P.GROSS_AMT, 0)
                     AND R.INVOICE_ID IN
                         (SELECT LI.INVOICE_ID
                              FROM LABSCHEMA.INVOICE LI
                              WHERE LI.LEAGUE_ID = :WS-Sql-League-Id
                          UNION ALL
                          SELECT LH.INVOICE_ID
                              FROM LABSCHEMA.INVOICE_HIST LH
                              JOIN LABSCHEMA.SEASON LS
                                ON LS.SEASON_ID = LH.SEASON_ID
                              WHERE LS.LEAGUE_ID = :WS-Sql-League-Id)
                   ORDER BY R.INVOICE_ID
           END-EXEC

           perform 0050-Select-League
           perform 0100-Open-Report
           perform 1000-Check-Paid
           perform 2000-Check-Plans
           perform 3000-Check-Refunds
           perform 4000-Roll-Forward
           perform 5000-Save-Closing
           perform 8100-Write-Summary

           close Balance-Report-File
           display "RECVBAL - receivables balancing complete"
           display "Paid breaks:          " WS-Paid-Breaks
           display "Plan breaks:          " WS-Plan-Breaks
           display "Refund breaks:        " WS-Refund-Breaks
           display "Roll-forward breaks:  " WS-Roll-Breaks
           if WS-Total-Breaks > zero
               move 4 to return-code
           end-if
           display "League: " WS-League-Name
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
       0100-Open-Report.
           open output Balance-Report-File
           if not Report-File-OK
               display "Balancing report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-Sql-Today
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move WS-Sql-Today to OUT-Title-Date
           write Balance-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Balance-Report-Record from WS-League-Line
           .
       1000-Check-Paid.
           move "AMOUNT_PAID AGAINST PAYMENT ROWS" to OUT-Section-Title
           write Balance-Report-Record from WS-Section-Line
           write Balance-Report-Record from WS-Break-Columns
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN RB_PAID_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1100-Fetch-Paid
               until End-of-Data
           EXEC SQL CLOSE RB_PAID_CUR END-EXEC
           if WS-Paid-Breaks = zero
               write Balance-Report-Record from WS-None-Line
           end-if
           .
       1100-Fetch-Paid.
           EXEC SQL FETCH RB_PAID_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Invoice-Side,
                    :WS-Sql-Detail-Side
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Paid-Breaks
                   move "AMOUNT_PAID NOT EQUAL PAYMENT ROWS"
                       to OUT-Break-Note
                   perform 7000-Report-Break
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Check-Plans.
           move "INSTALLMENT SCHEDULES AGAINST THE PLAN BALANCE"
               to OUT-Section-Title
           write Balance-Report-Record from WS-Section-Line
           write Balance-Report-Record from WS-Break-Columns
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN RB_PLAN_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2100-Fetch-Plan
               until End-of-Data
           EXEC SQL CLOSE RB_PLAN_CUR END-EXEC
           if WS-Plan-Breaks = zero
               write Balance-Report-Record from WS-None-Line
           end-if
           .
       2100-Fetch-Plan.
           EXEC SQL FETCH RB_PLAN_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Plan-Due,
                    :WS-Sql-Plan-Paid,
                    :WS-Sql-Open-Balance,
                    :WS-Sql-Amount-Paid,
                    :WS-Sql-Bad-Rows
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Plan-Breaks
                   perform 2200-Classify-Plan-Break
                   perform 7000-Report-Break
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2200-Classify-Plan-Break.
      *    Report the first thing wrong, with the two figures that
      *    show it.
           evaluate true
               when WS-Sql-Bad-Rows > zero
                   move WS-Sql-Plan-Due to WS-Sql-Invoice-Side
                   move WS-Sql-Plan-Paid to WS-Sql-Detail-Side
                   move "INSTALLMENT PAID BELOW ZERO OR OVER DUE"
                       to OUT-Break-Note
               when WS-Sql-Plan-Paid > WS-Sql-Amount-Paid
                   move WS-Sql-Amount-Paid to WS-Sql-Invoice-Side
                   move WS-Sql-Plan-Paid to WS-Sql-Detail-Side
                   move "PLAN ALLOCATED MORE THAN INVOICE PAID"
                       to OUT-Break-Note
               when other
                   move WS-Sql-Open-Balance to WS-Sql-Invoice-Side
                   compute WS-Sql-Detail-Side =
                       WS-Sql-Plan-Due - WS-Sql-Plan-Paid
                   move "PLAN OWES MORE THAN INVOICE OPEN"
                       to OUT-Break-Note
           end-evaluate
           .
       3000-Check-Refunds.
           move "REFUNDS AGAINST RECEIPTS" to OUT-Section-Title
           write Balance-Report-Record from WS-Section-Line
           write Balance-Report-Record from WS-Break-Columns
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN RB_REFUND_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Fetch-Refund
               until End-of-Data
           EXEC SQL CLOSE RB_REFUND_CUR END-EXEC
           if WS-Refund-Breaks = zero
               write Balance-Report-Record from WS-None-Line
           end-if
           .
       3100-Fetch-Refund.
           EXEC SQL FETCH RB_REFUND_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Invoice-Side,
                    :WS-Sql-Detail-Side
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Refund-Breaks
                   move "REFUNDED MORE THAN WAS RECEIVED"
                       to OUT-Break-Note
                   perform 7000-Report-Break
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4000-Roll-Forward.
           move "RECEIVABLE ROLL-FORWARD" to OUT-Section-Title
           write Balance-Report-Record from WS-Section-Line

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(INVOICE_ID), 0),
                      COALESCE(SUM(AMOUNT_DUE), 0),
                      COALESCE(SUM(AMOUNT_PAID), 0),
                      COALESCE(SUM(COALESCE(WRITEOFF_AMOUNT, 0)), 0)
                   INTO :WS-Sql-Invoice-Count,
                        :WS-Sql-Max-Invoice-Id,
                        :WS-Sql-Billed,
                        :WS-Sql-Paid,
                        :WS-Sql-Written-Off
                   FROM LABSCHEMA.INVOICE
                   WHERE LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           compute WS-Sql-Open =
               WS-Sql-Billed - WS-Sql-Paid - WS-Sql-Written-Off

           EXEC SQL
               SELECT COALESCE(SUM(PM.AMOUNT), 0)
                   INTO :WS-Sql-Payment-Total
                   FROM LABSCHEMA.PAYMENT PM
                   JOIN LABSCHEMA.INVOICE I
                     ON I.INVOICE_ID = PM.INVOICE_ID
                   WHERE I.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           EXEC SQL
               SELECT CHAR(B.BALANCE_DATE, ISO),
                      B.MAX_INVOICE_ID,
                      B.BILLED_TOTAL,
                      B.PAID_TOTAL,
                      B.WRITEOFF_TOTAL,
                      B.OPEN_TOTAL,
                      B.PAYMENT_TOTAL
                   INTO :WS-Sql-Prior-Date,
                        :WS-Sql-Prior-Max-Id,
                        :WS-Sql-Prior-Billed,
                        :WS-Sql-Prior-Paid,
                        :WS-Sql-Prior-Wo,
                        :WS-Sql-Prior-Open,
                        :WS-Sql-Prior-Pay-Total
                   FROM LABSCHEMA.RECV_BALANCE B
                   WHERE B.LEAGUE_ID = :WS-Sql-League-Id
                     AND B.BALANCE_DATE =
                         (SELECT MAX(X.BALANCE_DATE)
                              FROM LABSCHEMA.RECV_BALANCE X
                              WHERE X.LEAGUE_ID = :WS-Sql-League-Id
                                AND X.BALANCE_DATE < CURRENT DATE)
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 4100-Gather-Activity
                   perform 4200-Write-Roll-Forward
               when SQLCODE = 100
                   move spaces to WS-Detail-Line
                   move "   No earlier closing balance on file - "
                       to WS-Detail-Line (1:40)
                   move "the roll-forward starts from tonight"
                       to WS-Detail-Line (41:36)
                   write Balance-Report-Record from WS-Detail-Line
                   move "Closing receivable" to OUT-Roll-Label
                   move WS-Sql-Open to OUT-Roll-Amount
                   write Balance-Report-Record from WS-Roll-Line
               when other
                   perform 9000-Bail
           end-evaluate
           .
       4100-Gather-Activity.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT_DUE), 0)
                   INTO :WS-Sql-New-Billed
                   FROM LABSCHEMA.INVOICE
                   WHERE INVOICE_ID > :WS-Sql-Prior-Max-Id
                     AND LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

      *    A season closed since the last run left the live tables at
      *    the figures FINCLOSE froze.
           EXEC SQL
               SELECT COALESCE(SUM(BILLED_AMOUNT), 0),
                      COALESCE(SUM(RECEIPT_AMOUNT - REVERSAL_AMOUNT
                                   + CREDIT_IN_AMOUNT
                                   - CREDIT_OUT_AMOUNT), 0),
                      COALESCE(SUM(WRITEOFF_AMOUNT), 0)
                   INTO :WS-Sql-Arch-Billed,
                        :WS-Sql-Arch-Paid,
                        :WS-Sql-Arch-Wo
                   FROM LABSCHEMA.SEASON_CLOSE
                   WHERE DATE(CLOSED_TIMESTAMP) >
                         DATE(:WS-Sql-Prior-Date)
                     AND SEASON_ID IN
                         (SELECT SEASON_ID
                              FROM LABSCHEMA.SEASON
                              WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           compute WS-Adjustments =
               WS-Sql-Billed - WS-Sql-Prior-Billed
               + WS-Sql-Arch-Billed - WS-Sql-New-Billed
           compute WS-Receipts-Net =
               WS-Sql-Payment-Total - WS-Sql-Prior-Pay-Total
               + WS-Sql-Arch-Paid
           compute WS-Writeoff-Net =
               WS-Sql-Written-Off - WS-Sql-Prior-Wo
               + WS-Sql-Arch-Wo
           compute WS-Archived-Open =
               WS-Sql-Arch-Billed - WS-Sql-Arch-Paid - WS-Sql-Arch-Wo
           compute WS-Expected-Open =
               WS-Sql-Prior-Open
               + WS-Sql-New-Billed + WS-Adjustments
               - WS-Receipts-Net - WS-Writeoff-Net
               - WS-Archived-Open
           compute WS-Roll-Difference =
               WS-Sql-Open - WS-Expected-Open
           .
       4200-Write-Roll-Forward.
           move spaces to OUT-Roll-Label
           string "Opening receivable at close of "
                  WS-Sql-Prior-Date
               delimited by size
               into OUT-Roll-Label
           move WS-Sql-Prior-Open to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line
           move "New invoices billed" to OUT-Roll-Label
           move WS-Sql-New-Billed to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line
           move "Charges and adjustments on existing invoices"
               to OUT-Roll-Label
           move WS-Adjustments to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line
           move "Less PAYMENT rows posted, net of reversals"
               to OUT-Roll-Label
           move WS-Receipts-Net to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line
           move "Less written off, net of recoveries"
               to OUT-Roll-Label
           move WS-Writeoff-Net to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line
           move "Less seasons closed to history" to OUT-Roll-Label
           move WS-Archived-Open to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line
           move "Expected closing receivable" to OUT-Roll-Label
           move WS-Expected-Open to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line
           move "Closing receivable on INVOICE" to OUT-Roll-Label
           move WS-Sql-Open to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line
           move "Difference" to OUT-Roll-Label
           move WS-Roll-Difference to OUT-Roll-Amount
           write Balance-Report-Record from WS-Roll-Line

           if WS-Roll-Difference not equal zero
               add 1 to WS-Roll-Breaks
               add 1 to WS-Total-Breaks
               move spaces to WS-Alert-Message
               string "RECEIVABLE ROLL-FORWARD DOES NOT BALANCE, "
                      "LEAGUE " WS-League-Key
                   delimited by size
                   into WS-Alert-Message
               call "ALERTWTR" using WS-Alert-Severity
                                    WS-Job-Id
                                    WS-Alert-Message
           end-if
           .
       5000-Save-Closing.
           EXEC SQL
                DELETE FROM LABSCHEMA.RECV_BALANCE
                WHERE BALANCE_DATE = CURRENT DATE
                  AND LEAGUE_ID    = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.RECV_BALANCE
                       (BALANCE_DATE,
                        INVOICE_COUNT,
                        MAX_INVOICE_ID,
                        BILLED_TOTAL,
                        PAID_TOTAL,
                        WRITEOFF_TOTAL,
                        OPEN_TOTAL,
                        PAYMENT_TOTAL,
                        BREAK_COUNT,
                        LEAGUE_ID)
                VALUES (CURRENT DATE,
                        :WS-Sql-Invoice-Count,
                        :WS-Sql-Max-Invoice-Id,
                        :WS-Sql-Billed,
                        :WS-Sql-Paid,
                        :WS-Sql-Written-Off,
                        :WS-Sql-Open,
                        :WS-Sql-Payment-Total,
                        :WS-Total-Breaks,
                        :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE not equal zero
               perform 9100-Rollback-and-Bail
           end-if
           EXEC SQL COMMIT END-EXEC
           .
       7000-Report-Break.
           add 1 to WS-Total-Breaks
           move WS-Sql-Invoice-Id to OUT-Invoice-Id
           move WS-Sql-Invoice-Side to OUT-Invoice-Side
           move WS-Sql-Detail-Side to OUT-Detail-Side
           write Balance-Report-Record from WS-Break-Line

           move WS-Sql-Invoice-Id to WS-Invoice-Display
           move spaces to WS-Alert-Message
           string "INVOICE " WS-Invoice-Display " "
                  OUT-Break-Note
               delimited by size
               into WS-Alert-Message
           call "ALERTWTR" using WS-Alert-Severity
                                WS-Job-Id
                                WS-Alert-Message
           .
       8100-Write-Summary.
           if WS-Total-Breaks = zero
               move "RECEIVABLES IN BALANCE - BREAKS:"
                   to OUT-Summary-Text
           else
               move "RECEIVABLES OUT OF BALANCE - BREAKS:"
                   to OUT-Summary-Text
           end-if
           move WS-Total-Breaks to OUT-Summary-Count
           write Balance-Report-Record from WS-Summary-Line
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
