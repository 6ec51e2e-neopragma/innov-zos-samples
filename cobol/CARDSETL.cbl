       Identification Division.
      **********************************************************************
      * Card-processor settlement import. The processor's daily
      * settlement file (CARDSETF) carries, per settlement batch, a
      * header 'H' (processor batch id, settlement date, the date the
      * money lands in the bank), one detail 'D' per card
      * transaction (processor transaction id, the checkout
      * reference we passed them, transaction date, gross amount and
      * their fee) and a trailer 'T' (count, gross, fee and net
      * deposit totals).
      * Each transaction is matched to its INVOICE by the checkout
      * reference - the INVOICE_ID, nine digits, left in the field.
      * A matched transaction is written to CARDPAY as a FEEPOST
      * receipt record typed 'C' for its gross amount, carrying the
      * settlement it came in on, so the receipt posts through
      * FEEPOST's own posting and plan allocation in the next step -
      * never a second posting path. An unmatched transaction goes
      * on the suspense report and on LABSCHEMA.CARD_SUSPENSE
      * (SETTLEMENT_ID, PROCESSOR_TXN_ID, CHECKOUT_REF, TXN_DATE,
      * GROSS_AMOUNT, FEE_AMOUNT) for the treasurer to clear.
      * Per settlement, in one unit of work:
      *   - LABSCHEMA.CARD_SETTLEMENT (SETTLEMENT_ID, PROCESSOR_BATCH,
      *     SETTLEMENT_DATE, DEPOSIT_DATE, TXN_COUNT, GROSS_AMOUNT,
      *     FEE_AMOUNT, NET_AMOUNT, MATCHED_AMOUNT, SUSPENSE_AMOUNT,
      *     IMPORT_TIMESTAMP, LEAGUE_ID) records the net deposit
      *     DEPRECN should find on the league's bank statement;
      *   - the processor's fee is booked as one expense line on
      *     LABSCHEMA.EXPENSE (EXPENSE_ID, SEASON_ID, EXPENSE_DATE,
      *     CATEGORY_CODE 'CARDFEE', DESCRIPTION, AMOUNT, SOURCE_PGM,
      *     SOURCE_REF).
      * A settlement whose trailer does not agree with its details,
      * or whose net is not gross less fee, is rolled back, left on
      * the processor's file for a corrected resend, and the run
      * ends RC 4; the settlements that did balance are committed
      * and their receipts still post in the FEEPOST step. A processor
      * batch already imported is skipped (the -803 duplicate on
      * PROCESSOR_BATCH), so a resent file does not post twice.
      * Each league settles through its own merchant account: the
      * run is for the league named on SYSIN card 1, a checkout
      * reference only matches that league's invoices, and the fee
      * is booked to that league's current season.
      **********************************************************************
       Program-ID. CARDSETL.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Settlement-File assign to CARDSETF
               file status is WS-Settle-File-Status.
           select Card-Payments-File assign to CARDPAY
               file status is WS-Pay-File-Status.
           select Settlement-Report-File assign to CARDRPT1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Settlement-File
           recording mode f.
       01  Settlement-Record.
           05  CS-Record-Type          pic x(01).
               88  CS-Header               value "H".
               88  CS-Detail               value "D".
               88  CS-Trailer              value "T".
           05  CS-Record-Data          pic x(79).
           05  CS-Header-Data redefines CS-Record-Data.
               10  CS-Batch-Id         pic x(12).
               10  CS-Settle-Date      pic x(10).
               10  CS-Deposit-Date     pic x(10).
               10  filler              pic x(47).
           05  CS-Detail-Data redefines CS-Record-Data.
               10  CS-Txn-Id           pic x(20).
               10  CS-Checkout-Ref     pic x(20).
               10  CS-Ref-Invoice redefines CS-Checkout-Ref.
                   15  CS-Ref-Invoice-Id  pic 9(09).
                   15  CS-Ref-Rest        pic x(11).
               10  CS-Txn-Date         pic x(10).
               10  CS-Gross-Amount     pic 9(7)v99.
               10  CS-Fee-Amount       pic 9(5)v99.
               10  filler              pic x(13).
           05  CS-Trailer-Data redefines CS-Record-Data.
               10  CS-Trl-Count        pic 9(07).
               10  CS-Trl-Gross        pic 9(9)v99.
               10  CS-Trl-Fee          pic 9(7)v99.
               10  CS-Trl-Net          pic 9(9)v99.
               10  filler              pic x(41).

       FD  Card-Payments-File
           recording mode f.
       01  Card-Payment-Record.
           05  CP-Invoice-Id           pic 9(09).
           05  CP-Amount               pic 9(7)v99.
           05  CP-Payment-Date         pic x(10).
           05  CP-Record-Type          pic x(01).
           05  CP-Settlement-Id        pic 9(05).
           05  CP-NSF-Fee              pic 9(5)v99.

       FD  Settlement-Report-File
           recording mode f.
       01  Settlement-Report-Record pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Settle-File-Status  pic x(02).
           88  Settle-File-OK         value "00".
       01  WS-Pay-File-Status     pic x(02).
           88  Pay-File-OK            value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-In-Settlement-Sw    pic x value "N".
           88  In-Settlement          value "Y".
       01  WS-Skip-Settlement-Sw  pic x value "N".
           88  Skip-Settlement        value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Settlement-Id   pic s9(09) comp.
       01  WS-Sql-Batch-Id        pic x(12).
       01  WS-Sql-Settle-Date     pic x(10).
       01  WS-Sql-Deposit-Date    pic x(10).
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Txn-Id          pic x(20).
       01  WS-Sql-Checkout-Ref    pic x(20).
       01  WS-Sql-Txn-Date        pic x(10).
       01  WS-Sql-Gross           pic s9(7)v99 comp-3.
       01  WS-Sql-Fee             pic s9(7)v99 comp-3.
       01  WS-Sql-Txn-Count       pic s9(07) comp.
       01  WS-Sql-Gross-Total     pic s9(9)v99 comp-3.
       01  WS-Sql-Fee-Total       pic s9(9)v99 comp-3.
       01  WS-Sql-Net-Total       pic s9(9)v99 comp-3.
       01  WS-Sql-Matched-Total   pic s9(9)v99 comp-3.
       01  WS-Sql-Suspense-Total  pic s9(9)v99 comp-3.
       01  WS-Sql-Expense-Id      pic s9(09) comp.
       01  WS-Sql-Expense-Desc    pic x(40).
       01  WS-Sql-Count           pic s9(05) comp.

      *    The matched receipts of the settlement being read are
      *    held here and written to CARDPAY only once its trailer
      *    balances, so a settlement that is rolled back leaves no
      *    receipts behind for FEEPOST.
       01  WS-Receipt-Max         pic s9(04) comp value 2000.
       01  WS-Receipt-Count       pic s9(04) comp value zero.
       01  WS-Receipt-Sub         pic s9(04) comp.
       01  WS-Receipt-Table.
           05  WS-Receipt-Entry   occurs 2000 times
                                  pic x(41).

       01  WS-Settle-Count        pic s9(07) packed-decimal value zero.
       01  WS-Skipped-Count       pic s9(07) packed-decimal value zero.
       01  WS-Failed-Count        pic s9(07) packed-decimal value zero.
       01  WS-Matched-Count       pic s9(07) packed-decimal value zero.
       01  WS-Suspense-Count      pic s9(07) packed-decimal value zero.
       01  WS-Batch-Suspense-Count
                                  pic s9(07) packed-decimal value zero.
       01  WS-Run-Net-Total       pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Run-Fee-Total       pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(40)
               value "CARD SETTLEMENT IMPORT - PROCESSOR BATCH".
           05  filler              pic x(01) value space.
           05  OUT-Batch-Id        pic x(12).
       01  WS-Dates-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(17) value "Settlement date: ".
           05  OUT-Settle-Date     pic x(10).
           05  filler              pic x(19)
               value "   Expected in bank".
           05  filler              pic x(02) value ": ".
           05  OUT-Deposit-Date    pic x(10).
       01  WS-Suspense-Heading.
           05  filler              pic x(01) value space.
           05  filler              pic x(22)
               value "SUSPENSE - UNMATCHED  ".
           05  filler              pic x(21)
               value "Processor txn        ".
           05  filler              pic x(21)
               value "Checkout reference   ".
           05  filler              pic x(24)
               value "Txn date           Gross".
           05  filler              pic x(11) value "        Fee".
       01  WS-Suspense-Line.
           05  filler              pic x(23) value spaces.
           05  OUT-SU-Txn-Id       pic x(20).
           05  filler              pic x(01) value space.
           05  OUT-SU-Ref          pic x(20).
           05  filler              pic x(01) value space.
           05  OUT-SU-Txn-Date     pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-SU-Gross        pic z,zzz,zz9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-SU-Fee          pic zz,zz9.99.
       01  WS-Total-Line.
           05  filler              pic x(01) value space.
           05  OUT-Total-Label     pic x(40).
           05  OUT-Total-Count     pic z(06)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Total-Amount    pic zzz,zzz,zz9.99.
       01  WS-Result-Line.
           05  filler              pic x(01) value space.
           05  OUT-Result          pic x(60).

       Procedure Division.

           perform 0050-Select-League
           perform 0200-Find-Current-Season
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
           if In-Settlement
               display "CARDSETL - file ends inside processor batch "
                   WS-Sql-Batch-Id ", no trailer"
               EXEC SQL ROLLBACK END-EXEC
               add 1 to WS-Failed-Count
               move 4 to return-code
           end-if
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
       0200-Find-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       1000-Open-Files.
           open input Settlement-File
           if not Settle-File-OK
               display "Settlement file open error: "
                   WS-Settle-File-Status
               move 12 to return-code
               goback
           end-if
           open output Card-Payments-File
           if not Pay-File-OK
               display "Card payments file open error: "
                   WS-Pay-File-Status
               move 12 to return-code
               goback
           end-if
           open output Settlement-Report-File
           if not Report-File-OK
               display "Settlement report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Settlement-File
               at end
                   set End-of-File to true
               not at end
                   perform 3000-Process-Record
           end-read
           .
       3000-Process-Record.
           evaluate true
               when CS-Header
                   perform 3100-Start-Settlement
               when not In-Settlement
                   display "CARDSETL - record outside a processor "
                       "batch ignored, type " CS-Record-Type
               when Skip-Settlement
                   if CS-Trailer
                       move "N" to WS-In-Settlement-Sw
                   end-if
               when CS-Detail
                   perform 4000-Process-Transaction
               when CS-Trailer
                   perform 5000-End-Settlement
               when other
                   display "CARDSETL - invalid record type "
                       CS-Record-Type " in processor batch "
                       WS-Sql-Batch-Id
           end-evaluate
           .
       3100-Start-Settlement.
           if In-Settlement
               display "CARDSETL - processor batch " WS-Sql-Batch-Id
                   " has no trailer, rolled back"
               EXEC SQL ROLLBACK END-EXEC
               add 1 to WS-Failed-Count
               move 4 to return-code
           end-if
           set In-Settlement to true
           move "N" to WS-Skip-Settlement-Sw
           move CS-Batch-Id to WS-Sql-Batch-Id
           move CS-Settle-Date to WS-Sql-Settle-Date
           move CS-Deposit-Date to WS-Sql-Deposit-Date
           move zero to WS-Sql-Txn-Count
           move zero to WS-Sql-Gross-Total
           move zero to WS-Sql-Fee-Total
           move zero to WS-Sql-Matched-Total
           move zero to WS-Sql-Suspense-Total
           move zero to WS-Receipt-Count
           move zero to WS-Batch-Suspense-Count

           EXEC SQL
               SELECT COALESCE(MAX(SETTLEMENT_ID), 0) + 1
                   INTO :WS-Sql-Settlement-Id
                   FROM LABSCHEMA.CARD_SETTLEMENT
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

      *    The settlement row goes in first, with its totals to
      *    follow at the trailer, so a resent batch is caught
      *    before anything else is written.
           EXEC SQL
                INSERT INTO LABSCHEMA.CARD_SETTLEMENT
                       (SETTLEMENT_ID,
                        PROCESSOR_BATCH,
                        SETTLEMENT_DATE,
                        DEPOSIT_DATE,
                        TXN_COUNT,
                        GROSS_AMOUNT,
                        FEE_AMOUNT,
                        NET_AMOUNT,
                        MATCHED_AMOUNT,
                        SUSPENSE_AMOUNT,
                        IMPORT_TIMESTAMP,
                        LEAGUE_ID)
                VALUES (:WS-Sql-Settlement-Id,
                        :WS-Sql-Batch-Id,
                        :WS-Sql-Settle-Date,
                        :WS-Sql-Deposit-Date,
                        0, 0, 0, 0, 0, 0,
                        CURRENT TIMESTAMP,
                        :WS-Sql-League-Id)
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move CS-Batch-Id to OUT-Batch-Id
                   move CS-Settle-Date to OUT-Settle-Date
                   move CS-Deposit-Date to OUT-Deposit-Date
                   write Settlement-Report-Record from WS-Title-Line
                   write Settlement-Report-Record from WS-Dates-Line
                   write Settlement-Report-Record
                       from WS-Suspense-Heading
               when SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   display "CARDSETL - processor batch " CS-Batch-Id
                       " already imported, skipped"
                   set Skip-Settlement to true
                   add 1 to WS-Skipped-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           end-evaluate
           .
       4000-Process-Transaction.
           add 1 to WS-Sql-Txn-Count
           add CS-Gross-Amount to WS-Sql-Gross-Total
           add CS-Fee-Amount to WS-Sql-Fee-Total
           move CS-Gross-Amount to WS-Sql-Gross
           move CS-Fee-Amount to WS-Sql-Fee

           move zero to WS-Sql-Count
           if CS-Ref-Invoice-Id is numeric
               and CS-Ref-Rest = spaces
               move CS-Ref-Invoice-Id to WS-Sql-Invoice-Id
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Count
                       FROM LABSCHEMA.INVOICE
                       WHERE INVOICE_ID = :WS-Sql-Invoice-Id
                         AND LEAGUE_ID  = :WS-Sql-League-Id
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
           end-if

           if WS-Sql-Count > zero
               perform 4100-Write-Card-Receipt
           else
               perform 4200-Write-Suspense
           end-if
           .
       4100-Write-Card-Receipt.
           if WS-Receipt-Count not less than WS-Receipt-Max
               display "CARDSETL - more than " WS-Receipt-Max
                   " matched transactions in processor batch "
                   WS-Sql-Batch-Id
               perform 4200-Write-Suspense
           else
               move CS-Ref-Invoice-Id to CP-Invoice-Id
               move CS-Gross-Amount to CP-Amount
               move CS-Txn-Date to CP-Payment-Date
               move "C" to CP-Record-Type
               move WS-Sql-Settlement-Id to CP-Settlement-Id
               move zero to CP-NSF-Fee
               add 1 to WS-Receipt-Count
               move Card-Payment-Record
                   to WS-Receipt-Entry (WS-Receipt-Count)
               add CS-Gross-Amount to WS-Sql-Matched-Total
           end-if
           .
       4200-Write-Suspense.
           move CS-Txn-Id to WS-Sql-Txn-Id
           move CS-Checkout-Ref to WS-Sql-Checkout-Ref
           move CS-Txn-Date to WS-Sql-Txn-Date
           EXEC SQL
                INSERT INTO LABSCHEMA.CARD_SUSPENSE
                       (SETTLEMENT_ID,
                        PROCESSOR_TXN_ID,
                        CHECKOUT_REF,
                        TXN_DATE,
                        GROSS_AMOUNT,
                        FEE_AMOUNT)
                VALUES (:WS-Sql-Settlement-Id,
                        :WS-Sql-Txn-Id,
                        :WS-Sql-Checkout-Ref,
                        :WS-Sql-Txn-Date,
                        :WS-Sql-Gross,
                        :WS-Sql-Fee)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           move CS-Txn-Id to OUT-SU-Txn-Id
           move CS-Checkout-Ref to OUT-SU-Ref
           move CS-Txn-Date to OUT-SU-Txn-Date
           move CS-Gross-Amount to OUT-SU-Gross
           move CS-Fee-Amount to OUT-SU-Fee
           write Settlement-Report-Record from WS-Suspense-Line
           add CS-Gross-Amount to WS-Sql-Suspense-Total
           add 1 to WS-Suspense-Count
           add 1 to WS-Batch-Suspense-Count
           .
       5000-End-Settlement.
           move "N" to WS-In-Settlement-Sw
           compute WS-Sql-Net-Total =
               WS-Sql-Gross-Total - WS-Sql-Fee-Total

           if CS-Trl-Count not equal WS-Sql-Txn-Count
               or CS-Trl-Gross not equal WS-Sql-Gross-Total
               or CS-Trl-Fee not equal WS-Sql-Fee-Total
               or CS-Trl-Net not equal WS-Sql-Net-Total
               EXEC SQL ROLLBACK END-EXEC
               display "CARDSETL - trailer out of balance, processor "
                   "batch " WS-Sql-Batch-Id " rolled back"
               move "TRAILER OUT OF BALANCE - SETTLEMENT NOT IMPORTED"
                   to OUT-Result
               write Settlement-Report-Record from WS-Result-Line
               add 1 to WS-Failed-Count
               move 4 to return-code
           else
               perform 5100-Book-Settlement
           end-if
           .
       5100-Book-Settlement.
           EXEC SQL
                UPDATE LABSCHEMA.CARD_SETTLEMENT
                SET TXN_COUNT       = :WS-Sql-Txn-Count,
                    GROSS_AMOUNT    = :WS-Sql-Gross-Total,
                    FEE_AMOUNT      = :WS-Sql-Fee-Total,
                    NET_AMOUNT      = :WS-Sql-Net-Total,
                    MATCHED_AMOUNT  = :WS-Sql-Matched-Total,
                    SUSPENSE_AMOUNT = :WS-Sql-Suspense-Total
                WHERE SETTLEMENT_ID = :WS-Sql-Settlement-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           if WS-Sql-Fee-Total > zero
               EXEC SQL
                   SELECT COALESCE(MAX(EXPENSE_ID), 0) + 1
                       INTO :WS-Sql-Expense-Id
                       FROM LABSCHEMA.EXPENSE
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               move spaces to WS-Sql-Expense-Desc
               string "Card processing fees, batch "
                      WS-Sql-Batch-Id
                   delimited by size into WS-Sql-Expense-Desc
               end-string
               EXEC SQL
                    INSERT INTO LABSCHEMA.EXPENSE
                           (EXPENSE_ID,
                            SEASON_ID,
                            EXPENSE_DATE,
                            CATEGORY_CODE,
                            DESCRIPTION,
                            AMOUNT,
                            SOURCE_PGM,
                            SOURCE_REF)
                    VALUES (:WS-Sql-Expense-Id,
                            :WS-Sql-Season-Id,
                            :WS-Sql-Settle-Date,
                            'CARDFEE',
                            :WS-Sql-Expense-Desc,
                            :WS-Sql-Fee-Total,
                            'CARDSETL',
                            :WS-Sql-Settlement-Id)
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
           end-if
           EXEC SQL COMMIT END-EXEC
           move 1 to WS-Receipt-Sub
           perform 5200-Release-Receipt
               until WS-Receipt-Sub > WS-Receipt-Count
           add 1 to WS-Settle-Count
           add WS-Sql-Net-Total to WS-Run-Net-Total
           add WS-Sql-Fee-Total to WS-Run-Fee-Total

           move "Transactions" to OUT-Total-Label
           move WS-Sql-Txn-Count to OUT-Total-Count
           move WS-Sql-Gross-Total to OUT-Total-Amount
           write Settlement-Report-Record from WS-Total-Line
           move "Matched to invoices, posted by FEEPOST"
               to OUT-Total-Label
           move WS-Receipt-Count to OUT-Total-Count
           move WS-Sql-Matched-Total to OUT-Total-Amount
           write Settlement-Report-Record from WS-Total-Line
           move "Held in suspense" to OUT-Total-Label
           move WS-Batch-Suspense-Count to OUT-Total-Count
           move WS-Sql-Suspense-Total to OUT-Total-Amount
           write Settlement-Report-Record from WS-Total-Line
           move "Processor fee booked as expense" to OUT-Total-Label
           move WS-Sql-Fee-Total to OUT-Total-Amount
           write Settlement-Report-Record from WS-Total-Line
           move "Net deposit DEPRECN expects" to OUT-Total-Label
           move WS-Sql-Net-Total to OUT-Total-Amount
           write Settlement-Report-Record from WS-Total-Line
           .
       5200-Release-Receipt.
           move WS-Receipt-Entry (WS-Receipt-Sub)
               to Card-Payment-Record
           write Card-Payment-Record
           add 1 to WS-Matched-Count
           add 1 to WS-Receipt-Sub
           .
       8000-Close-Files.
           close Settlement-File
           close Card-Payments-File
           close Settlement-Report-File
           .
       8100-Display-Totals.
           display "CARDSETL - card settlement import complete"
           display "League:                " WS-League-Name
           display "Settlements imported:  " WS-Settle-Count
           display "Settlements skipped:   " WS-Skipped-Count
           display "Settlements failed:    " WS-Failed-Count
           display "Transactions matched:  " WS-Matched-Count
           display "Held in suspense:      " WS-Suspense-Count
           display "Processor fees:        " WS-Run-Fee-Total
           display "Net deposits expected: " WS-Run-Net-Total
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
