      * is an ordinary payment, so existing FEEPAY files post
      * unchanged.
      *
      * Card receipts: a record typed 'C' is a card transaction
      * CARDSETL matched out of the processor's settlement file. It
      * posts exactly like a 'P' receipt, for the gross amount, and
      * its reference field carries the CARD_SETTLEMENT it arrived
      * on - stamped on the PAYMENT row as SETTLEMENT_ID, so DEPRECN
      * looks for the settlement's one net deposit rather than a
      * deposit per receipt.
      *
      * Recoveries: money received on an invoice BADDEBT has written
      * off is a bad-debt recovery, not ordinary revenue. Whatever
      * part of a receipt goes beyond the balance still open on the
      * invoice comes back off INVOICE.WRITEOFF_AMOUNT, is added to
      * the write-off's WRITE_OFF.RECOVERED_AMOUNT, and is stamped on
      * the PAYMENT row as RECOVERY_AMOUNT - REVSUMM reports it as
      * recovered rather than collected. Reversing such a receipt
      * reinstates the write-off, and the reversal row carries the
      * recovery negated.
      *
      * Before anything posts, the input file is registered on
      * LABSCHEMA.INPUT_FILE_REG by record count and content total
      * (invoice ids and amounts summed). A file whose registration
      * is already on file as applied ends RC 8 with a critical
      * ALERTWTR alert instead of posting twice. SYSIN card 2 = 'O'
      * overrides the check for a legitimate resend, keyed by the
      * console on resubmission.
      *
      * Each league banks separately, so the file is one league's,
      * named on SYSIN card 1: a receipt or reversal against an
      * invoice of any other league is rejected like an unknown one.
      *
      * Restart: the LOADRST service keeps a LABSCHEMA.LOAD_RESTART
      * row for the registered file, checkpointed with the count of
      * receipts read in the same unit of work as each commit. A
      * rerun after an abend finds the file mid-way, needs no
      * override, skips exactly the receipts already applied and
      * reports the resume point.
      **********************************************************************
       Program-ID. FEEPOST.
       Environment Division.
           05  PY-Record-Type          pic x(01).
               88  PY-Payment              value "P", " ".
               88  PY-Reversal             value "R".
               88  PY-Card-Receipt         value "C".
           05  PY-Reference-Seq        pic 9(05).
           05  PY-NSF-Fee              pic 9(5)v99.

           88  Pay-File-OK            value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.
       01  WS-Sql-Payment-Date    pic x(10).
       01  WS-Sql-Payment-Seq     pic s9(09) comp.
       01  WS-Sql-Settlement-Id   pic s9(09) comp.
       01  WS-Sql-Settlement-Ind  pic s9(04) comp.
       01  WS-Inst-Eof-Sw         pic x value "N".
           88  Inst-Eof               value "Y".
       01  WS-Sql-Inst-Seq        pic s9(05) comp.
       01  WS-Sql-Orig-Amount     pic s9(7)v99 comp-3.
       01  WS-Sql-Reverse-Amount  pic s9(7)v99 comp-3.
       01  WS-Sql-NSF-Fee         pic s9(7)v99 comp-3.
       01  WS-Sql-Open-Before     pic s9(7)v99 comp-3.
       01  WS-Sql-Written-Off     pic s9(7)v99 comp-3.
       01  WS-Sql-Recovery        pic s9(7)v99 comp-3.
       01  WS-Sql-Reverse-Recovery
                                  pic s9(7)v99 comp-3.
       01  WS-Recovery-Count      pic s9(07) packed-decimal value zero.
       01  WS-Total-Recovered     pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Reversal-Count      pic s9(07) packed-decimal value zero.
       01  WS-Total-Reversed      pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Override-Accept     pic x(01).
       01  WS-Override-Sw         pic x value "N".
           88  Resend-Override        value "Y".
       01  WS-Rst-Function        pic x(01).
       01  WS-Rst-Step-Name       pic x(08) value "FEEPOST".
       01  WS-Rst-Applied         pic s9(09) comp value zero.
       01  WS-Rst-Status          pic x(01).
           88  Rst-Restart-Found      value "Y".
           88  Rst-Sql-Error          value "E".
       01  WS-Resume-Count        pic s9(09) comp value zero.
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Alert-Severity      pic x(01).
       01  WS-Alert-Message       pic x(60).
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
                   ORDER BY INSTALLMENT_SEQ DESC
           END-EXEC

           perform 0050-Select-League
           perform 0400-Accept-Override
           perform 1000-Open-Files
           perform 0500-Register-Input-File
           perform 2000-Read-and-Process
               until End-of-File
           perform 7950-End-Restart
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
       0400-Accept-Override.
           display "Enter O to override the resend check: "
               with no advancing
           perform 0510-Fingerprint-One-Record
               until End-of-File
           close Payments-File
           perform 0520-Check-Restart
           if not Rst-Restart-Found
               perform 0530-Register-New-File
           end-if

           move "N" to WS-End-of-File-Sw
           open input Payments-File
           if not Pay-File-OK
               display "Payments file reopen error: "
                   WS-Pay-File-Status
               move 12 to return-code
               goback
           end-if
           .
       0510-Fingerprint-One-Record.
           read Payments-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Reg-Count
                   add PY-Invoice-Id to WS-Reg-Total
                   add PY-Amount to WS-Reg-Total
           end-read
           .
       0520-Check-Restart.
      *    A file left mid-way by an abended run is already
      *    registered as ours - resume it past the receipts applied.
           move "Q" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           if Rst-Restart-Found
               move WS-Rst-Applied to WS-Resume-Count
               display "FEEPOST - restarting registered file, "
                   WS-Resume-Count " of " WS-Reg-Count
                   " receipts already applied"
           end-if
           .
       0530-Register-New-File.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Dup-Count
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           move "S" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       1000-Open-Files.
           open input Payments-File
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   if WS-Read-Count > WS-Resume-Count
                       perform 3000-Post-Payment
                   else
                       add 1 to WS-Skip-Count
                   end-if
           end-read
           .
       3000-Post-Payment.
           move PY-Invoice-Id to WS-Sql-Invoice-Id
           move PY-Amount to WS-Sql-Amount
           move PY-Payment-Date to WS-Sql-Payment-Date
           move zero to WS-Sql-Settlement-Id
           move -1 to WS-Sql-Settlement-Ind

           evaluate true
               when PY-Reversal
                   perform 6000-Reverse-Payment
               when PY-Card-Receipt
                   move PY-Reference-Seq to WS-Sql-Settlement-Id
                   move zero to WS-Sql-Settlement-Ind
                   perform 3100-Apply-Posting
               when not PY-Payment
                   display "Rejected, invalid record type, "
                       "INVOICE_ID " PY-Invoice-Id ": "
                UPDATE LABSCHEMA.INVOICE
                SET AMOUNT_PAID = AMOUNT_PAID + :WS-Sql-Amount
                WHERE INVOICE_ID = :WS-Sql-Invoice-Id
                  AND LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 3200-Measure-Recovery
                   perform 4000-Record-Payment-Row
               when SQLCODE = 100
                   display "Rejected, no such INVOICE_ID in this "
                       "league " PY-Invoice-Id
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       3200-Measure-Recovery.
      *    The receipt is already in AMOUNT_PAID, so the balance it
      *    met is what is open now plus the receipt. Anything past
      *    that balance, up to what was written off, is a recovery.
           EXEC SQL
               SELECT AMOUNT_DUE - AMOUNT_PAID
                          - COALESCE(WRITEOFF_AMOUNT, 0)
                          + :WS-Sql-Amount,
                      COALESCE(WRITEOFF_AMOUNT, 0)
                   INTO :WS-Sql-Open-Before,
                        :WS-Sql-Written-Off
                   FROM LABSCHEMA.INVOICE
                   WHERE INVOICE_ID = :WS-Sql-Invoice-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           move zero to WS-Sql-Recovery
           if WS-Sql-Written-Off > zero
               if WS-Sql-Open-Before > zero
                   compute WS-Sql-Recovery =
                       WS-Sql-Amount - WS-Sql-Open-Before
               else
                   move WS-Sql-Amount to WS-Sql-Recovery
               end-if
               if WS-Sql-Recovery < zero
                   move zero to WS-Sql-Recovery
               end-if
               if WS-Sql-Recovery > WS-Sql-Written-Off
                   move WS-Sql-Written-Off to WS-Sql-Recovery
               end-if
           end-if
           .
       3300-Post-Recovery.
      *    Shared by postings (positive) and reversals (negative):
      *    the write-off shrinks by what was recovered, and the
      *    latest posted write-off on the invoice carries it.
           EXEC SQL
                UPDATE LABSCHEMA.INVOICE
                SET WRITEOFF_AMOUNT = WRITEOFF_AMOUNT
                                      - :WS-Sql-Recovery
                WHERE INVOICE_ID = :WS-Sql-Invoice-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL
                UPDATE LABSCHEMA.WRITE_OFF
                SET RECOVERED_AMOUNT = RECOVERED_AMOUNT
                                       + :WS-Sql-Recovery
                WHERE WRITEOFF_ID =
                      (SELECT MAX(W.WRITEOFF_ID)
                           FROM LABSCHEMA.WRITE_OFF W
                           WHERE W.INVOICE_ID = :WS-Sql-Invoice-Id
                             AND W.STATUS = 'W')
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           .
       4000-Record-Payment-Row.
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_SEQ), 0) + 1
                           (INVOICE_ID,
                            PAYMENT_SEQ,
                            PAYMENT_DATE,
                            AMOUNT,
                            SETTLEMENT_ID,
                            RECOVERY_AMOUNT)
                    VALUES (:WS-Sql-Invoice-Id,
                            :WS-Sql-Payment-Seq,
                            :WS-Sql-Payment-Date,
                            :WS-Sql-Amount,
                            :WS-Sql-Settlement-Id:WS-Sql-Settlement-Ind,
                            :WS-Sql-Recovery)
               END-EXEC
               if SQLCODE = 0
                   perform 5000-Allocate-To-Plan
                   if WS-Sql-Recovery > zero
                       perform 3300-Post-Recovery
                   end-if
                   perform 7900-Commit-Checkpoint
                   add 1 to WS-Posted-Count
                   add WS-Sql-Amount to WS-Total-Posted
                   if WS-Sql-Recovery > zero
                       add 1 to WS-Recovery-Count
                       add WS-Sql-Recovery to WS-Total-Recovered
                       display "Recovery, INVOICE_ID " PY-Invoice-Id
                           " AMOUNT " WS-Sql-Recovery
                   end-if
               else
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
           move PY-NSF-Fee to WS-Sql-NSF-Fee

           EXEC SQL
               SELECT AMOUNT,
                      COALESCE(RECOVERY_AMOUNT, 0)
                   INTO :WS-Sql-Orig-Amount,
                        :WS-Sql-Reverse-Recovery
                   FROM LABSCHEMA.PAYMENT
                   WHERE INVOICE_ID  = :WS-Sql-Invoice-Id
                     AND PAYMENT_SEQ = :WS-Sql-Ref-Seq
                     AND INVOICE_ID IN
                         (SELECT I.INVOICE_ID
                              FROM LABSCHEMA.INVOICE I
                              WHERE I.LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC

           evaluate true
           .
       6100-Apply-Reversal.
           compute WS-Sql-Reverse-Amount = 0 - WS-Sql-Orig-Amount
           compute WS-Sql-Recovery = 0 - WS-Sql-Reverse-Recovery

           EXEC SQL
                UPDATE LABSCHEMA.INVOICE
                           (INVOICE_ID,
                            PAYMENT_SEQ,
                            PAYMENT_DATE,
                            AMOUNT,
                            RECOVERY_AMOUNT)
                    VALUES (:WS-Sql-Invoice-Id,
                            :WS-Sql-Payment-Seq,
                            :WS-Sql-Payment-Date,
                            :WS-Sql-Reverse-Amount,
                            :WS-Sql-Recovery)
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   add 1 to WS-Reject-Count
               else
                   perform 6200-Back-Out-Plan
                   if WS-Sql-Recovery < zero
                       perform 3300-Post-Recovery
                   end-if
                   perform 7900-Commit-Checkpoint
                   add 1 to WS-Reversal-Count
                   add WS-Sql-Orig-Amount to WS-Total-Reversed
                   display "Reversed, INVOICE_ID " PY-Invoice-Id
                   perform 9000-Bail
           end-evaluate
           .
       7900-Commit-Checkpoint.
      *    The restart row moves in the same unit of work as the
      *    record it counts.
           move WS-Read-Count to WS-Rst-Applied
           move "U" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7950-End-Restart.
           move WS-Read-Count to WS-Rst-Applied
           move "E" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7990-Call-Restart-Service.
           call "LOADRST" using WS-Rst-Function
                                WS-Job-Id
                                WS-Rst-Step-Name
                                WS-Reg-Count
                                WS-Reg-Total
                                WS-Rst-Applied
                                WS-Rst-Status
           if Rst-Sql-Error
               EXEC SQL ROLLBACK END-EXEC
               move 12 to return-code
               goback
           end-if
           .
       8000-Close-Files.
           close Payments-File
           .
       8100-Display-Totals.
           display "FEEPOST - payments posting complete"
           display "League:            " WS-League-Name
           display "Payments read:     " WS-Read-Count
           display "Payments posted:   " WS-Posted-Count
           display "Payments reversed: " WS-Reversal-Count
           display "Payments rejected: " WS-Reject-Count
           display "Amount posted:     " WS-Total-Posted
           display "Amount reversed:   " WS-Total-Reversed
           display "Recoveries:        " WS-Recovery-Count
           display "Amount recovered:  " WS-Total-Recovered
           display "Skipped on restart:   " WS-Skip-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
