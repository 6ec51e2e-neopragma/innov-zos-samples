       Identification Division.
      **********************************************************************
      * Fee-assistance (hardship waiver) applications. Families who
      * cannot pay apply through the treasurer; the application is
      * keyed to WAIVTRAN - the household, by the CONTACT_ID of its
      * CONTACT_HOUSEHOLD head (the guardian's own when not
      * householded, as DUTYASGN keys households),
      * the current-season INVOICE, the waiver percentage asked for
      * and a reason code (CODE_TABLE 'WAIVRSN').
      * An application is rejected unless the invoice is a player
      * invoice of the current season with money still owing, the
      * household is a guardian household of that player through
      * PLAYER_CONTACT, the percentage is 1 to 100, the reason code
      * is on file, and the invoice has no other waiver awarded or
      * awaiting a decision.
      * An accepted application is stored on LABSCHEMA.FEE_WAIVER
      * (WAIVER_ID, SEASON_ID, HOUSEHOLD_ID, INVOICE_ID, WAIVER_PCT,
      * REASON_CODE, REQUEST_AMOUNT, AWARD_AMOUNT, STATUS,
      * PENDING_ID, APPLY_DATE, AWARD_DATE) with STATUS 'P' and held
      * on PENDING_APPROVAL for a second pair of eyes - nothing is
      * credited by the person who keyed it. The amount asked for is
      * the percentage of the invoice's AMOUNT_DUE, capped at what
      * is still owing.
      *
      * Once a reviewer approves it on APPRVSCR, APPLYAPP releases
      * the image to WAIVRLSE and it comes back through this program
      * with the 'B' bypass card (SYSIN card 2). The waiver is then
      * posted as a credit on the invoice, in one unit of work:
      * AMOUNT_DUE comes down by the award and INVOICE.WAIVER_AMOUNT
      * records it, any PLANMNT installment schedule is reduced
      * newest installment first, and the FEE_WAIVER row goes to
      * STATUS 'A' with the award and its date.
      * Every award draws down the season's assistance fund - the
      * money received on sponsorships designated to the fund
      * (SPONSORSHIP.ASSIST_FUND = 'Y') and the DONPOST money
      * donations designated to it (DONATION.DESIGNATION = 'A'), less
      * the awards already granted. An approved waiver the fund
      * cannot cover is not posted: it goes to STATUS 'U' (unfunded)
      * and the run ends RC 4 so the treasurer sees it. WAIVRPT
      * gives the board the fund balance and the awards.
      *
      * SYSIN card 1 is the league: applications must be against
      * that league's current-season invoices. A posting run posts
      * whatever the reviewer released, each against the fund of the
      * waiver's own season - and so its own league.
      **********************************************************************
       Program-ID. FEEWAIV.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Waiver-Trans-File assign to WAIVTRAN
               file status is WS-Trans-File-Status.

       Data Division.
       File Section.
       FD  Waiver-Trans-File
           recording mode f.
       01  Waiver-Trans-Record.
           05  WV-Waiver-Id            pic s9(09) packed-decimal.
           05  WV-Household-Id         pic s9(09) packed-decimal.
           05  WV-Invoice-Id           pic s9(09) packed-decimal.
           05  WV-Waiver-Pct           pic 9(03).
           05  WV-Reason-Code          pic x(04).
           05  filler                  pic x(03).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Inst-Eof-Sw         pic x value "N".
           88  Inst-Eof               value "Y".
       01  WS-Bypass-Accept       pic x(01).
       01  WS-Bypass-Sw           pic x value "N".
           88  Approval-Bypassed      value "Y".
       01  WS-Job-Id              pic x(08) value "FEEWAIV".
       01  WS-Pending-Image       pic x(256).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Waiver-Id       pic s9(09) comp.
       01  WS-Sql-Household-Id    pic s9(09) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Pending-Id      pic s9(09) comp.
       01  WS-Sql-Waiver-Pct      pic s9(04) comp.
       01  WS-Sql-Reason-Code     pic x(08).
       01  WS-Sql-Amount-Due      pic s9(7)v99 comp-3.
       01  WS-Sql-Amount-Paid     pic s9(7)v99 comp-3.
       01  WS-Sql-Request-Amount  pic s9(7)v99 comp-3.
       01  WS-Sql-Award-Amount    pic s9(7)v99 comp-3.
       01  WS-Sql-Waiver-Status   pic x(01).
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Sql-Contributed     pic s9(9)v99 comp-3.
       01  WS-Sql-Awarded         pic s9(9)v99 comp-3.
       01  WS-Sql-Inst-Seq        pic s9(05) comp.
       01  WS-Sql-Inst-Due        pic s9(7)v99 comp-3.
       01  WS-Sql-Inst-Paid       pic s9(7)v99 comp-3.
       01  WS-Sql-Inst-Cut        pic s9(7)v99 comp-3.
       01  WS-Balance-Owing       pic s9(7)v99 packed-decimal.
       01  WS-Fund-Remaining      pic s9(9)v99 packed-decimal.
       01  WS-Plan-Remaining      pic s9(7)v99 packed-decimal.
       01  WS-Inst-Open           pic s9(7)v99 packed-decimal.

       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Held-Count          pic s9(07) packed-decimal value zero.
       01  WS-Award-Count         pic s9(07) packed-decimal value zero.
       01  WS-Unfunded-Count      pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Total-Requested     pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Total-Awarded       pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

      *    Open installments on the invoice being credited, newest
      *    first, so the waiver comes off the end of the plan.
           EXEC SQL DECLARE WAIV_INST_CUR CURSOR FOR
               SELECT INSTALLMENT_SEQ,
                      AMOUNT_DUE,
                      AMOUNT_PAID
                   FROM LABSCHEMA.INSTALLMENT
                   WHERE INVOICE_ID = :WS-Sql-Invoice-Id
                     AND AMOUNT_PAID < AMOUNT_DUE
                   ORDER BY INSTALLMENT_SEQ DESC
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Bypass
           perform 0200-Find-Current-Season
           perform 1000-Open-Files
           perform 2000-Read-and-Process
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
       0100-Accept-Bypass.
      *    'B' posts reviewer-approved waivers - used only by the
      *    APPLYAPP release job.
           display "Enter B to post approved waivers, else blank: "
               with no advancing
           accept WS-Bypass-Accept
           if WS-Bypass-Accept = "B"
               set Approval-Bypassed to true
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
           open input Waiver-Trans-File
           if not Trans-File-OK
               display "Waiver file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Waiver-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   if Approval-Bypassed
                       perform 6000-Post-Approved-Waiver
                   else
                       perform 3000-Process-Application
                   end-if
           end-read
           .
       3000-Process-Application.
           move WV-Household-Id to WS-Sql-Household-Id
           move WV-Invoice-Id to WS-Sql-Invoice-Id
           move WV-Reason-Code to WS-Sql-Reason-Code

           if WV-Waiver-Pct is not numeric
               or WV-Waiver-Pct < 1
               or WV-Waiver-Pct > 100
               display "Rejected, waiver percentage must be 1 to "
                   "100, INVOICE_ID " WV-Invoice-Id
               add 1 to WS-Reject-Count
           else
               move WV-Waiver-Pct to WS-Sql-Waiver-Pct
               perform 3100-Validate-Invoice
           end-if
           .
       3100-Validate-Invoice.
           EXEC SQL
               SELECT PLAYER_ID,
                      AMOUNT_DUE,
                      AMOUNT_PAID
                   INTO :WS-Sql-Player-Id,
                        :WS-Sql-Amount-Due,
                        :WS-Sql-Amount-Paid
                   FROM LABSCHEMA.INVOICE
                   WHERE INVOICE_ID = :WS-Sql-Invoice-Id
                     AND SEASON_ID = :WS-Sql-Season-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no current-season INVOICE_ID "
                       WV-Invoice-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Player-Id = zero
                   display "Rejected, not a player invoice, "
                       "INVOICE_ID " WV-Invoice-Id
                   add 1 to WS-Reject-Count
               when WS-Sql-Amount-Paid >= WS-Sql-Amount-Due
                   display "Rejected, nothing owing on INVOICE_ID "
                       WV-Invoice-Id
                   add 1 to WS-Reject-Count
               when other
                   perform 3200-Validate-Household
           end-evaluate
           .
       3200-Validate-Household.
      *    The household must be a guardian household of the
      *    invoiced player, keyed the way DUTYASGN keys households.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.PLAYER_CONTACT PC
                   LEFT JOIN LABSCHEMA.CONTACT_HOUSEHOLD CH
                     ON CH.CONTACT_ID = PC.CONTACT_ID
                   LEFT JOIN LABSCHEMA.CONTACT_HOUSEHOLD HD
                     ON HD.HOUSEHOLD_ID = CH.HOUSEHOLD_ID
                    AND HD.HEAD_FLAG = 'Y'
                   WHERE PC.PLAYER_ID = :WS-Sql-Player-Id
                     AND COALESCE(HD.CONTACT_ID, PC.CONTACT_ID)
                         = :WS-Sql-Household-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count = zero
               display "Rejected, HOUSEHOLD_ID " WV-Household-Id
                   " is not a household of INVOICE_ID "
                   WV-Invoice-Id
               add 1 to WS-Reject-Count
           else
               perform 3300-Validate-Reason
           end-if
           .
       3300-Validate-Reason.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'WAIVRSN'
                     AND CODE = :WS-Sql-Reason-Code
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count = zero
               display "Rejected, unknown reason code "
                   WV-Reason-Code ", INVOICE_ID " WV-Invoice-Id
               add 1 to WS-Reject-Count
           else
               perform 3400-Check-Open-Waiver
           end-if
           .
       3400-Check-Open-Waiver.
      *    One live waiver per invoice. A waiver the reviewer
      *    rejected, or one the fund could not cover, does not stop
      *    a fresh application.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.FEE_WAIVER W
                   WHERE W.INVOICE_ID = :WS-Sql-Invoice-Id
                     AND (W.STATUS = 'A'
                          OR (W.STATUS = 'P'
                              AND NOT EXISTS
                                  (SELECT 1
                                       FROM LABSCHEMA.PENDING_APPROVAL A
                                       WHERE A.PENDING_ID = W.PENDING_ID
                                         AND A.STATUS = 'R')))
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count > zero
               display "Rejected, waiver already on file for "
                   "INVOICE_ID " WV-Invoice-Id
               add 1 to WS-Reject-Count
           else
               perform 4000-Hold-For-Approval
           end-if
           .
       4000-Hold-For-Approval.
      *    The application waits on the maker-checker hold and flows
      *    back through this program with the bypass card once
      *    APPRVSCR approves and APPLYAPP releases it.
           compute WS-Sql-Request-Amount rounded =
               WS-Sql-Amount-Due * WS-Sql-Waiver-Pct / 100
           compute WS-Balance-Owing =
               WS-Sql-Amount-Due - WS-Sql-Amount-Paid
           if WS-Sql-Request-Amount > WS-Balance-Owing
               move WS-Balance-Owing to WS-Sql-Request-Amount
           end-if

           EXEC SQL
               SELECT COALESCE(MAX(WAIVER_ID), 0) + 1
                   INTO :WS-Sql-Waiver-Id
                   FROM LABSCHEMA.FEE_WAIVER
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COALESCE(MAX(PENDING_ID), 0) + 1
                   INTO :WS-Sql-Pending-Id
                   FROM LABSCHEMA.PENDING_APPROVAL
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           EXEC SQL
                INSERT INTO LABSCHEMA.FEE_WAIVER
                       (WAIVER_ID,
                        SEASON_ID,
                        HOUSEHOLD_ID,
                        INVOICE_ID,
                        WAIVER_PCT,
                        REASON_CODE,
                        REQUEST_AMOUNT,
                        AWARD_AMOUNT,
                        STATUS,
                        PENDING_ID,
                        APPLY_DATE)
                VALUES (:WS-Sql-Waiver-Id,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Household-Id,
                        :WS-Sql-Invoice-Id,
                        :WS-Sql-Waiver-Pct,
                        :WS-Sql-Reason-Code,
                        :WS-Sql-Request-Amount,
                        0,
                        'P',
                        :WS-Sql-Pending-Id,
                        CURRENT DATE)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               display "Waiver insert failed, INVOICE_ID "
                   WV-Invoice-Id " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           else
               move WS-Sql-Waiver-Id to WV-Waiver-Id
               move spaces to WS-Pending-Image
               move Waiver-Trans-Record
                   to WS-Pending-Image (1:25)
               EXEC SQL
                    INSERT INTO LABSCHEMA.PENDING_APPROVAL
                           (PENDING_ID,
                            SOURCE_PGM,
                            ACTION_CODE,
                            TRAN_IMAGE,
                            STATUS,
                            MAKER,
                            ENTERED_TIMESTAMP)
                    VALUES (:WS-Sql-Pending-Id,
                            'FEEWAIV',
                            'W',
                            :WS-Pending-Image,
                            'P',
                            :WS-Job-Id,
                            CURRENT TIMESTAMP)
               END-EXEC
               if SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Held-Count
                   add WS-Sql-Request-Amount to WS-Total-Requested
                   display "Held for approval, WAIVER_ID "
                       WS-Sql-Waiver-Id " INVOICE_ID "
                       WV-Invoice-Id
               else
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Approval hold failed, INVOICE_ID "
                       WV-Invoice-Id " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
               end-if
           end-if
           .
       6000-Post-Approved-Waiver.
           move WV-Waiver-Id to WS-Sql-Waiver-Id
           EXEC SQL
               SELECT W.INVOICE_ID,
                      W.SEASON_ID,
                      W.REQUEST_AMOUNT,
                      W.STATUS,
                      I.AMOUNT_DUE,
                      I.AMOUNT_PAID
                   INTO :WS-Sql-Invoice-Id,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Request-Amount,
                        :WS-Sql-Waiver-Status,
                        :WS-Sql-Amount-Due,
                        :WS-Sql-Amount-Paid
                   FROM LABSCHEMA.FEE_WAIVER W
                   JOIN LABSCHEMA.INVOICE I
                     ON I.INVOICE_ID = W.INVOICE_ID
                   WHERE W.WAIVER_ID = :WS-Sql-Waiver-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such WAIVER_ID "
                       WV-Waiver-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Waiver-Status not equal "P"
                   display "Rejected, WAIVER_ID " WV-Waiver-Id
                       " already posted, status "
                       WS-Sql-Waiver-Status
                   add 1 to WS-Reject-Count
               when other
                   perform 6100-Check-Fund
           end-evaluate
           .
       6100-Check-Fund.
      *    Never credit more than is still owing - a payment may
      *    have come in while the application waited.
           compute WS-Balance-Owing =
               WS-Sql-Amount-Due - WS-Sql-Amount-Paid
           if WS-Balance-Owing < zero
               move zero to WS-Balance-Owing
           end-if
           move WS-Sql-Request-Amount to WS-Sql-Award-Amount
           if WS-Sql-Award-Amount > WS-Balance-Owing
               move WS-Balance-Owing to WS-Sql-Award-Amount
           end-if

           perform 6500-Fund-Remaining
           if WS-Sql-Award-Amount > WS-Fund-Remaining
               EXEC SQL
                    UPDATE LABSCHEMA.FEE_WAIVER
                    SET STATUS = 'U'
                    WHERE WAIVER_ID = :WS-Sql-Waiver-Id
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               EXEC SQL COMMIT END-EXEC
               display "Unfunded, assistance fund cannot cover "
                   "WAIVER_ID " WV-Waiver-Id
               add 1 to WS-Unfunded-Count
               if return-code < 4
                   move 4 to return-code
               end-if
           else
               perform 6200-Post-Credit
           end-if
           .
       6200-Post-Credit.
           EXEC SQL
                UPDATE LABSCHEMA.INVOICE
                SET AMOUNT_DUE = AMOUNT_DUE - :WS-Sql-Award-Amount,
                    WAIVER_AMOUNT = COALESCE(WAIVER_AMOUNT, 0)
                                    + :WS-Sql-Award-Amount
                WHERE INVOICE_ID = :WS-Sql-Invoice-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           move WS-Sql-Award-Amount to WS-Plan-Remaining
           move "N" to WS-Inst-Eof-Sw
           EXEC SQL OPEN WAIV_INST_CUR END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           perform 6300-Reduce-One-Installment
               until Inst-Eof or WS-Plan-Remaining = zero
           EXEC SQL CLOSE WAIV_INST_CUR END-EXEC

           EXEC SQL
                UPDATE LABSCHEMA.FEE_WAIVER
                SET STATUS = 'A',
                    AWARD_AMOUNT = :WS-Sql-Award-Amount,
                    AWARD_DATE = CURRENT DATE
                WHERE WAIVER_ID = :WS-Sql-Waiver-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC
           add 1 to WS-Award-Count
           add WS-Sql-Award-Amount to WS-Total-Awarded
           .
       6300-Reduce-One-Installment.
           EXEC SQL FETCH WAIV_INST_CUR
               INTO :WS-Sql-Inst-Seq,
                    :WS-Sql-Inst-Due,
                    :WS-Sql-Inst-Paid
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   compute WS-Inst-Open =
                       WS-Sql-Inst-Due - WS-Sql-Inst-Paid
                   if WS-Inst-Open > WS-Plan-Remaining
                       move WS-Plan-Remaining to WS-Sql-Inst-Cut
                   else
                       move WS-Inst-Open to WS-Sql-Inst-Cut
                   end-if
                   EXEC SQL
                        UPDATE LABSCHEMA.INSTALLMENT
                        SET AMOUNT_DUE = AMOUNT_DUE - :WS-Sql-Inst-Cut
                        WHERE INVOICE_ID = :WS-Sql-Invoice-Id
                          AND INSTALLMENT_SEQ = :WS-Sql-Inst-Seq
                   END-EXEC
                   if SQLCODE not equal zero
                       EXEC SQL ROLLBACK END-EXEC
                       perform 9000-Bail
                   end-if
                   subtract WS-Sql-Inst-Cut from WS-Plan-Remaining
               when SQLCODE = 100
                   set Inst-Eof to true
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           end-evaluate
           .
       6500-Fund-Remaining.
      *    The season's fund: money received on sponsorships
      *    designated to it and cash donations designated to it,
      *    less the awards already granted.
           EXEC SQL
               SELECT (SELECT COALESCE(SUM(I.AMOUNT_PAID), 0)
                           FROM LABSCHEMA.INVOICE I
                           JOIN LABSCHEMA.SPONSORSHIP G
                             ON G.SPONSORSHIP_ID = I.SPONSORSHIP_ID
                           WHERE G.SEASON_ID = :WS-Sql-Season-Id
                             AND G.ASSIST_FUND = 'Y')
                    + (SELECT COALESCE(SUM(D.AMOUNT), 0)
                           FROM LABSCHEMA.DONATION D
                           WHERE D.SEASON_ID = :WS-Sql-Season-Id
                             AND D.DESIGNATION = 'A'
                             AND D.IN_KIND = 'N'),
                      (SELECT COALESCE(SUM(W.AWARD_AMOUNT), 0)
                           FROM LABSCHEMA.FEE_WAIVER W
                           WHERE W.SEASON_ID = :WS-Sql-Season-Id
                             AND W.STATUS = 'A')
                   INTO :WS-Sql-Contributed,
                        :WS-Sql-Awarded
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           compute WS-Fund-Remaining =
               WS-Sql-Contributed - WS-Sql-Awarded
           .
       8000-Close-Files.
           close Waiver-Trans-File
           .
       8100-Display-Totals.
           display "FEEWAIV - fee assistance waivers complete"
           display "League:              " WS-League-Name
           display "Applications read:   " WS-Read-Count
           display "Held for approval:   " WS-Held-Count
           display "Amount requested:    " WS-Total-Requested
           display "Waivers posted:      " WS-Award-Count
           display "Amount credited:     " WS-Total-Awarded
           display "Unfunded:            " WS-Unfunded-Count
           display "Rejected:            " WS-Reject-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
