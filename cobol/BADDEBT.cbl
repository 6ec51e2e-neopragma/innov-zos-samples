       Identification Division.
      **********************************************************************
      * Bad-debt write-off. Balances nobody is ever going to pay -
      * families three seasons gone - come off the receivables by a
      * recorded write-off, never by editing what was billed.
      * Proposal run (SYSIN card 3 blank):
      *   - every invoice on the WOTRAN list (an explicit INVOICE_ID
      *     per record, keyed by the treasurer) and, when SYSIN card
      *     2 is not zero, every invoice open that many days or more
      *     since its invoice date, is proposed for write-off of its
      *     open balance (AMOUNT_DUE less AMOUNT_PAID less anything
      *     already written off);
      *   - the proposal is stored on LABSCHEMA.WRITE_OFF
      *     (WRITEOFF_ID, INVOICE_ID, SEASON_ID, WRITEOFF_AMOUNT,
      *     RECOVERED_AMOUNT, STATUS, PENDING_ID, PROPOSE_DATE,
      *     WRITEOFF_DATE) with STATUS 'P' and held on
      *     PENDING_APPROVAL for the APPRVSCR reviewer, and listed on
      *     the BDPRPT01 proposal report for them to work from. An
      *     invoice with a proposal already waiting is not proposed
      *     again.
      * Posting run (SYSIN card 3 'B', set only by the APPLYAPP
      * release job, WOTRAN the released images): in one unit of
      * work per write-off, the invoice's open balance - recomputed,
      * in case money came in while it waited - is added to
      * INVOICE.WRITEOFF_AMOUNT, any PLANMNT installment schedule is
      * cancelled (the PLANMNT 'D' treatment), and the WRITE_OFF row
      * goes to STATUS 'W'. A balance paid off in the meantime
      * closes the proposal as STATUS 'C' with nothing written off.
      * Each write-off is emitted to GLBDEXT as a BDW bad-debt line
      * in REVSUMM's tagged HDR/DTL/TRL GL layout.
      * AMOUNT_DUE is never touched, so REVSUMM's billed figure
      * stands; REVSUMM reports written-off and recovered amounts
      * beside it. A family that pays after the write-off is posted
      * by FEEPOST as a recovery against the write-off, not as
      * ordinary revenue.
      * SYSIN card 1 is the league: a proposal run proposes only that
      * league's invoices (days-open and write-off/bypass cards
      * follow as cards 2 and 3), while a posting run posts whatever
      * the reviewer released, whichever league proposed it.
      **********************************************************************
       Program-ID. BADDEBT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Writeoff-Trans-File assign to WOTRAN
               file status is WS-Trans-File-Status.
           select Proposal-Report-File assign to BDPRPT01
               file status is WS-Report-File-Status.
           select GL-Extract-File assign to GLBDEXT
               file status is WS-Extract-File-Status.

       Data Division.
       File Section.
       FD  Writeoff-Trans-File
           recording mode f.
       01  Writeoff-Trans-Record.
           05  WO-Writeoff-Id          pic s9(09) packed-decimal.
           05  WO-Invoice-Id           pic s9(09) packed-decimal.
           05  filler                  pic x(10).

       FD  Proposal-Report-File
           recording mode f.
       01  Proposal-Report-Record  pic x(133).

       FD  GL-Extract-File
           recording mode f.
       01  GL-Extract-Record      pic x(150).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Extract-File-Status pic x(02).
           88  Extract-File-OK        value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Aged-Eof-Sw         pic x value "N".
           88  Aged-Eof               value "Y".
       01  WS-Age-Accept          pic x(05).
       01  WS-Age-Numeric redefines WS-Age-Accept
                                  pic 9(05).
       01  WS-Bypass-Accept       pic x(01).
       01  WS-Bypass-Sw           pic x value "N".
           88  Approval-Bypassed      value "Y".
       01  WS-Job-Id              pic x(08) value "BADDEBT".
       01  WS-Pending-Image       pic x(256).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Age-Days        pic s9(05) comp.
       01  WS-Sql-Writeoff-Id     pic s9(09) comp.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Pending-Id      pic s9(09) comp.
       01  WS-Sql-Party-Name      pic x(100).
       01  WS-Sql-Division-Name   pic x(60).
       01  WS-Sql-Days-Open       pic s9(05) comp.
       01  WS-Sql-Open-Balance    pic s9(7)v99 comp-3.
       01  WS-Sql-Writeoff-Status pic x(01).
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Sql-Today           pic x(10).

       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Proposed-Count      pic s9(07) packed-decimal value zero.
       01  WS-Posted-Count        pic s9(07) packed-decimal value zero.
       01  WS-Closed-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Total-Proposed      pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Total-Written-Off   pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Stamp-Date          pic 9(08).
       01  WS-Stamp-Time          pic 9(08).

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(43)
               value "BAD-DEBT WRITE-OFF PROPOSALS - FOR APPROVAL".
           05  filler              pic x(12)
               value " ON APPRVSCR".
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(66)
               value " Write-off    Invoice  Name".
           05  filler              pic x(04) value "Days".
           05  filler              pic x(14) value "       Balance".
       01  WS-Proposal-Line.
           05  filler              pic x(01) value space.
           05  OUT-Writeoff-Id     pic z(09)9.
           05  filler              pic x(01) value space.
           05  OUT-Invoice-Id      pic z(09)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Party-Name      pic x(40).
           05  filler              pic x(02) value spaces.
           05  OUT-Days-Open       pic zzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Open-Balance    pic z,zzz,zz9.99.
       01  WS-Proposal-Total-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(20) value "Proposals:".
           05  OUT-Proposed-Count  pic z(06)9.
           05  filler              pic x(44) value spaces.
           05  OUT-Proposed-Total  pic zz,zzz,zz9.99.

      *    REVSUMM's tagged GL layout, with a BDW bad-debt line.
       01  WS-GL-Header-Record.
           05  filler              pic x(03) value "HDR".
           05  HDR-Gen-Date        pic 9(08).
           05  HDR-Gen-Time        pic 9(06).
           05  HDR-Season-Id       pic 9(09).
       01  WS-GL-Writeoff-Record.
           05  filler              pic x(03) value "BDW".
           05  BDW-Season-Id       pic 9(09).
           05  BDW-Division-Name   pic x(30).
           05  BDW-Invoice-Id      pic 9(09).
           05  BDW-Writeoff-Date   pic x(10).
           05  BDW-Amount          pic 9(9)v99.
       01  WS-GL-Trailer-Record.
           05  filler              pic x(03) value "TRL".
           05  TRL-Dtl-Count       pic 9(07).
           05  TRL-Written-Off     pic 9(11)v99.

       Procedure Division.

      *    Invoices open past the age threshold with a balance left
      *    and no proposal already waiting on the reviewer.
           EXEC SQL DECLARE BD_AGED_CUR CURSOR WITH HOLD FOR
               SELECT I.INVOICE_ID
                   FROM LABSCHEMA.INVOICE I
                   WHERE I.AMOUNT_DUE - I.AMOUNT_PAID
                         - COALESCE(I.WRITEOFF_AMOUNT, 0) > 0
                     AND DAYS(CURRENT DATE) - DAYS(I.INVOICE_DATE)
                         >= :WS-Sql-Age-Days
                     AND I.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY I.INVOICE_ID
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 1000-Open-Files
           if Approval-Bypassed
               perform 0300-Write-GL-Header
               perform 2000-Read-and-Process
                   until End-of-File
               perform 7000-Write-GL-Trailer
           else
               write Proposal-Report-Record from WS-Title-Line
               move WS-League-Name to OUT-League-Name
               write Proposal-Report-Record from WS-League-Line
               write Proposal-Report-Record from WS-Column-Line
               perform 2000-Read-and-Process
                   until End-of-File
               if WS-Sql-Age-Days > zero
                   perform 2500-Propose-Aged
               end-if
               move WS-Proposed-Count to OUT-Proposed-Count
               move WS-Total-Proposed to OUT-Proposed-Total
               write Proposal-Report-Record
                   from WS-Proposal-Total-Line
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
       0100-Accept-Parameters.
           display "Enter days open before write-off (00000 = list "
               "only): " with no advancing
           accept WS-Age-Accept
           if WS-Age-Accept is numeric
               move WS-Age-Numeric to WS-Sql-Age-Days
           else
               move zero to WS-Sql-Age-Days
           end-if
      *    'B' posts reviewer-approved write-offs - used only by the
      *    APPLYAPP release job.
           display "Enter B to post approved write-offs, else blank: "
               with no advancing
           accept WS-Bypass-Accept
           if WS-Bypass-Accept = "B"
               set Approval-Bypassed to true
           end-if
           .
       0300-Write-GL-Header.
           accept WS-Stamp-Date from date yyyymmdd
           accept WS-Stamp-Time from time
           move WS-Stamp-Date to HDR-Gen-Date
           move WS-Stamp-Time (1:6) to HDR-Gen-Time
           move zero to HDR-Season-Id
           write GL-Extract-Record from WS-GL-Header-Record
           .
       1000-Open-Files.
           open input Writeoff-Trans-File
           if not Trans-File-OK
               display "Write-off file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           open output Proposal-Report-File
           if not Report-File-OK
               display "Proposal report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           open output GL-Extract-File
           if not Extract-File-OK
               display "GL extract open error: "
                   WS-Extract-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Writeoff-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   move WO-Invoice-Id to WS-Sql-Invoice-Id
                   if Approval-Bypassed
                       perform 6000-Post-Approved-Writeoff
                   else
                       perform 3000-Propose-Invoice
                   end-if
           end-read
           .
       2500-Propose-Aged.
           EXEC SQL OPEN BD_AGED_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2600-Fetch-Aged
               until Aged-Eof
           EXEC SQL CLOSE BD_AGED_CUR END-EXEC
           .
       2600-Fetch-Aged.
           EXEC SQL FETCH BD_AGED_CUR
               INTO :WS-Sql-Invoice-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 3000-Propose-Invoice
               when SQLCODE = 100
                   set Aged-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3000-Propose-Invoice.
           EXEC SQL
               SELECT I.SEASON_ID,
                      I.AMOUNT_DUE - I.AMOUNT_PAID
                          - COALESCE(I.WRITEOFF_AMOUNT, 0),
                      DAYS(CURRENT DATE) - DAYS(I.INVOICE_DATE),
                      COALESCE(P.PLAYER_NAME, SP.SPONSOR_NAME,
                               '(UNKNOWN)')
                   INTO :WS-Sql-Season-Id,
                        :WS-Sql-Open-Balance,
                        :WS-Sql-Days-Open,
                        :WS-Sql-Party-Name
                   FROM LABSCHEMA.INVOICE I
                   LEFT JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = I.PLAYER_ID
                   LEFT JOIN LABSCHEMA.SPONSOR SP
                     ON SP.SPONSOR_ID = I.SPONSOR_ID
                   WHERE I.INVOICE_ID = :WS-Sql-Invoice-Id
                     AND I.LEAGUE_ID  = :WS-Sql-League-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such INVOICE_ID in this "
                       "league " WS-Sql-Invoice-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Open-Balance not greater than zero
                   display "Rejected, nothing open on INVOICE_ID "
                       WS-Sql-Invoice-Id
                   add 1 to WS-Reject-Count
               when other
                   perform 3100-Check-Open-Proposal
           end-evaluate
           .
       3100-Check-Open-Proposal.
      *    A proposal the reviewer rejected does not block a new one.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.WRITE_OFF W
                   WHERE W.INVOICE_ID = :WS-Sql-Invoice-Id
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
               display "Skipped, write-off already proposed for "
                   "INVOICE_ID " WS-Sql-Invoice-Id
           else
               perform 4000-Hold-For-Approval
           end-if
           .
       4000-Hold-For-Approval.
           EXEC SQL
               SELECT COALESCE(MAX(WRITEOFF_ID), 0) + 1
                   INTO :WS-Sql-Writeoff-Id
                   FROM LABSCHEMA.WRITE_OFF
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
                INSERT INTO LABSCHEMA.WRITE_OFF
                       (WRITEOFF_ID,
                        INVOICE_ID,
                        SEASON_ID,
                        WRITEOFF_AMOUNT,
                        RECOVERED_AMOUNT,
                        STATUS,
                        PENDING_ID,
                        PROPOSE_DATE)
                VALUES (:WS-Sql-Writeoff-Id,
                        :WS-Sql-Invoice-Id,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Open-Balance,
                        0,
                        'P',
                        :WS-Sql-Pending-Id,
                        CURRENT DATE)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           move spaces to WS-Pending-Image
           move WS-Sql-Writeoff-Id to WO-Writeoff-Id
           move WS-Sql-Invoice-Id to WO-Invoice-Id
           move Writeoff-Trans-Record to WS-Pending-Image (1:20)
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
                        'BADDEBT',
                        'W',
                        :WS-Pending-Image,
                        'P',
                        :WS-Job-Id,
                        CURRENT TIMESTAMP)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC

           add 1 to WS-Proposed-Count
           add WS-Sql-Open-Balance to WS-Total-Proposed
           move WS-Sql-Writeoff-Id to OUT-Writeoff-Id
           move WS-Sql-Invoice-Id to OUT-Invoice-Id
           move WS-Sql-Party-Name to OUT-Party-Name
           move WS-Sql-Days-Open to OUT-Days-Open
           move WS-Sql-Open-Balance to OUT-Open-Balance
           write Proposal-Report-Record from WS-Proposal-Line
           .
       6000-Post-Approved-Writeoff.
           move WO-Writeoff-Id to WS-Sql-Writeoff-Id
           EXEC SQL
               SELECT W.STATUS,
                      W.INVOICE_ID,
                      I.SEASON_ID,
                      I.AMOUNT_DUE - I.AMOUNT_PAID
                          - COALESCE(I.WRITEOFF_AMOUNT, 0),
                      COALESCE(D.DIVISION_NAME, '(NO DIVISION)'),
                      CHAR(CURRENT DATE)
                   INTO :WS-Sql-Writeoff-Status,
                        :WS-Sql-Invoice-Id,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Open-Balance,
                        :WS-Sql-Division-Name,
                        :WS-Sql-Today
                   FROM LABSCHEMA.WRITE_OFF W
                   JOIN LABSCHEMA.INVOICE I
                     ON I.INVOICE_ID = W.INVOICE_ID
                   LEFT JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = I.PLAYER_ID
                   LEFT JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   LEFT JOIN LABSCHEMA.DIVISIONS D
                     ON D.DIVISION_ID = T.DIVISION_ID
                   WHERE W.WRITEOFF_ID = :WS-Sql-Writeoff-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such WRITEOFF_ID "
                       WO-Writeoff-Id
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Writeoff-Status not equal "P"
                   display "Rejected, WRITEOFF_ID " WO-Writeoff-Id
                       " already posted, status "
                       WS-Sql-Writeoff-Status
                   add 1 to WS-Reject-Count
               when WS-Sql-Open-Balance not greater than zero
                   perform 6100-Close-Paid-Proposal
               when other
                   perform 6200-Write-Off-Balance
           end-evaluate
           .
       6100-Close-Paid-Proposal.
      *    Paid off while the proposal waited - nothing to write off.
           EXEC SQL
                UPDATE LABSCHEMA.WRITE_OFF
                SET STATUS = 'C',
                    WRITEOFF_AMOUNT = 0
                WHERE WRITEOFF_ID = :WS-Sql-Writeoff-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC
           add 1 to WS-Closed-Count
           display "Closed, INVOICE_ID " WS-Sql-Invoice-Id
               " paid off before the write-off posted"
           .
       6200-Write-Off-Balance.
           EXEC SQL
                UPDATE LABSCHEMA.INVOICE
                SET WRITEOFF_AMOUNT = COALESCE(WRITEOFF_AMOUNT, 0)
                                      + :WS-Sql-Open-Balance
                WHERE INVOICE_ID = :WS-Sql-Invoice-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

      *    Nobody is collecting on a written-off balance - cancel the
      *    schedule the way a PLANMNT 'D' would. No plan, no rows.
           EXEC SQL
                DELETE FROM LABSCHEMA.INSTALLMENT
                WHERE INVOICE_ID = :WS-Sql-Invoice-Id
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           EXEC SQL
                UPDATE LABSCHEMA.WRITE_OFF
                SET STATUS = 'W',
                    WRITEOFF_AMOUNT = :WS-Sql-Open-Balance,
                    WRITEOFF_DATE = CURRENT DATE
                WHERE WRITEOFF_ID = :WS-Sql-Writeoff-Id
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC

           add 1 to WS-Posted-Count
           add WS-Sql-Open-Balance to WS-Total-Written-Off
           move WS-Sql-Season-Id to BDW-Season-Id
           move WS-Sql-Division-Name to BDW-Division-Name
           move WS-Sql-Invoice-Id to BDW-Invoice-Id
           move WS-Sql-Today to BDW-Writeoff-Date
           move WS-Sql-Open-Balance to BDW-Amount
           write GL-Extract-Record from WS-GL-Writeoff-Record
           .
       7000-Write-GL-Trailer.
           move WS-Posted-Count to TRL-Dtl-Count
           move WS-Total-Written-Off to TRL-Written-Off
           write GL-Extract-Record from WS-GL-Trailer-Record
           .
       8000-Close-Files.
           close Writeoff-Trans-File
           close Proposal-Report-File
           close GL-Extract-File
           .
       8100-Display-Totals.
           display "BADDEBT - bad-debt write-off complete"
           display "List records read:    " WS-Read-Count
           display "Proposed for approval: " WS-Proposed-Count
           display "Amount proposed:       " WS-Total-Proposed
           display "Write-offs posted:     " WS-Posted-Count
           display "Amount written off:    " WS-Total-Written-Off
           display "Closed as paid:        " WS-Closed-Count
           display "Rejected:              " WS-Reject-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
