       Identification Division.
      **********************************************************************
      * Nightly audit chain verification. Every row written to
      * CONTACTS_AUDIT, THROWS_AUDIT, CUSTOMER_AUDIT, SALARY_AUDIT and
      * RAISE_HISTORY carries CHAIN_SEQ and CHAIN_HASH (see AUDCHAIN).
      * For each trail on AUDIT_CHAIN this job walks the chain from
      * the last row AUDARCH archived (ARCH_SEQ/ARCH_HASH) up to the
      * head recorded when the run started (LAST_SEQ/LAST_HASH):
      *   - a sequence number missing with no AUDIT_CHAIN_PURGE entry
      *     for it is a GAP - a row has been deleted;
      *   - a row whose hash, recomputed from its contents and the
      *     hash before it, is not its stored CHAIN_HASH is a BROKEN
      *     LINK - the row has been changed;
      *   - a chain that stops short of LAST_SEQ, or whose last hash
      *     is not LAST_HASH, has lost or changed its newest rows.
      * After a gap or a broken link the walk carries on from the
      * stored hash, so one damaged row is reported once, not as a
      * break in every row after it. Links kept on AUDIT_CHAIN_PURGE
      * by CONTPURG's retention purge stand in for the purged rows.
      * Rows written before chaining began have no CHAIN_SEQ and are
      * only counted.
      * Any break raises an ALERTWTR critical and ends the run RC 8.
      **********************************************************************
       Program-ID. AUDVRFY.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Verify-Report-File assign to AVFRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Verify-Report-File
           recording mode f.
       01  Verify-Report-Record       pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Head-Eof-Sw         pic x value "N".
           88  Head-Eof               value "Y".
       01  WS-Link-Eof-Sw         pic x value "N".
           88  Link-Eof               value "Y".
       01  WS-Job-Id              pic x(08) value "AUDVRFY".
       01  WS-Alert-Severity      pic x(01).
       01  WS-Alert-Message       pic x(60).
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

      *    AUDCHAIN parameters - 'H' recomputes a row's hash.
       01  WS-Chain-Function      pic x(01) value "H".
       01  WS-Chain-Trail         pic x(18).
       01  WS-Chain-Seq           pic s9(09) comp.
       01  WS-Chain-Prev-Hash     pic x(24).
       01  WS-Chain-Hash          pic x(24).
       01  WS-Chain-Status        pic x(01).
           88  Chain-OK               value "Y".
           88  Chain-Row-Not-Found    value "N".
       01  WS-Chain-Sqlcode       pic s9(09) comp.

      *    Where the walk has got to on the current trail.
       01  WS-Prev-Seq            pic s9(09) comp.
       01  WS-Prev-Hash           pic x(24).
       01  WS-Missing-From        pic s9(09) comp.
       01  WS-Missing-To          pic s9(09) comp.

       01  WS-Trail-Rows          pic s9(09) packed-decimal.
       01  WS-Trail-Purged        pic s9(09) packed-decimal.
       01  WS-Trail-Breaks        pic s9(07) packed-decimal.
       01  WS-Trail-Count         pic s9(05) packed-decimal value zero.
       01  WS-Total-Rows          pic s9(09) packed-decimal value zero.
       01  WS-Total-Breaks        pic s9(07) packed-decimal value zero.
       01  WS-Total-Unchained     pic s9(09) packed-decimal value zero.

      *    Host variables.
       01  WS-Sql-Trail           pic x(18).
       01  WS-Sql-Last-Seq        pic s9(09) comp.
       01  WS-Sql-Last-Hash       pic x(24).
       01  WS-Sql-Arch-Seq        pic s9(09) comp.
       01  WS-Sql-Arch-Hash       pic x(24).
       01  WS-Sql-Seq             pic s9(09) comp.
       01  WS-Sql-Hash            pic x(24).
       01  WS-Sql-Source          pic x(01).
           88  Purged-Link            value "P".
       01  WS-Sql-Unchained       pic s9(09) comp.

       01  WS-Detail-Line         pic x(133).
       01  WS-Trail-Line.
           05  filler              pic x(07) value "TRAIL  ".
           05  OUT-Trail           pic x(18).
           05  filler              pic x(18) value "  ARCHIVED TO SEQ ".
           05  OUT-Arch-Seq        pic zzzzzzzz9.
           05  filler              pic x(12) value "   HEAD SEQ ".
           05  OUT-Last-Seq        pic zzzzzzzz9.
       01  WS-Break-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Break-Trail     pic x(18).
           05  filler              pic x(06) value "  SEQ ".
           05  OUT-Break-Seq       pic zzzzzzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Break-Text      pic x(80).
       01  WS-Missing-Text.
           05  filler              pic x(23)
                                   value "GAP - NO ROW FOR SEQ ".
           05  OUT-Missing-From    pic zzzzzzzz9.
           05  filler              pic x(04) value " TO ".
           05  OUT-Missing-To      pic zzzzzzzz9.
       01  WS-Total-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Total-Label     pic x(36).
           05  OUT-Total-Value     pic zzzzzzzz9.

           EXEC SQL DECLARE CHAIN_HEAD_CUR CURSOR FOR
               SELECT TRAIL_NAME,
                      LAST_SEQ,
                      LAST_HASH,
                      ARCH_SEQ,
                      ARCH_HASH
                   FROM AUDIT_CHAIN
                   ORDER BY TRAIL_NAME
           END-EXEC

      *    Every link of one trail still online, in chain order: the
      *    trail's own rows and the links its purged rows left behind.
           EXEC SQL DECLARE CHAIN_LINK_CUR CURSOR FOR
               SELECT X.CHAIN_SEQ,
                      X.CHAIN_HASH,
                      X.SOURCE
                   FROM (SELECT 'CONTACTS_AUDIT' AS TRAIL_NAME,
                                CHAIN_SEQ,
                                COALESCE(CHAIN_HASH, ' ') AS CHAIN_HASH,
                                'R' AS SOURCE
                             FROM CONTACTS_AUDIT
                             WHERE CHAIN_SEQ IS NOT NULL
                         UNION ALL
                         SELECT 'THROWS_AUDIT',
                                CHAIN_SEQ,
                                COALESCE(CHAIN_HASH, ' '),
                                'R'
                             FROM THROWS_AUDIT
                             WHERE CHAIN_SEQ IS NOT NULL
                         UNION ALL
                         SELECT 'CUSTOMER_AUDIT',
                                CHAIN_SEQ,
                                COALESCE(CHAIN_HASH, ' '),
                                'R'
                             FROM CUSTOMER_AUDIT
                             WHERE CHAIN_SEQ IS NOT NULL
                         UNION ALL
                         SELECT 'SALARY_AUDIT',
                                CHAIN_SEQ,
                                COALESCE(CHAIN_HASH, ' '),
                                'R'
                             FROM SALARY_AUDIT
                             WHERE CHAIN_SEQ IS NOT NULL
                         UNION ALL
                         SELECT 'RAISE_HISTORY',
                                CHAIN_SEQ,
                                COALESCE(CHAIN_HASH, ' '),
                                'R'
                             FROM RAISE_HISTORY
                             WHERE CHAIN_SEQ IS NOT NULL
                         UNION ALL
                         SELECT TRAIL_NAME,
                                CHAIN_SEQ,
                                CHAIN_HASH,
                                'P'
                             FROM AUDIT_CHAIN_PURGE) X
                   WHERE X.TRAIL_NAME = :WS-Sql-Trail
                     AND X.CHAIN_SEQ  > :WS-Sql-Arch-Seq
                     AND X.CHAIN_SEQ <= :WS-Sql-Last-Seq
                   ORDER BY X.CHAIN_SEQ, X.SOURCE
           END-EXEC

       Procedure Division.

           open output Verify-Report-File
           if not Report-File-OK
               display "Verification report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move "AUDIT CHAIN VERIFICATION" to WS-Detail-Line
           perform 8900-Write-Detail-Line

           EXEC SQL OPEN CHAIN_HEAD_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Trail
               until Head-Eof
           EXEC SQL CLOSE CHAIN_HEAD_CUR END-EXEC

           perform 5000-Count-Unchained
           perform 8500-Write-Verdict

           close Verify-Report-File
           goback
           .
       1000-Fetch-Trail.
           EXEC SQL FETCH CHAIN_HEAD_CUR
               INTO :WS-Sql-Trail,
                    :WS-Sql-Last-Seq,
                    :WS-Sql-Last-Hash,
                    :WS-Sql-Arch-Seq,
                    :WS-Sql-Arch-Hash
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 2000-Verify-Trail
               when SQLCODE = 100
                   set Head-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Verify-Trail.
           add 1 to WS-Trail-Count
           move zero to WS-Trail-Rows
           move zero to WS-Trail-Purged
           move zero to WS-Trail-Breaks
           move WS-Sql-Trail to WS-Chain-Trail
           move WS-Sql-Arch-Seq to WS-Prev-Seq
           move WS-Sql-Arch-Hash to WS-Prev-Hash

           move spaces to WS-Detail-Line
           perform 8900-Write-Detail-Line
           move WS-Sql-Trail to OUT-Trail
           move WS-Sql-Arch-Seq to OUT-Arch-Seq
           move WS-Sql-Last-Seq to OUT-Last-Seq
           move WS-Trail-Line to WS-Detail-Line
           perform 8900-Write-Detail-Line

           EXEC SQL OPEN CHAIN_LINK_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move "N" to WS-Link-Eof-Sw
           perform 2100-Fetch-Link
               until Link-Eof
           EXEC SQL CLOSE CHAIN_LINK_CUR END-EXEC

           perform 3000-Check-Head
           perform 4000-Trail-Totals
           .
       2100-Fetch-Link.
           EXEC SQL FETCH CHAIN_LINK_CUR
               INTO :WS-Sql-Seq,
                    :WS-Sql-Hash,
                    :WS-Sql-Source
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 2200-Check-Link
               when SQLCODE = 100
                   set Link-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2200-Check-Link.
           evaluate true
               when WS-Sql-Seq = WS-Prev-Seq
                   move "DUPLICATE - SEQUENCE NUMBER USED TWICE"
                       to OUT-Break-Text
                   perform 2900-Report-Break
               when WS-Sql-Seq > WS-Prev-Seq + 1
                   compute WS-Missing-From = WS-Prev-Seq + 1
                   compute WS-Missing-To = WS-Sql-Seq - 1
                   move WS-Missing-From to OUT-Missing-From
                   move WS-Missing-To to OUT-Missing-To
                   move WS-Missing-Text to OUT-Break-Text
                   perform 2900-Report-Break
               when Purged-Link
                   add 1 to WS-Trail-Purged
               when other
                   perform 2300-Recompute-Hash
           end-evaluate
           if not Purged-Link
               add 1 to WS-Trail-Rows
           end-if
           move WS-Sql-Seq to WS-Prev-Seq
           move WS-Sql-Hash to WS-Prev-Hash
           .
       2300-Recompute-Hash.
           move WS-Sql-Seq to WS-Chain-Seq
           move WS-Prev-Hash to WS-Chain-Prev-Hash
           call "AUDCHAIN" using WS-Chain-Function, WS-Chain-Trail,
                                 WS-Chain-Seq, WS-Chain-Prev-Hash,
                                 WS-Chain-Hash, WS-Chain-Status,
                                 WS-Chain-Sqlcode
           evaluate true
               when Chain-Row-Not-Found
                   move "ROW DELETED DURING THE RUN - RERUN TO CONFIRM"
                       to OUT-Break-Text
                   perform 2900-Report-Break
               when not Chain-OK
                   move WS-Chain-Sqlcode to SQLCODE
                   perform 9000-Bail
               when WS-Chain-Hash not equal WS-Sql-Hash
                   move "BROKEN LINK - ROW CHANGED SINCE IT WAS WRITTEN"
                       to OUT-Break-Text
                   perform 2900-Report-Break
           end-evaluate
           .
       2900-Report-Break.
           add 1 to WS-Trail-Breaks
           move WS-Sql-Trail to OUT-Break-Trail
           move WS-Sql-Seq to OUT-Break-Seq
           move WS-Break-Line to WS-Detail-Line
           perform 8900-Write-Detail-Line
           .
       3000-Check-Head.
      *    The walk must end exactly where AUDIT_CHAIN says the trail
      *    ends - rows lost off the end leave no gap behind them.
           evaluate true
               when WS-Prev-Seq < WS-Sql-Last-Seq
                   compute WS-Missing-From = WS-Prev-Seq + 1
                   move WS-Missing-From to OUT-Missing-From
                   move WS-Sql-Last-Seq to OUT-Missing-To
                   move WS-Missing-Text to OUT-Break-Text
                   move WS-Sql-Last-Seq to WS-Sql-Seq
                   perform 2900-Report-Break
               when WS-Prev-Hash not equal WS-Sql-Last-Hash
                   move "HEAD - LAST HASH NOT THE ONE AUDIT_CHAIN HOLDS"
                       to OUT-Break-Text
                   move WS-Sql-Last-Seq to WS-Sql-Seq
                   perform 2900-Report-Break
           end-evaluate
           .
       4000-Trail-Totals.
           move "Chained rows verified:" to OUT-Total-Label
           move WS-Trail-Rows to OUT-Total-Value
           perform 8950-Write-Total-Line
           move "Purged links (AUDIT_CHAIN_PURGE):" to OUT-Total-Label
           move WS-Trail-Purged to OUT-Total-Value
           perform 8950-Write-Total-Line
           move "Gaps and broken links:" to OUT-Total-Label
           move WS-Trail-Breaks to OUT-Total-Value
           perform 8950-Write-Total-Line
           add WS-Trail-Rows to WS-Total-Rows
           add WS-Trail-Breaks to WS-Total-Breaks
           .
       5000-Count-Unchained.
      *    Rows from before chaining began - expected to drain away
      *    as AUDARCH archives them.
           EXEC SQL
               SELECT (SELECT COUNT(*) FROM CONTACTS_AUDIT
                           WHERE CHAIN_SEQ IS NULL)
                    + (SELECT COUNT(*) FROM THROWS_AUDIT
                           WHERE CHAIN_SEQ IS NULL)
                    + (SELECT COUNT(*) FROM CUSTOMER_AUDIT
                           WHERE CHAIN_SEQ IS NULL)
                    + (SELECT COUNT(*) FROM SALARY_AUDIT
                           WHERE CHAIN_SEQ IS NULL)
                    + (SELECT COUNT(*) FROM RAISE_HISTORY
                           WHERE CHAIN_SEQ IS NULL)
                   INTO :WS-Sql-Unchained
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move WS-Sql-Unchained to WS-Total-Unchained
           .
       8500-Write-Verdict.
           move spaces to WS-Detail-Line
           perform 8900-Write-Detail-Line
           move "Trails verified:" to OUT-Total-Label
           move WS-Trail-Count to OUT-Total-Value
           perform 8950-Write-Total-Line
           move "Chained rows verified:" to OUT-Total-Label
           move WS-Total-Rows to OUT-Total-Value
           perform 8950-Write-Total-Line
           move "Unchained rows from before chaining:"
               to OUT-Total-Label
           move WS-Total-Unchained to OUT-Total-Value
           perform 8950-Write-Total-Line
           move "Gaps and broken links:" to OUT-Total-Label
           move WS-Total-Breaks to OUT-Total-Value
           perform 8950-Write-Total-Line
           if WS-Total-Breaks = zero
               move "ALL AUDIT CHAINS INTACT" to WS-Detail-Line
               perform 8900-Write-Detail-Line
           else
               move "AUDIT CHAIN BROKEN" to WS-Detail-Line
               perform 8900-Write-Detail-Line
               move "C" to WS-Alert-Severity
               move "AUDIT TRAIL CHAIN BROKEN - GAP OR ALTERED ROW"
                   to WS-Alert-Message
               call "ALERTWTR" using WS-Alert-Severity
                                    WS-Job-Id
                                    WS-Alert-Message
               move 8 to return-code
           end-if
           .
       8900-Write-Detail-Line.
           display WS-Detail-Line
           write Verify-Report-Record from WS-Detail-Line
           .
       8950-Write-Total-Line.
           display WS-Total-Line
           write Verify-Report-Record from WS-Total-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
