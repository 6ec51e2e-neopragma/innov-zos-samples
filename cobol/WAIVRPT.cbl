       Identification Division.
      **********************************************************************
      * Fee-assistance fund board report for the current season. The
      * board copy carries money and counts only - no family names,
      * households or invoices appear on it:
      *   - the fund's contributions (money received on sponsorships
      *     designated to the fund, SPONSORSHIP.ASSIST_FUND = 'Y',
      *     and DONPOST cash donations designated to it,
      *     DONATION.DESIGNATION = 'A');
      *   - the awards FEEWAIV has posted and the fund balance left;
      *   - the applications still waiting on APPRVSCR, and the
      *     remaining capacity once they are granted;
      *   - approved waivers the fund could not cover;
      *   - the awards broken down by reason code (CODE_TABLE
      *     'WAIVRSN'), with the average percentage granted.
      * A waiver the reviewer rejected on APPRVSCR is no longer
      * counted as waiting.
      * SYSIN card 1 names the league; the report is for its current
      * season and carries its name.
      **********************************************************************
       Program-ID. WAIVRPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Board-Report-File assign to WAIVRPT1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Board-Report-File
           recording mode f.
       01  Board-Report-Record     pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Reason-Eof-Sw       pic x value "N".
           88  Reason-Eof             value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Sponsor-Funds   pic s9(9)v99 comp-3.
       01  WS-Sql-Donation-Count  pic s9(07) comp.
       01  WS-Sql-Donations       pic s9(9)v99 comp-3.
       01  WS-Sql-Award-Count     pic s9(07) comp.
       01  WS-Sql-Awarded         pic s9(9)v99 comp-3.
       01  WS-Sql-Pending-Count   pic s9(07) comp.
       01  WS-Sql-Pending-Amount  pic s9(9)v99 comp-3.
       01  WS-Sql-Unfunded-Count  pic s9(07) comp.
       01  WS-Sql-Unfunded-Amount pic s9(9)v99 comp-3.
       01  WS-Sql-Reason-Code     pic x(08).
       01  WS-Sql-Reason-Desc     pic x(40).
       01  WS-Sql-Reason-Count    pic s9(07) comp.
       01  WS-Sql-Reason-Amount   pic s9(9)v99 comp-3.
       01  WS-Sql-Average-Pct     pic s9(03)v9 comp-3.
       01  WS-Contributed         pic s9(9)v99 packed-decimal.
       01  WS-Fund-Balance        pic s9(9)v99 packed-decimal.
       01  WS-Remaining-Capacity  pic s9(9)v99 packed-decimal.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(42)
               value "FEE ASSISTANCE FUND - BOARD REPORT - SEASO".
           05  filler              pic x(02) value "N ".
           05  OUT-Season-Id       pic z(08)9.
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Blank-Line           pic x(133) value spaces.
       01  WS-Fund-Line.
           05  filler              pic x(01) value space.
           05  OUT-Fund-Label      pic x(40).
           05  OUT-Fund-Count      pic z(06)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Fund-Amount     pic zzz,zzz,zz9.99-.
       01  WS-Reason-Heading.
           05  filler              pic x(01) value space.
           05  filler              pic x(48)
               value "Reason  Description".
           05  filler              pic x(07) value " Awards".
           05  filler              pic x(16) value "          Amount".
           05  filler              pic x(08) value " Avg Pct".
       01  WS-Reason-Line.
           05  filler              pic x(01) value space.
           05  OUT-Reason-Code     pic x(08).
           05  OUT-Reason-Desc     pic x(40).
           05  OUT-Reason-Count    pic z(06)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Reason-Amount   pic zzz,zzz,zz9.99.
           05  filler              pic x(03) value spaces.
           05  OUT-Reason-Pct      pic zz9.9.

       Procedure Division.

           perform 0050-Select-League
           perform 0200-Find-Current-Season
           perform 0400-Open-Report
           perform 1000-Fund-Position
           perform 2000-Awards-By-Reason
           close Board-Report-File
           display "WAIVRPT - assistance fund board report complete"
           display "Fund balance:       " WS-Fund-Balance
           display "Remaining capacity: " WS-Remaining-Capacity
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
       0200-Find-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID      = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           move WS-Sql-Season-Id to OUT-Season-Id
           .
       0400-Open-Report.
           open output Board-Report-File
           if not Report-File-OK
               display "Board report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           .
       1000-Fund-Position.
           EXEC SQL
               SELECT COALESCE(SUM(I.AMOUNT_PAID), 0)
                   INTO :WS-Sql-Sponsor-Funds
                   FROM LABSCHEMA.INVOICE I
                   JOIN LABSCHEMA.SPONSORSHIP G
                     ON G.SPONSORSHIP_ID = I.SPONSORSHIP_ID
                   WHERE G.SEASON_ID = :WS-Sql-Season-Id
                     AND G.ASSIST_FUND = 'Y'
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(AMOUNT), 0)
                   INTO :WS-Sql-Donation-Count,
                        :WS-Sql-Donations
                   FROM LABSCHEMA.DONATION
                   WHERE SEASON_ID = :WS-Sql-Season-Id
                     AND DESIGNATION = 'A'
                     AND IN_KIND = 'N'
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(AWARD_AMOUNT), 0)
                   INTO :WS-Sql-Award-Count,
                        :WS-Sql-Awarded
                   FROM LABSCHEMA.FEE_WAIVER
                   WHERE SEASON_ID = :WS-Sql-Season-Id
                     AND STATUS = 'A'
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(W.REQUEST_AMOUNT), 0)
                   INTO :WS-Sql-Pending-Count,
                        :WS-Sql-Pending-Amount
                   FROM LABSCHEMA.FEE_WAIVER W
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
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(REQUEST_AMOUNT), 0)
                   INTO :WS-Sql-Unfunded-Count,
                        :WS-Sql-Unfunded-Amount
                   FROM LABSCHEMA.FEE_WAIVER
                   WHERE SEASON_ID = :WS-Sql-Season-Id
                     AND STATUS = 'U'
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           compute WS-Contributed =
               WS-Sql-Sponsor-Funds + WS-Sql-Donations
           compute WS-Fund-Balance = WS-Contributed - WS-Sql-Awarded
           compute WS-Remaining-Capacity =
               WS-Fund-Balance - WS-Sql-Pending-Amount

           write Board-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Board-Report-Record from WS-League-Line
           write Board-Report-Record from WS-Blank-Line
           move "Designated sponsorships received" to OUT-Fund-Label
           move zero to OUT-Fund-Count
           move WS-Sql-Sponsor-Funds to OUT-Fund-Amount
           write Board-Report-Record from WS-Fund-Line
           move "Designated donations received" to OUT-Fund-Label
           move WS-Sql-Donation-Count to OUT-Fund-Count
           move WS-Sql-Donations to OUT-Fund-Amount
           write Board-Report-Record from WS-Fund-Line
           move "Total contributed to the fund" to OUT-Fund-Label
           move zero to OUT-Fund-Count
           move WS-Contributed to OUT-Fund-Amount
           write Board-Report-Record from WS-Fund-Line
           move "Awards granted" to OUT-Fund-Label
           move WS-Sql-Award-Count to OUT-Fund-Count
           move WS-Sql-Awarded to OUT-Fund-Amount
           write Board-Report-Record from WS-Fund-Line
           move "Fund balance" to OUT-Fund-Label
           move zero to OUT-Fund-Count
           move WS-Fund-Balance to OUT-Fund-Amount
           write Board-Report-Record from WS-Fund-Line
           move "Applications awaiting approval" to OUT-Fund-Label
           move WS-Sql-Pending-Count to OUT-Fund-Count
           move WS-Sql-Pending-Amount to OUT-Fund-Amount
           write Board-Report-Record from WS-Fund-Line
           move "Remaining capacity" to OUT-Fund-Label
           move zero to OUT-Fund-Count
           move WS-Remaining-Capacity to OUT-Fund-Amount
           write Board-Report-Record from WS-Fund-Line
           move "Approved but unfunded" to OUT-Fund-Label
           move WS-Sql-Unfunded-Count to OUT-Fund-Count
           move WS-Sql-Unfunded-Amount to OUT-Fund-Amount
           write Board-Report-Record from WS-Fund-Line
           .
       2000-Awards-By-Reason.
           EXEC SQL DECLARE WAIV_REASON_CUR CURSOR FOR
               SELECT W.REASON_CODE,
                      COALESCE(MAX(C.DESCRIPTION), ' '),
                      COUNT(*),
                      SUM(W.AWARD_AMOUNT),
                      AVG(DECIMAL(W.WAIVER_PCT, 4, 1))
                   FROM LABSCHEMA.FEE_WAIVER W
                   LEFT JOIN LABSCHEMA.CODE_TABLE C
                     ON C.TABLE_NAME = 'WAIVRSN'
                    AND C.CODE = W.REASON_CODE
                   WHERE W.SEASON_ID = :WS-Sql-Season-Id
                     AND W.STATUS = 'A'
                   GROUP BY W.REASON_CODE
                   ORDER BY W.REASON_CODE
           END-EXEC

           write Board-Report-Record from WS-Blank-Line
           write Board-Report-Record from WS-Reason-Heading
           EXEC SQL OPEN WAIV_REASON_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2100-Write-Reason
               until Reason-Eof
           EXEC SQL CLOSE WAIV_REASON_CUR END-EXEC
           .
       2100-Write-Reason.
           EXEC SQL FETCH WAIV_REASON_CUR
               INTO :WS-Sql-Reason-Code,
                    :WS-Sql-Reason-Desc,
                    :WS-Sql-Reason-Count,
                    :WS-Sql-Reason-Amount,
                    :WS-Sql-Average-Pct
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Reason-Code to OUT-Reason-Code
                   move WS-Sql-Reason-Desc to OUT-Reason-Desc
                   move WS-Sql-Reason-Count to OUT-Reason-Count
                   move WS-Sql-Reason-Amount to OUT-Reason-Amount
                   move WS-Sql-Average-Pct to OUT-Reason-Pct
                   write Board-Report-Record from WS-Reason-Line
               when SQLCODE = 100
                   set Reason-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
