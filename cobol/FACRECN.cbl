       Identification Division.
      **********************************************************************
      * Facility invoice reconciliation, in the DEPRECN match-merge
      * mold - the district's monthly gym bill checked against what
      * the league actually used before anybody pays it.
      * One side is the district's billing file FACBILL (venue, date,
      * hours, hourly rate, sorted by venue then date); the other is
      * the league's own use of each venue that day, fetched in the
      * same order:
      *   - every fixture on LABSCHEMA.GAME_SCHEDULE at the venue is
      *     a slot used, except one postponed (SCHED_STATUS 'P') -
      *     the gym never opened for it and its make-up game carries
      *     the booking. A cancelled fixture is no longer on the
      *     schedule at all. A forfeited or abandoned game (GAMERSLT
      *     result type 'FH', 'FA', 'AB') still had the gym open and
      *     counts as used;
      *   - every PRACALOC practice on LABSCHEMA.PRACTICE_SLOT is a
      *     slot used.
      * Slots convert to hours at the SYSIN hours per timeslot.
      * The report FACRPT01 shows:
      *   BILLED NOT USED  - a day billed with no slot used (the
      *                      postponements that day are shown)
      *   HOURS OVERBILLED - more hours billed than used
      *   USED NOT BILLED  - use the district has not billed, or
      *                      fewer hours billed than used
      *   RATE MISMATCH    - an hourly rate other than the contract
      * Any discrepancy ends the run RC 4.
      * Every overcharge - hours billed but not used at the billed
      * rate, and any rate above the contract on the hours used - is
      * itemised on FACLTR01, a dispute letter to the district ready
      * to sign and send, with the total credit claimed. Use not
      * billed is reported for the league's own records but not
      * claimed.
      * Each league is billed by the district separately, so the
      * run is for the league named on SYSIN card 1 and counts only
      * that league's fixtures and its teams' practices; the league
      * is named on the report and under the letter's reference.
      * SYSIN card 2 is the billing month, YYYY-MM; card 3 the
      * contract hourly rate, 9(3)V99 with no decimal point; card 4
      * the hours per timeslot, 9(2)V99 with no decimal point (blank
      * is one hour); card 5 the district's invoice number for the
      * letter.
      **********************************************************************
       Program-ID. FACRECN.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Billing-File assign to FACBILL
               file status is WS-Bill-File-Status.

           select Recon-Report-File assign to FACRPT01
               file status is WS-Report-File-Status.

           select Dispute-Letter-File assign to FACLTR01
               file status is WS-Letter-File-Status.

       Data Division.
       File Section.
       FD  Billing-File
           recording mode f.
       01  Billing-Record.
           05  FB-Venue                pic x(30).
           05  FB-Use-Date             pic x(10).
           05  FB-Hours                pic 9(3)v99.
           05  FB-Rate                 pic 9(3)v99.
           05  filler                  pic x(30).

       FD  Recon-Report-File
           recording mode f.
       01  Recon-Report-Record         pic x(133).

       FD  Dispute-Letter-File
           recording mode f.
       01  Dispute-Letter-Record       pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Bill-File-Status    pic x(02).
           88  Bill-File-OK           value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Letter-File-Status  pic x(02).
           88  Letter-File-OK         value "00".
       01  WS-Bill-Eof-Sw         pic x value "N".
           88  Bill-Eof               value "Y".
       01  WS-Used-Eof-Sw         pic x value "N".
           88  Used-Eof               value "Y".
       01  WS-Month-In            pic x(07).
       01  WS-Rate-In             pic x(05).
       01  WS-Rate-In-Num redefines WS-Rate-In
                                  pic 9(3)v99.
       01  WS-Slot-Hours-In       pic x(04).
       01  WS-Slot-Hours-In-Num redefines WS-Slot-Hours-In
                                  pic 9(2)v99.
       01  WS-Invoice-No          pic x(20).
       01  WS-Contract-Rate       pic s9(3)v99 packed-decimal.
       01  WS-Slot-Hours          pic s9(2)v99 packed-decimal.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-From-Date       pic x(10).
       01  WS-Sql-To-Date         pic x(10).
       01  WS-Sql-Venue           pic x(30).
       01  WS-Sql-Use-Date        pic x(10).
       01  WS-Sql-Slots           pic s9(05) comp.
       01  WS-Sql-Postponed       pic s9(05) comp.

       01  WS-Bill-Key.
           05  WS-Bill-Key-Venue   pic x(30).
           05  WS-Bill-Key-Date    pic x(10).
       01  WS-Used-Key.
           05  WS-Used-Key-Venue   pic x(30).
           05  WS-Used-Key-Date    pic x(10).

       01  WS-Used-Hours          pic s9(5)v99 packed-decimal.
       01  WS-Hour-Diff           pic s9(5)v99 packed-decimal.
       01  WS-Disputed-Amount     pic s9(7)v99 packed-decimal.
       01  WS-Reason              pic x(20).

       01  WS-Matched-Count       pic s9(07) packed-decimal value zero.
       01  WS-Unused-Count        pic s9(07) packed-decimal value zero.
       01  WS-Overbilled-Count    pic s9(07) packed-decimal value zero.
       01  WS-Unbilled-Count      pic s9(07) packed-decimal value zero.
       01  WS-Rate-Count          pic s9(07) packed-decimal value zero.
       01  WS-Dispute-Count       pic s9(07) packed-decimal value zero.
       01  WS-Total-Billed        pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Total-Disputed      pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Today               pic 9(08).
       01  WS-Today-Edit redefines WS-Today.
           05  WS-Today-Yyyy       pic 9(04).
           05  WS-Today-Mm         pic 9(02).
           05  WS-Today-Dd         pic 9(02).

       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Recon-Line.
           05  OUT-Line-Type       pic x(18).
           05  OUT-Venue           pic x(30).
           05  filler              pic x(02) value spaces.
           05  OUT-Use-Date        pic x(10).
           05  filler              pic x(08) value " billed ".
           05  OUT-Billed-Hours    pic zz9.99.
           05  filler              pic x(06) value " used ".
           05  OUT-Used-Hours      pic zz9.99.
           05  filler              pic x(06) value " rate ".
           05  OUT-Rate            pic zz9.99.
           05  filler              pic x(06) value " amt  ".
           05  OUT-Amount          pic -z,zzz,zz9.99.
           05  filler              pic x(07) value " postp ".
           05  OUT-Postponed       pic zz9.

       01  WS-Letter-Title.
           05  filler              pic x(01) value "1".
           05  filler              pic x(40)
               value "DISPUTE OF FACILITY INVOICE".
       01  WS-Letter-Date-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(06) value "Date: ".
           05  OUT-Ltr-Yyyy        pic 9(04).
           05  filler              pic x(01) value "-".
           05  OUT-Ltr-Mm          pic 9(02).
           05  filler              pic x(01) value "-".
           05  OUT-Ltr-Dd          pic 9(02).
       01  WS-Letter-Text-Line.
           05  OUT-Ltr-Cc          pic x(01) value space.
           05  OUT-Ltr-Text        pic x(90).
       01  WS-Letter-Rate-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(30)
               value "our contract hourly rate of".
           05  OUT-Ltr-Rate        pic zz9.99.
           05  filler              pic x(35)
               value ", and ask that they be credited.".
       01  WS-Letter-Ref-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(16) value "Re: Invoice no. ".
           05  OUT-Ltr-Invoice     pic x(20).
           05  filler              pic x(15) value " billing month ".
           05  OUT-Ltr-Month       pic x(07).
       01  WS-Letter-Heading.
           05  filler              pic x(01) value "0".
           05  filler              pic x(12) value "Date".
           05  filler              pic x(32) value "Venue".
           05  filler              pic x(22)
               value "Billed hrs   Used hrs".
           05  filler              pic x(12) value "      Amount".
           05  filler              pic x(02) value spaces.
           05  filler              pic x(20) value "Reason".
       01  WS-Letter-Item.
           05  filler              pic x(01) value space.
           05  OUT-Item-Date       pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Item-Venue      pic x(30).
           05  filler              pic x(02) value spaces.
           05  OUT-Item-Billed     pic zzzzzz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Item-Used       pic zzzzzz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Item-Amount     pic z,zzz,zz9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Item-Reason     pic x(20).
       01  WS-Letter-Total.
           05  filler              pic x(01) value "0".
           05  filler              pic x(65)
               value "Total credit requested".
           05  OUT-Ltr-Total       pic zzz,zzz,zz9.99.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Files

      *    One row per venue and day the league had the gym, with
      *    the postponements that day carried for the report.
           EXEC SQL DECLARE FAC_USED_CUR CURSOR FOR
               SELECT U.VENUE,
                      CHAR(U.USE_DATE),
                      SUM(U.SLOTS),
                      SUM(U.POSTPONED)
                   FROM (SELECT G.VENUE,
                                G.FIXTURE_DATE AS USE_DATE,
                                CASE WHEN COALESCE(G.SCHED_STATUS, ' ')
                                          = 'P'
                                     THEN 0 ELSE 1 END AS SLOTS,
                                CASE WHEN COALESCE(G.SCHED_STATUS, ' ')
                                          = 'P'
                                     THEN 1 ELSE 0 END AS POSTPONED
                             FROM LABSCHEMA.GAME_SCHEDULE G
                             WHERE G.FIXTURE_DATE
                                   BETWEEN DATE(:WS-Sql-From-Date)
                                       AND DATE(:WS-Sql-To-Date)
                               AND G.LEAGUE_ID = :WS-Sql-League-Id
                         UNION ALL
                         SELECT P.VENUE,
                                P.PRACTICE_DATE,
                                1,
                                0
                             FROM LABSCHEMA.PRACTICE_SLOT P
                             JOIN LABSCHEMA.TEAMS T
                               ON T.TEAM_ID = P.TEAM_ID
                             WHERE P.PRACTICE_DATE
                                   BETWEEN DATE(:WS-Sql-From-Date)
                                       AND DATE(:WS-Sql-To-Date)
                               AND T.LEAGUE_ID = :WS-Sql-League-Id) U
                   GROUP BY U.VENUE, U.USE_DATE
                   ORDER BY U.VENUE, U.USE_DATE
           END-EXEC
           EXEC SQL OPEN FAC_USED_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           perform 0300-Write-Letter-Opening
           perform 0400-Read-Billed-Side
           perform 0500-Read-Used-Side
           perform 1000-Match-Records
               until Bill-Eof and Used-Eof

           EXEC SQL CLOSE FAC_USED_CUR END-EXEC
           perform 7000-Write-Letter-Close
           perform 8100-Write-Totals
           perform 8000-Close-Files
           if WS-Unused-Count > zero
               or WS-Overbilled-Count > zero
               or WS-Unbilled-Count > zero
               or WS-Rate-Count > zero
               move 4 to return-code
           end-if
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
           accept WS-Month-In
           accept WS-Rate-In
           accept WS-Slot-Hours-In
           accept WS-Invoice-No
           if WS-Month-In = spaces or WS-Rate-In not numeric
               display "Billing month (YYYY-MM) and contract rate "
                   "(9(3)V99, no decimal point) are required on SYSIN"
               move 12 to return-code
               goback
           end-if
           move WS-Rate-In-Num to WS-Contract-Rate
           if WS-Slot-Hours-In numeric
               and WS-Slot-Hours-In-Num > zero
               move WS-Slot-Hours-In-Num to WS-Slot-Hours
           else
               move 1 to WS-Slot-Hours
           end-if
           string WS-Month-In "-01" delimited by size
               into WS-Sql-From-Date
           end-string
      *    DB2 judges the month: a malformed one fails the conversion.
           EXEC SQL
               SELECT CHAR(DATE(:WS-Sql-From-Date) + 1 MONTH - 1 DAY,
                           ISO)
                   INTO :WS-Sql-To-Date
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               display "Invalid billing month on SYSIN: " WS-Month-In
               perform 9000-Bail
           end-if
           .
       0200-Open-Files.
           open input Billing-File
           if not Bill-File-OK
               display "Billing file open error: " WS-Bill-File-Status
               move 12 to return-code
               goback
           end-if
           open output Recon-Report-File
           if not Report-File-OK
               display "Reconciliation report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           open output Dispute-Letter-File
           if not Letter-File-OK
               display "Dispute letter open error: "
                   WS-Letter-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Recon-Report-Record from WS-League-Line
           .
       0300-Write-Letter-Opening.
           accept WS-Today from date yyyymmdd
           write Dispute-Letter-Record from WS-Letter-Title
           move WS-Today-Yyyy to OUT-Ltr-Yyyy
           move WS-Today-Mm to OUT-Ltr-Mm
           move WS-Today-Dd to OUT-Ltr-Dd
           write Dispute-Letter-Record from WS-Letter-Date-Line
           move "0" to OUT-Ltr-Cc
           move "To the Facilities Billing Office, School District"
               to OUT-Ltr-Text
           write Dispute-Letter-Record from WS-Letter-Text-Line
           move WS-Invoice-No to OUT-Ltr-Invoice
           move WS-Month-In to OUT-Ltr-Month
           write Dispute-Letter-Record from WS-Letter-Ref-Line
           move space to OUT-Ltr-Cc
           move WS-League-Name to OUT-Ltr-Text
           write Dispute-Letter-Record from WS-Letter-Text-Line
           move "0" to OUT-Ltr-Cc
           move "We have checked the invoice above against our own"
               to OUT-Ltr-Text
           write Dispute-Letter-Record from WS-Letter-Text-Line
           move space to OUT-Ltr-Cc
           move "records of gym use for the month. The items below are"
               to OUT-Ltr-Text
           write Dispute-Letter-Record from WS-Letter-Text-Line
           move "charged for hours we did not use, or at a rate above"
               to OUT-Ltr-Text
           write Dispute-Letter-Record from WS-Letter-Text-Line
           move WS-Contract-Rate to OUT-Ltr-Rate
           write Dispute-Letter-Record from WS-Letter-Rate-Line
           write Dispute-Letter-Record from WS-Letter-Heading
           .
       0400-Read-Billed-Side.
           read Billing-File
               at end
                   set Bill-Eof to true
               not at end
                   move FB-Venue to WS-Bill-Key-Venue
                   move FB-Use-Date to WS-Bill-Key-Date
                   compute WS-Total-Billed rounded =
                       WS-Total-Billed + FB-Hours * FB-Rate
           end-read
           .
       0500-Read-Used-Side.
           EXEC SQL FETCH FAC_USED_CUR
               INTO :WS-Sql-Venue,
                    :WS-Sql-Use-Date,
                    :WS-Sql-Slots,
                    :WS-Sql-Postponed
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Venue to WS-Used-Key-Venue
                   move WS-Sql-Use-Date to WS-Used-Key-Date
                   compute WS-Used-Hours =
                       WS-Sql-Slots * WS-Slot-Hours
               when SQLCODE = 100
                   set Used-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1000-Match-Records.
           evaluate true
               when Bill-Eof
                   perform 2200-Report-Used-Only
                   perform 0500-Read-Used-Side
               when Used-Eof
                   move zero to WS-Sql-Postponed
                   perform 2100-Report-Billed-Only
                   perform 0400-Read-Billed-Side
               when WS-Bill-Key < WS-Used-Key
                   move zero to WS-Sql-Postponed
                   perform 2100-Report-Billed-Only
                   perform 0400-Read-Billed-Side
               when WS-Bill-Key > WS-Used-Key
                   perform 2200-Report-Used-Only
                   perform 0500-Read-Used-Side
               when WS-Sql-Slots = zero
                   perform 2100-Report-Billed-Only
                   perform 0400-Read-Billed-Side
                   perform 0500-Read-Used-Side
               when other
                   perform 2300-Compare-Matched-Pair
                   perform 0400-Read-Billed-Side
                   perform 0500-Read-Used-Side
           end-evaluate
           .
       2100-Report-Billed-Only.
           add 1 to WS-Unused-Count
           move "BILLED NOT USED" to OUT-Line-Type
           move zero to WS-Used-Hours
           compute WS-Disputed-Amount rounded = FB-Hours * FB-Rate
           perform 2500-Write-Billed-Line
           move "NOT USED" to WS-Reason
           move FB-Hours to WS-Hour-Diff
           perform 3000-Claim-Item
           .
       2200-Report-Used-Only.
      *    A day of nothing but postponements was never used.
           if WS-Sql-Slots > zero
               add 1 to WS-Unbilled-Count
               move "USED NOT BILLED" to OUT-Line-Type
               move WS-Used-Key-Venue to OUT-Venue
               move WS-Used-Key-Date to OUT-Use-Date
               move zero to OUT-Billed-Hours
               move WS-Used-Hours to OUT-Used-Hours
               move WS-Contract-Rate to OUT-Rate
               compute OUT-Amount rounded =
                   WS-Used-Hours * WS-Contract-Rate
               move WS-Sql-Postponed to OUT-Postponed
               display WS-Recon-Line
               write Recon-Report-Record from WS-Recon-Line
           end-if
           .
       2300-Compare-Matched-Pair.
           add 1 to WS-Matched-Count
           compute WS-Hour-Diff = FB-Hours - WS-Used-Hours
           evaluate true
               when WS-Hour-Diff > zero
                   add 1 to WS-Overbilled-Count
                   move "HOURS OVERBILLED" to OUT-Line-Type
                   compute WS-Disputed-Amount rounded =
                       WS-Hour-Diff * FB-Rate
                   perform 2500-Write-Billed-Line
                   move "HOURS NOT USED" to WS-Reason
                   perform 3000-Claim-Item
               when WS-Hour-Diff < zero
                   add 1 to WS-Unbilled-Count
                   move "USED NOT BILLED" to OUT-Line-Type
                   compute WS-Disputed-Amount rounded =
                       (zero - WS-Hour-Diff) * FB-Rate
                   perform 2500-Write-Billed-Line
           end-evaluate
           if FB-Rate not equal WS-Contract-Rate
               add 1 to WS-Rate-Count
               move "RATE MISMATCH" to OUT-Line-Type
               if WS-Hour-Diff > zero
                   move WS-Used-Hours to WS-Hour-Diff
               else
                   move FB-Hours to WS-Hour-Diff
               end-if
               compute WS-Disputed-Amount rounded =
                   WS-Hour-Diff * (FB-Rate - WS-Contract-Rate)
               perform 2500-Write-Billed-Line
               if WS-Disputed-Amount > zero
                   move "RATE ABOVE CONTRACT" to WS-Reason
                   perform 3000-Claim-Item
               end-if
           end-if
           .
       2500-Write-Billed-Line.
           move WS-Bill-Key-Venue to OUT-Venue
           move WS-Bill-Key-Date to OUT-Use-Date
           move FB-Hours to OUT-Billed-Hours
           move WS-Used-Hours to OUT-Used-Hours
           move FB-Rate to OUT-Rate
           move WS-Disputed-Amount to OUT-Amount
           move WS-Sql-Postponed to OUT-Postponed
           display WS-Recon-Line
           write Recon-Report-Record from WS-Recon-Line
           .
       3000-Claim-Item.
           add 1 to WS-Dispute-Count
           add WS-Disputed-Amount to WS-Total-Disputed
           move WS-Bill-Key-Date to OUT-Item-Date
           move WS-Bill-Key-Venue to OUT-Item-Venue
           move FB-Hours to OUT-Item-Billed
           move WS-Used-Hours to OUT-Item-Used
           move WS-Disputed-Amount to OUT-Item-Amount
           move WS-Reason to OUT-Item-Reason
           write Dispute-Letter-Record from WS-Letter-Item
           .
       7000-Write-Letter-Close.
           move WS-Total-Disputed to OUT-Ltr-Total
           write Dispute-Letter-Record from WS-Letter-Total
           move "0" to OUT-Ltr-Cc
           if WS-Dispute-Count = zero
               move "No item on the invoice is in dispute." to
                   OUT-Ltr-Text
           else
               move "Please issue a credit note for this amount"
                   to OUT-Ltr-Text
               write Dispute-Letter-Record from WS-Letter-Text-Line
               move space to OUT-Ltr-Cc
               move "against the invoice, or contact the league"
                   to OUT-Ltr-Text
               write Dispute-Letter-Record from WS-Letter-Text-Line
               move "treasurer to review these dates before payment."
                   to OUT-Ltr-Text
           end-if
           write Dispute-Letter-Record from WS-Letter-Text-Line
           move "-" to OUT-Ltr-Cc
           move "Yours faithfully," to OUT-Ltr-Text
           write Dispute-Letter-Record from WS-Letter-Text-Line
           move "0" to OUT-Ltr-Cc
           move "League Treasurer" to OUT-Ltr-Text
           write Dispute-Letter-Record from WS-Letter-Text-Line
           .
       8000-Close-Files.
           close Billing-File
           close Recon-Report-File
           close Dispute-Letter-File
           .
       8100-Write-Totals.
           display "FACRECN - facility invoice reconciliation complete"
           display "League:                 " WS-League-Name
           display "Days matched:           " WS-Matched-Count
           display "Billed not used:        " WS-Unused-Count
           display "Hours overbilled:       " WS-Overbilled-Count
           display "Used not billed:        " WS-Unbilled-Count
           display "Rate mismatches:        " WS-Rate-Count
           display "Invoice total billed:   " WS-Total-Billed
           display "Credit claimed:         " WS-Total-Disputed
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
