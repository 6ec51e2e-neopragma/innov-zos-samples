       Identification Division.
      **********************************************************************
      * Donation intake. Gifts from individuals and local businesses
      * - money outside fees and sponsorships, and gifts in kind -
      * come in on the DONTRAN file, keyed from the same bank
      * statement and cash box FEEPOST's receipts come from, and run
      * in the same job. Each valid gift becomes a row on
      * LABSCHEMA.DONATION (DONATION_ID, CONTACT_ID, SPONSOR_ID,
      * SEASON_ID, DONATION_DATE, AMOUNT, METHOD, DESIGNATION,
      * IN_KIND, DESCRIPTION, RECEIPT_NO), one unit of work per gift.
      *   - the donor is a CONTACTS row; a business gift names its
      *     SPONSOR as well, the contact being the person at the
      *     business the tax receipt is mailed to;
      *   - method C cash, Q cheque, E electronic transfer - blank
      *     for a gift in kind (IN_KIND 'Y'), whose amount is the
      *     fair value and which must be described;
      *   - designation G general, A fee-assistance fund (counted
      *     in the FEEWAIV fund and on the WAIVRPT board report),
      *     E equipment;
      *   - the gift lands in the current season and may not be
      *     dated in the future.
      * Invalid gifts are rejected and reported, FEEPOST fashion.
      * Money gifts join the posted side of the DEPRECN deposit
      * reconciliation; TAXRCPT receipts them at year end and
      * stamps RECEIPT_NO.
      *
      * Before anything posts, the input file is registered on
      * LABSCHEMA.INPUT_FILE_REG by record count and content total,
      * exactly as FEEPOST does. A file already applied ends RC 8
      * with a critical ALERTWTR alert; SYSIN card 2 = 'O' overrides
      * the check for a legitimate resend.
      *
      * SYSIN card 1 is the league the gifts were made to; they land
      * in that league's current season.
      *
      * Restart: the LOADRST service keeps a LABSCHEMA.LOAD_RESTART
      * row for the registered file, checkpointed with the count of
      * gifts read in the same unit of work as each commit. A
      * rerun after an abend finds the file mid-way, needs no
      * override, skips exactly the gifts already applied and
      * reports the resume point.
      **********************************************************************
       Program-ID. DONPOST.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Donation-File assign to DONTRAN
               file status is WS-Don-File-Status.

       Data Division.
       File Section.
       FD  Donation-File
           recording mode f.
       01  Donation-Record.
           05  DN-Contact-Id           pic 9(09).
           05  DN-Sponsor-Id           pic 9(09).
           05  DN-Donation-Date        pic x(10).
           05  DN-Amount               pic 9(7)v99.
           05  DN-Method               pic x(01).
               88  DN-Money-Method         value "C", "Q", "E".
           05  DN-Designation          pic x(01).
               88  DN-Valid-Designation    value "G", "A", "E".
           05  DN-In-Kind              pic x(01).
               88  DN-Gift-In-Kind         value "Y".
               88  DN-Money-Gift           value "N", " ".
           05  DN-Description          pic x(30).
           05  filler                  pic x(10).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Don-File-Status     pic x(02).
           88  Don-File-OK            value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Valid-Sw            pic x value "Y".
           88  Gift-Valid             value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Donation-Id     pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Sponsor-Id      pic s9(09) comp.
       01  WS-Sql-Sponsor-Ind     pic s9(04) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Donation-Date   pic x(10).
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.
       01  WS-Sql-Method          pic x(01).
       01  WS-Sql-Designation     pic x(01).
       01  WS-Sql-In-Kind         pic x(01).
       01  WS-Sql-Description     pic x(30).
       01  WS-Sql-Days-Ahead      pic s9(05) comp.
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Job-Id              pic x(08) value "DONPOST".
       01  WS-Reg-Count           pic s9(09) comp value zero.
       01  WS-Reg-Total           pic s9(13)v99 comp-3 value zero.
       01  WS-Sql-Dup-Count       pic s9(05) comp.
       01  WS-Override-Accept     pic x(01).
       01  WS-Override-Sw         pic x value "N".
           88  Resend-Override        value "Y".
       01  WS-Alert-Severity      pic x(01).
       01  WS-Alert-Message       pic x(60).
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Posted-Count        pic s9(07) packed-decimal value zero.
       01  WS-In-Kind-Count       pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Total-Posted        pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Total-In-Kind       pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Rst-Function        pic x(01).
       01  WS-Rst-Step-Name       pic x(08) value "DONPOST".
       01  WS-Rst-Applied         pic s9(09) comp value zero.
       01  WS-Rst-Status          pic x(01).
           88  Rst-Restart-Found      value "Y".
           88  Rst-Sql-Error          value "E".
       01  WS-Resume-Count        pic s9(09) comp value zero.
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

           perform 0050-Select-League
           perform 0400-Accept-Override
           perform 0200-Find-Current-Season
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
       0400-Accept-Override.
           display "Enter O to override the resend check: "
               with no advancing
           accept WS-Override-Accept
           if WS-Override-Accept = "O"
               set Resend-Override to true
           end-if
           .
       0500-Register-Input-File.
      *    The FEEPOST fingerprint: count the gifts and total the
      *    donor ids and amounts, and refuse a file already applied.
           perform 0510-Fingerprint-One-Record
               until End-of-File
           close Donation-File
           perform 0520-Check-Restart
           if not Rst-Restart-Found
               perform 0530-Register-New-File
           end-if

           move "N" to WS-End-of-File-Sw
           open input Donation-File
           if not Don-File-OK
               display "Donations file reopen error: "
                   WS-Don-File-Status
               move 12 to return-code
               goback
           end-if
           .
       0510-Fingerprint-One-Record.
           read Donation-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Reg-Count
                   add DN-Contact-Id to WS-Reg-Total
                   add DN-Sponsor-Id to WS-Reg-Total
                   add DN-Amount to WS-Reg-Total
           end-read
           .
       0520-Check-Restart.
      *    A file left mid-way by an abended run is already
      *    registered as ours - resume it past the gifts applied.
           move "Q" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           if Rst-Restart-Found
               move WS-Rst-Applied to WS-Resume-Count
               display "DONPOST - restarting registered file, "
                   WS-Resume-Count " of " WS-Reg-Count
                   " gifts already applied"
           end-if
           .
       0530-Register-New-File.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Dup-Count
                   FROM LABSCHEMA.INPUT_FILE_REG
                   WHERE JOB_ID        = :WS-Job-Id
                     AND RECORD_COUNT  = :WS-Reg-Count
                     AND CONTENT_TOTAL = :WS-Reg-Total
                     AND STATUS = 'A'
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Dup-Count > zero and not Resend-Override
               display "DONPOST - donations file already applied, "
                   "nothing posted (O card overrides)"
               move "C" to WS-Alert-Severity
               move "DONTRAN ALREADY APPLIED - NOTHING POSTED"
                   to WS-Alert-Message
               call "ALERTWTR" using WS-Alert-Severity
                                    WS-Job-Id
                                    WS-Alert-Message
               move 8 to return-code
               goback
           end-if

           EXEC SQL
                INSERT INTO LABSCHEMA.INPUT_FILE_REG
                       (JOB_ID,
                        RECORD_COUNT,
                        CONTENT_TOTAL,
                        APPLY_DATE,
                        STATUS)
                VALUES (:WS-Job-Id,
                        :WS-Reg-Count,
                        :WS-Reg-Total,
                        CURRENT DATE,
                        'A')
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           move "S" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       1000-Open-Files.
           open input Donation-File
           if not Don-File-OK
               display "Donations file open error: "
                   WS-Don-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Donation-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   if WS-Read-Count > WS-Resume-Count
                       perform 3000-Validate-Gift
                       if Gift-Valid
                           perform 4000-Post-Gift
                       else
                           add 1 to WS-Reject-Count
                       end-if
                   else
                       add 1 to WS-Skip-Count
                   end-if
           end-read
           .
       3000-Validate-Gift.
           move "Y" to WS-Valid-Sw
           move DN-Contact-Id to WS-Sql-Contact-Id
           move DN-Sponsor-Id to WS-Sql-Sponsor-Id
           move DN-Donation-Date to WS-Sql-Donation-Date
           move DN-Amount to WS-Sql-Amount
           evaluate true
               when DN-Amount not numeric
                   or DN-Amount = zero
                   display "Rejected, no gift amount, CONTACT_ID "
                       DN-Contact-Id
                   move "N" to WS-Valid-Sw
               when not DN-Valid-Designation
                   display "Rejected, invalid designation, "
                       "CONTACT_ID " DN-Contact-Id ": "
                       DN-Designation
                   move "N" to WS-Valid-Sw
               when DN-Gift-In-Kind
                   and (DN-Method not equal space
                        or DN-Description = spaces)
                   display "Rejected, gift in kind needs a "
                       "description and no method, CONTACT_ID "
                       DN-Contact-Id
                   move "N" to WS-Valid-Sw
               when DN-Money-Gift and not DN-Money-Method
                   display "Rejected, invalid method, CONTACT_ID "
                       DN-Contact-Id ": " DN-Method
                   move "N" to WS-Valid-Sw
               when not DN-Gift-In-Kind and not DN-Money-Gift
                   display "Rejected, invalid in-kind flag, "
                       "CONTACT_ID " DN-Contact-Id ": " DN-In-Kind
                   move "N" to WS-Valid-Sw
               when other
                   perform 3100-Validate-Donor
           end-evaluate
           if Gift-Valid
               perform 3200-Validate-Date
           end-if
           .
       3100-Validate-Donor.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.CONTACTS
                   WHERE ID = :WS-Sql-Contact-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Count = zero
               display "Rejected, no such CONTACT_ID " DN-Contact-Id
               move "N" to WS-Valid-Sw
           end-if
           if Gift-Valid and DN-Sponsor-Id not equal zero
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Count
                       FROM LABSCHEMA.SPONSOR
                       WHERE SPONSOR_ID = :WS-Sql-Sponsor-Id
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
               if WS-Sql-Count = zero
                   display "Rejected, no such SPONSOR_ID "
                       DN-Sponsor-Id
                   move "N" to WS-Valid-Sw
               end-if
           end-if
           .
       3200-Validate-Date.
      *    DB2 judges the date: a malformed one fails the conversion.
           EXEC SQL
               SELECT DAYS(DATE(:WS-Sql-Donation-Date))
                          - DAYS(CURRENT DATE)
                   INTO :WS-Sql-Days-Ahead
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           evaluate true
               when SQLCODE not equal zero
                   display "Rejected, invalid gift date, CONTACT_ID "
                       DN-Contact-Id ": " DN-Donation-Date
                   move "N" to WS-Valid-Sw
               when WS-Sql-Days-Ahead > zero
                   display "Rejected, gift dated in the future, "
                       "CONTACT_ID " DN-Contact-Id ": "
                       DN-Donation-Date
                   move "N" to WS-Valid-Sw
           end-evaluate
           .
       4000-Post-Gift.
           if DN-Sponsor-Id = zero
               move -1 to WS-Sql-Sponsor-Ind
           else
               move zero to WS-Sql-Sponsor-Ind
           end-if
           move DN-Designation to WS-Sql-Designation
           move DN-Description to WS-Sql-Description
           if DN-Gift-In-Kind
               move "Y" to WS-Sql-In-Kind
               move space to WS-Sql-Method
           else
               move "N" to WS-Sql-In-Kind
               move DN-Method to WS-Sql-Method
           end-if

           EXEC SQL
               SELECT COALESCE(MAX(DONATION_ID), 0) + 1
                   INTO :WS-Sql-Donation-Id
                   FROM LABSCHEMA.DONATION
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
                INSERT INTO LABSCHEMA.DONATION
                       (DONATION_ID,
                        CONTACT_ID,
                        SPONSOR_ID,
                        SEASON_ID,
                        DONATION_DATE,
                        AMOUNT,
                        METHOD,
                        DESIGNATION,
                        IN_KIND,
                        DESCRIPTION)
                VALUES (:WS-Sql-Donation-Id,
                        :WS-Sql-Contact-Id,
                        :WS-Sql-Sponsor-Id:WS-Sql-Sponsor-Ind,
                        :WS-Sql-Season-Id,
                        :WS-Sql-Donation-Date,
                        :WS-Sql-Amount,
                        :WS-Sql-Method,
                        :WS-Sql-Designation,
                        :WS-Sql-In-Kind,
                        :WS-Sql-Description)
           END-EXEC
           if SQLCODE = 0
               perform 7900-Commit-Checkpoint
               if DN-Gift-In-Kind
                   add 1 to WS-In-Kind-Count
                   add WS-Sql-Amount to WS-Total-In-Kind
               else
                   add 1 to WS-Posted-Count
                   add WS-Sql-Amount to WS-Total-Posted
               end-if
           else
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               display "Donation insert failed, CONTACT_ID "
                   DN-Contact-Id " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
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
           close Donation-File
           .
       8100-Display-Totals.
           display "DONPOST - donation intake complete"
           display "League:              " WS-League-Name
           display "Gifts read:          " WS-Read-Count
           display "Money gifts posted:  " WS-Posted-Count
           display "Gifts in kind:       " WS-In-Kind-Count
           display "Gifts rejected:      " WS-Reject-Count
           display "Money posted:        " WS-Total-Posted
           display "In-kind value:       " WS-Total-In-Kind
           display "Skipped on restart:   " WS-Skip-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
