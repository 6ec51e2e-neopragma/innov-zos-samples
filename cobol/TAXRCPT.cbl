       Identification Division.
      **********************************************************************
      * Year-end donation tax receipts. For the SYSIN calendar year
      * (card 2, YYYY) every donor with gifts on LABSCHEMA.DONATION
      * not yet receipted gets one numbered receipt for the total of
      * those gifts - an individual by CONTACT_ID, a business by
      * SPONSOR_ID (mailed to a contact named on its gifts). Gifts
      * in kind are receipted at the fair value DONPOST recorded.
      * The receipt register is LABSCHEMA.TAX_RECEIPT (RECEIPT_NO,
      * ISSUE_SEQ, TAX_YEAR, DONOR_TYPE, DONOR_ID, CONTACT_ID,
      * AMOUNT, ISSUE_DATE, DUPLICATE): the original is ISSUE_SEQ 1,
      * and the gifts it covers are stamped with its RECEIPT_NO in
      * the same unit of work, so a gift is never receipted twice
      * and a rerun issues only what is new.
      * A receipt number on the TAXREIS file is reissued: a new
      * register row, next ISSUE_SEQ, DUPLICATE 'Y', same number and
      * amount - never a new receipt.
      * The receipts print through LETTRGEN: TAXLIST lists the
      * originals and TAXDUPL the duplicates, in the LTRLIST layout
      * (contact, receipt number, amount), for listed notice (R)
      * runs of the TAXRCPT and TAXDUPL template campaigns, which
      * mail every receipt past the marketing exclusions. TAXREG1
      * prints the register of what this run issued.
      * Gifts are made to a league (DONPOST posts them to its
      * season): SYSIN card 1 names the league, the tax year moves
      * to card 2, only the league's gifts are receipted, a reissue
      * must be of one of its receipts, and the register carries its
      * name.
      **********************************************************************
       Program-ID. TAXRCPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Reissue-File assign to TAXREIS
               file status is WS-Reissue-File-Status.
           select Receipt-List-File assign to TAXLIST
               file status is WS-List-File-Status.
           select Duplicate-List-File assign to TAXDUPL
               file status is WS-Dupl-File-Status.
           select Register-Report-File assign to TAXREG1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Reissue-File
           recording mode f.
       01  Reissue-Record.
           05  RI-Receipt-No           pic 9(09).
           05  filler                  pic x(71).

       FD  Receipt-List-File
           recording mode f.
       01  Receipt-List-Record         pic x(32).

       FD  Duplicate-List-File
           recording mode f.
       01  Duplicate-List-Record       pic x(32).

       FD  Register-Report-File
           recording mode f.
       01  Register-Report-Record      pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Reissue-File-Status pic x(02).
           88  Reissue-File-OK        value "00".
       01  WS-List-File-Status    pic x(02).
           88  List-File-OK           value "00".
       01  WS-Dupl-File-Status    pic x(02).
           88  Dupl-File-OK           value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Donor-Eof-Sw        pic x value "N".
           88  Donor-Eof              value "Y".
       01  WS-Reissue-Eof-Sw      pic x value "N".
           88  Reissue-Eof            value "Y".
       01  WS-Year-Accept         pic x(04).
       01  WS-Year-Numeric redefines WS-Year-Accept
                                  pic 9(04).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Year            pic s9(04) comp.
       01  WS-Sql-Donor-Type      pic x(01).
       01  WS-Sql-Donor-Id        pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Amount          pic s9(9)v99 comp-3.
       01  WS-Sql-Gift-Count      pic s9(07) comp.
       01  WS-Sql-Receipt-No      pic s9(09) comp.
       01  WS-Sql-Issue-Seq       pic s9(04) comp.
       01  WS-Sql-Donor-Name      pic x(60).

      *    LETTRGEN's LTRLIST layout.
       01  WS-List-Record.
           05  LR-Contact-Id           pic 9(09).
           05  LR-Receipt-No           pic 9(09).
           05  LR-Amount               pic 9(7)v99.
           05  LR-Days-Open            pic 9(05).

       01  WS-Issued-Count        pic s9(07) packed-decimal value zero.
       01  WS-Duplicate-Count     pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Total-Receipted     pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(38)
               value "DONATION TAX RECEIPT REGISTER - YEAR ".
           05  OUT-Year            pic x(04).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(25)
               value "  Receipt Seq  Donor     ".
           05  filler              pic x(64) value "   Name".
           05  filler              pic x(05) value "Gifts".
           05  filler              pic x(16) value "          Amount".
           05  filler              pic x(06) value "  Kind".
       01  WS-Register-Line.
           05  filler              pic x(01) value space.
           05  OUT-Receipt-No      pic z(08)9.
           05  filler              pic x(01) value space.
           05  OUT-Issue-Seq       pic zzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Donor-Type      pic x(01).
           05  OUT-Donor-Id        pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Donor-Name      pic x(60).
           05  filler              pic x(01) value space.
           05  OUT-Gift-Count      pic zzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Amount          pic zzz,zzz,zz9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Issue-Kind      pic x(09).
       01  WS-Total-Line.
           05  filler              pic x(01) value space.
           05  OUT-Total-Label     pic x(40).
           05  OUT-Total-Count     pic z(06)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Total-Amount    pic zzz,zzz,zz9.99.

       Procedure Division.

      *    Every donor with gifts in the year not yet on a receipt.
      *    Held across the per-receipt commits.
           EXEC SQL DECLARE TAX_DONOR_CUR CURSOR WITH HOLD FOR
               SELECT CASE WHEN D.SPONSOR_ID IS NULL
                           THEN 'C' ELSE 'S' END,
                      COALESCE(D.SPONSOR_ID, D.CONTACT_ID),
                      MAX(D.CONTACT_ID),
                      SUM(D.AMOUNT),
                      COUNT(*)
                   FROM LABSCHEMA.DONATION D
                   WHERE YEAR(D.DONATION_DATE) = :WS-Sql-Year
                     AND D.RECEIPT_NO IS NULL
                     AND D.SEASON_ID IN
                          (SELECT S.SEASON_ID
                               FROM LABSCHEMA.SEASON S
                               WHERE S.LEAGUE_ID = :WS-Sql-League-Id)
                   GROUP BY CASE WHEN D.SPONSOR_ID IS NULL
                                 THEN 'C' ELSE 'S' END,
                            COALESCE(D.SPONSOR_ID, D.CONTACT_ID)
                   ORDER BY 1, 2
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0400-Open-Files
           write Register-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Register-Report-Record from WS-League-Line
           write Register-Report-Record from WS-Column-Line

           EXEC SQL OPEN TAX_DONOR_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Issue-Receipt
               until Donor-Eof
           EXEC SQL CLOSE TAX_DONOR_CUR END-EXEC

           perform 2000-Reissue-Receipt
               until Reissue-Eof

           perform 7000-Write-Totals
           perform 8000-Close-Files
           display "TAXRCPT - donation tax receipts complete"
           display "League: " WS-League-Name
           display "Receipts issued:    " WS-Issued-Count
           display "Amount receipted:   " WS-Total-Receipted
           display "Duplicates issued:  " WS-Duplicate-Count
           display "Reissues rejected:  " WS-Reject-Count
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
           accept WS-Year-Accept
           if WS-Year-Accept is not numeric
               display "Tax year (YYYY) is required on SYSIN"
               move 12 to return-code
               goback
           end-if
           move WS-Year-Numeric to WS-Sql-Year
           move WS-Year-Accept to OUT-Year
           .
       0400-Open-Files.
           open input Reissue-File
           if not Reissue-File-OK
               display "Reissue file open error: "
                   WS-Reissue-File-Status
               move 12 to return-code
               goback
           end-if
           open output Receipt-List-File
           if not List-File-OK
               display "Receipt list open error: "
                   WS-List-File-Status
               move 12 to return-code
               goback
           end-if
           open output Duplicate-List-File
           if not Dupl-File-OK
               display "Duplicate list open error: "
                   WS-Dupl-File-Status
               move 12 to return-code
               goback
           end-if
           open output Register-Report-File
           if not Report-File-OK
               display "Receipt register open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           .
       1000-Issue-Receipt.
           EXEC SQL FETCH TAX_DONOR_CUR
               INTO :WS-Sql-Donor-Type,
                    :WS-Sql-Donor-Id,
                    :WS-Sql-Contact-Id,
                    :WS-Sql-Amount,
                    :WS-Sql-Gift-Count
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 1100-Record-Receipt
               when SQLCODE = 100
                   set Donor-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1100-Record-Receipt.
           EXEC SQL
               SELECT COALESCE(MAX(RECEIPT_NO), 0) + 1
                   INTO :WS-Sql-Receipt-No
                   FROM LABSCHEMA.TAX_RECEIPT
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move 1 to WS-Sql-Issue-Seq

           EXEC SQL
                INSERT INTO LABSCHEMA.TAX_RECEIPT
                       (RECEIPT_NO,
                        ISSUE_SEQ,
                        TAX_YEAR,
                        DONOR_TYPE,
                        DONOR_ID,
                        CONTACT_ID,
                        AMOUNT,
                        ISSUE_DATE,
                        DUPLICATE)
                VALUES (:WS-Sql-Receipt-No,
                        :WS-Sql-Issue-Seq,
                        :WS-Sql-Year,
                        :WS-Sql-Donor-Type,
                        :WS-Sql-Donor-Id,
                        :WS-Sql-Contact-Id,
                        :WS-Sql-Amount,
                        CURRENT DATE,
                        'N')
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if

           EXEC SQL
                UPDATE LABSCHEMA.DONATION
                SET RECEIPT_NO = :WS-Sql-Receipt-No
                WHERE YEAR(DONATION_DATE) = :WS-Sql-Year
                  AND RECEIPT_NO IS NULL
                  AND ((:WS-Sql-Donor-Type = 'C'
                        AND SPONSOR_ID IS NULL
                        AND CONTACT_ID = :WS-Sql-Donor-Id)
                    OR (:WS-Sql-Donor-Type = 'S'
                        AND SPONSOR_ID = :WS-Sql-Donor-Id))
                  AND SEASON_ID IN
                      (SELECT S.SEASON_ID
                           FROM LABSCHEMA.SEASON S
                           WHERE S.LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC

           add 1 to WS-Issued-Count
           add WS-Sql-Amount to WS-Total-Receipted
           perform 3000-Find-Donor-Name
           move WS-Sql-Gift-Count to OUT-Gift-Count
           move "ORIGINAL" to OUT-Issue-Kind
           perform 3100-Write-Register-Line

           move WS-Sql-Contact-Id to LR-Contact-Id
           move WS-Sql-Receipt-No to LR-Receipt-No
           move WS-Sql-Amount to LR-Amount
           move zero to LR-Days-Open
           write Receipt-List-Record from WS-List-Record
           .
       2000-Reissue-Receipt.
           read Reissue-File
               at end
                   set Reissue-Eof to true
               not at end
                   perform 2100-Record-Duplicate
           end-read
           .
       2100-Record-Duplicate.
           move RI-Receipt-No to WS-Sql-Receipt-No
           EXEC SQL
               SELECT R.DONOR_TYPE,
                      R.DONOR_ID,
                      R.CONTACT_ID,
                      R.AMOUNT,
                      (SELECT MAX(X.ISSUE_SEQ) + 1
                           FROM LABSCHEMA.TAX_RECEIPT X
                           WHERE X.RECEIPT_NO = R.RECEIPT_NO)
                   INTO :WS-Sql-Donor-Type,
                        :WS-Sql-Donor-Id,
                        :WS-Sql-Contact-Id,
                        :WS-Sql-Amount,
                        :WS-Sql-Issue-Seq
                   FROM LABSCHEMA.TAX_RECEIPT R
                   WHERE R.RECEIPT_NO = :WS-Sql-Receipt-No
                     AND R.ISSUE_SEQ = 1
                     AND EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.DONATION D
                              JOIN LABSCHEMA.SEASON S
                                ON S.SEASON_ID = D.SEASON_ID
                              WHERE D.RECEIPT_NO = R.RECEIPT_NO
                                AND S.LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such receipt to reissue "
                       "in this league: " RI-Receipt-No
                   add 1 to WS-Reject-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when other
                   perform 2200-Insert-Duplicate
           end-evaluate
           .
       2200-Insert-Duplicate.
           EXEC SQL
                INSERT INTO LABSCHEMA.TAX_RECEIPT
                       (RECEIPT_NO,
                        ISSUE_SEQ,
                        TAX_YEAR,
                        DONOR_TYPE,
                        DONOR_ID,
                        CONTACT_ID,
                        AMOUNT,
                        ISSUE_DATE,
                        DUPLICATE)
                SELECT RECEIPT_NO,
                       :WS-Sql-Issue-Seq,
                       TAX_YEAR,
                       DONOR_TYPE,
                       DONOR_ID,
                       CONTACT_ID,
                       AMOUNT,
                       CURRENT DATE,
                       'Y'
                    FROM LABSCHEMA.TAX_RECEIPT
                    WHERE RECEIPT_NO = :WS-Sql-Receipt-No
                      AND ISSUE_SEQ = 1
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC

           add 1 to WS-Duplicate-Count
           perform 3000-Find-Donor-Name
           move zero to OUT-Gift-Count
           move "DUPLICATE" to OUT-Issue-Kind
           perform 3100-Write-Register-Line

           move WS-Sql-Contact-Id to LR-Contact-Id
           move WS-Sql-Receipt-No to LR-Receipt-No
           move WS-Sql-Amount to LR-Amount
           move zero to LR-Days-Open
           write Duplicate-List-Record from WS-List-Record
           .
       3000-Find-Donor-Name.
           if WS-Sql-Donor-Type = "S"
               EXEC SQL
                   SELECT SPONSOR_NAME
                       INTO :WS-Sql-Donor-Name
                       FROM LABSCHEMA.SPONSOR
                       WHERE SPONSOR_ID = :WS-Sql-Donor-Id
               END-EXEC
           else
               EXEC SQL
                   SELECT RTRIM(FIRST_NAME) || ' ' || RTRIM(SURNAME)
                       INTO :WS-Sql-Donor-Name
                       FROM LABSCHEMA.CONTACTS
                       WHERE ID = :WS-Sql-Donor-Id
               END-EXEC
           end-if
           evaluate true
               when SQLCODE = 0
                   continue
               when SQLCODE = 100
                   move "(NO LONGER ON FILE)" to WS-Sql-Donor-Name
               when other
                   perform 9000-Bail
           end-evaluate
           .
       3100-Write-Register-Line.
           move WS-Sql-Receipt-No to OUT-Receipt-No
           move WS-Sql-Issue-Seq to OUT-Issue-Seq
           move WS-Sql-Donor-Type to OUT-Donor-Type
           move WS-Sql-Donor-Id to OUT-Donor-Id
           move WS-Sql-Donor-Name to OUT-Donor-Name
           move WS-Sql-Amount to OUT-Amount
           write Register-Report-Record from WS-Register-Line
           .
       7000-Write-Totals.
           move "Receipts issued" to OUT-Total-Label
           move WS-Issued-Count to OUT-Total-Count
           move WS-Total-Receipted to OUT-Total-Amount
           write Register-Report-Record from WS-Total-Line
           move "Duplicates issued" to OUT-Total-Label
           move WS-Duplicate-Count to OUT-Total-Count
           move zero to OUT-Total-Amount
           write Register-Report-Record from WS-Total-Line
           .
       8000-Close-Files.
           close Reissue-File
           close Receipt-List-File
           close Duplicate-List-File
           close Register-Report-File
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
