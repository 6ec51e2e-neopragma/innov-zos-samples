       Identification Division.
      **********************************************************************
      * Period-end household credit liability report. Every credit
      * CREDSWP has moved off an overpaid invoice is money the
      * league owes a family until FEEINVC applies it or CREDSWP
      * refunds it, and the treasurer carries the total as a
      * liability. One line per credit holder with a balance on
      * LABSCHEMA.HOUSEHOLD_CREDIT: the holder's name, credits taken
      * in, applied to invoices, refunded, the balance, and the date
      * of the oldest credit; then the count and total owed.
      * A credit belongs to the league of the invoice it was taken
      * from, applied to or refunded against - the LEAGUE_ID each
      * HOUSEHOLD_CREDIT row carries, which stays put when FINCLOSE
      * moves the invoice to INVOICE_HIST - so the liability is
      * reported for the league named on SYSIN card 1.
      **********************************************************************
       Program-ID. CREDRPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Liability-Report-File assign to CREDRPT1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Liability-Report-File
           recording mode f.
       01  Liability-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-Credited        pic s9(9)v99 comp-3.
       01  WS-Sql-Applied         pic s9(9)v99 comp-3.
       01  WS-Sql-Refunded        pic s9(9)v99 comp-3.
       01  WS-Sql-Balance         pic s9(9)v99 comp-3.
       01  WS-Sql-Oldest-Date     pic x(10).

       01  WS-Holder-Count        pic s9(07) packed-decimal value zero.
       01  WS-Total-Liability     pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Holder-Name         pic x(40).

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(40)
               value "HOUSEHOLD CREDIT LIABILITY - PERIOD END".
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(51)
               value " Contact  Holder".
           05  filler              pic x(14) value "      Credited".
           05  filler              pic x(14) value "       Applied".
           05  filler              pic x(14) value "      Refunded".
           05  filler              pic x(14) value "       Balance".
           05  filler              pic x(12) value "  Oldest".
       01  WS-Detail-Line.
           05  filler              pic x(01) value space.
           05  OUT-Contact-Id      pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Holder-Name     pic x(40).
           05  filler              pic x(01) value space.
           05  OUT-Credited        pic zz,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Applied         pic zz,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Refunded        pic zz,zzz,zz9.99.
           05  filler              pic x(01) value space.
           05  OUT-Balance         pic zz,zzz,zz9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Oldest-Date     pic x(10).
       01  WS-Total-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(20)
               value "Holders with credit:".
           05  OUT-Holder-Count    pic zzz,zz9.
           05  filler              pic x(28) value spaces.
           05  filler              pic x(29)
               value "Total credit liability".
           05  OUT-Total-Liability pic zzz,zzz,zz9.99.

       Procedure Division.

           EXEC SQL DECLARE CRED_LIAB_CUR CURSOR FOR
               SELECT HC.CONTACT_ID,
                      COALESCE(C.FIRST_NAME, ' '),
                      COALESCE(C.SURNAME, '(NO CONTACT)'),
                      SUM(CASE WHEN HC.ENTRY_TYPE = 'C'
                               THEN HC.AMOUNT ELSE 0 END),
                      SUM(CASE WHEN HC.ENTRY_TYPE = 'A'
                               THEN 0 - HC.AMOUNT ELSE 0 END),
                      SUM(CASE WHEN HC.ENTRY_TYPE = 'R'
                               THEN 0 - HC.AMOUNT ELSE 0 END),
                      SUM(HC.AMOUNT),
                      CHAR(MIN(CASE WHEN HC.ENTRY_TYPE = 'C'
                                    THEN HC.ENTRY_DATE END))
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT HC
                   LEFT JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = HC.CONTACT_ID
                   WHERE HC.LEAGUE_ID = :WS-Sql-League-Id
                   GROUP BY HC.CONTACT_ID, C.FIRST_NAME, C.SURNAME
                   HAVING SUM(HC.AMOUNT) <> 0
                   ORDER BY 3, 2, HC.CONTACT_ID
           END-EXEC

           perform 0050-Select-League
           perform 0100-Open-Files
           write Liability-Report-Record from WS-Title-Line
           move WS-League-Name to OUT-League-Name
           write Liability-Report-Record from WS-League-Line
           write Liability-Report-Record from WS-Column-Line

           EXEC SQL OPEN CRED_LIAB_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-and-Report
               until End-of-Data
           EXEC SQL CLOSE CRED_LIAB_CUR END-EXEC

           move WS-Holder-Count to OUT-Holder-Count
           move WS-Total-Liability to OUT-Total-Liability
           write Liability-Report-Record from WS-Total-Line
           close Liability-Report-File
           display "CREDRPT - credit liability report complete"
           display "League:               " WS-League-Name
           display "Holders with credit:  " WS-Holder-Count
           display "Total liability:      " WS-Total-Liability
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
       0100-Open-Files.
           open output Liability-Report-File
           if not Report-File-OK
               display "Liability report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           .
       1000-Fetch-and-Report.
           EXEC SQL FETCH CRED_LIAB_CUR
               INTO :WS-Sql-Contact-Id,
                    :WS-Sql-First-Name,
                    :WS-Sql-Surname,
                    :WS-Sql-Credited,
                    :WS-Sql-Applied,
                    :WS-Sql-Refunded,
                    :WS-Sql-Balance,
                    :WS-Sql-Oldest-Date
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 2000-Write-Holder-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Holder-Line.
           add 1 to WS-Holder-Count
           add WS-Sql-Balance to WS-Total-Liability
           move spaces to WS-Holder-Name
           string WS-Sql-Surname delimited by "  "
                  ", " delimited by size
                  WS-Sql-First-Name delimited by "  "
               into WS-Holder-Name
           end-string
           move WS-Sql-Contact-Id to OUT-Contact-Id
           move WS-Holder-Name to OUT-Holder-Name
           move WS-Sql-Credited to OUT-Credited
           move WS-Sql-Applied to OUT-Applied
           move WS-Sql-Refunded to OUT-Refunded
           move WS-Sql-Balance to OUT-Balance
           move WS-Sql-Oldest-Date to OUT-Oldest-Date
           write Liability-Report-Record from WS-Detail-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
