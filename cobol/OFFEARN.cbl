       Identification Division.
      **********************************************************************
      * Year-end earnings statement per official, for their tax
      * filing. SYSIN card 1 names the league; only its payment runs
      * are reported and every page carries its name. For the SYSIN
      * calendar year (card 2, YYYY) every official paid by the
      * league's OFFPAY runs in that year - by payment date - gets
      * a page listing each payment run (run, date, games, amount,
      * bank or cheque) and the year's total.
      * The statements are then reconciled three ways: the statement
      * total against the OFFICIAL_PAY_RUN totals for the year, and
      * against the FEE_PAID stamped on the REFEREE_ASSIGN rows those
      * runs paid. A difference prints OUT OF BALANCE on the last
      * page and ends the job RC 4 - the statements are not to be
      * mailed until it balances.
      **********************************************************************
       Program-ID. OFFEARN.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Earnings-Report-File assign to OFFEARN1
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Earnings-Report-File
           recording mode f.
       01  Earnings-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Payment-Eof-Sw      pic x value "N".
           88  Payment-Eof            value "Y".
       01  WS-Year-Accept         pic x(04).
       01  WS-Year-Numeric redefines WS-Year-Accept
                                  pic 9(04).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Year            pic s9(04) comp.
       01  WS-Sql-Referee-Id      pic s9(09) comp.
       01  WS-Sql-Referee-Name    pic x(60).
       01  WS-Sql-Pay-Run-Id      pic s9(09) comp.
       01  WS-Sql-Pay-Date        pic x(10).
       01  WS-Sql-Game-Count      pic s9(05) comp.
       01  WS-Sql-Amount          pic s9(07)v99 comp-3.
       01  WS-Sql-Pay-Method      pic x(01).
       01  WS-Sql-Run-Total       pic s9(09)v99 comp-3.
       01  WS-Sql-Assign-Total    pic s9(09)v99 comp-3.

       01  WS-Prev-Referee-Id     pic s9(09) comp value zero.
       01  WS-Official-Games      pic s9(07) packed-decimal.
       01  WS-Official-Total      pic s9(09)v99 packed-decimal.
       01  WS-Statement-Total     pic s9(09)v99 packed-decimal
                                  value zero.
       01  WS-Official-Count      pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(41)
               value "OFFICIAL'S EARNINGS STATEMENT - CALENDAR ".
           05  filler              pic x(05) value "YEAR ".
           05  OUT-Year            pic x(04).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Official-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(10) value "Official: ".
           05  OUT-Referee-Name    pic x(60).
           05  filler              pic x(13) value "  REFEREE_ID ".
           05  OUT-Referee-Id      pic z(08)9.
       01  WS-Column-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(25)
               value "  Pay Run  Pay Date     ".
           05  filler              pic x(25)
               value "Games        Amount  Paid".
       01  WS-Payment-Line.
           05  filler              pic x(03) value spaces.
           05  OUT-Pay-Run-Id      pic z(06)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Pay-Date        pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Game-Count      pic zzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Amount          pic z,zzz,zz9.99.
           05  filler              pic x(02) value spaces.
           05  OUT-Pay-Method      pic x(06).
       01  WS-Year-Total-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(21)
               value "  Total for the year ".
           05  OUT-Total-Games     pic zzzz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Total-Amount    pic z,zzz,zz9.99.
       01  WS-Recon-Title.
           05  filler              pic x(01) value "1".
           05  filler              pic x(40)
               value "EARNINGS STATEMENTS RECONCILIATION FOR ".
           05  OUT-Recon-Year      pic x(04).
       01  WS-Recon-Line.
           05  filler              pic x(01) value space.
           05  OUT-Recon-Label     pic x(40).
           05  OUT-Recon-Amount    pic zzz,zzz,zz9.99.
       01  WS-Recon-Result.
           05  filler              pic x(01) value space.
           05  OUT-Recon-Result    pic x(40).

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0400-Open-Report

      *    Every payment in the year, grouped by official.
           EXEC SQL DECLARE EARN_PAY_CUR CURSOR FOR
               SELECT P.REFEREE_ID,
                      R.REFEREE_NAME,
                      P.PAY_RUN_ID,
                      CHAR(P.PAY_DATE),
                      P.GAME_COUNT,
                      P.AMOUNT,
                      P.PAY_METHOD
                   FROM LABSCHEMA.OFFICIAL_PAYMENT P
                   JOIN LABSCHEMA.REFEREES R
                     ON R.REFEREE_ID = P.REFEREE_ID
                   JOIN LABSCHEMA.OFFICIAL_PAY_RUN U
                     ON U.PAY_RUN_ID = P.PAY_RUN_ID
                   WHERE YEAR(P.PAY_DATE) = :WS-Sql-Year
                     AND U.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY R.REFEREE_NAME, P.REFEREE_ID,
                            P.PAY_DATE, P.PAY_RUN_ID
           END-EXEC

           EXEC SQL OPEN EARN_PAY_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Process-Payment
               until Payment-Eof
           EXEC SQL CLOSE EARN_PAY_CUR END-EXEC
           if WS-Prev-Referee-Id not equal zero
               perform 2900-Write-Year-Total
           end-if

           perform 3000-Reconcile
           close Earnings-Report-File
           display "OFFEARN - earnings statements complete"
           display "Statements printed: " WS-Official-Count
           display "Statement total:    " WS-Statement-Total
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
       0100-Accept-Parameters.
           accept WS-Year-Accept
           if WS-Year-Accept is not numeric
               display "Calendar year (YYYY) is required on SYSIN"
               move 12 to return-code
               goback
           end-if
           move WS-Year-Numeric to WS-Sql-Year
           move WS-Year-Accept to OUT-Year
           move WS-Year-Accept to OUT-Recon-Year
           move WS-League-Name to OUT-League-Name
           .
       0400-Open-Report.
           open output Earnings-Report-File
           if not Report-File-OK
               display "Earnings statement open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           .
       1000-Process-Payment.
           EXEC SQL FETCH EARN_PAY_CUR
               INTO :WS-Sql-Referee-Id,
                    :WS-Sql-Referee-Name,
                    :WS-Sql-Pay-Run-Id,
                    :WS-Sql-Pay-Date,
                    :WS-Sql-Game-Count,
                    :WS-Sql-Amount,
                    :WS-Sql-Pay-Method
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Referee-Id not equal WS-Prev-Referee-Id
                       if WS-Prev-Referee-Id not equal zero
                           perform 2900-Write-Year-Total
                       end-if
                       perform 2000-Start-Statement
                   end-if
                   perform 2100-Write-Payment
               when SQLCODE = 100
                   set Payment-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Start-Statement.
           write Earnings-Report-Record from WS-Title-Line
           write Earnings-Report-Record from WS-League-Line
           move WS-Sql-Referee-Name to OUT-Referee-Name
           move WS-Sql-Referee-Id to OUT-Referee-Id
           write Earnings-Report-Record from WS-Official-Line
           write Earnings-Report-Record from WS-Column-Line
           move zero to WS-Official-Games
           move zero to WS-Official-Total
           move WS-Sql-Referee-Id to WS-Prev-Referee-Id
           add 1 to WS-Official-Count
           .
       2100-Write-Payment.
           move WS-Sql-Pay-Run-Id to OUT-Pay-Run-Id
           move WS-Sql-Pay-Date to OUT-Pay-Date
           move WS-Sql-Game-Count to OUT-Game-Count
           move WS-Sql-Amount to OUT-Amount
           if WS-Sql-Pay-Method = "B"
               move "BANK" to OUT-Pay-Method
           else
               move "CHEQUE" to OUT-Pay-Method
           end-if
           write Earnings-Report-Record from WS-Payment-Line
           add WS-Sql-Game-Count to WS-Official-Games
           add WS-Sql-Amount to WS-Official-Total
           add WS-Sql-Amount to WS-Statement-Total
           .
       2900-Write-Year-Total.
           move WS-Official-Games to OUT-Total-Games
           move WS-Official-Total to OUT-Total-Amount
           write Earnings-Report-Record from WS-Year-Total-Line
           .
       3000-Reconcile.
           EXEC SQL
               SELECT COALESCE(SUM(TOTAL_AMOUNT), 0)
                   INTO :WS-Sql-Run-Total
                   FROM LABSCHEMA.OFFICIAL_PAY_RUN
                   WHERE YEAR(PAY_DATE) = :WS-Sql-Year
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL
               SELECT COALESCE(SUM(A.FEE_PAID), 0)
                   INTO :WS-Sql-Assign-Total
                   FROM LABSCHEMA.REFEREE_ASSIGN A
                   JOIN LABSCHEMA.OFFICIAL_PAY_RUN P
                     ON P.PAY_RUN_ID = A.PAY_RUN_ID
                   WHERE YEAR(P.PAY_DATE) = :WS-Sql-Year
                     AND P.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           write Earnings-Report-Record from WS-Recon-Title
           write Earnings-Report-Record from WS-League-Line
           move "Total of statements" to OUT-Recon-Label
           move WS-Statement-Total to OUT-Recon-Amount
           write Earnings-Report-Record from WS-Recon-Line
           move "Total of payment runs" to OUT-Recon-Label
           move WS-Sql-Run-Total to OUT-Recon-Amount
           write Earnings-Report-Record from WS-Recon-Line
           move "Total of fees stamped on assignments"
               to OUT-Recon-Label
           move WS-Sql-Assign-Total to OUT-Recon-Amount
           write Earnings-Report-Record from WS-Recon-Line
           if WS-Statement-Total = WS-Sql-Run-Total
               and WS-Statement-Total = WS-Sql-Assign-Total
               move "IN BALANCE" to OUT-Recon-Result
           else
               move "OUT OF BALANCE - DO NOT MAIL STATEMENTS"
                   to OUT-Recon-Result
               display "OFFEARN - statements out of balance with "
                   "the payment runs"
               move 4 to return-code
           end-if
           write Earnings-Report-Record from WS-Recon-Result
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
