       Identification Division.
      **********************************************************************
      * Registration-night cash-up. Lists every CASH_RECEIPT the
      * CASHBOX desk took on the night, operator by operator, cash
      * first and then cheques (with their numbers), and totals each
      * operator's cash, cheques and deposit slip - the slip is the
      * operator's whole take, banked as one deposit. DEPRECN looks
      * for exactly that deposit: the receipts' PAYMENT rows are left
      * out of its posted side and each operator's night total takes
      * their place, the way a card settlement's net deposit does.
      * SYSIN card 1 names the league: only receipts against its
      * invoices are listed, so each league banks its own deposits,
      * and the report carries its name. SYSIN card 2 = the night,
      * YYYY-MM-DD (blank for today).
      * A night with no receipts on it ends RC 4.
      **********************************************************************
       Program-ID. CASHUP.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Cashup-Report-File assign to CSHRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Cashup-Report-File
           recording mode f.
       01  Cashup-Report-Record     pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Night-Accept        pic x(10).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Night           pic x(10).
       01  WS-Sql-Operator-Id     pic x(08).
       01  WS-Sql-Receipt-No      pic s9(09) comp.
       01  WS-Sql-Tender-Type     pic x(01).
       01  WS-Sql-Cheque-No       pic x(12).
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Time            pic x(08).

       01  WS-Current-Operator    pic x(08) value spaces.
       01  WS-Op-Cash-Count       pic s9(05) packed-decimal value zero.
       01  WS-Op-Cash-Total       pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Op-Cheque-Count     pic s9(05) packed-decimal value zero.
       01  WS-Op-Cheque-Total     pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Operator-Count      pic s9(05) packed-decimal value zero.
       01  WS-Receipt-Count       pic s9(07) packed-decimal value zero.
       01  WS-Night-Cash-Total    pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Night-Cheque-Total  pic s9(9)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Heading-Line.
           05  filler              pic x(32)
               value "CASH-UP FOR REGISTRATION NIGHT ".
           05  OUT-HD-Night        pic x(10).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Detail-Line.
           05  filler              pic x(04) value spaces.
           05  OUT-Operator-Id     pic x(08).
           05  filler              pic x(02) value spaces.
           05  OUT-Time            pic x(08).
           05  filler              pic x(09) value "  RCPT ".
           05  OUT-Receipt-No      pic z(08)9.
           05  filler              pic x(06) value "  INV ".
           05  OUT-Invoice-Id      pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Tender          pic x(06).
           05  OUT-Cheque-No       pic x(12).
           05  OUT-Amount          pic z,zzz,zz9.99.
       01  WS-Operator-Line.
           05  filler              pic x(09) value "OPERATOR ".
           05  OUT-OP-Operator-Id  pic x(08).
           05  filler              pic x(07) value "  CASH ".
           05  OUT-OP-Cash-Count   pic zzz9.
           05  OUT-OP-Cash-Total   pic z,zzz,zz9.99.
           05  filler              pic x(10) value "  CHEQUES ".
           05  OUT-OP-Cheque-Count pic zzz9.
           05  OUT-OP-Cheque-Total pic z,zzz,zz9.99.
           05  filler              pic x(16)
               value "  DEPOSIT SLIP  ".
           05  OUT-OP-Slip-Total   pic z,zzz,zz9.99.
       01  WS-Night-Line.
           05  filler              pic x(17)
               value "NIGHT TOTAL CASH ".
           05  OUT-NT-Cash-Total   pic z,zzz,zz9.99.
           05  filler              pic x(10) value "  CHEQUES ".
           05  OUT-NT-Cheque-Total pic z,zzz,zz9.99.
           05  filler              pic x(14) value "  DEPOSITS    ".
           05  OUT-NT-Slip-Count   pic zzz9.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Report

           EXEC SQL DECLARE CASHUP_CUR CURSOR FOR
               SELECT CR.OPERATOR_ID,
                      CR.RECEIPT_NO,
                      CR.TENDER_TYPE,
                      CR.CHEQUE_NO,
                      CR.AMOUNT,
                      CR.INVOICE_ID,
                      CHAR(TIME(CR.RECEIPT_TS))
                   FROM LABSCHEMA.CASH_RECEIPT CR
                   JOIN LABSCHEMA.INVOICE CI
                     ON CI.INVOICE_ID = CR.INVOICE_ID
                   WHERE CR.RECEIPT_DATE = DATE(:WS-Sql-Night)
                     AND CI.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY CR.OPERATOR_ID, CR.TENDER_TYPE,
                            CR.RECEIPT_NO
           END-EXEC
           EXEC SQL OPEN CASHUP_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           perform 1000-Fetch-and-Report
               until End-of-Data
           perform 3000-Operator-Break

           EXEC SQL CLOSE CASHUP_CUR END-EXEC
           perform 4000-Write-Night-Totals
           close Cashup-Report-File
           perform 8100-Display-Totals
           if WS-Receipt-Count = zero
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
           accept WS-Night-Accept
           if WS-Night-Accept = spaces
               EXEC SQL
                   SELECT CHAR(CURRENT DATE)
                       INTO :WS-Sql-Night
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
           else
               move WS-Night-Accept to WS-Sql-Night
           end-if
           .
       0200-Open-Report.
           open output Cashup-Report-File
           if not Report-File-OK
               display "Cash-up report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Sql-Night to OUT-HD-Night
           display WS-Heading-Line
           write Cashup-Report-Record from WS-Heading-Line
           move WS-League-Name to OUT-League-Name
           display WS-League-Line
           write Cashup-Report-Record from WS-League-Line
           .
       1000-Fetch-and-Report.
           EXEC SQL FETCH CASHUP_CUR
               INTO :WS-Sql-Operator-Id,
                    :WS-Sql-Receipt-No,
                    :WS-Sql-Tender-Type,
                    :WS-Sql-Cheque-No,
                    :WS-Sql-Amount,
                    :WS-Sql-Invoice-Id,
                    :WS-Sql-Time
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Operator-Id not equal WS-Current-Operator
                       perform 3000-Operator-Break
                       move WS-Sql-Operator-Id to WS-Current-Operator
                   end-if
                   add 1 to WS-Receipt-Count
                   perform 2000-Write-Receipt-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Receipt-Line.
           if WS-Sql-Tender-Type = "Q"
               add 1 to WS-Op-Cheque-Count
               add WS-Sql-Amount to WS-Op-Cheque-Total
               move "CHEQUE" to OUT-Tender
               move WS-Sql-Cheque-No to OUT-Cheque-No
           else
               add 1 to WS-Op-Cash-Count
               add WS-Sql-Amount to WS-Op-Cash-Total
               move "CASH  " to OUT-Tender
               move spaces to OUT-Cheque-No
           end-if
           move WS-Sql-Operator-Id to OUT-Operator-Id
           move WS-Sql-Time to OUT-Time
           move WS-Sql-Receipt-No to OUT-Receipt-No
           move WS-Sql-Invoice-Id to OUT-Invoice-Id
           move WS-Sql-Amount to OUT-Amount
           write Cashup-Report-Record from WS-Detail-Line
           .
       3000-Operator-Break.
      *    One deposit slip per operator: their cash and cheques
      *    banked together.
           if WS-Current-Operator not equal spaces
               add 1 to WS-Operator-Count
               move WS-Current-Operator to OUT-OP-Operator-Id
               move WS-Op-Cash-Count to OUT-OP-Cash-Count
               move WS-Op-Cash-Total to OUT-OP-Cash-Total
               move WS-Op-Cheque-Count to OUT-OP-Cheque-Count
               move WS-Op-Cheque-Total to OUT-OP-Cheque-Total
               compute OUT-OP-Slip-Total =
                   WS-Op-Cash-Total + WS-Op-Cheque-Total
               display WS-Operator-Line
               write Cashup-Report-Record from WS-Operator-Line
               add WS-Op-Cash-Total to WS-Night-Cash-Total
               add WS-Op-Cheque-Total to WS-Night-Cheque-Total
           end-if
           move zero to WS-Op-Cash-Count
           move zero to WS-Op-Cash-Total
           move zero to WS-Op-Cheque-Count
           move zero to WS-Op-Cheque-Total
           .
       4000-Write-Night-Totals.
           move WS-Night-Cash-Total to OUT-NT-Cash-Total
           move WS-Night-Cheque-Total to OUT-NT-Cheque-Total
           move WS-Operator-Count to OUT-NT-Slip-Count
           display WS-Night-Line
           write Cashup-Report-Record from WS-Night-Line
           .
       8100-Display-Totals.
           display "CASHUP - registration night cash-up complete"
           display "League: " WS-League-Name
           display "Receipts:          " WS-Receipt-Count
           display "Operators:         " WS-Operator-Count
           display "Cash taken:        " WS-Night-Cash-Total
           display "Cheques taken:     " WS-Night-Cheque-Total
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
