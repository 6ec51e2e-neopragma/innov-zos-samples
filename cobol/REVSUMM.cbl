      *   DTL - one record per season/division with the five amounts
      *   TRL - record count and control totals, so the accountant's
      *         package can reject a partial file.
      * Bad debt: amounts BADDEBT wrote off (WRITE_OFF rows posted,
      * STATUS 'W') and the part of them later recovered are carried
      * on each DTL after the original five amounts, and the
      * written-off total on the TRL. Recoveries (PAYMENT
      * RECOVERY_AMOUNT) are not ordinary revenue, so collected
      * excludes them; outstanding excludes what is still written
      * off. Billed is never reduced by a write-off. BADDEBT's
      * GLBDEXT carries the write-off postings themselves as BDW
      * lines in this same layout.
      * A season FINCLOSE has closed lives on INVOICE_HIST,
      * PAYMENT_HIST and REFUND_HIST; each source below reads the
      * live and history table together, so a closed season reports
      * exactly as it did before the close.
      * The run is for the league named on SYSIN card 1 (the season
      * moves to card 2); only that league's seasons are summed, and
      * the HDR carries the league's name after the season selected.
      **********************************************************************
       Program-ID. REVSUMM.
       Environment Division.
           88  End-of-Data            value "Y".
       01  WS-Season-In           pic x(09).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Select-Season   pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Division-Name   pic x(60).
       01  WS-Sql-Collected       pic s9(9)v99 comp-3.
       01  WS-Sql-Outstanding     pic s9(9)v99 comp-3.
       01  WS-Sql-Refunded        pic s9(9)v99 comp-3.
       01  WS-Sql-Written-Off     pic s9(9)v99 comp-3.
       01  WS-Sql-Recovered       pic s9(9)v99 comp-3.

       01  WS-Dtl-Count           pic s9(07) packed-decimal value zero.
       01  WS-Tot-Billed          pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Tot-Outstanding     pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Tot-Written-Off     pic s9(11)v99 packed-decimal
                                       value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Stamp-Date          pic 9(08).
       01  WS-Stamp-Time          pic 9(08).
           05  HDR-Gen-Date        pic 9(08).
           05  HDR-Gen-Time        pic 9(06).
           05  HDR-Season-Id       pic 9(09).
           05  HDR-League-Name     pic x(60).
       01  WS-Detail-Record.
           05  filler              pic x(03) value "DTL".
           05  DTL-Season-Id       pic 9(09).
           05  DTL-Collected       pic 9(9)v99.
           05  DTL-Refunded        pic 9(9)v99.
           05  DTL-Outstanding     pic 9(9)v99.
           05  DTL-Written-Off     pic 9(9)v99.
           05  DTL-Recovered       pic 9(9)v99.
       01  WS-Trailer-Record.
           05  filler              pic x(03) value "TRL".
           05  TRL-Dtl-Count       pic 9(07).
           05  TRL-Billed          pic 9(11)v99.
           05  TRL-Collected       pic 9(11)v99.
           05  TRL-Outstanding     pic 9(11)v99.
           05  TRL-Written-Off     pic 9(11)v99.

       01  WS-Report-Line.
           05  OUT-Season-Id       pic zzzzzzz9.
           05  OUT-Refunded        pic zzz,zz9.99.
           05  filler              pic x(06) value " open ".
           05  OUT-Outstanding     pic zzz,zz9.99.
       01  WS-Bad-Debt-Line.
           05  filler              pic x(35) value spaces.
           05  filler              pic x(06) value " woff ".
           05  OUT-Written-Off     pic zzz,zz9.99.
           05  filler              pic x(06) value " recv ".
           05  OUT-Recovered       pic zzz,zz9.99.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Files
           perform 0300-Write-Header

      *    Refunds come pre-grouped per invoice through the joined
      *    subselect - a scalar fullselect is not allowed inside an
      *    aggregate argument. Write-offs and recoveries the same.
           EXEC SQL DECLARE REV_SUM_CUR CURSOR FOR
               SELECT I.SEASON_ID,
                      COALESCE(D.DIVISION_NAME, '(NO DIVISION)'),
                      SUM(I.AMOUNT_DUE),
                      SUM(COALESCE(I.DISCOUNT_AMOUNT, 0)),
                      SUM(I.AMOUNT_PAID - COALESCE(RC.RECOVERY_AMT, 0)),
                      SUM(I.AMOUNT_DUE - I.AMOUNT_PAID
                          - COALESCE(I.WRITEOFF_AMOUNT, 0)),
                      SUM(COALESCE(RF.REFUND_AMT, 0)),
                      SUM(COALESCE(WO.WRITEOFF_AMT, 0)),
                      SUM(COALESCE(RC.RECOVERY_AMT, 0))
                   FROM (SELECT INVOICE_ID, PLAYER_ID, SEASON_ID,
                                AMOUNT_DUE, AMOUNT_PAID,
                                DISCOUNT_AMOUNT, WRITEOFF_AMOUNT
                             FROM LABSCHEMA.INVOICE
                         UNION ALL
                         SELECT INVOICE_ID, PLAYER_ID, SEASON_ID,
                                AMOUNT_DUE, AMOUNT_PAID,
                                DISCOUNT_AMOUNT, WRITEOFF_AMOUNT
                             FROM LABSCHEMA.INVOICE_HIST) I
                   LEFT JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = I.PLAYER_ID
                   LEFT JOIN LABSCHEMA.TEAMS T
                   LEFT JOIN
                       (SELECT R.INVOICE_ID,
                               SUM(R.REFUND_AMOUNT) AS REFUND_AMT
                            FROM (SELECT INVOICE_ID, REFUND_AMOUNT
                                      FROM LABSCHEMA.REFUND
                                  UNION ALL
                                  SELECT INVOICE_ID, REFUND_AMOUNT
                                      FROM LABSCHEMA.REFUND_HIST) R
                            GROUP BY R.INVOICE_ID) RF
                     ON RF.INVOICE_ID = I.INVOICE_ID
                   LEFT JOIN
                       (SELECT W.INVOICE_ID,
                               SUM(W.WRITEOFF_AMOUNT) AS WRITEOFF_AMT
                            FROM LABSCHEMA.WRITE_OFF W
                            WHERE W.STATUS = 'W'
                            GROUP BY W.INVOICE_ID) WO
                     ON WO.INVOICE_ID = I.INVOICE_ID
                   LEFT JOIN
                       (SELECT Y.INVOICE_ID,
                               SUM(Y.RECOVERY_AMOUNT) AS RECOVERY_AMT
                            FROM (SELECT INVOICE_ID, RECOVERY_AMOUNT
                                      FROM LABSCHEMA.PAYMENT
                                  UNION ALL
                                  SELECT INVOICE_ID, RECOVERY_AMOUNT
                                      FROM LABSCHEMA.PAYMENT_HIST) Y
                            GROUP BY Y.INVOICE_ID) RC
                     ON RC.INVOICE_ID = I.INVOICE_ID
                   WHERE (:WS-Sql-Select-Season = 0
                       OR I.SEASON_ID = :WS-Sql-Select-Season)
                     AND I.SEASON_ID IN
                         (SELECT SEASON_ID
                              FROM LABSCHEMA.SEASON
                              WHERE LEAGUE_ID = :WS-Sql-League-Id)
                   GROUP BY I.SEASON_ID,
                       COALESCE(D.DIVISION_NAME, '(NO DIVISION)')
                   ORDER BY I.SEASON_ID,
           perform 5000-Write-Trailer
           perform 8000-Close-Files
           display "REVSUMM - revenue summary complete"
           display "League:            " WS-League-Name
           display "Detail lines:      " WS-Dtl-Count
           display "Total billed:      " WS-Tot-Billed
           display "Total collected:   " WS-Tot-Collected
           display "Total outstanding: " WS-Tot-Outstanding
           display "Total written off: " WS-Tot-Written-Off
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
           accept WS-Season-In
           if WS-Season-In numeric
           move WS-Stamp-Date to HDR-Gen-Date
           move WS-Stamp-Time (1:6) to HDR-Gen-Time
           move WS-Sql-Select-Season to HDR-Season-Id
           move WS-League-Name to HDR-League-Name
           write GL-Extract-Record from WS-Header-Record
           .
       1000-Fetch-and-Summarize.
                    :WS-Sql-Discounts,
                    :WS-Sql-Collected,
                    :WS-Sql-Outstanding,
                    :WS-Sql-Refunded,
                    :WS-Sql-Written-Off,
                    :WS-Sql-Recovered
           END-EXEC

           evaluate true
           add WS-Sql-Billed to WS-Tot-Billed
           add WS-Sql-Collected to WS-Tot-Collected
           add WS-Sql-Outstanding to WS-Tot-Outstanding
           add WS-Sql-Written-Off to WS-Tot-Written-Off

           move WS-Sql-Season-Id to OUT-Season-Id
           move WS-Sql-Division-Name to OUT-Division-Name
           move WS-Sql-Outstanding to OUT-Outstanding
           display WS-Report-Line
           write Revenue-Report-Record from WS-Report-Line
           if WS-Sql-Written-Off not equal zero
               or WS-Sql-Recovered not equal zero
               move WS-Sql-Written-Off to OUT-Written-Off
               move WS-Sql-Recovered to OUT-Recovered
               display WS-Bad-Debt-Line
               write Revenue-Report-Record from WS-Bad-Debt-Line
           end-if

           move WS-Sql-Season-Id to DTL-Season-Id
           move WS-Sql-Division-Name to DTL-Division-Name
           move WS-Sql-Collected to DTL-Collected
           move WS-Sql-Refunded to DTL-Refunded
           move WS-Sql-Outstanding to DTL-Outstanding
           move WS-Sql-Written-Off to DTL-Written-Off
           move WS-Sql-Recovered to DTL-Recovered
           write GL-Extract-Record from WS-Detail-Record
           .
       5000-Write-Trailer.
           move WS-Tot-Billed to TRL-Billed
           move WS-Tot-Collected to TRL-Collected
           move WS-Tot-Outstanding to TRL-Outstanding
           move WS-Tot-Written-Off to TRL-Written-Off
           write GL-Extract-Record from WS-Trailer-Record
           .
       8000-Close-Files.
