       Identification Division.
      **********************************************************************
      * Weekly service case resolution-time report. SYSIN is the last
      * day of the week to report (YYYY-MM-DD, blank for yesterday);
      * the week is that day and the six before it. For every case
      * type on LABSCHEMA.CUSTOMER_CASE the report gives the cases
      * resolved in the week, how many of them were resolved inside
      * their SLA, and the average and longest resolution time in
      * hours - opened to resolved, less the time spent waiting on
      * the customer (PAUSED_SECONDS), the same clock CUSTCASE and
      * CASEESC run - with the cases still open or waiting and the
      * open ones already past their SLA as they stand at the run.
      * The type's CODE_TABLE 'CASETYPE' description heads the line.
      * Report CSRRPT01.
      **********************************************************************
       Program-ID. CASERPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Case-Report-File assign to CSRRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Case-Report-File
           recording mode f.
       01  Case-Report-Record     pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-Week-End-In         pic x(10).
       01  WS-Sql-Week-Start      pic x(10).
       01  WS-Sql-Week-End        pic x(10).
       01  WS-Sql-Case-Type       pic x(08).
       01  WS-Sql-Type-Desc       pic x(40).
       01  WS-Sql-Resolved        pic s9(07) comp.
       01  WS-Sql-Within-Sla      pic s9(07) comp.
       01  WS-Sql-Total-Hours     pic s9(09)v9 packed-decimal.
       01  WS-Sql-Max-Hours       pic s9(07)v9 packed-decimal.
       01  WS-Sql-Open            pic s9(07) comp.
       01  WS-Sql-Breached        pic s9(07) comp.

       01  WS-Totals.
           05  WS-Tot-Resolved     pic s9(07) packed-decimal.
           05  WS-Tot-Within-Sla   pic s9(07) packed-decimal.
           05  WS-Tot-Hours        pic s9(09)v9 packed-decimal.
           05  WS-Tot-Max-Hours    pic s9(07)v9 packed-decimal.
           05  WS-Tot-Open         pic s9(07) packed-decimal.
           05  WS-Tot-Breached     pic s9(07) packed-decimal.
       01  WS-Line-Counts.
           05  WS-Line-Resolved    pic s9(07) packed-decimal.
           05  WS-Line-Within-Sla  pic s9(07) packed-decimal.
           05  WS-Line-Hours       pic s9(09)v9 packed-decimal.
           05  WS-Line-Max-Hours   pic s9(07)v9 packed-decimal.
           05  WS-Line-Open        pic s9(07) packed-decimal.
           05  WS-Line-Breached    pic s9(07) packed-decimal.
       01  WS-Sla-Pct             pic s9(03)v9 packed-decimal.
       01  WS-Avg-Hours           pic s9(07)v9 packed-decimal.
       01  WS-Type-Count          pic s9(05) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(44)
               value "SERVICE CASE RESOLUTION TIME - WEEK".
           05  OUT-Title-Start     pic x(10).
           05  filler              pic x(04) value " TO ".
           05  OUT-Title-End       pic x(10).
       01  WS-Heading-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(10) value "TYPE".
           05  filler              pic x(22) value "DESCRIPTION".
           05  filler              pic x(10) value "  RESOLVED".
           05  filler              pic x(10) value "    IN SLA".
           05  filler              pic x(07) value "   SLA%".
           05  filler              pic x(10) value "   AVG HRS".
           05  filler              pic x(11) value "  MAX HRS".
           05  filler              pic x(10) value "  OPEN NOW".
           05  filler              pic x(10) value "  PAST SLA".
       01  WS-Detail-Line.
           05  OUT-Carriage        pic x(01).
           05  OUT-Case-Type       pic x(08).
           05  filler              pic x(02) value spaces.
           05  OUT-Type-Desc       pic x(20).
           05  filler              pic x(02) value spaces.
           05  OUT-Resolved        pic zzz,zz9.
           05  filler              pic x(03) value spaces.
           05  OUT-Within-Sla      pic zzz,zz9.
           05  filler              pic x(03) value spaces.
           05  OUT-Sla-Pct         pic zz9.9.
           05  filler              pic x(02) value spaces.
           05  OUT-Avg-Hours       pic zz,zz9.9.
           05  filler              pic x(02) value spaces.
           05  OUT-Max-Hours       pic zz,zz9.9.
           05  filler              pic x(03) value spaces.
           05  OUT-Open            pic zzz,zz9.
           05  filler              pic x(03) value spaces.
           05  OUT-Breached        pic zzz,zz9.

       Procedure Division.

      *    Hours are opened-to-resolved less the pauses, in seconds
      *    divided down; a case counts as resolved inside its SLA
      *    when it was resolved by SLA_DUE_TS, which the pauses have
      *    already pushed out.
           EXEC SQL DECLARE CASE_TIME_CUR CURSOR FOR
               SELECT C.CASE_TYPE,
                      COALESCE(MAX(T.DESCRIPTION), ' '),
                      SUM(CASE WHEN C.RESOLVED_TS IS NOT NULL
                                AND DATE(C.RESOLVED_TS) BETWEEN
                                    DATE(:WS-Sql-Week-Start)
                                AND DATE(:WS-Sql-Week-End)
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN C.RESOLVED_TS IS NOT NULL
                                AND DATE(C.RESOLVED_TS) BETWEEN
                                    DATE(:WS-Sql-Week-Start)
                                AND DATE(:WS-Sql-Week-End)
                                AND C.RESOLVED_TS <= C.SLA_DUE_TS
                               THEN 1 ELSE 0 END),
                      DEC(COALESCE(SUM(
                          CASE WHEN C.RESOLVED_TS IS NOT NULL
                                AND DATE(C.RESOLVED_TS) BETWEEN
                                    DATE(:WS-Sql-Week-Start)
                                AND DATE(:WS-Sql-Week-End)
                               THEN (DAYS(C.RESOLVED_TS)
                                     - DAYS(C.OPENED_TS)) * 86400
                                  + MIDNIGHT_SECONDS(C.RESOLVED_TS)
                                  - MIDNIGHT_SECONDS(C.OPENED_TS)
                                  - C.PAUSED_SECONDS
                          END), 0) / 3600.0, 10, 1),
                      DEC(COALESCE(MAX(
                          CASE WHEN C.RESOLVED_TS IS NOT NULL
                                AND DATE(C.RESOLVED_TS) BETWEEN
                                    DATE(:WS-Sql-Week-Start)
                                AND DATE(:WS-Sql-Week-End)
                               THEN (DAYS(C.RESOLVED_TS)
                                     - DAYS(C.OPENED_TS)) * 86400
                                  + MIDNIGHT_SECONDS(C.RESOLVED_TS)
                                  - MIDNIGHT_SECONDS(C.OPENED_TS)
                                  - C.PAUSED_SECONDS
                          END), 0) / 3600.0, 8, 1),
                      SUM(CASE WHEN C.STATUS IN ('O', 'W')
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN C.STATUS = 'O'
                                AND C.SLA_DUE_TS < CURRENT TIMESTAMP
                               THEN 1 ELSE 0 END)
                   FROM LABSCHEMA.CUSTOMER_CASE C
                   LEFT JOIN LABSCHEMA.CODE_TABLE T
                     ON T.TABLE_NAME = 'CASETYPE'
                    AND T.CODE       = C.CASE_TYPE
                   WHERE C.STATUS IN ('O', 'W')
                      OR DATE(C.RESOLVED_TS) BETWEEN
                         DATE(:WS-Sql-Week-Start)
                     AND DATE(:WS-Sql-Week-End)
                   GROUP BY C.CASE_TYPE
                   ORDER BY C.CASE_TYPE
           END-EXEC

           perform 0100-Accept-Week
           perform 0200-Open-Report
           initialize WS-Totals
           EXEC SQL OPEN CASE_TIME_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Case-Type
               until End-of-Data
           EXEC SQL CLOSE CASE_TIME_CUR END-EXEC

           perform 3000-Write-Total
           close Case-Report-File
           display "CASERPT - week " WS-Sql-Week-Start
               " to " WS-Sql-Week-End
           display "Case types reported:   " WS-Type-Count
           display "Cases resolved:        " WS-Tot-Resolved
           goback
           .
       0100-Accept-Week.
           display "Enter week ending date (YYYY-MM-DD), blank for "
               "yesterday: " with no advancing
           accept WS-Week-End-In
           if WS-Week-End-In = spaces
               EXEC SQL
                   SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                       INTO :WS-Week-End-In
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
           end-if
           move WS-Week-End-In to WS-Sql-Week-End
           EXEC SQL
               SELECT CHAR(DATE(:WS-Sql-Week-End) - 6 DAYS, ISO)
                   INTO :WS-Sql-Week-Start
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               display "Week ending date is not valid (YYYY-MM-DD): "
                   WS-Week-End-In
               move 12 to return-code
               goback
           end-if
           move WS-Sql-Week-Start to OUT-Title-Start
           move WS-Sql-Week-End to OUT-Title-End
           .
       0200-Open-Report.
           open output Case-Report-File
           if not Report-File-OK
               display "Case report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           write Case-Report-Record from WS-Title-Line
           write Case-Report-Record from WS-Heading-Line
           .
       1000-Fetch-Case-Type.
           EXEC SQL FETCH CASE_TIME_CUR
               INTO :WS-Sql-Case-Type,
                    :WS-Sql-Type-Desc,
                    :WS-Sql-Resolved,
                    :WS-Sql-Within-Sla,
                    :WS-Sql-Total-Hours,
                    :WS-Sql-Max-Hours,
                    :WS-Sql-Open,
                    :WS-Sql-Breached
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Type-Count
                   perform 2000-Write-Type-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Type-Line.
           add WS-Sql-Resolved to WS-Tot-Resolved
           add WS-Sql-Within-Sla to WS-Tot-Within-Sla
           add WS-Sql-Total-Hours to WS-Tot-Hours
           if WS-Sql-Max-Hours > WS-Tot-Max-Hours
               move WS-Sql-Max-Hours to WS-Tot-Max-Hours
           end-if
           add WS-Sql-Open to WS-Tot-Open
           add WS-Sql-Breached to WS-Tot-Breached
           move WS-Sql-Resolved to WS-Line-Resolved
           move WS-Sql-Within-Sla to WS-Line-Within-Sla
           move WS-Sql-Total-Hours to WS-Line-Hours
           move WS-Sql-Max-Hours to WS-Line-Max-Hours
           move WS-Sql-Open to WS-Line-Open
           move WS-Sql-Breached to WS-Line-Breached
           move space to OUT-Carriage
           move WS-Sql-Case-Type to OUT-Case-Type
           move WS-Sql-Type-Desc to OUT-Type-Desc
           perform 4000-Format-And-Write
           .
       3000-Write-Total.
           move WS-Tot-Resolved to WS-Line-Resolved
           move WS-Tot-Within-Sla to WS-Line-Within-Sla
           move WS-Tot-Hours to WS-Line-Hours
           move WS-Tot-Max-Hours to WS-Line-Max-Hours
           move WS-Tot-Open to WS-Line-Open
           move WS-Tot-Breached to WS-Line-Breached
           move "0" to OUT-Carriage
           move "ALL" to OUT-Case-Type
           move "ALL CASE TYPES" to OUT-Type-Desc
           perform 4000-Format-And-Write
           .
       4000-Format-And-Write.
           move WS-Line-Resolved to OUT-Resolved
           move WS-Line-Within-Sla to OUT-Within-Sla
           if WS-Line-Resolved > zero
               compute WS-Sla-Pct rounded =
                   (WS-Line-Within-Sla / WS-Line-Resolved) * 100
               compute WS-Avg-Hours rounded =
                   WS-Line-Hours / WS-Line-Resolved
           else
               move zero to WS-Sla-Pct
               move zero to WS-Avg-Hours
           end-if
           move WS-Sla-Pct to OUT-Sla-Pct
           move WS-Avg-Hours to OUT-Avg-Hours
           move WS-Line-Max-Hours to OUT-Max-Hours
           move WS-Line-Open to OUT-Open
           move WS-Line-Breached to OUT-Breached
           write Case-Report-Record from WS-Detail-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
