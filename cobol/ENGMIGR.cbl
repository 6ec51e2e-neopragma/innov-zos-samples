       Identification Division.
      **********************************************************************
      * Monthly engagement band-migration report. SYSIN is the month
      * to report (YYYY-MM, blank for last month). From the band
      * changes ENGSCORE logs on LABSCHEMA.ENGAGE_HIST, each contact
      * scored by the month end is placed by the band it held going
      * into the month (NEW if it had never been scored) and the band
      * it held at the month end, and the report prints the from/to
      * matrix - the diagonal stayed put, everything else moved -
      * with the month-end population per band and the count of
      * contacts that moved up and down. Report ENGRPT01.
      **********************************************************************
       Program-ID. ENGMIGR.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Migration-Report-File assign to ENGRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Migration-Report-File
           recording mode f.
       01  Migration-Report-Record pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-Month-In            pic x(07).
       01  WS-Sql-Month-Start     pic x(10).
       01  WS-Sql-Month-End       pic x(10).
       01  WS-Sql-From-Band       pic x(01).
       01  WS-Sql-To-Band         pic x(01).
       01  WS-Sql-Count           pic s9(09) comp.

      *    Rows: N(ew) H W C D going in; columns: H W C D at month
      *    end. A band's column number is also its rank, best first.
       01  WS-Band-Codes          pic x(05) value "NHWCD".
       01  WS-Band-Names.
           05  filler              pic x(16) value "NEW (UNSCORED)".
           05  filler              pic x(16) value "HOT".
           05  filler              pic x(16) value "WARM".
           05  filler              pic x(16) value "COLD".
           05  filler              pic x(16) value "DORMANT".
       01  filler redefines WS-Band-Names.
           05  WS-Band-Name        pic x(16) occurs 5 times.
       01  WS-Migration-Table.
           05  WS-From-Row         occurs 5 times.
               10  WS-Cell         pic s9(07) packed-decimal
                                   occurs 4 times.
       01  WS-Column-Totals.
           05  WS-Column-Total     pic s9(07) packed-decimal
                                   occurs 4 times.
       01  WS-Row-Total           pic s9(07) packed-decimal.
       01  WS-From-Ix             pic s9(04) comp.
       01  WS-To-Ix               pic s9(04) comp.
       01  WS-Grand-Total         pic s9(07) packed-decimal value zero.
       01  WS-Up-Count            pic s9(07) packed-decimal value zero.
       01  WS-Down-Count          pic s9(07) packed-decimal value zero.
       01  WS-New-Count           pic s9(07) packed-decimal value zero.
       01  WS-Moved-Count         pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(44)
               value "ENGAGEMENT BAND MIGRATION - MONTH OF".
           05  OUT-Title-Month     pic x(07).
       01  WS-Heading-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(16) value "FROM \ TO".
           05  filler              pic x(10) value "       HOT".
           05  filler              pic x(10) value "      WARM".
           05  filler              pic x(10) value "      COLD".
           05  filler              pic x(10) value "   DORMANT".
           05  filler              pic x(10) value "     TOTAL".
       01  WS-Matrix-Line.
           05  OUT-Carriage        pic x(01).
           05  OUT-Row-Name        pic x(16).
           05  OUT-Cell            pic zz,zzz,zz9 occurs 4 times.
           05  OUT-Row-Total       pic zz,zzz,zz9.
       01  WS-Summary-Line.
           05  filler              pic x(01) value "0".
           05  OUT-Summary-Label   pic x(40).
           05  OUT-Summary-Count   pic z,zzz,zz9.

       Procedure Division.

           EXEC SQL DECLARE ENG_MIGR_CUR CURSOR FOR
               SELECT M.FROM_BAND,
                      M.TO_BAND,
                      COUNT(*)
                   FROM (SELECT D.CONTACT_ID,
                                COALESCE(
                                (SELECT H1.NEW_BAND
                                     FROM LABSCHEMA.ENGAGE_HIST H1
                                     WHERE H1.CONTACT_ID = D.CONTACT_ID
                                       AND H1.CHANGE_DATE <
                                           DATE(:WS-Sql-Month-Start)
                                     ORDER BY H1.CHANGE_DATE DESC
                                     FETCH FIRST 1 ROW ONLY), 'N')
                                    AS FROM_BAND,
                                (SELECT H2.NEW_BAND
                                     FROM LABSCHEMA.ENGAGE_HIST H2
                                     WHERE H2.CONTACT_ID = D.CONTACT_ID
                                       AND H2.CHANGE_DATE <=
                                           DATE(:WS-Sql-Month-End)
                                     ORDER BY H2.CHANGE_DATE DESC
                                     FETCH FIRST 1 ROW ONLY)
                                    AS TO_BAND
                             FROM (SELECT DISTINCT CONTACT_ID
                                       FROM LABSCHEMA.ENGAGE_HIST) D) M
                   WHERE M.TO_BAND IS NOT NULL
                   GROUP BY M.FROM_BAND, M.TO_BAND
           END-EXEC

           perform 0100-Accept-Month
           perform 0200-Open-Report
           initialize WS-Migration-Table
                      WS-Column-Totals
           EXEC SQL OPEN ENG_MIGR_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Migration
               until End-of-Data
           EXEC SQL CLOSE ENG_MIGR_CUR END-EXEC

           perform 2000-Print-Matrix
           perform 3000-Print-Summary
           close Migration-Report-File
           display "ENGMIGR - band migration for " WS-Month-In
           display "Contacts scored at month end: " WS-Grand-Total
           display "Contacts moved between bands: " WS-Moved-Count
           goback
           .
       0100-Accept-Month.
           display "Enter month (YYYY-MM), blank for last month: "
               with no advancing
           accept WS-Month-In
           if WS-Month-In = spaces
               EXEC SQL
                   SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                       INTO :WS-Sql-Month-Start
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               move WS-Sql-Month-Start (1:7) to WS-Month-In
           end-if
           move WS-Month-In to WS-Sql-Month-Start (1:7)
           move "-01" to WS-Sql-Month-Start (8:3)
           EXEC SQL
               SELECT CHAR(DATE(:WS-Sql-Month-Start)
                           + 1 MONTH - 1 DAY, ISO)
                   INTO :WS-Sql-Month-End
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               display "Month is not valid (YYYY-MM): " WS-Month-In
               move 12 to return-code
               goback
           end-if
           move WS-Month-In to OUT-Title-Month
           .
       0200-Open-Report.
           open output Migration-Report-File
           if not Report-File-OK
               display "Migration report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           write Migration-Report-Record from WS-Title-Line
           write Migration-Report-Record from WS-Heading-Line
           .
       1000-Fetch-Migration.
           EXEC SQL FETCH ENG_MIGR_CUR
               INTO :WS-Sql-From-Band,
                    :WS-Sql-To-Band,
                    :WS-Sql-Count
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 1100-Post-Cell
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1100-Post-Cell.
           move zero to WS-From-Ix
           move zero to WS-To-Ix
           inspect WS-Band-Codes tallying WS-From-Ix
               for characters before initial WS-Sql-From-Band
           add 1 to WS-From-Ix
           inspect WS-Band-Codes (2:4) tallying WS-To-Ix
               for characters before initial WS-Sql-To-Band
           add 1 to WS-To-Ix
           if WS-From-Ix > 5 or WS-To-Ix > 4
               display "Unknown band on ENGAGE_HIST: "
                   WS-Sql-From-Band " " WS-Sql-To-Band
           else
               add WS-Sql-Count to WS-Cell (WS-From-Ix, WS-To-Ix)
               add WS-Sql-Count to WS-Column-Total (WS-To-Ix)
               add WS-Sql-Count to WS-Grand-Total
               evaluate true
                   when WS-From-Ix = 1
                       add WS-Sql-Count to WS-New-Count
                   when WS-To-Ix < WS-From-Ix - 1
                       add WS-Sql-Count to WS-Up-Count
                   when WS-To-Ix > WS-From-Ix - 1
                       add WS-Sql-Count to WS-Down-Count
               end-evaluate
           end-if
           .
       2000-Print-Matrix.
           perform 2100-Print-Row
               varying WS-From-Ix from 1 by 1
               until WS-From-Ix > 5
           move spaces to WS-Matrix-Line
           move "0" to OUT-Carriage
           move "AT MONTH END" to OUT-Row-Name
           perform 2200-Move-Column-Total
               varying WS-To-Ix from 1 by 1
               until WS-To-Ix > 4
           move WS-Grand-Total to OUT-Row-Total
           write Migration-Report-Record from WS-Matrix-Line
           .
       2100-Print-Row.
           move spaces to WS-Matrix-Line
           move WS-Band-Name (WS-From-Ix) to OUT-Row-Name
           move zero to WS-Row-Total
           perform 2110-Move-Cell
               varying WS-To-Ix from 1 by 1
               until WS-To-Ix > 4
           move WS-Row-Total to OUT-Row-Total
           write Migration-Report-Record from WS-Matrix-Line
           .
       2110-Move-Cell.
           move WS-Cell (WS-From-Ix, WS-To-Ix) to OUT-Cell (WS-To-Ix)
           add WS-Cell (WS-From-Ix, WS-To-Ix) to WS-Row-Total
           .
       2200-Move-Column-Total.
           move WS-Column-Total (WS-To-Ix) to OUT-Cell (WS-To-Ix)
           .
       3000-Print-Summary.
           compute WS-Moved-Count = WS-Up-Count + WS-Down-Count
           move "Contacts moved between bands:" to OUT-Summary-Label
           move WS-Moved-Count to OUT-Summary-Count
           write Migration-Report-Record from WS-Summary-Line
           move "  Moved up (more engaged):" to OUT-Summary-Label
           move WS-Up-Count to OUT-Summary-Count
           write Migration-Report-Record from WS-Summary-Line
           move "  Moved down (less engaged):" to OUT-Summary-Label
           move WS-Down-Count to OUT-Summary-Count
           write Migration-Report-Record from WS-Summary-Line
           move "Newly scored during the month:" to OUT-Summary-Label
           move WS-New-Count to OUT-Summary-Count
           write Migration-Report-Record from WS-Summary-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
