       Identification Division.
      **********************************************************************
      * Campaign lift report. CAMPRPT's response rates cannot say
      * whether the mailing caused the response; this report sets
      * the contacts mailed against the control group CONTMAIL held
      * out of the same campaign (CAMPAIGN_CONTACT.HOLDOUT_FLAG 'Y')
      * and reports, per campaign and per contact language, both
      * sample sizes, both response rates and the lift - the mailed
      * rate less the held-out rate, in percentage points. A contact
      * counts as a responder the way CAMPRPT counts one: LAST_RESPONSE
      * on or after the campaign run date. Campaigns run without a
      * control group have nothing to compare and are left out.
      **********************************************************************
       Program-ID. LIFTRPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Lift-Report-File assign to LFTRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Lift-Report-File
           recording mode f.
       01  Lift-Report-Record      pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Sql-Campaign-Id     pic x(08).
       01  WS-Sql-Run-Date        pic x(10).
       01  WS-Sql-Lang            pic x(02).
       01  WS-Sql-Mailed-Count    pic s9(07) comp.
       01  WS-Sql-Mailed-Resp     pic s9(07) comp.
       01  WS-Sql-Held-Count      pic s9(07) comp.
       01  WS-Sql-Held-Resp       pic s9(07) comp.
       01  WS-Prior-Campaign-Id   pic x(08) value spaces.
       01  WS-Prior-Run-Date      pic x(10) value spaces.
       01  WS-Campaign-Totals.
           05  WS-Tot-Mailed       pic s9(07) packed-decimal.
           05  WS-Tot-Mailed-Resp  pic s9(07) packed-decimal.
           05  WS-Tot-Held         pic s9(07) packed-decimal.
           05  WS-Tot-Held-Resp    pic s9(07) packed-decimal.
       01  WS-Line-Counts.
           05  WS-Line-Mailed      pic s9(07) packed-decimal.
           05  WS-Line-Mailed-Resp pic s9(07) packed-decimal.
           05  WS-Line-Held        pic s9(07) packed-decimal.
           05  WS-Line-Held-Resp   pic s9(07) packed-decimal.
       01  WS-Mailed-Rate         pic s9(3)v9(1) packed-decimal.
       01  WS-Held-Rate           pic s9(3)v9(1) packed-decimal.
       01  WS-Lift                pic s9(3)v9(1) packed-decimal.
       01  WS-Campaign-Count      pic s9(05) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Heading-Line.
           05  filler pic x(10) value "Campaign".
           05  filler pic x(06) value "Lang".
           05  filler pic x(12) value "Run Date".
           05  filler pic x(09) value "   Mailed".
           05  filler pic x(09) value "     Resp".
           05  filler pic x(08) value "    Rate".
           05  filler pic x(09) value "     Held".
           05  filler pic x(09) value "     Resp".
           05  filler pic x(08) value "    Rate".
           05  filler pic x(10) value "  Lift Pts".
       01  WS-Detail-Line.
           05  OUT-Campaign-Id     pic x(08).
           05  filler              pic x(02) value spaces.
           05  OUT-Lang            pic x(04).
           05  filler              pic x(02) value spaces.
           05  OUT-Run-Date        pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Mailed          pic zzz,zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Mailed-Resp     pic zzz,zz9.
           05  filler              pic x(03) value spaces.
           05  OUT-Mailed-Rate     pic zz9.9.
           05  filler              pic x(02) value spaces.
           05  OUT-Held            pic zzz,zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Held-Resp       pic zzz,zz9.
           05  filler              pic x(03) value spaces.
           05  OUT-Held-Rate       pic zz9.9.
           05  filler              pic x(04) value spaces.
           05  OUT-Lift            pic --9.9.
           05  filler              pic x(02) value spaces.
           05  OUT-Note            pic x(24).

       Procedure Division.

           open output Lift-Report-File
           if not Report-File-OK
               display "Lift report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           write Lift-Report-Record from WS-Heading-Line

           EXEC SQL DECLARE LIFT_CUR CURSOR FOR
               SELECT
                   C.CAMPAIGN_ID,
                   C.RUN_DATE,
                   K.LANG,
                   SUM(CASE WHEN COALESCE(CC.HOLDOUT_FLAG, 'N') <> 'Y'
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN COALESCE(CC.HOLDOUT_FLAG, 'N') <> 'Y'
                             AND K.LAST_RESPONSE >= C.RUN_DATE
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN CC.HOLDOUT_FLAG = 'Y'
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN CC.HOLDOUT_FLAG = 'Y'
                             AND K.LAST_RESPONSE >= C.RUN_DATE
                            THEN 1 ELSE 0 END)
                   FROM LABSCHEMA.CAMPAIGN C
                   JOIN LABSCHEMA.CAMPAIGN_CONTACT CC
                     ON CC.CAMPAIGN_ID = C.CAMPAIGN_ID
                   JOIN LABSCHEMA.CONTACTS K
                     ON K.ID = CC.CONTACT_ID
                   WHERE EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.CAMPAIGN_CONTACT H
                              WHERE H.CAMPAIGN_ID = C.CAMPAIGN_ID
                                AND H.HOLDOUT_FLAG = 'Y')
                   GROUP BY C.RUN_DATE, C.CAMPAIGN_ID, K.LANG
                   ORDER BY C.RUN_DATE, C.CAMPAIGN_ID, K.LANG
           END-EXEC
           EXEC SQL OPEN LIFT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           display WS-Heading-Line
           perform 1000-Fetch-and-Report
               until End-of-Data
           if WS-Prior-Campaign-Id not equal spaces
               perform 3000-Write-Campaign-Total
           end-if

           EXEC SQL CLOSE LIFT_CUR END-EXEC
           close Lift-Report-File
           display "LIFTRPT - campaigns reported: " WS-Campaign-Count
           goback
           .
       1000-Fetch-and-Report.
           EXEC SQL FETCH LIFT_CUR
               INTO
                   :WS-Sql-Campaign-Id,
                   :WS-Sql-Run-Date,
                   :WS-Sql-Lang,
                   :WS-Sql-Mailed-Count,
                   :WS-Sql-Mailed-Resp,
                   :WS-Sql-Held-Count,
                   :WS-Sql-Held-Resp
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   if WS-Sql-Campaign-Id not equal WS-Prior-Campaign-Id
                       perform 1100-Campaign-Break
                   end-if
                   perform 2000-Write-Language-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1100-Campaign-Break.
           if WS-Prior-Campaign-Id not equal spaces
               perform 3000-Write-Campaign-Total
           end-if
           add 1 to WS-Campaign-Count
           move WS-Sql-Campaign-Id to WS-Prior-Campaign-Id
           move WS-Sql-Run-Date to WS-Prior-Run-Date
           move zero to WS-Tot-Mailed
                        WS-Tot-Mailed-Resp
                        WS-Tot-Held
                        WS-Tot-Held-Resp
           .
       2000-Write-Language-Line.
           add WS-Sql-Mailed-Count to WS-Tot-Mailed
           add WS-Sql-Mailed-Resp to WS-Tot-Mailed-Resp
           add WS-Sql-Held-Count to WS-Tot-Held
           add WS-Sql-Held-Resp to WS-Tot-Held-Resp
           move WS-Sql-Mailed-Count to WS-Line-Mailed
           move WS-Sql-Mailed-Resp to WS-Line-Mailed-Resp
           move WS-Sql-Held-Count to WS-Line-Held
           move WS-Sql-Held-Resp to WS-Line-Held-Resp
           move WS-Sql-Campaign-Id to OUT-Campaign-Id
           move WS-Sql-Lang to OUT-Lang
           move WS-Sql-Run-Date to OUT-Run-Date
           perform 4000-Format-And-Write
           .
       3000-Write-Campaign-Total.
           move WS-Tot-Mailed to WS-Line-Mailed
           move WS-Tot-Mailed-Resp to WS-Line-Mailed-Resp
           move WS-Tot-Held to WS-Line-Held
           move WS-Tot-Held-Resp to WS-Line-Held-Resp
           move WS-Prior-Campaign-Id to OUT-Campaign-Id
           move "ALL" to OUT-Lang
           move WS-Prior-Run-Date to OUT-Run-Date
           perform 4000-Format-And-Write
           move spaces to Lift-Report-Record
           write Lift-Report-Record
           .
       4000-Format-And-Write.
           move WS-Line-Mailed to OUT-Mailed
           move WS-Line-Mailed-Resp to OUT-Mailed-Resp
           move WS-Line-Held to OUT-Held
           move WS-Line-Held-Resp to OUT-Held-Resp
           if WS-Line-Mailed > zero
               compute WS-Mailed-Rate rounded =
                   (WS-Line-Mailed-Resp / WS-Line-Mailed) * 100
           else
               move zero to WS-Mailed-Rate
           end-if
           if WS-Line-Held > zero
               compute WS-Held-Rate rounded =
                   (WS-Line-Held-Resp / WS-Line-Held) * 100
           else
               move zero to WS-Held-Rate
           end-if
           move WS-Mailed-Rate to OUT-Mailed-Rate
           move WS-Held-Rate to OUT-Held-Rate
           move spaces to OUT-Note
           if WS-Line-Mailed > zero and WS-Line-Held > zero
               compute WS-Lift = WS-Mailed-Rate - WS-Held-Rate
               move WS-Lift to OUT-Lift
           else
               move zero to OUT-Lift
               move "NO COMPARISON GROUP" to OUT-Note
           end-if
           display WS-Detail-Line
           write Lift-Report-Record from WS-Detail-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
