       Identification Division.
      **********************************************************************
      * Registration dead-letter report. REGMQ applies the web form's
      * sign-ups off the intake queue as they arrive; a message it
      * cannot apply - not in the registration layout, a failed write
      * or an SQL error, or backed out past its retry limit - goes to
      * LABSCHEMA.REG_DEAD_LETTER with the reason, and the family is
      * told the office will contact them. This report lists every
      * dead letter not yet reported, with the sign-up's player, team
      * and guardian as the message carried them, so the office can
      * key it from the paper trail or ring the family. Each listed
      * row is marked reported (REPORTED 'Y') once the report is
      * written.
      * Any dead letters at all raise a warning alert through ALERTWTR
      * and end the run RC 4; a clean queue ends RC 0.
      **********************************************************************
       Program-ID. REGDLQ.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Dead-Letter-Report-File assign to RGDRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Dead-Letter-Report-File
           recording mode f.
       01  Dead-Letter-Report-Record pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Job-Id              pic x(08) value "REGDLQ".

       01  WS-Sql-Dl-Id           pic s9(09) comp.
       01  WS-Sql-Received-Ts     pic x(26).
       01  WS-Sql-Msg-Length      pic s9(09) comp.
       01  WS-Sql-Msg-Data        pic x(255).
       01  WS-Sql-Backouts        pic s9(09) comp.
       01  WS-Sql-Fail-Reason     pic x(80).
       01  WS-Sql-Fail-Sqlcode    pic s9(09) comp.
       01  WS-Last-Dl-Id          pic s9(09) comp value zero.

      * The sign-up as the message carried it, in the REGFILE layout.
       01  WS-Message-Image.
           05  MSG-Player-Id           pic x(09).
           05  MSG-Player-Name         pic x(60).
           05  MSG-Team-Id             pic x(09).
           05  MSG-Position            pic x(02).
           05  MSG-Guardian-Lang       pic x(02).
           05  MSG-Guardian-Surname    pic x(30).
           05  MSG-Guardian-First-Name pic x(30).
           05  MSG-Guardian-Email      pic x(40).
           05  filler                  pic x(73).

       01  WS-Dead-Letter-Count   pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Alert-Severity      pic x(01) value "W".
       01  WS-Alert-Message       pic x(60).
       01  WS-Count-Display       pic zzzzzz9.

       01  WS-Heading-Line.
           05  filler              pic x(42)
               value "REGISTRATION DEAD LETTERS NOT YET REPORTED".
       01  WS-Detail-Line-1.
           05  filler              pic x(03) value "DL ".
           05  OUT-Dl-Id           pic z(08)9.
           05  filler              pic x(02) value spaces.
           05  OUT-Received-Ts     pic x(26).
           05  filler              pic x(10) value "  BACKOUT ".
           05  OUT-Backouts        pic zzz9.
           05  filler              pic x(09) value "  LENGTH ".
           05  OUT-Msg-Length      pic zzzz9.
           05  filler              pic x(10) value "  SQLCODE ".
           05  OUT-Fail-Sqlcode    pic -(09)9.
       01  WS-Detail-Line-2.
           05  filler              pic x(12) value spaces.
           05  OUT-Fail-Reason     pic x(80).
       01  WS-Detail-Line-3.
           05  filler              pic x(12) value spaces.
           05  filler              pic x(07) value "PLAYER ".
           05  OUT-Player-Id       pic x(09).
           05  filler              pic x(01) value space.
           05  OUT-Player-Name     pic x(40).
           05  filler              pic x(06) value " TEAM ".
           05  OUT-Team-Id         pic x(09).
       01  WS-Detail-Line-4.
           05  filler              pic x(12) value spaces.
           05  filler              pic x(09) value "GUARDIAN ".
           05  OUT-Guardian-Name   pic x(42).
           05  filler              pic x(01) value space.
           05  OUT-Guardian-Email  pic x(40).
       01  WS-Total-Line.
           05  filler              pic x(20)
               value "DEAD LETTERS LISTED ".
           05  OUT-Dead-Letter-Count pic zzzzzz9.

       Procedure Division.

           perform 0200-Open-Report

           EXEC SQL DECLARE DEADLTR_CUR CURSOR FOR
               SELECT DL_ID,
                      CHAR(RECEIVED_TS),
                      MSG_LENGTH,
                      MSG_DATA,
                      BACKOUT_COUNT,
                      FAIL_REASON,
                      FAIL_SQLCODE
                   FROM LABSCHEMA.REG_DEAD_LETTER
                   WHERE REPORTED = 'N'
                   ORDER BY DL_ID
           END-EXEC
           EXEC SQL OPEN DEADLTR_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if

           perform 1000-Fetch-and-Report
               until End-of-Data

           EXEC SQL CLOSE DEADLTR_CUR END-EXEC
           move WS-Dead-Letter-Count to OUT-Dead-Letter-Count
           display WS-Total-Line
           write Dead-Letter-Report-Record from WS-Total-Line
           close Dead-Letter-Report-File

           perform 3000-Mark-Reported
           perform 8100-Display-Totals
           if WS-Dead-Letter-Count > zero
               perform 4000-Raise-Alert
               move 4 to return-code
           end-if
           goback
           .
       0200-Open-Report.
           open output Dead-Letter-Report-File
           if not Report-File-OK
               display "Dead-letter report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           display WS-Heading-Line
           write Dead-Letter-Report-Record from WS-Heading-Line
           .
       1000-Fetch-and-Report.
           EXEC SQL FETCH DEADLTR_CUR
               INTO :WS-Sql-Dl-Id,
                    :WS-Sql-Received-Ts,
                    :WS-Sql-Msg-Length,
                    :WS-Sql-Msg-Data,
                    :WS-Sql-Backouts,
                    :WS-Sql-Fail-Reason,
                    :WS-Sql-Fail-Sqlcode
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Dead-Letter-Count
                   move WS-Sql-Dl-Id to WS-Last-Dl-Id
                   perform 2000-Write-Dead-Letter
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Dead-Letter.
           move WS-Sql-Msg-Data to WS-Message-Image
           move WS-Sql-Dl-Id to OUT-Dl-Id
           move WS-Sql-Received-Ts to OUT-Received-Ts
           move WS-Sql-Backouts to OUT-Backouts
           move WS-Sql-Msg-Length to OUT-Msg-Length
           move WS-Sql-Fail-Sqlcode to OUT-Fail-Sqlcode
           write Dead-Letter-Report-Record from WS-Detail-Line-1
           move WS-Sql-Fail-Reason to OUT-Fail-Reason
           write Dead-Letter-Report-Record from WS-Detail-Line-2
           move MSG-Player-Id to OUT-Player-Id
           move MSG-Player-Name to OUT-Player-Name
           move MSG-Team-Id to OUT-Team-Id
           write Dead-Letter-Report-Record from WS-Detail-Line-3
           move spaces to OUT-Guardian-Name
           string MSG-Guardian-First-Name delimited by "  "
                  " " delimited by size
                  MSG-Guardian-Surname delimited by "  "
               into OUT-Guardian-Name
           end-string
           move MSG-Guardian-Email to OUT-Guardian-Email
           write Dead-Letter-Report-Record from WS-Detail-Line-4
           .
       3000-Mark-Reported.
      *    Only the rows listed: a dead letter arriving while the
      *    report ran is left for tomorrow's.
           if WS-Last-Dl-Id > zero
               EXEC SQL
                   UPDATE LABSCHEMA.REG_DEAD_LETTER
                       SET REPORTED = 'Y'
                       WHERE REPORTED = 'N'
                         AND DL_ID   <= :WS-Last-Dl-Id
               END-EXEC
               if SQLCODE not equal zero
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
               end-if
               EXEC SQL COMMIT END-EXEC
           end-if
           .
       4000-Raise-Alert.
           move WS-Dead-Letter-Count to WS-Count-Display
           move spaces to WS-Alert-Message
           string "Registration dead letters to key: "
                  WS-Count-Display
                  delimited by size
               into WS-Alert-Message
           end-string
           call "ALERTWTR" using WS-Alert-Severity
                                WS-Job-Id
                                WS-Alert-Message
           .
       8100-Display-Totals.
           display "REGDLQ - registration dead-letter report complete"
           display "Dead letters listed: " WS-Dead-Letter-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
