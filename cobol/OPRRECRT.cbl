       Identification Division.
      **********************************************************************
      * Quarterly operator access recertification. MENU01 grants 'U'
      * (full update) or 'I' (inquiry) from LABSCHEMA.OPERATOR_AUTH,
      * and until now nobody reviewed who is on it. For every
      * operator this job lists the authority held, the last sign-on
      * MENU01 stamped on OPERATOR_AUTH.LAST_SIGNON_TS, and the
      * transaction and session counts on TRAN_ACTIVITY_LOG and
      * SESSION_LOG (within LOGPURGE's retention). An operator idle
      * for more than the SYSIN number of days (card 1, default 90) -
      * counting the last sign-on and the latest log row, whichever
      * is most recent - is flagged INACTIVE. Never seen at all is
      * INACTIVE too. The league each operator is granted for the
      * league functions (OPERATOR_AUTH.LEAGUE_ID; ALL when null) is
      * listed beside the authority, so the grant is recertified too.
      *
      * RECRSHT1 prints one sign-off sheet per supervisor
      * (OPERATOR_AUTH.SUPERVISOR_ID; operators with none land on the
      * UNASSIGNED sheet for the system administrator). The supervisor
      * marks each operator K (keep), D (downgrade to inquiry) or R
      * (revoke), and signs. RECRDECN is the matching turnaround file,
      * one record per operator with the decision byte blank; the
      * sheets' decisions are keyed into it and OPRAPPLY applies them.
      **********************************************************************
       Program-ID. OPRRECRT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Signoff-Sheet-File assign to RECRSHT1
               file status is WS-Sheet-File-Status.
           select Decision-File assign to RECRDECN
               file status is WS-Decision-File-Status.

       Data Division.
       File Section.
       FD  Signoff-Sheet-File
           recording mode f.
       01  Signoff-Sheet-Record   pic x(133).
       FD  Decision-File
           recording mode f.
       01  Decision-Record.
           05  RD-Operator-Id         pic x(08).
           05  RD-Supervisor-Id       pic x(08).
           05  RD-Auth-Level          pic x(01).
           05  RD-Decision            pic x(01).
           05  RD-Inactive-Flag       pic x(01).
           05  RD-Recert-Date         pic x(10).
           05  filler                 pic x(51).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Sheet-File-Status   pic x(02).
           88  Sheet-File-OK          value "00".
       01  WS-Decision-File-Status pic x(02).
           88  Decision-File-OK       value "00".
       01  WS-Operator-Eof-Sw     pic x value "N".
           88  Operator-Eof           value "Y".
       01  WS-First-Sheet-Sw      pic x value "Y".
           88  First-Sheet            value "Y".

       01  WS-Days-In             pic x(03).
       01  WS-Inactive-Days       pic s9(05) comp value 90.
       01  WS-Run-Date            pic x(10).
       01  WS-Prev-Supervisor     pic x(08).
       01  WS-Idle-Days           pic s9(05) comp.

       01  WS-Sql-Operator-Id     pic x(08).
       01  WS-Sql-Auth-Level      pic x(01).
       01  WS-Sql-Supervisor-Id   pic x(08).
       01  WS-Sql-League-Code     pic x(08).
       01  WS-Sql-Signon-Date     pic x(10).
       01  WS-Sql-Signon-Days     pic s9(05) comp.
       01  WS-Sql-Tran-Count      pic s9(07) comp.
       01  WS-Sql-Tran-Days       pic s9(05) comp.
       01  WS-Sql-Session-Count   pic s9(07) comp.
       01  WS-Sql-Session-Days    pic s9(05) comp.

       01  WS-Operator-Count      pic s9(07) packed-decimal value zero.
       01  WS-Inactive-Count      pic s9(07) packed-decimal value zero.
       01  WS-Update-Count        pic s9(07) packed-decimal value zero.
       01  WS-Sheet-Count         pic s9(05) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Sheet-Heading.
           05  filler              pic x(01) value "1".
           05  filler              pic x(37)
               value "OPERATOR ACCESS RECERTIFICATION - ".
           05  filler              pic x(12) value "SUPERVISOR: ".
           05  OUT-Supervisor      pic x(10).
           05  filler              pic x(07) value " AS OF ".
           05  OUT-Run-Date        pic x(10).
       01  WS-Sheet-Subheading.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(33)
               value "INACTIVE = NO SIGN-ON OR ACTIVITY".
           05  filler              pic x(10) value " FOR OVER ".
           05  OUT-Inactive-Days   pic zzzz9.
           05  filler              pic x(05) value " DAYS".
       01  WS-Column-Heading.
           05  filler              pic x(01) value "0".
           05  filler              pic x(10) value "Operator".
           05  filler              pic x(06) value "Auth".
           05  filler              pic x(10) value "League".
           05  filler              pic x(14) value "Last sign-on".
           05  filler              pic x(10) value "Trans".
           05  filler              pic x(10) value "Sessions".
           05  filler              pic x(10) value "Idle days".
           05  filler              pic x(10) value "Flag".
           05  filler              pic x(16) value "Decision K/D/R".
       01  WS-Operator-Line.
           05  filler              pic x(01) value spaces.
           05  OUT-Operator-Id     pic x(08).
           05  filler              pic x(03) value spaces.
           05  OUT-Auth-Level      pic x(01).
           05  filler              pic x(05) value spaces.
           05  OUT-League-Code     pic x(08).
           05  filler              pic x(02) value spaces.
           05  OUT-Signon-Date     pic x(10).
           05  filler              pic x(03) value spaces.
           05  OUT-Tran-Count      pic zzzzzz9.
           05  filler              pic x(03) value spaces.
           05  OUT-Session-Count   pic zzzzzz9.
           05  filler              pic x(03) value spaces.
           05  OUT-Idle-Days       pic x(07).
           05  filler              pic x(03) value spaces.
           05  OUT-Flag            pic x(08).
           05  filler              pic x(04) value spaces.
           05  filler              pic x(08) value "________".
       01  WS-Idle-Edit           pic zzzzzz9.
       01  WS-Key-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(38) value
               "K = keep   D = downgrade to inquiry   ".
           05  filler              pic x(15) value "R = revoke".
       01  WS-Signature-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(22) value
               "Supervisor signature: ".
           05  filler              pic x(30) value all "_".
           05  filler              pic x(09) value "   Date: ".
           05  filler              pic x(10) value all "_".

       Procedure Division.

           EXEC SQL DECLARE RECR_OPER_CUR CURSOR FOR
               SELECT A.OPERATOR_ID,
                      A.AUTH_LEVEL,
                      COALESCE(L.LEAGUE_CODE, 'ALL'),
                      COALESCE(A.SUPERVISOR_ID, ' '),
                      COALESCE(CHAR(DATE(A.LAST_SIGNON_TS), ISO),
                               'NEVER'),
                      COALESCE(DAYS(CURRENT DATE)
                               - DAYS(A.LAST_SIGNON_TS), 99999),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.TRAN_ACTIVITY_LOG T
                           WHERE T.OPERATOR_ID = A.OPERATOR_ID),
                      (SELECT COALESCE(DAYS(CURRENT DATE)
                                 - DAYS(MAX(T.LOG_TIMESTAMP)), 99999)
                           FROM LABSCHEMA.TRAN_ACTIVITY_LOG T
                           WHERE T.OPERATOR_ID = A.OPERATOR_ID),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.SESSION_LOG S
                           WHERE S.OPERATOR_ID = A.OPERATOR_ID),
                      (SELECT COALESCE(DAYS(CURRENT DATE)
                                 - DAYS(MAX(S.LOG_TIMESTAMP)), 99999)
                           FROM LABSCHEMA.SESSION_LOG S
                           WHERE S.OPERATOR_ID = A.OPERATOR_ID)
                   FROM LABSCHEMA.OPERATOR_AUTH A
                   LEFT JOIN LABSCHEMA.LEAGUE L
                     ON L.LEAGUE_ID = A.LEAGUE_ID
                   ORDER BY 4, A.OPERATOR_ID
           END-EXEC

           perform 0100-Accept-Parameters
           perform 0200-Open-Files

           EXEC SQL OPEN RECR_OPER_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Operator
               until Operator-Eof
           EXEC SQL CLOSE RECR_OPER_CUR END-EXEC
           if not First-Sheet
               perform 3000-Sheet-Footer
           end-if

           close Signoff-Sheet-File
           close Decision-File
           display "OPRRECRT - operators listed:    " WS-Operator-Count
           display "OPRRECRT - flagged inactive:    " WS-Inactive-Count
           display "OPRRECRT - holding update ('U'):" WS-Update-Count
           display "OPRRECRT - sign-off sheets:     " WS-Sheet-Count
           goback
           .
       0100-Accept-Parameters.
           accept WS-Days-In
           if WS-Days-In numeric
               and WS-Days-In not equal "000"
               move WS-Days-In to WS-Inactive-Days
           end-if
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-Run-Date
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       0200-Open-Files.
           open output Signoff-Sheet-File
           if not Sheet-File-OK
               display "Sign-off sheet open error: "
                   WS-Sheet-File-Status
               move 12 to return-code
               goback
           end-if
           open output Decision-File
           if not Decision-File-OK
               display "Decision file open error: "
                   WS-Decision-File-Status
               move 12 to return-code
               goback
           end-if
           .
       1000-Fetch-Operator.
           EXEC SQL FETCH RECR_OPER_CUR
               INTO :WS-Sql-Operator-Id,
                    :WS-Sql-Auth-Level,
                    :WS-Sql-League-Code,
                    :WS-Sql-Supervisor-Id,
                    :WS-Sql-Signon-Date,
                    :WS-Sql-Signon-Days,
                    :WS-Sql-Tran-Count,
                    :WS-Sql-Tran-Days,
                    :WS-Sql-Session-Count,
                    :WS-Sql-Session-Days
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 2000-List-Operator
               when SQLCODE = 100
                   set Operator-Eof to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-List-Operator.
           if First-Sheet
               or WS-Sql-Supervisor-Id not equal WS-Prev-Supervisor
               if not First-Sheet
                   perform 3000-Sheet-Footer
               end-if
               perform 2500-Sheet-Heading
           end-if
           add 1 to WS-Operator-Count
           if WS-Sql-Auth-Level = "U"
               add 1 to WS-Update-Count
           end-if

      *    Idle since the most recent of sign-on and either log.
           move WS-Sql-Signon-Days to WS-Idle-Days
           if WS-Sql-Tran-Days < WS-Idle-Days
               move WS-Sql-Tran-Days to WS-Idle-Days
           end-if
           if WS-Sql-Session-Days < WS-Idle-Days
               move WS-Sql-Session-Days to WS-Idle-Days
           end-if

           move WS-Sql-Operator-Id to OUT-Operator-Id
           move WS-Sql-Auth-Level to OUT-Auth-Level
           move WS-Sql-League-Code to OUT-League-Code
           move WS-Sql-Signon-Date to OUT-Signon-Date
           move WS-Sql-Tran-Count to OUT-Tran-Count
           move WS-Sql-Session-Count to OUT-Session-Count
           if WS-Idle-Days = 99999
               move "NEVER" to OUT-Idle-Days
           else
               move WS-Idle-Days to WS-Idle-Edit
               move WS-Idle-Edit to OUT-Idle-Days
           end-if
           move spaces to RD-Inactive-Flag
           if WS-Idle-Days > WS-Inactive-Days
               move "INACTIVE" to OUT-Flag
               move "Y" to RD-Inactive-Flag
               add 1 to WS-Inactive-Count
           else
               move spaces to OUT-Flag
           end-if
           write Signoff-Sheet-Record from WS-Operator-Line

           move WS-Sql-Operator-Id to RD-Operator-Id
           move WS-Sql-Supervisor-Id to RD-Supervisor-Id
           move WS-Sql-Auth-Level to RD-Auth-Level
           move space to RD-Decision
           move WS-Run-Date to RD-Recert-Date
           write Decision-Record
           .
       2500-Sheet-Heading.
           move "N" to WS-First-Sheet-Sw
           move WS-Sql-Supervisor-Id to WS-Prev-Supervisor
           if WS-Sql-Supervisor-Id = spaces
               move "UNASSIGNED" to OUT-Supervisor
           else
               move WS-Sql-Supervisor-Id to OUT-Supervisor
           end-if
           move WS-Run-Date to OUT-Run-Date
           move WS-Inactive-Days to OUT-Inactive-Days
           write Signoff-Sheet-Record from WS-Sheet-Heading
           write Signoff-Sheet-Record from WS-Sheet-Subheading
           write Signoff-Sheet-Record from WS-Column-Heading
           add 1 to WS-Sheet-Count
           .
       3000-Sheet-Footer.
           write Signoff-Sheet-Record from WS-Key-Line
           write Signoff-Sheet-Record from WS-Signature-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
