       Identification Division.
      **********************************************************************
      * Nightly service case SLA escalation. Every open case on
      * LABSCHEMA.CUSTOMER_CASE whose SLA_DUE_TS has passed is
      * escalated (a case waiting on the customer has its clock
      * stopped, so it never breaches while it waits):
      *   - the first night past the SLA the case is reassigned to
      *     the escalation owner for its priority - CODE_TABLE
      *     'CASEESC', CODE the priority, DESCRIPTION bytes 1-8 the
      *     operator - and a warning alert is raised through
      *     ALERTWTR; with no escalation owner on file, or when the
      *     escalation owner already holds the case, the owner stays
      *     and the alert alone goes out;
      *   - every later night it is still open past the SLA a
      *     critical alert is raised naming the owner.
      * ESCALATION_COUNT counts the nights a case has been escalated
      * and ESCALATED_TS holds the last one, so a rerun the same
      * night leaves a case it has already escalated alone. Each
      * case is listed on ESCRPT01 with the hours it is overdue and
      * what was done; each is committed on its own, alongside its
      * alert.
      **********************************************************************
       Program-ID. CASEESC.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Escalation-Report-File assign to ESCRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Escalation-Report-File
           recording mode f.
       01  Escalation-Report-Record pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-Job-Id              pic x(08) value "CASEESC".
       01  WS-Alert-Severity      pic x(01).
       01  WS-Alert-Message       pic x(60).

      *    Escalation owner per priority 1-4, from CODE_TABLE CASEESC.
       01  WS-Escalation-Owners.
           05  WS-Esc-Owner        pic x(08) occurs 4 times.
       01  WS-Priority-Ix         pic s9(04) comp.
       01  WS-Priority-Digit      pic 9(01).

       01  WS-Sql-Code            pic x(08).
       01  WS-Sql-Code-Desc       pic x(40).
       01  WS-Sql-Case-Id         pic s9(09) comp.
       01  WS-Sql-Customer-Id     pic x(10).
       01  WS-Sql-Case-Type       pic x(08).
       01  WS-Sql-Priority        pic x(01).
       01  WS-Sql-Owner           pic x(08).
       01  WS-Sql-New-Owner       pic x(08).
       01  WS-Sql-Escalations     pic s9(04) comp.
       01  WS-Sql-Hours-Over      pic s9(07) comp.

       01  WS-Case-Display        pic 9(09).
       01  WS-Hours-Display       pic z,zz9.
       01  WS-Breach-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reassign-Count      pic s9(07) packed-decimal value zero.
       01  WS-Repeat-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(50)
               value "SERVICE CASE SLA ESCALATIONS".
       01  WS-Heading-Line.
           05  filler              pic x(01) value "0".
           05  filler              pic x(11) value "CASE".
           05  filler              pic x(12) value "CUSTOMER".
           05  filler              pic x(11) value "TYPE".
           05  filler              pic x(03) value "PRI".
           05  filler              pic x(11) value "OWNER".
           05  filler              pic x(09) value "HRS OVER".
           05  filler              pic x(40) value "ACTION".
       01  WS-Detail-Line.
           05  filler              pic x(01) value space.
           05  OUT-Case-Id         pic 9(09).
           05  filler              pic x(02) value spaces.
           05  OUT-Customer-Id     pic x(10).
           05  filler              pic x(02) value spaces.
           05  OUT-Case-Type       pic x(08).
           05  filler              pic x(03) value spaces.
           05  OUT-Priority        pic x(01).
           05  filler              pic x(02) value spaces.
           05  OUT-Owner           pic x(08).
           05  filler              pic x(03) value spaces.
           05  OUT-Hours-Over      pic zzz,zz9.
           05  filler              pic x(02) value spaces.
           05  OUT-Action          pic x(40).
       01  WS-Total-Line.
           05  filler              pic x(01) value "0".
           05  OUT-Total-Label     pic x(40).
           05  OUT-Total-Count     pic z,zzz,zz9.

       Procedure Division.

           EXEC SQL DECLARE ESC_CASE_CUR CURSOR WITH HOLD FOR
               SELECT CASE_ID,
                      CUSTOMER_ID,
                      CASE_TYPE,
                      PRIORITY,
                      OWNER_OPERATOR,
                      ESCALATION_COUNT,
                      ((DAYS(CURRENT TIMESTAMP) - DAYS(SLA_DUE_TS))
                          * 86400
                       + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                       - MIDNIGHT_SECONDS(SLA_DUE_TS)) / 3600
                   FROM LABSCHEMA.CUSTOMER_CASE
                   WHERE STATUS = 'O'
                     AND SLA_DUE_TS < CURRENT TIMESTAMP
                     AND (ESCALATED_TS IS NULL
                          OR DATE(ESCALATED_TS) < CURRENT DATE)
                   ORDER BY PRIORITY, SLA_DUE_TS
           END-EXEC

           perform 0100-Load-Escalation-Owners
           perform 0200-Open-Report
           EXEC SQL OPEN ESC_CASE_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Breached-Case
               until End-of-Data
           EXEC SQL CLOSE ESC_CASE_CUR END-EXEC

           move "Cases past SLA escalated:" to OUT-Total-Label
           move WS-Breach-Count to OUT-Total-Count
           write Escalation-Report-Record from WS-Total-Line
           move "  Reassigned to escalation owner:"
               to OUT-Total-Label
           move WS-Reassign-Count to OUT-Total-Count
           write Escalation-Report-Record from WS-Total-Line
           move "  Still open after earlier escalation:"
               to OUT-Total-Label
           move WS-Repeat-Count to OUT-Total-Count
           write Escalation-Report-Record from WS-Total-Line
           close Escalation-Report-File

           display "CASEESC - service case escalation complete"
           display "Cases past SLA escalated:   " WS-Breach-Count
           display "Reassigned:                 " WS-Reassign-Count
           display "Repeat escalations:         " WS-Repeat-Count
           goback
           .
       0100-Load-Escalation-Owners.
           move spaces to WS-Escalation-Owners
           perform 0110-Load-One-Owner
               varying WS-Priority-Ix from 1 by 1
               until WS-Priority-Ix > 4
           .
       0110-Load-One-Owner.
           move WS-Priority-Ix to WS-Priority-Digit
           move spaces to WS-Sql-Code
           move WS-Priority-Digit to WS-Sql-Code (1:1)
           EXEC SQL
               SELECT DESCRIPTION
                   INTO :WS-Sql-Code-Desc
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'CASEESC'
                     AND CODE       = :WS-Sql-Code
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "CASEESC " WS-Priority-Digit
                       " not on file, alert only"
               when SQLCODE not equal zero
                   perform 9000-Bail
               when other
                   move WS-Sql-Code-Desc (1:8)
                       to WS-Esc-Owner (WS-Priority-Ix)
           end-evaluate
           .
       0200-Open-Report.
           open output Escalation-Report-File
           if not Report-File-OK
               display "Escalation report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           write Escalation-Report-Record from WS-Title-Line
           write Escalation-Report-Record from WS-Heading-Line
           .
       1000-Fetch-Breached-Case.
           EXEC SQL FETCH ESC_CASE_CUR
               INTO :WS-Sql-Case-Id,
                    :WS-Sql-Customer-Id,
                    :WS-Sql-Case-Type,
                    :WS-Sql-Priority,
                    :WS-Sql-Owner,
                    :WS-Sql-Escalations,
                    :WS-Sql-Hours-Over
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Breach-Count
                   perform 2000-Escalate-Case
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Escalate-Case.
           move WS-Sql-Case-Id to WS-Case-Display
           move WS-Sql-Hours-Over to WS-Hours-Display
           move WS-Sql-Owner to WS-Sql-New-Owner
           move spaces to OUT-Action
           move spaces to WS-Alert-Message
           move zero to WS-Priority-Ix
           if WS-Sql-Priority >= "1" and WS-Sql-Priority <= "4"
               move WS-Sql-Priority to WS-Priority-Digit
               move WS-Priority-Digit to WS-Priority-Ix
           end-if

           evaluate true
               when WS-Sql-Escalations > zero
                   add 1 to WS-Repeat-Count
                   move "C" to WS-Alert-Severity
                   move "STILL OPEN PAST SLA - OWNER ALERTED"
                       to OUT-Action
                   string "CASE " WS-Case-Display " P" WS-Sql-Priority
                          " STILL PAST SLA " WS-Hours-Display
                          "H OWNER " WS-Sql-Owner
                       delimited by size into WS-Alert-Message
                   end-string
               when WS-Priority-Ix > zero
                    and WS-Esc-Owner (WS-Priority-Ix) not = spaces
                    and WS-Esc-Owner (WS-Priority-Ix) not = WS-Sql-Owner
                   add 1 to WS-Reassign-Count
                   move WS-Esc-Owner (WS-Priority-Ix)
                       to WS-Sql-New-Owner
                   move "W" to WS-Alert-Severity
                   string "REASSIGNED TO " WS-Sql-New-Owner
                       delimited by size into OUT-Action
                   end-string
                   string "CASE " WS-Case-Display " P" WS-Sql-Priority
                          " PAST SLA - REASSIGNED TO " WS-Sql-New-Owner
                       delimited by size into WS-Alert-Message
                   end-string
               when other
                   move "W" to WS-Alert-Severity
                   move "PAST SLA - OWNER ALERTED" to OUT-Action
                   string "CASE " WS-Case-Display " P" WS-Sql-Priority
                          " PAST SLA " WS-Hours-Display
                          "H OWNER " WS-Sql-Owner
                       delimited by size into WS-Alert-Message
                   end-string
           end-evaluate

           EXEC SQL
               UPDATE LABSCHEMA.CUSTOMER_CASE
                  SET OWNER_OPERATOR   = :WS-Sql-New-Owner,
                      ESCALATION_COUNT = ESCALATION_COUNT + 1,
                      ESCALATED_TS     = CURRENT TIMESTAMP
                WHERE CASE_ID = :WS-Sql-Case-Id
                  AND STATUS  = 'O'
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC

           call "ALERTWTR" using WS-Alert-Severity
                                WS-Job-Id
                                WS-Alert-Message

           move WS-Sql-Case-Id to OUT-Case-Id
           move WS-Sql-Customer-Id to OUT-Customer-Id
           move WS-Sql-Case-Type to OUT-Case-Type
           move WS-Sql-Priority to OUT-Priority
           move WS-Sql-Owner to OUT-Owner
           move WS-Sql-Hours-Over to OUT-Hours-Over
           write Escalation-Report-Record from WS-Detail-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
