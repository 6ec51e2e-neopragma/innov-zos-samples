       Identification Division.
      **********************************************************************
      * Applies the supervisors' recertification decisions. Reads the
      * RECRDECN turnaround file OPRRECRT wrote, with the decision
      * byte keyed from the signed sheets:
      *   K - keep: OPERATOR_AUTH is left as it is;
      *   D - downgrade: a 'U' operator becomes 'I' (inquiry only);
      *       an operator already on 'I' is left alone;
      *   R - revoke: the OPERATOR_AUTH row is deleted, so MENU01
      *       gives the operator inquiry-only from then on.
      * A decision is only taken from the operator's own supervisor -
      * the supervisor on the record must still be the one on
      * OPERATOR_AUTH - and an operator no longer on the table is
      * rejected. A blank decision is listed as not returned, for
      * the administrator to chase. Every downgrade and revocation
      * is logged on LABSCHEMA.OPERATOR_AUTH_LOG (OPERATOR_ID,
      * OLD_AUTH_LEVEL, NEW_AUTH_LEVEL - blank when revoked,
      * DECISION, SUPERVISOR_ID, RECERT_DATE, JOB_ID, CHANGE_TS) in
      * the same unit of work as the change. Any reject or missing
      * decision ends the run RC 4.
      **********************************************************************
       Program-ID. OPRAPPLY.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Decision-File assign to RECRDECN
               file status is WS-Decision-File-Status.

       Data Division.
       File Section.
       FD  Decision-File
           recording mode f.
       01  Decision-Record.
           05  RD-Operator-Id         pic x(08).
           05  RD-Supervisor-Id       pic x(08).
           05  RD-Auth-Level          pic x(01).
           05  RD-Decision            pic x(01).
               88  RD-Keep                value "K".
               88  RD-Downgrade           value "D".
               88  RD-Revoke              value "R".
               88  RD-No-Decision         value space.
           05  RD-Inactive-Flag       pic x(01).
           05  RD-Recert-Date         pic x(10).
           05  filler                 pic x(51).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Decision-File-Status pic x(02).
           88  Decision-File-OK       value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Job-Id              pic x(08) value "OPRAPPLY".

       01  WS-Sql-Operator-Id     pic x(08).
       01  WS-Sql-Supervisor-Id   pic x(08).
       01  WS-Sql-Auth-Level      pic x(01).
       01  WS-Sql-New-Auth-Level  pic x(01).
       01  WS-Sql-Decision        pic x(01).
       01  WS-Sql-Recert-Date     pic x(10).

       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Keep-Count          pic s9(07) packed-decimal value zero.
       01  WS-Downgrade-Count     pic s9(07) packed-decimal value zero.
       01  WS-Revoke-Count        pic s9(07) packed-decimal value zero.
       01  WS-Unchanged-Count     pic s9(07) packed-decimal value zero.
       01  WS-Missing-Count       pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
           close Decision-File
           perform 8100-Display-Totals
           if WS-Reject-Count > zero or WS-Missing-Count > zero
               move 4 to return-code
           end-if
           goback
           .
       1000-Open-Files.
           open input Decision-File
           if not Decision-File-OK
               display "Decision file open error: "
                   WS-Decision-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Decision-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Apply-Decision
           end-read
           .
       3000-Apply-Decision.
           evaluate true
               when RD-No-Decision
                   add 1 to WS-Missing-Count
                   display "No decision returned: " RD-Operator-Id
                       " supervisor " RD-Supervisor-Id
               when not RD-Keep and not RD-Downgrade
                    and not RD-Revoke
                   add 1 to WS-Reject-Count
                   display "Rejected, decision code '" RD-Decision
                       "': " RD-Operator-Id
               when other
                   perform 3100-Validate-Operator
           end-evaluate
           .
       3100-Validate-Operator.
           move RD-Operator-Id to WS-Sql-Operator-Id
           EXEC SQL
               SELECT AUTH_LEVEL,
                      COALESCE(SUPERVISOR_ID, ' ')
                   INTO :WS-Sql-Auth-Level,
                        :WS-Sql-Supervisor-Id
                   FROM LABSCHEMA.OPERATOR_AUTH
                   WHERE OPERATOR_ID = :WS-Sql-Operator-Id
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   add 1 to WS-Reject-Count
                   display "Rejected, not on OPERATOR_AUTH: "
                       RD-Operator-Id
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Supervisor-Id not equal RD-Supervisor-Id
                   add 1 to WS-Reject-Count
                   display "Rejected, supervisor now "
                       WS-Sql-Supervisor-Id " not " RD-Supervisor-Id
                       ": " RD-Operator-Id
               when RD-Keep
                   add 1 to WS-Keep-Count
               when RD-Revoke
                   perform 5000-Revoke-Operator
               when WS-Sql-Auth-Level = "U"
                   perform 4000-Downgrade-Operator
               when other
                   add 1 to WS-Unchanged-Count
           end-evaluate
           .
       4000-Downgrade-Operator.
           move "I" to WS-Sql-New-Auth-Level
           EXEC SQL
               UPDATE LABSCHEMA.OPERATOR_AUTH
                   SET AUTH_LEVEL = :WS-Sql-New-Auth-Level
                   WHERE OPERATOR_ID = :WS-Sql-Operator-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 6000-Log-Change
           EXEC SQL COMMIT END-EXEC
           add 1 to WS-Downgrade-Count
           display "Downgraded to inquiry: " RD-Operator-Id
           .
       5000-Revoke-Operator.
           move space to WS-Sql-New-Auth-Level
           EXEC SQL
               DELETE FROM LABSCHEMA.OPERATOR_AUTH
                   WHERE OPERATOR_ID = :WS-Sql-Operator-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 6000-Log-Change
           EXEC SQL COMMIT END-EXEC
           add 1 to WS-Revoke-Count
           display "Revoked: " RD-Operator-Id
           .
       6000-Log-Change.
           move RD-Decision to WS-Sql-Decision
           move RD-Recert-Date to WS-Sql-Recert-Date
           EXEC SQL
               INSERT INTO LABSCHEMA.OPERATOR_AUTH_LOG
                      (OPERATOR_ID,
                       OLD_AUTH_LEVEL,
                       NEW_AUTH_LEVEL,
                       DECISION,
                       SUPERVISOR_ID,
                       RECERT_DATE,
                       JOB_ID,
                       CHANGE_TS)
               VALUES (:WS-Sql-Operator-Id,
                       :WS-Sql-Auth-Level,
                       :WS-Sql-New-Auth-Level,
                       :WS-Sql-Decision,
                       :WS-Sql-Supervisor-Id,
                       :WS-Sql-Recert-Date,
                       :WS-Job-Id,
                       CURRENT TIMESTAMP)
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       8100-Display-Totals.
           display "Decisions read:        " WS-Read-Count
           display "Kept:                  " WS-Keep-Count
           display "Downgraded:            " WS-Downgrade-Count
           display "Revoked:               " WS-Revoke-Count
           display "Already inquiry-only:  " WS-Unchanged-Count
           display "No decision returned:  " WS-Missing-Count
           display "Rejected:              " WS-Reject-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           move 12 to return-code
           goback
           .
