       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "THROWSM".
       01  WS-Chain-Function      pic x(01).
       01  WS-Chain-Trail         pic x(18) value "THROWS_AUDIT".
       01  WS-Chain-Seq           pic s9(09) comp.
       01  WS-Chain-Prev-Hash     pic x(24).
       01  WS-Chain-Hash          pic x(24).
       01  WS-Chain-Status        pic x(01).
           88  Chain-Row-Not-Found    value "N".
       01  WS-Chain-Sqlcode       pic s9(09) comp.
       01  WS-Audit-Action        pic x(01).
       01  WS-Pending-Count       pic s9(07) packed-decimal value zero.
       01  WS-Bypass-Accept       pic x(01).
           end-if
           .
       6900-Insert-Throws-Audit.
           move "N" to WS-Chain-Function
           perform 6950-Call-Audit-Chain
           if SQLCODE = 0
               EXEC SQL
                    INSERT INTO THROWS_AUDIT
                           (THROW_ID,
                            ACTION_CODE,
                            CHANGE_TIMESTAMP,
                            JOB_ID,
                            CHAIN_SEQ)
                    VALUES (:WS-Sql-Throw-Id,
                            :WS-Audit-Action,
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            :WS-Chain-Seq)
               END-EXEC
           end-if
           if SQLCODE = 0
               move "L" to WS-Chain-Function
               perform 6950-Call-Audit-Chain
           end-if

           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               perform 7100-Write-Reject-Record
           end-if
           .
       6950-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           call "AUDCHAIN" using WS-Chain-Function, WS-Chain-Trail,
                                 WS-Chain-Seq, WS-Chain-Prev-Hash,
                                 WS-Chain-Hash, WS-Chain-Status,
                                 WS-Chain-Sqlcode
           move WS-Chain-Sqlcode to SQLCODE
           if Chain-Row-Not-Found
               move 100 to SQLCODE
           end-if
           .
       7100-Write-Reject-Record.
      *    The rejected transaction is kept in its original THRTRAN
      *    format, tagged with the reason, so it can be corrected and
