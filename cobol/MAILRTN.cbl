       01  WS-Exception-Count     pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "MAILRTN".
       01  WS-Chain-Function      pic x(01).
       01  WS-Chain-Trail         pic x(18) value "CONTACTS_AUDIT".
       01  WS-Chain-Seq           pic s9(09) comp.
       01  WS-Chain-Prev-Hash     pic x(24).
       01  WS-Chain-Hash          pic x(24).
       01  WS-Chain-Status        pic x(01).
           88  Chain-Row-Not-Found    value "N".
       01  WS-Chain-Sqlcode       pic s9(09) comp.
       01  WS-Img-Lang            pic x(02).
       01  WS-Img-Surname         pic x(30).
       01  WS-Img-First-Name      pic x(30).
           end-if
           .
       6950-Write-Audit-Row.
           move "N" to WS-Chain-Function
           perform 6960-Call-Audit-Chain
           if SQLCODE = 0
               EXEC SQL
                    INSERT INTO CONTACTS_AUDIT
                           (ID,
                            ACTION_CODE,
                            CHANGE_TIMESTAMP,
                            JOB_ID,
                            LANG,
                            SURNAME,
                            FIRST_NAME,
                            EMAIL_ADDR,
                            LAST_CONTACT,
                            LAST_RESPONSE,
                            DO_NOT_CONTACT,
                            CHAIN_SEQ)
                    VALUES (:WS-Sql-Id,
                            'C',
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            :WS-Img-Lang,
                            :WS-Img-Surname,
                            :WS-Img-First-Name,
                            :WS-Img-Email-Addr,
                            :WS-Img-Last-Contact
                                :WS-Img-Last-Contact-Ind,
                            :WS-Img-Last-Response
                                :WS-Img-Last-Response-Ind,
                            :WS-Img-Do-Not-Contact:WS-Img-DNC-Ind,
                            :WS-Chain-Seq)
               END-EXEC
           end-if
           if SQLCODE = 0
               move "L" to WS-Chain-Function
               perform 6960-Call-Audit-Chain
           end-if

           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               perform 6000-Write-Exception
           end-if
           .
       6960-Call-Audit-Chain.
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
       8000-Close-Files.
           close Disposition-File
           close Exception-Report-File
