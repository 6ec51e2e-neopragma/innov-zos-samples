      * Show some fields from EIBLK.
      *
      * Every invocation is appended to TRAN_ACTIVITY_LOG (tranid,
      * terminal, signed-on operator, converted date/time, and the
      * name entered) so this diagnostic transaction leaves a usage
      * trail instead of just flashing a screen and vanishing on the
      * next ERASE.
      *****************************************************************
       Program-Id. SHOWEIB.
       Data Division.

       01  WS-Sql-Termid             pic x(04).
       01  WS-Sql-Tranid             pic x(04).
       01  WS-Sql-Operator-Id        pic x(08).
       01  WS-Sql-Name               pic x(40).
       01  WS-Error-SQLCODE          pic s999 sign leading separate.
       01  WS-Abend-Message          pic x(60) value
           move EIBTRMID to WS-Sql-Termid
           move EIBTRNID to WS-Sql-Tranid
           move In-Name to WS-Sql-Name
           EXEC CICS ASSIGN USERID(WS-Sql-Operator-Id) END-EXEC
           EXEC SQL
               INSERT INTO LABSCHEMA.TRAN_ACTIVITY_LOG
                      (TERMID,
                       TRANID,
                       OPERATOR_ID,
                       LOG_DATE,
                       LOG_TIME,
                       IN_NAME,
                       LOG_TIMESTAMP)
               VALUES (:WS-Sql-Termid,
                       :WS-Sql-Tranid,
                       :WS-Sql-Operator-Id,
                       CURRENT DATE,
                       CURRENT TIME,
                       :WS-Sql-Name,
