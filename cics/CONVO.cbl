      * Pseudoconversational design using COMMAREA
      *
      * Every value keyed in is logged to SESSION_LOG, keyed by
      * terminal ID and today's date, with the signed-on operator.
      * Each screen exchange is its own task - the request count
      * travels in the COMMAREA between them - so the terminal is
      * genuinely free while the operator is looking
      * at the screen, and a companion timeout transaction (CVTO),
      * started against the same terminal on an interval and cancelled
      * as soon as the operator responds, can actually attach and drop
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Sql-Termid              pic x(04).
       01  WS-Sql-Operator-Id         pic x(08).
       01  WS-Sql-Request-Text        pic x(80).
       01  WS-Error-SQLCODE           pic s999 sign leading separate.
       01  WS-Abend-Message           pic x(60) value
       2500-Log-Request.
           move EIBTRMID to WS-Sql-Termid
           move REQI to WS-Sql-Request-Text
           EXEC CICS ASSIGN USERID(WS-Sql-Operator-Id) END-EXEC
           EXEC SQL
               INSERT INTO LABSCHEMA.SESSION_LOG
                      (TERMID,
                       OPERATOR_ID,
                       LOG_DATE,
                       REQUEST_COUNT,
                       REQUEST_TEXT,
                       LOG_TIMESTAMP)
               VALUES (:WS-Sql-Termid,
                       :WS-Sql-Operator-Id,
                       CURRENT DATE,
                       :WS-Request-Count,
                       :WS-Sql-Request-Text,
