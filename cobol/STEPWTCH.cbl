      * is measured against the floor alone.
      * Submit on demand or on an operator timer; RC 4 when any
      * step is outside its envelope.
      * The stream runs as parallel sub-streams, so SYSIN card 2
      * names the one to watch (STAT, CONT, FIN, SAL or JOIN, from
      * the SUB_STREAM STEPGATE records); blank watches them all.
      * Every alert names the step's sub-stream.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           88  End-of-Data                 VALUE 'Y'.
       01  WS-Floor-In                 PIC X(05).
       01  WS-Floor-Seconds            PIC S9(09) COMP VALUE 300.
       01  WS-Watch-Stream             PIC X(04).

       01  WS-Sql-Bus-Date             PIC X(10).
       01  WS-Sql-Step-Name            PIC X(08).
       01  WS-Sql-Sub-Stream           PIC X(04).
       01  WS-Sql-Running              PIC S9(09) COMP.
       01  WS-Sql-Avg-Elapsed          PIC S9(09) COMP.
       01  WS-Sql-Avg-Ind              PIC S9(04) COMP.
      *    elapsed seconds so far and its thirty-day average.
           EXEC SQL DECLARE WTCH_CUR CURSOR FOR
               SELECT R.STEP_NAME,
                      COALESCE(R.SUB_STREAM, ' '),
                      (DAYS(CURRENT TIMESTAMP)
                       - DAYS(R.START_TIMESTAMP)) * 86400
                      + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                   FROM LABSCHEMA.RUN_CONTROL R
                   WHERE R.RUN_DATE = DATE(:WS-Sql-Bus-Date)
                     AND R.STATUS = 'S'
                     AND (:WS-Watch-Stream = ' '
                          OR R.SUB_STREAM = :WS-Watch-Stream)
                   ORDER BY R.SUB_STREAM, R.STEP_NAME
           END-EXEC
           EXEC SQL OPEN WTCH_CUR END-EXEC
           IF SQLCODE NOT = 0
               AND WS-Floor-In NOT = '00000'
               MOVE WS-Floor-In TO WS-Floor-Seconds
           END-IF
           ACCEPT WS-Watch-Stream
           .

       0200-Resolve-Business-Date.
       1000-Check-One-Step.
           EXEC SQL FETCH WTCH_CUR
               INTO :WS-Sql-Step-Name,
                    :WS-Sql-Sub-Stream,
                    :WS-Sql-Running,
                    :WS-Sql-Avg-Elapsed :WS-Sql-Avg-Ind
           END-EXEC
               MOVE WS-Sql-Running TO WS-Running-Display
               MOVE 'W' TO WS-Alert-Severity
               MOVE SPACES TO WS-Alert-Message
               STRING WS-Sql-Sub-Stream ' '
                      WS-Sql-Step-Name
                      ' RUNNING ' WS-Running-Display
                      'S, PAST ITS ENVELOPE'
                      DELIMITED BY SIZE INTO WS-Alert-Message
