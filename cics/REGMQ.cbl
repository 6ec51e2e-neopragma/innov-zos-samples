       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMQ.
      *
      * CICS COBOL web registration intake (transid REGQ)
      * Triggered from the registration intake queue: the CICS
      * trigger monitor starts this transaction when the web form's
      * first sign-up lands on an empty queue, and it takes sign-ups
      * off the queue one at a time until the queue has stayed empty
      * for the wait interval. Each message is one sign-up in the
      * REGFILE record layout.
      *
      * A sign-up goes through the REGAPPLY service, the same edits,
      * guardian matching, ROSTCAP cap and WAITLIST handling REGINTAK
      * gives a paper form. The message is taken under syncpoint, and
      * the DB2 rows and a reply on the message's reply-to queue
      * (MQMT-REPLY, correlation id = the sign-up's message id) are
      * SYNCPOINTed together with it - one sign-up, one unit of work:
      *   C - confirmed, rostered on the team
      *   W - waitlisted, with the position on the team's list
      *   R - rejected by an edit, with the reason
      *   H - held: the sign-up could not be applied and the office
      *       will follow it up
      * A rejected sign-up's work is backed out with a SYNCPOINT
      * ROLLBACK - the message goes back on the queue with it - and
      * the message is then taken again by its message id and the
      * reject reply put in its place.
      *
      * A message that cannot be applied - not in the registration
      * layout, a failed write or an SQL error in REGAPPLY, or backed
      * out more than Ws-Backout-Limit times already - is taken off
      * the queue onto LABSCHEMA.REG_DEAD_LETTER with the reason and
      * the message itself, and gets the H reply. REGDLQ prints the
      * dead letters the next morning for the office to key from.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Job-Id                PIC X(08) VALUE 'REGMQ'.

      * Started by hand instead of by the trigger monitor, the
      * transaction reads the production intake queue.
       01  Ws-Intake-Queue          PIC X(48)
                                    VALUE 'LAB.REG.INTAKE'.
       01  Ws-Wait-Interval         PIC S9(09) BINARY VALUE 30000.
       01  Ws-Backout-Limit         PIC S9(09) BINARY VALUE 2.

       01  Ws-Mq-Constants.
           COPY CMQV.
       01  Ws-Mq-Object-Desc.
           COPY CMQODV.
       01  Ws-Mq-Message-Desc.
           COPY CMQMDV.
       01  Ws-Mq-Get-Options.
           COPY CMQGMOV.
       01  Ws-Mq-Put-Options.
           COPY CMQPMOV.
       01  Ws-Mq-Trigger-Message.
           COPY CMQTMV.

       01  Ws-Mq-Fields.
           05  Ws-Hconn                   PIC S9(09) BINARY VALUE 0.
           05  Ws-Hobj-Intake             PIC S9(09) BINARY VALUE 0.
           05  Ws-Open-Options            PIC S9(09) BINARY.
           05  Ws-Close-Options           PIC S9(09) BINARY.
           05  Ws-Compcode                PIC S9(09) BINARY.
           05  Ws-Reason                  PIC S9(09) BINARY.
           05  Ws-Buffer-Length           PIC S9(09) BINARY.
           05  Ws-Data-Length             PIC S9(09) BINARY.
           05  Ws-Reply-Length            PIC S9(09) BINARY.
           05  Ws-Trigger-Length          PIC S9(04) COMP.

      * What the message descriptor said about the sign-up, kept
      * across the rollback and second get of a rejected one.
       01  Ws-Request-Fields.
           05  Ws-Request-Msg-Id          PIC X(24).
           05  Ws-Request-Reply-Q         PIC X(48).
           05  Ws-Request-Reply-Qmgr      PIC X(48).
           05  Ws-Request-Persistence     PIC S9(09) BINARY.
           05  Ws-Request-Backouts        PIC S9(09) BINARY.
           05  Ws-Request-Length          PIC S9(09) BINARY.

       01  Ws-Request-Buffer              PIC X(512).
       01  Ws-Registration REDEFINES Ws-Request-Buffer.
           05  Ws-Rg-Player-Id            PIC 9(09).
           05  Ws-Rg-Player-Name          PIC X(60).
           05  Ws-Rg-Team-Id              PIC 9(09).
           05  Ws-Rg-Position             PIC X(02).
           05  Ws-Rg-Guardian-Lang        PIC X(02).
           05  Ws-Rg-Guardian-Surname     PIC X(30).
           05  Ws-Rg-Guardian-First-Name  PIC X(30).
           05  Ws-Rg-Guardian-Email       PIC X(40).
           05  Ws-Rg-Birth-Date           PIC X(10).
           05  Ws-Rg-Returner-Flag        PIC X(01).
           05  Ws-Rg-Addr-Street          PIC X(30).
           05  Ws-Rg-Addr-City            PIC X(20).
           05  Ws-Rg-Addr-Region          PIC X(02).
           05  Ws-Rg-Addr-Postcode        PIC X(10).
           05  FILLER                     PIC X(257).
       01  Ws-Registration-Length         PIC S9(09) BINARY VALUE 255.

      * The reply the website reads back, all display characters.
       01  Ws-Reply-Message.
           05  Ws-Rpl-Player-Id           PIC X(09).
           05  Ws-Rpl-Team-Id             PIC X(09).
           05  Ws-Rpl-Status              PIC X(01).
               88  Ws-Rpl-Confirmed           VALUE 'C'.
               88  Ws-Rpl-Waitlisted          VALUE 'W'.
               88  Ws-Rpl-Rejected            VALUE 'R'.
               88  Ws-Rpl-Held                VALUE 'H'.
           05  Ws-Rpl-Wait-Position       PIC 9(05).
           05  Ws-Rpl-Text                PIC X(80).

       01  Ws-Apply-Fields.
           05  Ws-Apply-Outcome           PIC X(01).
               88  Ws-Apply-Rostered          VALUE 'P'.
               88  Ws-Apply-Waitlisted        VALUE 'W'.
               88  Ws-Apply-Rejected          VALUE 'R'.
           05  Ws-Apply-Guardian          PIC X(01).
           05  Ws-Apply-Wait-Position     PIC S9(05) COMP.
           05  Ws-Apply-Message           PIC X(80).
           05  Ws-Apply-Warning           PIC X(80).
           05  Ws-Apply-Sqlcode           PIC S9(09) COMP.
      *    The web form serves every league; the team signed up for
      *    decides which.
           05  Ws-Apply-League-Id         PIC S9(09) COMP VALUE ZERO.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.
           05  Ws-Response2               PIC S9(8) COMP.

       01  Ws-Work-Fields.
           05  Ws-Queue-Sw                PIC X(01) VALUE 'N'.
               88  Ws-Queue-Done              VALUE 'Y'.
           05  Ws-Got-Sw                  PIC X(01) VALUE 'N'.
               88  Ws-Message-Got             VALUE 'Y'.
           05  Ws-Reply-Sw                PIC X(01) VALUE 'Y'.
               88  Ws-Reply-Put               VALUE 'Y'.
               88  Ws-Reply-Failed            VALUE 'N'.
           05  Ws-Fail-Reason             PIC X(80).
           05  Ws-Fail-Sqlcode            PIC S9(09) COMP.
           05  Ws-Length-Display          PIC ZZZZZZZZ9.
           05  Ws-Backout-Display         PIC ZZZZ9.

       01  Ws-Sql-Variables.
           05  Ws-Sql-Dl-Id               PIC S9(09) COMP.
           05  Ws-Sql-Msg-Data            PIC X(255).
           05  Ws-Sql-Msg-Length          PIC S9(09) COMP.
           05  Ws-Sql-Backouts            PIC S9(09) COMP.
           05  Ws-Sql-Fail-Reason         PIC X(80).
           05  Ws-Sql-Fail-Sqlcode        PIC S9(09) COMP.
           05  Ws-Sql-Reply-Q             PIC X(48).

       LINKAGE SECTION.

       PROCEDURE DIVISION.

       0100-Main-Processing.
           PERFORM 1000-Open-Intake-Queue
           PERFORM 2000-Process-Message
               UNTIL Ws-Queue-Done
           PERFORM 8000-Close-Intake-Queue
           PERFORM 9200-Exit-Program
           .

       1000-Open-Intake-Queue.
      *    The trigger message names the queue that fired.
           MOVE LENGTH OF Ws-Mq-Trigger-Message TO Ws-Trigger-Length
           EXEC CICS RETRIEVE
                INTO(Ws-Mq-Trigger-Message)
                LENGTH(Ws-Trigger-Length)
                RESP(Ws-Response)
                RESP2(Ws-Response2)
           END-EXEC
           IF Ws-Response = DFHRESP(NORMAL)
               AND MQTM-QNAME NOT = SPACES
               MOVE MQTM-QNAME TO MQOD-OBJECTNAME
           ELSE
               MOVE Ws-Intake-Queue TO MQOD-OBJECTNAME
           END-IF
           MOVE SPACES TO MQOD-OBJECTQMGRNAME
           COMPUTE Ws-Open-Options = MQOO-INPUT-SHARED
                                   + MQOO-FAIL-IF-QUIESCING
           CALL 'MQOPEN' USING Ws-Hconn
                               Ws-Mq-Object-Desc
                               Ws-Open-Options
                               Ws-Hobj-Intake
                               Ws-Compcode
                               Ws-Reason
           IF Ws-Compcode NOT = MQCC-OK
               SET Ws-Queue-Done TO TRUE
           END-IF
           .

       2000-Process-Message.
           PERFORM 2100-Get-Next-Message
           IF Ws-Message-Got
               EVALUATE TRUE
                   WHEN Ws-Request-Backouts > Ws-Backout-Limit
                       MOVE Ws-Request-Backouts TO Ws-Backout-Display
                       MOVE SPACES TO Ws-Fail-Reason
                       STRING 'Backed out ' Ws-Backout-Display
                              ' times - not applied'
                              DELIMITED BY SIZE
                           INTO Ws-Fail-Reason
                       END-STRING
                       MOVE ZERO TO Ws-Fail-Sqlcode
                       PERFORM 4000-Dead-Letter
                   WHEN Ws-Request-Length NOT = Ws-Registration-Length
                       OR Ws-Rg-Player-Id NOT NUMERIC
                       OR Ws-Rg-Team-Id NOT NUMERIC
                       MOVE Ws-Request-Length TO Ws-Length-Display
                       MOVE SPACES TO Ws-Fail-Reason
                       STRING 'Not in registration layout, length '
                              Ws-Length-Display
                              DELIMITED BY SIZE
                           INTO Ws-Fail-Reason
                       END-STRING
                       MOVE ZERO TO Ws-Fail-Sqlcode
                       PERFORM 4000-Dead-Letter
                   WHEN OTHER
                       PERFORM 3000-Apply-Sign-Up
               END-EVALUATE
           END-IF
           .

       2100-Get-Next-Message.
           MOVE 'N' TO Ws-Got-Sw
           MOVE MQMI-NONE TO MQMD-MSGID
           MOVE MQCI-NONE TO MQMD-CORRELID
           MOVE MQMO-NONE TO MQGMO-MATCHOPTIONS
           COMPUTE MQGMO-OPTIONS = MQGMO-SYNCPOINT
                                 + MQGMO-WAIT
                                 + MQGMO-CONVERT
                                 + MQGMO-ACCEPT-TRUNCATED-MSG
                                 + MQGMO-FAIL-IF-QUIESCING
           MOVE Ws-Wait-Interval TO MQGMO-WAITINTERVAL
           PERFORM 2200-Call-Mq-Get
           EVALUATE TRUE
               WHEN Ws-Message-Got
                   MOVE MQMD-MSGID TO Ws-Request-Msg-Id
                   MOVE MQMD-REPLYTOQ TO Ws-Request-Reply-Q
                   MOVE MQMD-REPLYTOQMGR TO Ws-Request-Reply-Qmgr
                   MOVE MQMD-PERSISTENCE TO Ws-Request-Persistence
                   MOVE MQMD-BACKOUTCOUNT TO Ws-Request-Backouts
                   MOVE Ws-Data-Length TO Ws-Request-Length
               WHEN OTHER
                   SET Ws-Queue-Done TO TRUE
           END-EVALUATE
           .

       2150-Get-Same-Message.
      *    After a SYNCPOINT ROLLBACK the sign-up is back on the
      *    queue; take that one message again, by its message id.
           MOVE 'N' TO Ws-Got-Sw
           MOVE Ws-Request-Msg-Id TO MQMD-MSGID
           MOVE MQCI-NONE TO MQMD-CORRELID
           MOVE MQMO-MATCH-MSG-ID TO MQGMO-MATCHOPTIONS
           COMPUTE MQGMO-OPTIONS = MQGMO-SYNCPOINT
                                 + MQGMO-CONVERT
                                 + MQGMO-ACCEPT-TRUNCATED-MSG
                                 + MQGMO-FAIL-IF-QUIESCING
           MOVE ZERO TO MQGMO-WAITINTERVAL
           PERFORM 2200-Call-Mq-Get
           .

       2200-Call-Mq-Get.
      *    A message longer than the buffer is taken truncated, so it
      *    can go to the dead letters instead of sitting on the queue;
      *    the data length still tells its real size.
           MOVE MQGMO-VERSION-2 TO MQGMO-VERSION
           MOVE MQENC-NATIVE TO MQMD-ENCODING
           MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID
           MOVE SPACES TO Ws-Request-Buffer
           MOVE LENGTH OF Ws-Request-Buffer TO Ws-Buffer-Length
           CALL 'MQGET' USING Ws-Hconn
                              Ws-Hobj-Intake
                              Ws-Mq-Message-Desc
                              Ws-Mq-Get-Options
                              Ws-Buffer-Length
                              Ws-Request-Buffer
                              Ws-Data-Length
                              Ws-Compcode
                              Ws-Reason
           IF Ws-Compcode = MQCC-OK
               OR Ws-Reason = MQRC-TRUNCATED-MSG-ACCEPTED
               SET Ws-Message-Got TO TRUE
           END-IF
           .

       3000-Apply-Sign-Up.
      *    REGAPPLY's code-table warnings are for the office, and the
      *    nightly REGINTAK run reports them from the same tables.
           CALL 'REGAPPLY' USING Ws-Registration
                                 Ws-Job-Id
                                 Ws-Apply-Outcome
                                 Ws-Apply-Guardian
                                 Ws-Apply-Wait-Position
                                 Ws-Apply-Message
                                 Ws-Apply-Warning
                                 Ws-Apply-Sqlcode
                                 Ws-Apply-League-Id
           EVALUATE TRUE
               WHEN Ws-Apply-Rostered
                   SET Ws-Rpl-Confirmed TO TRUE
                   MOVE ZERO TO Ws-Rpl-Wait-Position
                   PERFORM 5000-Put-Reply
                   PERFORM 6000-Commit-Sign-Up
               WHEN Ws-Apply-Waitlisted
                   SET Ws-Rpl-Waitlisted TO TRUE
                   MOVE Ws-Apply-Wait-Position TO Ws-Rpl-Wait-Position
                   PERFORM 5000-Put-Reply
                   PERFORM 6000-Commit-Sign-Up
               WHEN Ws-Apply-Rejected
                   PERFORM 3100-Reject-Sign-Up
               WHEN OTHER
                   MOVE Ws-Apply-Message TO Ws-Fail-Reason
                   MOVE Ws-Apply-Sqlcode TO Ws-Fail-Sqlcode
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 2150-Get-Same-Message
                   IF Ws-Message-Got
                       PERFORM 4000-Dead-Letter
                   END-IF
           END-EVALUATE
           .

       3100-Reject-Sign-Up.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           PERFORM 2150-Get-Same-Message
           IF Ws-Message-Got
               SET Ws-Rpl-Rejected TO TRUE
               MOVE ZERO TO Ws-Rpl-Wait-Position
               PERFORM 5000-Put-Reply
               PERFORM 6000-Commit-Sign-Up
           END-IF
           .

       4000-Dead-Letter.
      *    The message comes off the queue onto the dead letters in
      *    one unit of work. If even that fails, everything is backed
      *    out and the transaction ends; the message waits on the
      *    queue for the next trigger.
           MOVE Ws-Request-Buffer TO Ws-Sql-Msg-Data
           MOVE Ws-Request-Length TO Ws-Sql-Msg-Length
           MOVE Ws-Request-Backouts TO Ws-Sql-Backouts
           MOVE Ws-Fail-Reason TO Ws-Sql-Fail-Reason
           MOVE Ws-Fail-Sqlcode TO Ws-Sql-Fail-Sqlcode
           MOVE Ws-Request-Reply-Q TO Ws-Sql-Reply-Q
           EXEC SQL
               SELECT COALESCE(MAX(DL_ID), 0) + 1
                   INTO :Ws-Sql-Dl-Id
                   FROM LABSCHEMA.REG_DEAD_LETTER
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO LABSCHEMA.REG_DEAD_LETTER
                           (DL_ID,
                            RECEIVED_TS,
                            MSG_LENGTH,
                            MSG_DATA,
                            BACKOUT_COUNT,
                            FAIL_REASON,
                            FAIL_SQLCODE,
                            REPLY_QUEUE,
                            REPORTED)
                    VALUES (:Ws-Sql-Dl-Id,
                            CURRENT TIMESTAMP,
                            :Ws-Sql-Msg-Length,
                            :Ws-Sql-Msg-Data,
                            :Ws-Sql-Backouts,
                            :Ws-Sql-Fail-Reason,
                            :Ws-Sql-Fail-Sqlcode,
                            :Ws-Sql-Reply-Q,
                            'N')
               END-EXEC
           END-IF
           IF SQLCODE = 0
               SET Ws-Rpl-Held TO TRUE
               MOVE ZERO TO Ws-Rpl-Wait-Position
               MOVE SPACES TO Ws-Apply-Message
               STRING 'Sign-up received - the registration office '
                      'will contact you to complete it'
                      DELIMITED BY SIZE
                   INTO Ws-Apply-Message
               END-STRING
               PERFORM 5000-Put-Reply
               EXEC CICS SYNCPOINT END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET Ws-Queue-Done TO TRUE
           END-IF
           .

       5000-Put-Reply.
      *    MQPUT1 to the reply-to queue, inside the unit of work. A
      *    sign-up sent with no reply-to queue is applied without a
      *    reply. A reply that cannot be put backs the sign-up out:
      *    the next get takes it again, and past the backout limit it
      *    is dead-lettered, where a failed reply no longer holds it.
           SET Ws-Reply-Put TO TRUE
           MOVE Ws-Rg-Player-Id TO Ws-Rpl-Player-Id
           MOVE Ws-Rg-Team-Id TO Ws-Rpl-Team-Id
           MOVE Ws-Apply-Message TO Ws-Rpl-Text
           IF Ws-Request-Reply-Q NOT = SPACES
               MOVE Ws-Request-Reply-Q TO MQOD-OBJECTNAME
               MOVE Ws-Request-Reply-Qmgr TO MQOD-OBJECTQMGRNAME
               MOVE MQMT-REPLY TO MQMD-MSGTYPE
               MOVE MQFMT-STRING TO MQMD-FORMAT
               MOVE MQENC-NATIVE TO MQMD-ENCODING
               MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID
               MOVE Ws-Request-Persistence TO MQMD-PERSISTENCE
               MOVE MQMI-NONE TO MQMD-MSGID
               MOVE Ws-Request-Msg-Id TO MQMD-CORRELID
               MOVE SPACES TO MQMD-REPLYTOQ
               MOVE SPACES TO MQMD-REPLYTOQMGR
               COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                     + MQPMO-NEW-MSG-ID
                                     + MQPMO-FAIL-IF-QUIESCING
               MOVE LENGTH OF Ws-Reply-Message TO Ws-Reply-Length
               CALL 'MQPUT1' USING Ws-Hconn
                                   Ws-Mq-Object-Desc
                                   Ws-Mq-Message-Desc
                                   Ws-Mq-Put-Options
                                   Ws-Reply-Length
                                   Ws-Reply-Message
                                   Ws-Compcode
                                   Ws-Reason
               IF Ws-Compcode NOT = MQCC-OK
                   AND NOT Ws-Rpl-Held
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   SET Ws-Reply-Failed TO TRUE
               END-IF
           END-IF
           .

       6000-Commit-Sign-Up.
           IF Ws-Reply-Put
               EXEC CICS SYNCPOINT
                    RESP(Ws-Response)
               END-EXEC
               IF Ws-Response NOT = DFHRESP(NORMAL)
                   SET Ws-Queue-Done TO TRUE
               END-IF
           END-IF
           .

       8000-Close-Intake-Queue.
           IF Ws-Hobj-Intake NOT = ZERO
               MOVE MQCO-NONE TO Ws-Close-Options
               CALL 'MQCLOSE' USING Ws-Hconn
                                    Ws-Hobj-Intake
                                    Ws-Close-Options
                                    Ws-Compcode
                                    Ws-Reason
           END-IF
           .

       9200-Exit-Program.
           EXEC CICS RETURN
           END-EXEC
           .
