      * paid, outstanding across every player linked through
      * PLAYER_CONTACT - show at once, and PF7/PF8 page through the
      * household's receipts newest first on a DB2 scrollable cursor,
      * each line carrying the player, date and amount. Any household
      * credit on account (CREDSWP overpayments not yet applied or
      * refunded) shows on the message line. Inquiry only, reached
      * through the MENU01 front end. Only the operator's league is
      * shown: the invoices, receipts and credit of the league chosen
      * on the menu, never a neighbouring league's, even for a
      * family with players in both.
      *
       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'GUARD-CHANNEL'.
      * The operator's league, delivered in the LEAGUE-DATA container
      * by MENU01 - every query here stays inside it.
       01  Ws-League-Container      PIC X(16) VALUE 'LEAGUE-DATA'.
       01  Ws-League-Data.
           05  Ws-League-Id               PIC S9(09) COMP.
           05  Ws-League-Name             PIC X(60).
       01  Ws-No-League-Message           PIC X(60) VALUE
           'No league chosen - start from the menu'.

      * Returning our own transaction id (not EIBTRNID) keeps the
      * pseudoconversation on this program after a MENU01 transfer.
           05  Ws-Billed-Display          PIC Z,ZZZ,ZZ9.99.
           05  Ws-Paid-Display            PIC Z,ZZZ,ZZ9.99.
           05  Ws-Open-Display            PIC Z,ZZZ,ZZ9.99.
           05  Ws-Credit-Display          PIC Z,ZZZ,ZZ9.99.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Sql-Variables.
           05  Ws-Sql-League-Id           PIC S9(09) COMP.
           05  Ws-Sql-Contact-Id          PIC S9(09) COMP.
           05  Ws-Sql-Email               PIC X(40).
           05  Ws-Sql-Player-Name         PIC X(60).
           05  Ws-Sql-Amount              PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Billed              PIC S9(9)V99 COMP-3.
           05  Ws-Sql-Paid                PIC S9(9)V99 COMP-3.
           05  Ws-Sql-Credit              PIC S9(9)V99 COMP-3.
           05  Ws-Sql-Receipt-Count       PIC S9(05) COMP.
           05  Ws-Sql-Row-Number          PIC S9(04) COMP.

           EXEC CICS HANDLE ABEND
               LABEL(9500-Abend-Handler)
           END-EXEC
           PERFORM 7160-Get-League
           PERFORM 7100-Retrieve-Containers
           PERFORM 1100-Process-User-Action
           PERFORM 7200-Store-Containers
                   ELSE
                       MOVE 'Household displayed' TO Ws-Message-Text
                   END-IF
                   IF Ws-Sql-Credit > ZERO
                       MOVE Ws-Sql-Credit TO Ws-Credit-Display
                       MOVE SPACES TO Ws-Message-Text
                       STRING 'Household displayed - credit on account '
                              Ws-Credit-Display
                              DELIMITED BY SIZE INTO Ws-Message-Text
                       END-STRING
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Send-Map
                       LEFT JOIN LABSCHEMA.PLAYERS P
                         ON P.PLAYER_ID = I.PLAYER_ID
                       WHERE PC.CONTACT_ID = :Ws-Sql-Contact-Id
                         AND I.LEAGUE_ID = :Ws-Sql-League-Id
                       ORDER BY PM.PAYMENT_DATE DESC,
                           PM.PAYMENT_SEQ DESC
           END-EXEC
                   JOIN LABSCHEMA.PLAYER_CONTACT PC
                     ON PC.PLAYER_ID = I.PLAYER_ID
                   WHERE PC.CONTACT_ID = :Ws-Sql-Contact-Id
                     AND I.LEAGUE_ID = :Ws-Sql-League-Id
           END-EXEC

           EXEC SQL
                   JOIN LABSCHEMA.PLAYER_CONTACT PC
                     ON PC.PLAYER_ID = I.PLAYER_ID
                   WHERE PC.CONTACT_ID = :Ws-Sql-Contact-Id
                     AND I.LEAGUE_ID = :Ws-Sql-League-Id
           END-EXEC
           MOVE Ws-Sql-Receipt-Count TO Ws-Receipt-Count

           EXEC SQL
               SELECT COALESCE(SUM(HC.AMOUNT), 0)
                   INTO :Ws-Sql-Credit
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT HC
                   WHERE HC.LEAGUE_ID = :Ws-Sql-League-Id
                     AND (HC.CONTACT_ID = :Ws-Sql-Contact-Id
                      OR HC.CONTACT_ID IN
                         (SELECT M.CONTACT_ID
                              FROM LABSCHEMA.CONTACT_HOUSEHOLD CH
                              JOIN LABSCHEMA.CONTACT_HOUSEHOLD M
                                ON M.HOUSEHOLD_ID = CH.HOUSEHOLD_ID
                              WHERE CH.CONTACT_ID =
                                    :Ws-Sql-Contact-Id))
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZERO TO Ws-Sql-Credit
           END-IF

           MOVE Ws-Sql-Billed TO Ws-Billed-Display
           MOVE Ws-Sql-Paid TO Ws-Paid-Display
           COMPUTE Ws-Sql-Billed = Ws-Sql-Billed - Ws-Sql-Paid
           END-IF
           .

       7160-Get-League.
           EXEC CICS GET CONTAINER(Ws-League-Container)
                CHANNEL(Ws-Channel-Name)
                INTO(Ws-League-Data)
                FLENGTH(LENGTH OF Ws-League-Data)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response NOT = DFHRESP(NORMAL)
               PERFORM 9300-No-League
           END-IF
           MOVE Ws-League-Id TO Ws-Sql-League-Id
           .

       7200-Store-Containers.
           EXEC CICS PUT CONTAINER(Ws-State-Container)
                CHANNEL(Ws-Channel-Name)
           END-EXEC
           .

       9300-No-League.
           EXEC CICS SEND TEXT
               FROM(Ws-No-League-Message)
               LENGTH(LENGTH OF Ws-No-League-Message)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC
           .

       9500-Abend-Handler.
           EXEC CICS SEND TEXT
               FROM(Ws-Abend-Message)
