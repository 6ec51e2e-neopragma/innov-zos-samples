      * their TEAM_NAME one at a time, browsable with PF7/PF8 against
      * a DB2 scrollable cursor. This is registration week's most
      * common phone question, answered without running a batch
      * TEAMLIST of ALL teams. Reached through the MENU01 front end,
      * and only the teams of the league chosen there are searched.
      *
       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-Data-Container          PIC X(16)
                                          VALUE 'LOCATOR-DATA'.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'LOCATOR-CHANNEL'.

      * Returning our own transaction id (not EIBTRNID) keeps the
      * pseudoconversation on this program after a MENU01 transfer.
       01  Ws-Trans-Id              PIC X(4) VALUE 'PFND'.
      * The operator's league, delivered in the LEAGUE-DATA container
      * by MENU01 - every query here stays inside it.
       01  Ws-League-Container      PIC X(16) VALUE 'LEAGUE-DATA'.
       01  Ws-League-Data.
           05  Ws-League-Id               PIC S9(09) COMP.
           05  Ws-League-Name             PIC X(60).
       01  Ws-No-League-Message           PIC X(60) VALUE
           'No league chosen - start from the menu'.

       01  Ws-Locator-Record.
           05  Ws-Search-Name             PIC X(60).
           05  Ws-Player-Name             PIC X(60).
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Sql-Variables.
           05  Ws-Sql-League-Id           PIC S9(09) COMP.
           05  Ws-Sql-Search-Name         PIC X(60).
           05  Ws-Sql-Player-Name         PIC X(100).
           05  Ws-Sql-Team-Name           PIC X(100).
           EXEC CICS HANDLE ABEND
               LABEL(9500-Abend-Handler)
           END-EXEC
           PERFORM 7160-Get-League
           PERFORM 7100-Retrieve-Containers
           PERFORM 1100-Process-User-Action
           PERFORM 7200-Store-Containers
                       WHERE P.PLAYER_NAME LIKE
                           '%' CONCAT RTRIM(:Ws-Sql-Search-Name)
                           CONCAT '%'
                         AND T.LEAGUE_ID = :Ws-Sql-League-Id
                       ORDER BY P.PLAYER_NAME
           END-EXEC

                   WHERE P.PLAYER_NAME LIKE
                       '%' CONCAT RTRIM(:Ws-Sql-Search-Name)
                       CONCAT '%'
                     AND T.LEAGUE_ID = :Ws-Sql-League-Id
           END-EXEC

           MOVE Ws-Sql-Match-Count TO Ws-Match-Count
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
           EXEC CICS PUT CONTAINER(Ws-Data-Container)
                CHANNEL(Ws-Channel-Name)

       9100-Return-To-Cics.
           EXEC CICS RETURN
                TRANSID(Ws-Trans-Id)
                CHANNEL(Ws-Channel-Name)
           END-EXEC
           .
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
