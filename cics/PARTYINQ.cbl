      * basis decoded (BOTH / DB2 ONLY / CUSTFILE / SINGLETON) and
      * the email-conflict flag GOLDRECN persists on the row shown
      * as CONFLICT. PF7/PF8 page across multiple matches on a DB2
      * scrollable cursor. PF6 lists the open and waiting service
      * cases (CUSTOMER_CASE) of the CUSTFILE customer on the row
      * shown, soonest SLA first, a breached SLA flagged with an
      * asterisk. Inquiry only, reached through the MENU01 front end.
      *
       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'PARTY-CHANNEL'.

           05  Ws-Search-Key              PIC X(40) VALUE SPACES.
           05  Ws-Search-Mode             PIC X(01) VALUE SPACE.
           05  Ws-Row-Number              PIC S9(04) COMP VALUE 1.
           05  Ws-Party-Cust-Id           PIC X(10) VALUE SPACES.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.
           05  Ws-At-Sign-Count           PIC S9(04) COMP VALUE ZERO.
           05  Ws-Contact-Display        PIC ZZZZZZZZ9.
           05  Ws-Basis-Text              PIC X(14).
           05  Ws-Case-Count              PIC S9(04) COMP VALUE ZERO.
           05  Ws-Case-Idx                PIC S9(04) COMP.
           05  Ws-Case-Display            PIC 9(09).
       01  Ws-Case-Table                  VALUE SPACES.
           05  Ws-Case-Line               PIC X(78) OCCURS 5 TIMES.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

           05  Ws-Sql-Email               PIC X(40).
           05  Ws-Sql-Match-Count         PIC S9(05) COMP.
           05  Ws-Sql-Row-Number          PIC S9(04) COMP.
           05  Ws-Sql-Case-Cust-Id        PIC X(10).
           05  Ws-Sql-Case-Id             PIC S9(09) COMP.
           05  Ws-Sql-Case-Type           PIC X(08).
           05  Ws-Sql-Case-Priority       PIC X(01).
           05  Ws-Sql-Case-Status         PIC X(01).
           05  Ws-Sql-Case-Owner          PIC X(08).
           05  Ws-Sql-Case-Sla-Due        PIC X(26).
           05  Ws-Sql-Case-Breach         PIC X(01).

           COPY CRUDM.

           EVALUATE EIBAID
               WHEN DFHPF1
                   PERFORM 2100-Display-Help
               WHEN DFHPF6
                   PERFORM 2700-List-Open-Cases
               WHEN DFHPF7
                   PERFORM 2500-Browse-Previous
               WHEN DFHPF8

       2100-Display-Help.
           MOVE SPACES TO Ws-Message-Text
           STRING 'Key email or surname - PF6=Open cases '
                  'PF7=Prev PF8=Next PF12=Exit'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           PERFORM 5100-Send-Map
           PERFORM 5100-Send-Map
           .

       2700-List-Open-Cases.
           IF Ws-Search-Key = SPACES
               MOVE 'Key a party first' TO Ws-Message-Text
           ELSE
               PERFORM 6000-Fetch-Xref-Row
               IF Ws-Party-Cust-Id = SPACES
                   MOVE 'No CUSTFILE customer linked to this party'
                       TO Ws-Message-Text
               ELSE
                   PERFORM 6200-Fetch-Open-Cases
                   IF Ws-Case-Count > ZERO
                       MOVE 'Open cases listed - * = SLA breached'
                           TO Ws-Message-Text
                   ELSE
                       MOVE 'No open cases for this customer'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Send-Map
           .

       3100-Process-Enter-Key.
           IF Ws-Input-Key = SPACES
               MOVE 'Enter an email or surname and press Enter'
           MOVE Ws-Party-Line TO Addro
           MOVE Ws-Message-Text TO Msgo
           MOVE Ws-Match-Count TO Counto
           MOVE Ws-Case-Line (1) TO List1o
           MOVE Ws-Case-Line (2) TO List2o
           MOVE Ws-Case-Line (3) TO List3o
           MOVE Ws-Case-Line (4) TO List4o
           MOVE Ws-Case-Line (5) TO List5o

           EXEC CICS SEND MAP('CRUDM')
                MAPSET('CRUDMS')
                      Ws-Sql-Email(1:39)
                      DELIMITED BY SIZE INTO Ws-Party-Line
               END-STRING
               MOVE Ws-Sql-Cust-Id TO Ws-Party-Cust-Id
               MOVE DFHRESP(NORMAL) TO Ws-Response
           ELSE
               MOVE SPACES TO Ws-Party-Cust-Id
               MOVE DFHRESP(NOTFND) TO Ws-Response
           END-IF

           MOVE Ws-Sql-Match-Count TO Ws-Match-Count
           .

       6200-Fetch-Open-Cases.
           MOVE ZERO TO Ws-Case-Count
           MOVE SPACES TO Ws-Case-Table
           MOVE Ws-Party-Cust-Id TO Ws-Sql-Case-Cust-Id

           EXEC SQL
               DECLARE PARTY_CASE_CUR CURSOR FOR
                   SELECT CASE_ID, CASE_TYPE, PRIORITY, STATUS,
                          OWNER_OPERATOR, CHAR(SLA_DUE_TS),
                          CASE WHEN STATUS = 'O'
                                AND SLA_DUE_TS < CURRENT TIMESTAMP
                               THEN '*' ELSE ' ' END
                       FROM LABSCHEMA.CUSTOMER_CASE
                       WHERE CUSTOMER_ID = :Ws-Sql-Case-Cust-Id
                         AND STATUS IN ('O', 'W')
                       ORDER BY SLA_DUE_TS
                       FETCH FIRST 5 ROWS ONLY
           END-EXEC

           EXEC SQL OPEN PARTY_CASE_CUR END-EXEC

           PERFORM 6210-Fetch-One-Case
               VARYING Ws-Case-Idx FROM 1 BY 1
               UNTIL Ws-Case-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE PARTY_CASE_CUR END-EXEC
           .

       6210-Fetch-One-Case.
           EXEC SQL
               FETCH PARTY_CASE_CUR
               INTO :Ws-Sql-Case-Id,
                    :Ws-Sql-Case-Type,
                    :Ws-Sql-Case-Priority,
                    :Ws-Sql-Case-Status,
                    :Ws-Sql-Case-Owner,
                    :Ws-Sql-Case-Sla-Due,
                    :Ws-Sql-Case-Breach
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO Ws-Case-Count
               MOVE Ws-Sql-Case-Id TO Ws-Case-Display
               STRING Ws-Sql-Case-Breach Ws-Case-Display ' '
                      Ws-Sql-Case-Type ' P' Ws-Sql-Case-Priority
                      ' ' Ws-Sql-Case-Status ' ' Ws-Sql-Case-Owner
                      ' due ' Ws-Sql-Case-Sla-Due (1:16)
                   DELIMITED BY SIZE INTO Ws-Case-Line (Ws-Case-Idx)
               END-STRING
           END-IF
           .

       7100-Retrieve-Containers.
           EXEC CICS GET CONTAINER(Ws-State-Container)
                CHANNEL(Ws-Channel-Name)
               MOVE SPACES TO Ws-Search-Key
               MOVE SPACE TO Ws-Search-Mode
               MOVE 1 TO Ws-Row-Number
               MOVE SPACES TO Ws-Party-Cust-Id
           END-IF

           EXEC CICS RECEIVE MAP('CRUDM')
