      * PF2/Enter - save runs field-format edits, a duplicate-name
      *        check on add, and an optimistic concurrency check
      *        (CUSTOMER_VERSION) on update
      * PF10 - list the displayed customer's open and waiting service
      *        cases (CUSTOMER_CASE, maintained on CUSTCASE), soonest
      *        SLA first, a breached SLA flagged with an asterisk
      *
       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.

       01  Ws-Container-Names.
           05  Ws-Data-Container          PIC X(16)
                                          VALUE 'CUSTOMER-DATA'.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name               PIC X(16) VALUE 'CRUD-CHANNEL'.

           05  Ws-List-Idx                PIC S9(4) COMP.
           05  Ws-Email-Local             PIC X(40).
           05  Ws-Email-Domain            PIC X(40).
           05  Ws-Case-Display            PIC 9(09).

       01  Ws-Sql-Variables.
           05  Ws-Sql-Customer-Id         PIC X(10).
           05  Ws-Sql-List-Anchor-Id      PIC X(10).
           05  Ws-Sql-List-Floor-Id       PIC X(10).
           05  Ws-Sql-Phone-Present       PIC X(01).
           05  Ws-Sql-Case-Id             PIC S9(09) COMP.
           05  Ws-Sql-Case-Type           PIC X(08).
           05  Ws-Sql-Case-Priority       PIC X(01).
           05  Ws-Sql-Case-Status         PIC X(01).
           05  Ws-Sql-Case-Owner          PIC X(08).
           05  Ws-Sql-Case-Sla-Due        PIC X(26).
           05  Ws-Sql-Case-Breach         PIC X(01).

       01  Ws-Audit-Chain.
           05  Ws-Chain-Function          PIC X(01).
           05  Ws-Chain-Trail             PIC X(18)
                                          VALUE 'CUSTOMER_AUDIT'.
           05  Ws-Chain-Seq               PIC S9(09) COMP.
           05  Ws-Chain-Prev-Hash         PIC X(24).
           05  Ws-Chain-Hash              PIC X(24).
           05  Ws-Chain-Status            PIC X(01).
               88  Ws-Chain-Row-Not-Found     VALUE 'N'.
           05  Ws-Chain-Sqlcode           PIC S9(09) COMP.

       01  Ws-List-Table.
           05  Ws-List-Entry OCCURS 5 TIMES.
                   PERFORM 2600-Browse-Next
               WHEN EIBAID = DFHPF9
                   PERFORM 2900-List-Customers
               WHEN EIBAID = DFHPF10
                   PERFORM 2950-List-Open-Cases
               WHEN EIBAID = DFHPF11
                   PERFORM 2700-Cancel-Changes
               WHEN EIBAID = DFHPF12

       2100-Display-Help.
           MOVE SPACES TO Ws-Message-Text
           STRING 'PF2=Save PF3=Save+Exit PF4=Add PF5=Delete '
                  'PF6=Search PF7=Prev PF8=Next'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           MOVE SPACES TO Ws-List-Table
           MOVE 'PF9=List PF10=Open cases PF11=Cancel PF12=Exit'
               TO Ws-List-Line (1)
           PERFORM 5100-Send-Map
           .

               ELSE
                   PERFORM 2280-Validate-Address-Format
                   IF Ws-Valid-Address-Flag = 'N'
                       MOVE 'Address: street, city, region postcode'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           .


       2950-List-Open-Cases.
           MOVE 'N' TO Ws-Pending-Delete-Flag
           IF Ws-Record-Found-Flag = 'Y'
               PERFORM 6900-Fetch-Open-Cases
               IF Ws-Rows-Found > ZERO
                   MOVE 'Open cases listed - * = SLA breached'
                       TO Ws-Message-Text
               ELSE
                   MOVE 'No open cases for this customer'
                       TO Ws-Message-Text
               END-IF
           ELSE
               MOVE 'Display a customer first, then PF10'
                   TO Ws-Message-Text
           END-IF
           PERFORM 5100-Send-Map
           .


       3100-Process-Enter-Key.
           MOVE 'N' TO Ws-Pending-Delete-Flag
           MOVE SPACES TO Ws-List-Next-Id
                   MOVE 'Record not found' TO Ws-Message-Text
               END-IF
           ELSE
               MOVE 'Enter customer ID and press Enter'
                   TO Ws-Message-Text
           END-IF
           PERFORM 5100-Send-Map
           .


       3200-Invalid-Key.
           MOVE 'Invalid key pressed - use PF1 for help'
               TO Ws-Message-Text
           PERFORM 5100-Send-Map
           .

       6400-Delete-Customer-Record.
           MOVE Ws-Customer-Id TO Ws-Sql-Customer-Id

           MOVE 'N' TO Ws-Chain-Function
           PERFORM 6450-Call-Audit-Chain
           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO CUSTOMER_AUDIT
                           (CUSTOMER_ID,
                            CUSTOMER_NAME,
                            CUSTOMER_ADDRESS,
                            CUSTOMER_PHONE,
                            CUSTOMER_EMAIL,
                            DELETED_TIMESTAMP,
                            CHAIN_SEQ)
                    SELECT CUSTOMER_ID,
                           CUSTOMER_NAME,
                           CUSTOMER_ADDRESS,
                           CUSTOMER_PHONE,
                           CUSTOMER_EMAIL,
                           CURRENT TIMESTAMP,
                           :Ws-Chain-Seq
                    FROM CUSTOMER
                    WHERE CUSTOMER_ID = :Ws-Sql-Customer-Id
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE 'L' TO Ws-Chain-Function
               PERFORM 6450-Call-Audit-Chain
           END-IF

           IF SQLCODE = 0
               EXEC SQL
           .


       6450-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           CALL 'AUDCHAIN' USING Ws-Chain-Function, Ws-Chain-Trail,
                                 Ws-Chain-Seq, Ws-Chain-Prev-Hash,
                                 Ws-Chain-Hash, Ws-Chain-Status,
                                 Ws-Chain-Sqlcode
           MOVE Ws-Chain-Sqlcode TO SQLCODE
           IF Ws-Chain-Row-Not-Found
               MOVE 100 TO SQLCODE
           END-IF
           .


       6500-Read-Previous-Record.
           MOVE Ws-Customer-Id TO Ws-Sql-Customer-Id

           .


       6900-Fetch-Open-Cases.
           MOVE ZERO TO Ws-Rows-Found
           MOVE SPACES TO Ws-List-Table
           MOVE Ws-Customer-Id TO Ws-Sql-Customer-Id

           EXEC SQL DECLARE OPEN_CASE_CUR CURSOR FOR
               SELECT CASE_ID, CASE_TYPE, PRIORITY, STATUS,
                      OWNER_OPERATOR, CHAR(SLA_DUE_TS),
                      CASE WHEN STATUS = 'O'
                            AND SLA_DUE_TS < CURRENT TIMESTAMP
                           THEN '*' ELSE ' ' END
               FROM LABSCHEMA.CUSTOMER_CASE
               WHERE CUSTOMER_ID = :Ws-Sql-Customer-Id
                 AND STATUS IN ('O', 'W')
               ORDER BY SLA_DUE_TS
               FETCH FIRST 5 ROWS ONLY
           END-EXEC

           EXEC SQL OPEN OPEN_CASE_CUR END-EXEC

           PERFORM 6910-Fetch-One-Case-Row
               VARYING Ws-List-Idx FROM 1 BY 1
               UNTIL Ws-List-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE OPEN_CASE_CUR END-EXEC
           .


       6910-Fetch-One-Case-Row.
           EXEC SQL
               FETCH OPEN_CASE_CUR
               INTO :Ws-Sql-Case-Id,
                    :Ws-Sql-Case-Type,
                    :Ws-Sql-Case-Priority,
                    :Ws-Sql-Case-Status,
                    :Ws-Sql-Case-Owner,
                    :Ws-Sql-Case-Sla-Due,
                    :Ws-Sql-Case-Breach
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO Ws-Rows-Found
               MOVE Ws-Sql-Case-Id TO Ws-Case-Display
               STRING Ws-Sql-Case-Breach Ws-Case-Display ' '
                      Ws-Sql-Case-Type ' P' Ws-Sql-Case-Priority
                      ' ' Ws-Sql-Case-Status ' ' Ws-Sql-Case-Owner
                      ' due ' Ws-Sql-Case-Sla-Due (1:16)
                   DELIMITED BY SIZE INTO Ws-List-Line (Ws-List-Idx)
               END-STRING
           END-IF
           .


       7100-Retrieve-Containers.
           EXEC CICS GET CONTAINER(Ws-Data-Container)
                CHANNEL(Ws-Channel-Name)
