      *   - the victim's CUSTOMER_NOTE rows are repointed to the
      *     survivor, resequenced above the survivor's own notes so
      *     the two histories interleave without a key collision;
      *   - the victim's service cases on CUSTOMER_CASE are
      *     repointed to the survivor, open or not;
      *   - the victim's PARTY_XREF linkage is repointed to the
      *     survivor, so GOLDRECN's picture stays whole;
      *   - the victim row is retired with a CUSTOMER_AUDIT
       01  WS-Merge-Count              PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Reject-Count             PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Error-SQLCODE            PIC S999 SIGN LEADING SEPARATE.
       01  WS-Chain-Function           PIC X(01).
       01  WS-Chain-Trail              PIC X(18) VALUE 'CUSTOMER_AUDIT'.
       01  WS-Chain-Seq                PIC S9(09) COMP.
       01  WS-Chain-Prev-Hash          PIC X(24).
       01  WS-Chain-Hash               PIC X(24).
       01  WS-Chain-Status             PIC X(01).
           88  Chain-Row-Not-Found         VALUE 'N'.
       01  WS-Chain-Sqlcode            PIC S9(09) COMP.

       PROCEDURE DIVISION.

               PERFORM 9000-Bail
           END-IF

           EXEC SQL
                UPDATE LABSCHEMA.CUSTOMER_CASE
                SET CUSTOMER_ID = :WS-Sql-Survivor-Id
                WHERE CUSTOMER_ID = :WS-Sql-Victim-Id
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-Bail
           END-IF

           EXEC SQL
                UPDATE LABSCHEMA.PARTY_XREF
                SET CUSTOMER_ID = :WS-Sql-Survivor-Id
       4000-Retire-The-Victim.
      *    The after-image goes to CUSTOMER_AUDIT before the row is
      *    removed, the same trail a DB2C2 delete leaves.
           MOVE 'N' TO WS-Chain-Function
           PERFORM 4050-Call-Audit-Chain
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
                           :WS-Chain-Seq
                    FROM CUSTOMER
                    WHERE CUSTOMER_ID = :WS-Sql-Victim-Id
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE 'L' TO WS-Chain-Function
               PERFORM 4050-Call-Audit-Chain
           END-IF
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-Bail
           END-IF
           .

       4050-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           CALL 'AUDCHAIN' USING WS-Chain-Function, WS-Chain-Trail,
                                 WS-Chain-Seq, WS-Chain-Prev-Hash,
                                 WS-Chain-Hash, WS-Chain-Status,
                                 WS-Chain-Sqlcode
           MOVE WS-Chain-Sqlcode TO SQLCODE
           IF Chain-Row-Not-Found
               MOVE 100 TO SQLCODE
           END-IF
           .

       5000-Mirror-To-Custfile.
      *    The KSDS loses the victim too, so CUSTRECN's match-merge
      *    sees the same customers on both sides tomorrow night. A
