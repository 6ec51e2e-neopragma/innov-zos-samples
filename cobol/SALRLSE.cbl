       01  WS-Total-Raise-Amount       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-Error-SQLCODE            PIC S999 SIGN LEADING SEPARATE.
       01  WS-Job-Id                   PIC X(08) VALUE 'SALRLSE'.
       01  WS-Chain-Function           PIC X(01).
       01  WS-Chain-Trail              PIC X(18) VALUE 'SALARY_AUDIT'.
       01  WS-Chain-Seq                PIC S9(09) COMP.
       01  WS-Chain-Prev-Hash          PIC X(24).
       01  WS-Chain-Hash               PIC X(24).
       01  WS-Chain-Status             PIC X(01).
           88  Chain-Row-Not-Found         VALUE 'N'.
       01  WS-Chain-Sqlcode            PIC S9(09) COMP.

       PROCEDURE DIVISION.

           .

       4000-Audit-And-Retire.
           MOVE 'N' TO WS-Chain-Function
           PERFORM 4050-Call-Audit-Chain
           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO SALARY_AUDIT
                          (EMPID,
                           OLD_SALARY,
                           NEW_SALARY,
                           CHANGE_TIMESTAMP,
                           JOB_ID,
                           CHAIN_SEQ)
                   VALUES (:WS-Sql-Empid,
                           :WS-Old-Salary,
                           :WS-Sql-New-Salary,
                           CURRENT TIMESTAMP,
                           :WS-Job-Id,
                           :WS-Chain-Seq)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE 'L' TO WS-Chain-Function
               PERFORM 4050-Call-Audit-Chain
           END-IF

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
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

       8100-Display-Totals.
           DISPLAY "SALRLSE - due salary release complete"
           DISPLAY "Changes released:     " WS-Released-Count
