       01  WS-Alert-Severity           PIC X(01).
       01  WS-Alert-Program            PIC X(08) VALUE 'DB2COMMT'.
       01  WS-Alert-Message            PIC X(60).
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

       3200-Insert-Salary-Audit.
           MOVE 'N' TO WS-Chain-Function
           PERFORM 3250-Call-Audit-Chain
           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO SALARY_AUDIT
                          (EMPID,
                           OLD_SALARY,
                           NEW_SALARY,
                           CHANGE_TIMESTAMP,
                           JOB_ID,
                           CHAIN_SEQ)
                   VALUES (:ST-Empid,
                           :WS-Old-Salary,
                           :ST-New-Salary,
                           CURRENT TIMESTAMP,
                           :WS-Job-Id,
                           :WS-Chain-Seq)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE 'L' TO WS-Chain-Function
               PERFORM 3250-Call-Audit-Chain
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "SQL ERROR ON AUDIT INSERT, EMPID " ST-Empid
           END-IF
           .

       3250-Call-Audit-Chain.
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

       4000-Commit-Batch.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE = 0
