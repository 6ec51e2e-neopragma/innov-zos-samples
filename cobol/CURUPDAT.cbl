       01  WS-Examined-Count           PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Raised-Count             PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-Total-Raise-Amount       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-Chain-Function           PIC X(01).
       01  WS-Chain-Trail              PIC X(18) VALUE 'RAISE_HISTORY'.
       01  WS-Chain-Seq                PIC S9(09) COMP.
       01  WS-Chain-Prev-Hash          PIC X(24).
       01  WS-Chain-Hash               PIC X(24).
       01  WS-Chain-Status             PIC X(01).
           88  Chain-Row-Not-Found         VALUE 'N'.
       01  WS-Chain-Sqlcode            PIC S9(09) COMP.

       EXEC SQL
           DECLARE EMP-CURSOR SCROLL CURSOR FOR
           ACCEPT WS-Raise-Mode-Accept
           IF WS-Raise-Mode-Accept = 'f' OR WS-Raise-Mode-Accept = 'F'
               MOVE 'F' TO WS-Raise-Mode-Sw
           ELSE
               IF WS-Raise-Mode-Accept = 'p'
                  OR WS-Raise-Mode-Accept = 'P'
                   MOVE 'P' TO WS-Raise-Mode-Sw
               ELSE
                   DISPLAY "Invalid raise mode, must be F or P"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           DISPLAY "Enter salary threshold (raise if salary below): "
           .

       3200-Insert-Raise-History.
           MOVE 'N' TO WS-Chain-Function
           PERFORM 3250-Call-Audit-Chain
           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO RAISE_HISTORY
                          (EMPID,
                           OLD_SALARY,
                           NEW_SALARY,
                           RAISE_AMOUNT,
                           CHANGE_TIMESTAMP,
                           JOB_ID,
                           CHAIN_SEQ)
                   VALUES (:WS-EMPID,
                           :WS-SALARY,
                           :WS-NEW-SALARY,
                           :WS-Computed-Raise,
                           CURRENT TIMESTAMP,
                           :WS-Job-Id,
                           :WS-Chain-Seq)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE 'L' TO WS-Chain-Function
               PERFORM 3250-Call-Audit-Chain
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
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

       8100-Display-Totals.
           IF Dry-Run
               DISPLAY "UPDATECURSOR - DRY RUN, no changes were made"
