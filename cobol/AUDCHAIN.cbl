       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.
      *
      * Audit chain service, CALLed by every program that writes a
      * row to CONTACTS_AUDIT, THROWS_AUDIT, CUSTOMER_AUDIT,
      * SALARY_AUDIT or RAISE_HISTORY, batch and CICS alike. Each
      * trail's rows carry CHAIN_SEQ - 1, 2, 3 ... with no gaps - and
      * CHAIN_HASH, the AUDHASH of the row's image chained from the
      * previous row's hash. One AUDIT_CHAIN row per trail
      * (TRAIL_NAME, LAST_SEQ, LAST_HASH, ARCH_SEQ, ARCH_HASH) holds
      * the head of the chain online and, once AUDARCH has moved the
      * oldest rows off, the last sequence and hash archived.
      *
      * Function codes:
      *   'N' - next: take the trail's next CHAIN_SEQ, for the caller
      *         to INSERT the audit row with. The AUDIT_CHAIN row
      *         stays locked until the caller commits, so rows are
      *         chained in the order they are committed.
      *   'L' - link: hash the row just inserted at that CHAIN_SEQ
      *         and store CHAIN_HASH on it and LAST_HASH on the chain
      *   'H' - hash only: recompute the hash of the row at CHAIN_SEQ
      *         from the previous hash passed in (AUDVRFY)
      * The image hashed is the row in its AUDARCH archive layout
      * followed by the 9-digit CHAIN_SEQ, blank-padded to 200
      * bytes, so AUDRETRV can recompute the same hash from the
      * archive file. Null columns are spaces, as archived.
      *
      * The service never commits - the caller's COMMIT does. It
      * displays nothing either, since CICS transactions call it:
      * status 'E' back means an SQL error, with the SQLCODE, and the
      * caller takes its own error path with it. Status 'N' means
      * there is no row at that CHAIN_SEQ.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Image                PIC X(200).
       01  WS-Contacts-Image REDEFINES WS-Image.
           05  CI-Id               PIC 9(09).
           05  CI-Action           PIC X(01).
           05  CI-Timestamp        PIC X(26).
           05  CI-Job-Id           PIC X(08).
           05  CI-Lang             PIC X(02).
           05  CI-Surname          PIC X(30).
           05  CI-First-Name       PIC X(30).
           05  CI-Email            PIC X(40).
           05  CI-Last-Contact     PIC X(10).
           05  CI-Last-Response    PIC X(10).
           05  CI-Do-Not-Contact   PIC X(01).
           05  CI-Chain-Seq        PIC 9(09).
           05  FILLER              PIC X(24).
       01  WS-Throws-Image REDEFINES WS-Image.
           05  TI-Throw-Id         PIC 9(09).
           05  TI-Action           PIC X(01).
           05  TI-Timestamp        PIC X(26).
           05  TI-Job-Id           PIC X(08).
           05  TI-Chain-Seq        PIC 9(09).
           05  FILLER              PIC X(147).
       01  WS-Customer-Image REDEFINES WS-Image.
           05  UI-Customer-Id      PIC X(10).
           05  UI-Name             PIC X(30).
           05  UI-Address          PIC X(50).
           05  UI-Phone            PIC X(15).
           05  UI-Email            PIC X(40).
           05  UI-Timestamp        PIC X(26).
           05  UI-Chain-Seq        PIC 9(09).
           05  FILLER              PIC X(20).
       01  WS-Salary-Image REDEFINES WS-Image.
           05  SI-Empid            PIC X(06).
           05  SI-Old-Salary       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  SI-New-Salary       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  SI-Timestamp        PIC X(26).
           05  SI-Job-Id           PIC X(08).
           05  SI-Chain-Seq        PIC 9(09).
           05  FILLER              PIC X(131).
       01  WS-Raise-Image REDEFINES WS-Image.
           05  RI-Empid            PIC X(06).
           05  RI-Old-Salary       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  RI-New-Salary       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  RI-Raise-Amount     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  RI-Timestamp        PIC X(26).
           05  RI-Job-Id           PIC X(08).
           05  RI-Chain-Seq        PIC 9(09).
           05  FILLER              PIC X(121).

       01  WS-Genesis-Hash         PIC X(24) VALUE ALL '0'.
       01  WS-Sql-Id               PIC S9(09) COMP.
       01  WS-Sql-Action           PIC X(01).
       01  WS-Sql-Timestamp        PIC X(26).
       01  WS-Sql-Job-Id           PIC X(08).
       01  WS-Sql-Lang             PIC X(02).
       01  WS-Sql-Surname          PIC X(30).
       01  WS-Sql-First-Name       PIC X(30).
       01  WS-Sql-Email            PIC X(40).
       01  WS-Sql-Last-Contact     PIC X(10).
       01  WS-Sql-Last-Response    PIC X(10).
       01  WS-Sql-DNC              PIC X(01).
       01  WS-Sql-Ind              PIC S9(04) COMP OCCURS 7 TIMES.
       01  WS-Sql-Cust-Id          PIC X(10).
       01  WS-Sql-Cust-Name        PIC X(30).
       01  WS-Sql-Cust-Address     PIC X(50).
       01  WS-Sql-Cust-Phone       PIC X(15).
       01  WS-Sql-Cust-Email       PIC X(40).
       01  WS-Sql-Empid            PIC X(06).
       01  WS-Sql-Old-Salary       PIC S9(7)V99 COMP-3.
       01  WS-Sql-New-Salary       PIC S9(7)V99 COMP-3.
       01  WS-Sql-Raise-Amount     PIC S9(7)V99 COMP-3.

       LINKAGE SECTION.
       01  LK-Function             PIC X(01).
           88  LK-Next                 VALUE 'N'.
           88  LK-Link                 VALUE 'L'.
           88  LK-Hash-Only            VALUE 'H'.
       01  LK-Trail                PIC X(18).
           88  LK-Contacts-Audit       VALUE 'CONTACTS_AUDIT'.
           88  LK-Throws-Audit         VALUE 'THROWS_AUDIT'.
           88  LK-Customer-Audit       VALUE 'CUSTOMER_AUDIT'.
           88  LK-Salary-Audit         VALUE 'SALARY_AUDIT'.
           88  LK-Raise-History        VALUE 'RAISE_HISTORY'.
       01  LK-Seq                  PIC S9(09) COMP.
       01  LK-Prev-Hash            PIC X(24).
       01  LK-Hash                 PIC X(24).
       01  LK-Status               PIC X(01).
           88  LK-Chain-OK             VALUE 'Y'.
           88  LK-Row-Not-Found        VALUE 'N'.
           88  LK-Sql-Error            VALUE 'E'.
       01  LK-Sqlcode              PIC S9(09) COMP.

       PROCEDURE DIVISION USING LK-Function, LK-Trail, LK-Seq,
                                LK-Prev-Hash, LK-Hash, LK-Status,
                                LK-Sqlcode.

       0100-Dispatch.
           SET LK-Chain-OK TO TRUE
           MOVE ZERO TO LK-Sqlcode
           EVALUATE TRUE
               WHEN LK-Next
                   PERFORM 1000-Next-Seq
               WHEN LK-Link
                   PERFORM 2000-Link-Row
               WHEN LK-Hash-Only
                   PERFORM 3000-Build-Image
               WHEN OTHER
                   MOVE -1 TO LK-Sqlcode
                   SET LK-Sql-Error TO TRUE
           END-EVALUATE
           GOBACK.

       1000-Next-Seq.
           EXEC SQL
                UPDATE AUDIT_CHAIN
                SET LAST_SEQ = LAST_SEQ + 1
                WHERE TRAIL_NAME = :LK-Trail
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 1100-Select-Head
               WHEN SQLCODE = 100
                   PERFORM 1200-Start-Chain
               WHEN OTHER
                   PERFORM 9000-Sql-Error
           END-EVALUATE
           .

       1100-Select-Head.
           EXEC SQL
                SELECT LAST_SEQ, LAST_HASH
                  INTO :LK-Seq, :LK-Prev-Hash
                  FROM AUDIT_CHAIN
                 WHERE TRAIL_NAME = :LK-Trail
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           .

       1200-Start-Chain.
           MOVE 1 TO LK-Seq
           MOVE WS-Genesis-Hash TO LK-Prev-Hash
           EXEC SQL
                INSERT INTO AUDIT_CHAIN
                       (TRAIL_NAME,
                        LAST_SEQ,
                        LAST_HASH,
                        ARCH_SEQ,
                        ARCH_HASH)
                VALUES (:LK-Trail,
                        1,
                        :WS-Genesis-Hash,
                        0,
                        :WS-Genesis-Hash)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           .

       2000-Link-Row.
      *    LAST_HASH is still the previous row's hash - it only moves
      *    here, under the lock 'N' took.
           EXEC SQL
                SELECT LAST_HASH
                  INTO :LK-Prev-Hash
                  FROM AUDIT_CHAIN
                 WHERE TRAIL_NAME = :LK-Trail
                   AND LAST_SEQ   = :LK-Seq
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 3000-Build-Image
               WHEN SQLCODE = 100
                   SET LK-Row-Not-Found TO TRUE
               WHEN OTHER
                   PERFORM 9000-Sql-Error
           END-EVALUATE
           IF LK-Chain-OK
               PERFORM 2100-Store-Hash
           END-IF
           .

       2100-Store-Hash.
           EVALUATE TRUE
               WHEN LK-Contacts-Audit
                   EXEC SQL
                        UPDATE CONTACTS_AUDIT
                        SET CHAIN_HASH = :LK-Hash
                        WHERE CHAIN_SEQ = :LK-Seq
                   END-EXEC
               WHEN LK-Throws-Audit
                   EXEC SQL
                        UPDATE THROWS_AUDIT
                        SET CHAIN_HASH = :LK-Hash
                        WHERE CHAIN_SEQ = :LK-Seq
                   END-EXEC
               WHEN LK-Customer-Audit
                   EXEC SQL
                        UPDATE CUSTOMER_AUDIT
                        SET CHAIN_HASH = :LK-Hash
                        WHERE CHAIN_SEQ = :LK-Seq
                   END-EXEC
               WHEN LK-Salary-Audit
                   EXEC SQL
                        UPDATE SALARY_AUDIT
                        SET CHAIN_HASH = :LK-Hash
                        WHERE CHAIN_SEQ = :LK-Seq
                   END-EXEC
               WHEN LK-Raise-History
                   EXEC SQL
                        UPDATE RAISE_HISTORY
                        SET CHAIN_HASH = :LK-Hash
                        WHERE CHAIN_SEQ = :LK-Seq
                   END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           ELSE
               EXEC SQL
                    UPDATE AUDIT_CHAIN
                    SET LAST_HASH = :LK-Hash
                    WHERE TRAIL_NAME = :LK-Trail
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9000-Sql-Error
               END-IF
           END-IF
           .

       3000-Build-Image.
           MOVE SPACES TO WS-Image
           MOVE SPACES TO LK-Hash
           EVALUATE TRUE
               WHEN LK-Contacts-Audit
                   PERFORM 3100-Contacts-Image
               WHEN LK-Throws-Audit
                   PERFORM 3200-Throws-Image
               WHEN LK-Customer-Audit
                   PERFORM 3300-Customer-Image
               WHEN LK-Salary-Audit
                   PERFORM 3400-Salary-Image
               WHEN LK-Raise-History
                   PERFORM 3500-Raise-Image
               WHEN OTHER
                   SET LK-Row-Not-Found TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-Row-Not-Found TO TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Sql-Error
           END-EVALUATE
           IF LK-Chain-OK
               CALL "AUDHASH" USING LK-Prev-Hash, WS-Image, LK-Hash
           END-IF
           .

       3100-Contacts-Image.
           EXEC SQL
                SELECT ID,
                       ACTION_CODE,
                       CHAR(CHANGE_TIMESTAMP),
                       JOB_ID,
                       LANG,
                       SURNAME,
                       FIRST_NAME,
                       EMAIL_ADDR,
                       LAST_CONTACT,
                       LAST_RESPONSE,
                       DO_NOT_CONTACT
                  INTO :WS-Sql-Id,
                       :WS-Sql-Action,
                       :WS-Sql-Timestamp,
                       :WS-Sql-Job-Id,
                       :WS-Sql-Lang:WS-Sql-Ind(1),
                       :WS-Sql-Surname:WS-Sql-Ind(2),
                       :WS-Sql-First-Name:WS-Sql-Ind(3),
                       :WS-Sql-Email:WS-Sql-Ind(4),
                       :WS-Sql-Last-Contact:WS-Sql-Ind(5),
                       :WS-Sql-Last-Response:WS-Sql-Ind(6),
                       :WS-Sql-DNC:WS-Sql-Ind(7)
                  FROM CONTACTS_AUDIT
                 WHERE CHAIN_SEQ = :LK-Seq
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-Sql-Id TO CI-Id
               MOVE WS-Sql-Action TO CI-Action
               MOVE WS-Sql-Timestamp TO CI-Timestamp
               MOVE WS-Sql-Job-Id TO CI-Job-Id
               IF WS-Sql-Ind(1) >= 0
                   MOVE WS-Sql-Lang TO CI-Lang
               END-IF
               IF WS-Sql-Ind(2) >= 0
                   MOVE WS-Sql-Surname TO CI-Surname
               END-IF
               IF WS-Sql-Ind(3) >= 0
                   MOVE WS-Sql-First-Name TO CI-First-Name
               END-IF
               IF WS-Sql-Ind(4) >= 0
                   MOVE WS-Sql-Email TO CI-Email
               END-IF
               IF WS-Sql-Ind(5) >= 0
                   MOVE WS-Sql-Last-Contact TO CI-Last-Contact
               END-IF
               IF WS-Sql-Ind(6) >= 0
                   MOVE WS-Sql-Last-Response TO CI-Last-Response
               END-IF
               IF WS-Sql-Ind(7) >= 0
                   MOVE WS-Sql-DNC TO CI-Do-Not-Contact
               END-IF
               MOVE LK-Seq TO CI-Chain-Seq
           END-IF
           .

       3200-Throws-Image.
           EXEC SQL
                SELECT THROW_ID,
                       ACTION_CODE,
                       CHAR(CHANGE_TIMESTAMP),
                       JOB_ID
                  INTO :WS-Sql-Id,
                       :WS-Sql-Action,
                       :WS-Sql-Timestamp,
                       :WS-Sql-Job-Id
                  FROM THROWS_AUDIT
                 WHERE CHAIN_SEQ = :LK-Seq
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-Sql-Id TO TI-Throw-Id
               MOVE WS-Sql-Action TO TI-Action
               MOVE WS-Sql-Timestamp TO TI-Timestamp
               MOVE WS-Sql-Job-Id TO TI-Job-Id
               MOVE LK-Seq TO TI-Chain-Seq
           END-IF
           .

       3300-Customer-Image.
           EXEC SQL
                SELECT CUSTOMER_ID,
                       CUSTOMER_NAME,
                       CUSTOMER_ADDRESS,
                       CUSTOMER_PHONE,
                       CUSTOMER_EMAIL,
                       CHAR(DELETED_TIMESTAMP)
                  INTO :WS-Sql-Cust-Id,
                       :WS-Sql-Cust-Name,
                       :WS-Sql-Cust-Address,
                       :WS-Sql-Cust-Phone,
                       :WS-Sql-Cust-Email,
                       :WS-Sql-Timestamp
                  FROM CUSTOMER_AUDIT
                 WHERE CHAIN_SEQ = :LK-Seq
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-Sql-Cust-Id TO UI-Customer-Id
               MOVE WS-Sql-Cust-Name TO UI-Name
               MOVE WS-Sql-Cust-Address TO UI-Address
               MOVE WS-Sql-Cust-Phone TO UI-Phone
               MOVE WS-Sql-Cust-Email TO UI-Email
               MOVE WS-Sql-Timestamp TO UI-Timestamp
               MOVE LK-Seq TO UI-Chain-Seq
           END-IF
           .

       3400-Salary-Image.
           EXEC SQL
                SELECT EMPID,
                       OLD_SALARY,
                       NEW_SALARY,
                       CHAR(CHANGE_TIMESTAMP),
                       JOB_ID
                  INTO :WS-Sql-Empid,
                       :WS-Sql-Old-Salary,
                       :WS-Sql-New-Salary,
                       :WS-Sql-Timestamp,
                       :WS-Sql-Job-Id
                  FROM SALARY_AUDIT
                 WHERE CHAIN_SEQ = :LK-Seq
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-Sql-Empid TO SI-Empid
               MOVE WS-Sql-Old-Salary TO SI-Old-Salary
               MOVE WS-Sql-New-Salary TO SI-New-Salary
               MOVE WS-Sql-Timestamp TO SI-Timestamp
               MOVE WS-Sql-Job-Id TO SI-Job-Id
               MOVE LK-Seq TO SI-Chain-Seq
           END-IF
           .

       3500-Raise-Image.
           EXEC SQL
                SELECT EMPID,
                       OLD_SALARY,
                       NEW_SALARY,
                       RAISE_AMOUNT,
                       CHAR(CHANGE_TIMESTAMP),
                       JOB_ID
                  INTO :WS-Sql-Empid,
                       :WS-Sql-Old-Salary,
                       :WS-Sql-New-Salary,
                       :WS-Sql-Raise-Amount,
                       :WS-Sql-Timestamp,
                       :WS-Sql-Job-Id
                  FROM RAISE_HISTORY
                 WHERE CHAIN_SEQ = :LK-Seq
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-Sql-Empid TO RI-Empid
               MOVE WS-Sql-Old-Salary TO RI-Old-Salary
               MOVE WS-Sql-New-Salary TO RI-New-Salary
               MOVE WS-Sql-Raise-Amount TO RI-Raise-Amount
               MOVE WS-Sql-Timestamp TO RI-Timestamp
               MOVE WS-Sql-Job-Id TO RI-Job-Id
               MOVE LK-Seq TO RI-Chain-Seq
           END-IF
           .

       9000-Sql-Error.
           MOVE SQLCODE TO LK-Sqlcode
           SET LK-Sql-Error TO TRUE
           .
