      *
      * Each table's archive-then-purge is committed as one unit, so
      * an abend leaves a table either archived or untouched.
      *
      * Every archive record ends with the row's CHAIN_SEQ and
      * CHAIN_HASH (see AUDCHAIN), written in chain order, so AUDRETRV
      * can prove an archived history complete. A chain is cut only
      * at a whole link: every chained row up to the highest CHAIN_SEQ
      * older than the cutoff goes, and AUDIT_CHAIN's ARCH_SEQ and
      * ARCH_HASH move to that last link in the same unit of work -
      * AUDVRFY starts its walk there. Rows from before chaining
      * began (no CHAIN_SEQ) go on age alone, with sequence zero.
      * The links CONTPURG left on AUDIT_CHAIN_PURGE for purged
      * contacts' audit rows are archived in their place as '*'
      * records carrying the purging job.
      **********************************************************************
       Program-ID. AUDARCH.
       Environment Division.
           05  AC-Last-Contact     pic x(10).
           05  AC-Last-Response    pic x(10).
           05  AC-Do-Not-Contact   pic x(01).
           05  AC-Chain-Seq        pic 9(09).
           05  AC-Chain-Hash       pic x(24).

       FD  Arch-Throws-File
           recording mode f.
           05  AT-Action           pic x(01).
           05  AT-Timestamp        pic x(26).
           05  AT-Job-Id           pic x(08).
           05  AT-Chain-Seq        pic 9(09).
           05  AT-Chain-Hash       pic x(24).

       FD  Arch-Customer-File
           recording mode f.
           05  AU-Phone            pic x(15).
           05  AU-Email            pic x(40).
           05  AU-Timestamp        pic x(26).
           05  AU-Chain-Seq        pic 9(09).
           05  AU-Chain-Hash       pic x(24).

       FD  Arch-Salary-File
           recording mode f.
           05  AS-New-Salary       pic s9(7)v99 sign leading separate.
           05  AS-Timestamp        pic x(26).
           05  AS-Job-Id           pic x(08).
           05  AS-Chain-Seq        pic 9(09).
           05  AS-Chain-Hash       pic x(24).

       FD  Arch-Raise-File
           recording mode f.
           05  AR-Raise-Amount     pic s9(7)v99 sign leading separate.
           05  AR-Timestamp        pic x(26).
           05  AR-Job-Id           pic x(08).
           05  AR-Chain-Seq        pic 9(09).
           05  AR-Chain-Hash       pic x(24).

       Working-Storage Section.

       01  WS-Customer-Count      pic s9(07) packed-decimal value zero.
       01  WS-Salary-Count        pic s9(07) packed-decimal value zero.
       01  WS-Raise-Count         pic s9(07) packed-decimal value zero.
       01  WS-Tombstone-Count     pic s9(07) packed-decimal value zero.
       01  WS-Sql-Trail           pic x(18).
       01  WS-Sql-Chain-Seq       pic s9(09) comp.
       01  WS-Sql-Chain-Hash      pic x(24).
       01  WS-Arch-Upto-Seq       pic s9(09) comp.
       01  WS-Arch-Upto-Hash      pic x(24).
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.
           end-if
           .
       1000-Archive-Contacts-Audit.
           move "CONTACTS_AUDIT" to WS-Sql-Trail
           EXEC SQL
               SELECT COALESCE(MAX(CHAIN_SEQ), 0)
                   INTO :WS-Arch-Upto-Seq
                   FROM CONTACTS_AUDIT
                   WHERE CHANGE_TIMESTAMP < :WS-Cutoff-Ts
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL DECLARE ARCH_CONT_CUR CURSOR FOR
               SELECT ID,
                      ACTION_CODE,
                      SURNAME,
                      FIRST_NAME,
                      EMAIL_ADDR,
                      CHAR(LAST_CONTACT),
                      CHAR(LAST_RESPONSE),
                      DO_NOT_CONTACT,
                      COALESCE(CHAIN_SEQ, 0),
                      COALESCE(CHAIN_HASH, ' ')
                   FROM CONTACTS_AUDIT
                   WHERE (CHAIN_SEQ IS NULL
                          AND CHANGE_TIMESTAMP < :WS-Cutoff-Ts)
                      OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
               UNION ALL
               SELECT 0,
                      '*',
                      CHAR(PURGE_TS),
                      JOB_ID,
                      CAST(NULL AS CHAR(2)),
                      CAST(NULL AS CHAR(30)),
                      CAST(NULL AS CHAR(30)),
                      CAST(NULL AS CHAR(40)),
                      CAST(NULL AS CHAR(10)),
                      CAST(NULL AS CHAR(10)),
                      CAST(NULL AS CHAR(1)),
                      CHAIN_SEQ,
                      CHAIN_HASH
                   FROM AUDIT_CHAIN_PURGE
                   WHERE TRAIL_NAME = :WS-Sql-Trail
                     AND CHAIN_SEQ <= :WS-Arch-Upto-Seq
               ORDER BY 12, 3
           END-EXEC
           EXEC SQL OPEN ARCH_CONT_CUR END-EXEC
           if SQLCODE not equal zero

           EXEC SQL
                DELETE FROM CONTACTS_AUDIT
                WHERE (CHAIN_SEQ IS NULL
                       AND CHANGE_TIMESTAMP < :WS-Cutoff-Ts)
                   OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           EXEC SQL
                DELETE FROM AUDIT_CHAIN_PURGE
                WHERE TRAIL_NAME = :WS-Sql-Trail
                  AND CHAIN_SEQ <= :WS-Arch-Upto-Seq
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           perform 7000-Advance-Archive-Point
           EXEC SQL COMMIT END-EXEC
           .
       1100-Fetch-Contacts-Row.
                    :WS-Sql-Email:WS-Sql-Email-Ind,
                    :WS-Sql-Last-Contact:WS-Sql-Last-Contact-Ind,
                    :WS-Sql-Last-Response:WS-Sql-Last-Response-Ind,
                    :WS-Sql-DNC:WS-Sql-DNC-Ind,
                    :WS-Sql-Chain-Seq,
                    :WS-Sql-Chain-Hash
           END-EXEC

           evaluate true
                   if WS-Sql-DNC-Ind >= 0
                       move WS-Sql-DNC to AC-Do-Not-Contact
                   end-if
                   move WS-Sql-Chain-Seq to AC-Chain-Seq
                   move WS-Sql-Chain-Hash to AC-Chain-Hash
                   perform 7100-Note-Chain-Link
                   write AC-Record
                   if WS-Sql-Action = "*"
                       add 1 to WS-Tombstone-Count
                   else
                       add 1 to WS-Contacts-Count
                   end-if
               when SQLCODE = 100
                   set End-of-Data to true
               when other
           end-evaluate
           .
       2000-Archive-Throws-Audit.
           move "THROWS_AUDIT" to WS-Sql-Trail
           EXEC SQL
               SELECT COALESCE(MAX(CHAIN_SEQ), 0)
                   INTO :WS-Arch-Upto-Seq
                   FROM THROWS_AUDIT
                   WHERE CHANGE_TIMESTAMP < :WS-Cutoff-Ts
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL DECLARE ARCH_THRW_CUR CURSOR FOR
               SELECT THROW_ID,
                      ACTION_CODE,
                      CHAR(CHANGE_TIMESTAMP),
                      JOB_ID,
                      COALESCE(CHAIN_SEQ, 0),
                      COALESCE(CHAIN_HASH, ' ')
                   FROM THROWS_AUDIT
                   WHERE (CHAIN_SEQ IS NULL
                          AND CHANGE_TIMESTAMP < :WS-Cutoff-Ts)
                      OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
                   ORDER BY COALESCE(CHAIN_SEQ, 0),
                            CHANGE_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN ARCH_THRW_CUR END-EXEC
           if SQLCODE not equal zero

           EXEC SQL
                DELETE FROM THROWS_AUDIT
                WHERE (CHAIN_SEQ IS NULL
                       AND CHANGE_TIMESTAMP < :WS-Cutoff-Ts)
                   OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           perform 7000-Advance-Archive-Point
           EXEC SQL COMMIT END-EXEC
           .
       2100-Fetch-Throws-Row.
               INTO :WS-Sql-Id,
                    :WS-Sql-Action,
                    :WS-Sql-Timestamp,
                    :WS-Sql-Job-Id,
                    :WS-Sql-Chain-Seq,
                    :WS-Sql-Chain-Hash
           END-EXEC

           evaluate true
                   move WS-Sql-Action to AT-Action
                   move WS-Sql-Timestamp to AT-Timestamp
                   move WS-Sql-Job-Id to AT-Job-Id
                   move WS-Sql-Chain-Seq to AT-Chain-Seq
                   move WS-Sql-Chain-Hash to AT-Chain-Hash
                   perform 7100-Note-Chain-Link
                   write AT-Record
                   add 1 to WS-Throws-Count
               when SQLCODE = 100
           end-evaluate
           .
       3000-Archive-Customer-Audit.
           move "CUSTOMER_AUDIT" to WS-Sql-Trail
           EXEC SQL
               SELECT COALESCE(MAX(CHAIN_SEQ), 0)
                   INTO :WS-Arch-Upto-Seq
                   FROM CUSTOMER_AUDIT
                   WHERE DELETED_TIMESTAMP < :WS-Cutoff-Ts
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL DECLARE ARCH_CUST_CUR CURSOR FOR
               SELECT CUSTOMER_ID,
                      CUSTOMER_NAME,
                      CUSTOMER_ADDRESS,
                      CUSTOMER_PHONE,
                      CUSTOMER_EMAIL,
                      CHAR(DELETED_TIMESTAMP),
                      COALESCE(CHAIN_SEQ, 0),
                      COALESCE(CHAIN_HASH, ' ')
                   FROM CUSTOMER_AUDIT
                   WHERE (CHAIN_SEQ IS NULL
                          AND DELETED_TIMESTAMP < :WS-Cutoff-Ts)
                      OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
                   ORDER BY COALESCE(CHAIN_SEQ, 0),
                            DELETED_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN ARCH_CUST_CUR END-EXEC
           if SQLCODE not equal zero

           EXEC SQL
                DELETE FROM CUSTOMER_AUDIT
                WHERE (CHAIN_SEQ IS NULL
                       AND DELETED_TIMESTAMP < :WS-Cutoff-Ts)
                   OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           perform 7000-Advance-Archive-Point
           EXEC SQL COMMIT END-EXEC
           .
       3100-Fetch-Customer-Row.
                    :WS-Sql-Cust-Address,
                    :WS-Sql-Cust-Phone,
                    :WS-Sql-Cust-Email,
                    :WS-Sql-Timestamp,
                    :WS-Sql-Chain-Seq,
                    :WS-Sql-Chain-Hash
           END-EXEC

           evaluate true
                   move WS-Sql-Cust-Phone to AU-Phone
                   move WS-Sql-Cust-Email to AU-Email
                   move WS-Sql-Timestamp to AU-Timestamp
                   move WS-Sql-Chain-Seq to AU-Chain-Seq
                   move WS-Sql-Chain-Hash to AU-Chain-Hash
                   perform 7100-Note-Chain-Link
                   write AU-Record
                   add 1 to WS-Customer-Count
               when SQLCODE = 100
           end-evaluate
           .
       4000-Archive-Salary-Audit.
           move "SALARY_AUDIT" to WS-Sql-Trail
           EXEC SQL
               SELECT COALESCE(MAX(CHAIN_SEQ), 0)
                   INTO :WS-Arch-Upto-Seq
                   FROM SALARY_AUDIT
                   WHERE CHANGE_TIMESTAMP < :WS-Cutoff-Ts
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL DECLARE ARCH_SAL_CUR CURSOR FOR
               SELECT EMPID,
                      OLD_SALARY,
                      NEW_SALARY,
                      CHAR(CHANGE_TIMESTAMP),
                      JOB_ID,
                      COALESCE(CHAIN_SEQ, 0),
                      COALESCE(CHAIN_HASH, ' ')
                   FROM SALARY_AUDIT
                   WHERE (CHAIN_SEQ IS NULL
                          AND CHANGE_TIMESTAMP < :WS-Cutoff-Ts)
                      OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
                   ORDER BY COALESCE(CHAIN_SEQ, 0),
                            CHANGE_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN ARCH_SAL_CUR END-EXEC
           if SQLCODE not equal zero

           EXEC SQL
                DELETE FROM SALARY_AUDIT
                WHERE (CHAIN_SEQ IS NULL
                       AND CHANGE_TIMESTAMP < :WS-Cutoff-Ts)
                   OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           perform 7000-Advance-Archive-Point
           EXEC SQL COMMIT END-EXEC
           .
       4100-Fetch-Salary-Row.
                    :WS-Sql-Old-Salary,
                    :WS-Sql-New-Salary,
                    :WS-Sql-Timestamp,
                    :WS-Sql-Job-Id,
                    :WS-Sql-Chain-Seq,
                    :WS-Sql-Chain-Hash
           END-EXEC

           evaluate true
                   move WS-Sql-New-Salary to AS-New-Salary
                   move WS-Sql-Timestamp to AS-Timestamp
                   move WS-Sql-Job-Id to AS-Job-Id
                   move WS-Sql-Chain-Seq to AS-Chain-Seq
                   move WS-Sql-Chain-Hash to AS-Chain-Hash
                   perform 7100-Note-Chain-Link
                   write AS-Record
                   add 1 to WS-Salary-Count
               when SQLCODE = 100
           end-evaluate
           .
       5000-Archive-Raise-History.
           move "RAISE_HISTORY" to WS-Sql-Trail
           EXEC SQL
               SELECT COALESCE(MAX(CHAIN_SEQ), 0)
                   INTO :WS-Arch-Upto-Seq
                   FROM RAISE_HISTORY
                   WHERE CHANGE_TIMESTAMP < :WS-Cutoff-Ts
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           EXEC SQL DECLARE ARCH_RAIS_CUR CURSOR FOR
               SELECT EMPID,
                      OLD_SALARY,
                      NEW_SALARY,
                      RAISE_AMOUNT,
                      CHAR(CHANGE_TIMESTAMP),
                      JOB_ID,
                      COALESCE(CHAIN_SEQ, 0),
                      COALESCE(CHAIN_HASH, ' ')
                   FROM RAISE_HISTORY
                   WHERE (CHAIN_SEQ IS NULL
                          AND CHANGE_TIMESTAMP < :WS-Cutoff-Ts)
                      OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
                   ORDER BY COALESCE(CHAIN_SEQ, 0),
                            CHANGE_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN ARCH_RAIS_CUR END-EXEC
           if SQLCODE not equal zero

           EXEC SQL
                DELETE FROM RAISE_HISTORY
                WHERE (CHAIN_SEQ IS NULL
                       AND CHANGE_TIMESTAMP < :WS-Cutoff-Ts)
                   OR CHAIN_SEQ <= :WS-Arch-Upto-Seq
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if
           perform 7000-Advance-Archive-Point
           EXEC SQL COMMIT END-EXEC
           .
       5100-Fetch-Raise-Row.
                    :WS-Sql-New-Salary,
                    :WS-Sql-Raise-Amount,
                    :WS-Sql-Timestamp,
                    :WS-Sql-Job-Id,
                    :WS-Sql-Chain-Seq,
                    :WS-Sql-Chain-Hash
           END-EXEC

           evaluate true
                   move WS-Sql-Raise-Amount to AR-Raise-Amount
                   move WS-Sql-Timestamp to AR-Timestamp
                   move WS-Sql-Job-Id to AR-Job-Id
                   move WS-Sql-Chain-Seq to AR-Chain-Seq
                   move WS-Sql-Chain-Hash to AR-Chain-Hash
                   perform 7100-Note-Chain-Link
                   write AR-Record
                   add 1 to WS-Raise-Count
               when SQLCODE = 100
                   perform 9000-Bail
           end-evaluate
           .
      *    With the trail's rows up to WS-Arch-Upto-Seq archived and
      *    deleted, the online chain now starts after that link.
      *    Nothing chained was archived when the sequence is zero.
       7000-Advance-Archive-Point.
           if WS-Arch-Upto-Seq > zero
               EXEC SQL
                    UPDATE AUDIT_CHAIN
                       SET ARCH_SEQ  = :WS-Arch-Upto-Seq,
                           ARCH_HASH = :WS-Arch-Upto-Hash
                     WHERE TRAIL_NAME = :WS-Sql-Trail
               END-EXEC
               if SQLCODE not equal zero
                   perform 9100-Rollback-and-Bail
               end-if
           end-if
           .
       7100-Note-Chain-Link.
           if WS-Sql-Chain-Seq = WS-Arch-Upto-Seq
               move WS-Sql-Chain-Hash to WS-Arch-Upto-Hash
           end-if
           .
       8000-Close-Files.
           close Arch-Contacts-File
           close Arch-Throws-File
           display "CUSTOMER_AUDIT rows archived: " WS-Customer-Count
           display "SALARY_AUDIT rows archived:   " WS-Salary-Count
           display "RAISE_HISTORY rows archived:  " WS-Raise-Count
           display "Purged contact links archived:" WS-Tombstone-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
