      * CONTACTS_AUDIT history and its CONTACT_PREF and
      * CAMPAIGN_CONTACT rows, all in one unit of work per contact,
      * and listed on the destruction report for the compliance file -
      * the systematic-deletion evidence the auditors asked for. The
      * chain sequence and hash of each purged audit row is kept on
      * AUDIT_CHAIN_PURGE, so the audit chain still verifies across
      * the removed rows.
      *
      * SYSIN: the retention period in years. Contacts with no
      * LAST_CONTACT date are never purged - age cannot be shown.
      *    The audit history, preference rows and campaign membership
      *    go with the contact, in one unit of work, so a purge never
      *    leaves orphans behind for REFCHECK-style sweeps to find.
      *    The chain sequence and hash of every audit row removed are
      *    kept on AUDIT_CHAIN_PURGE first, so AUDVRFY and the
      *    archive can tell a retention purge from a missing row.
           EXEC SQL
                INSERT INTO AUDIT_CHAIN_PURGE
                       (TRAIL_NAME,
                        CHAIN_SEQ,
                        CHAIN_HASH,
                        JOB_ID,
                        PURGE_TS)
                SELECT 'CONTACTS_AUDIT',
                       CHAIN_SEQ,
                       CHAIN_HASH,
                       'CONTPURG',
                       CURRENT TIMESTAMP
                FROM CONTACTS_AUDIT
                WHERE ID = :WS-Sql-Id
                  AND CHAIN_SEQ IS NOT NULL
           END-EXEC
           if SQLCODE not equal zero and SQLCODE not equal 100
               perform 9100-Rollback-and-Bail
           end-if

           EXEC SQL
                DELETE FROM CONTACTS_AUDIT
                WHERE ID = :WS-Sql-Id
