      * CONTACTS_AUDIT in the same unit of work as the change, so the
      * nightly activity dashboard can report contact maintenance
      * alongside the other subject areas' audit trails.
      *
      * Restart: the input file is fingerprinted by record count and
      * content total before anything applies, and the LOADRST
      * service keeps a LABSCHEMA.LOAD_RESTART row for it,
      * checkpointed with the count of transactions read in the same
      * unit of work as each commit. A rerun after an abend skips
      * exactly the transactions already applied and reports the
      * resume point.
      * The reject file of the abended run goes with it, so each
      * skipped transaction is run back through the edits (action
      * code, postal fields and reference, LANG, preference channel)
      * and any that fails is written to the new reject file again -
      * nothing is applied. A transaction the abended run rejected on
      * an SQL error is on that run's listing only.
      **********************************************************************
       Program-ID. CONTMNT.
       Environment Division.
       01  WS-Sql-Last-Contact-Ind    pic s9(4) comp.
       01  WS-Sql-Last-Response-Ind  pic s9(4) comp.
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Reg-Count           pic s9(09) comp value zero.
       01  WS-Reg-Total           pic s9(13)v99 comp-3 value zero.
       01  WS-Rst-Function        pic x(01).
       01  WS-Rst-Step-Name       pic x(08) value "CONTMNT".
       01  WS-Rst-Applied         pic s9(09) comp value zero.
       01  WS-Rst-Status          pic x(01).
           88  Rst-Restart-Found      value "Y".
           88  Rst-Sql-Error          value "E".
       01  WS-Resume-Count        pic s9(09) comp value zero.
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Lang-Code-Count     pic s9(05) comp.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "CONTMNT".
       01  WS-Chain-Function      pic x(01).
       01  WS-Chain-Trail         pic x(18) value "CONTACTS_AUDIT".
       01  WS-Chain-Seq           pic s9(09) comp.
       01  WS-Chain-Prev-Hash     pic x(24).
       01  WS-Chain-Hash          pic x(24).
       01  WS-Chain-Status        pic x(01).
           88  Chain-Row-Not-Found    value "N".
       01  WS-Chain-Sqlcode       pic s9(09) comp.
       01  WS-Audit-Action        pic x(01).
       01  WS-Pending-Hold-Count  pic s9(07) packed-decimal value zero.
       01  WS-Bypass-Accept       pic x(01).

           perform 0100-Accept-Parameters
           perform 1000-Open-Files
           perform 0500-Fingerprint-Input-File
           perform 2000-Read-and-Process
               until End-of-File
           perform 7950-End-Restart
           perform 8000-Close-Files
           perform 8100-Display-Totals
           goback
               set Approval-Bypassed to true
           end-if
           .
       0500-Fingerprint-Input-File.
      *    Count the records and total the key fields, then open the
      *    file's restart row - or resume it, when an abended run
      *    left the file mid-way.
           perform 0510-Fingerprint-One-Record
               until End-of-File
           close Contacts-Trans-File

           move "Q" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           if Rst-Restart-Found
               move WS-Rst-Applied to WS-Resume-Count
               display "CONTMNT - restarting input file, "
                   WS-Resume-Count " of " WS-Reg-Count
                   " transactions already applied"
           else
               move "S" to WS-Rst-Function
               perform 7990-Call-Restart-Service
               EXEC SQL COMMIT END-EXEC
           end-if

           move "N" to WS-End-of-File-Sw
           open input Contacts-Trans-File
           if not Trans-File-OK
               display "Transaction file reopen error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       0510-Fingerprint-One-Record.
           read Contacts-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Reg-Count
                   add TR-Id to WS-Reg-Total
           end-read
           .
       1000-Open-Files.
           open input Contacts-Trans-File
           if not Trans-File-OK
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   if WS-Read-Count > WS-Resume-Count
                       perform 3000-Process-Transaction
                   else
                       add 1 to WS-Skip-Count
                       perform 3050-Edit-Skipped-Transaction
                   end-if
           end-read
           .
       3000-Process-Transaction.
                        CURRENT TIMESTAMP)
           END-EXEC
           if SQLCODE = 0
               perform 7900-Commit-Checkpoint
               add 1 to WS-Pending-Hold-Count
           else
               EXEC SQL ROLLBACK END-EXEC
               perform 7100-Write-Reject-Record
           end-if
           .
       3050-Edit-Skipped-Transaction.
      *    A transaction before the restart point was applied, held
      *    for approval or rejected by the abended run. Only the
      *    edits are repeated, so its edit rejects reach this run's
      *    reject file; the tables are not touched.
           perform 2900-Check-Approval-Required
           if WS-Approval-Count = zero
               evaluate true
                   when TR-Add
                   when TR-Change
                       perform 6150-Edit-Postal-Fields
                       if Postal-Fields-OK
                           perform 6180-Validate-Lang-Code
                       end-if
                   when TR-Delete
                       continue
                   when TR-Preference
                       if not TR-Pref-Email and not TR-Pref-Postal
                           display "Invalid preference channel, ID "
                               TR-Id ": " TR-Pref-Channel
                           move "INVALID PREFERENCE CHANNEL"
                               to WS-Reject-Reason
                           perform 7100-Write-Reject-Record
                       end-if
                   when other
                       display "Invalid action code, ID "
                           TR-Id ": " TR-Action-Code
                       move "INVALID ACTION CODE"
                           to WS-Reject-Reason
                       perform 7100-Write-Reject-Record
               end-evaluate
           end-if
           .
       3100-Apply-Transaction.
           evaluate true
               when TR-Add
           end-if
           .
       6950-Write-Audit-Row.
           move "N" to WS-Chain-Function
           perform 6960-Call-Audit-Chain
           if SQLCODE = 0
               EXEC SQL
                    INSERT INTO CONTACTS_AUDIT
                           (ID,
                            ACTION_CODE,
                            CHANGE_TIMESTAMP,
                            JOB_ID,
                            LANG,
                            SURNAME,
                            FIRST_NAME,
                            EMAIL_ADDR,
                            LAST_CONTACT,
                            LAST_RESPONSE,
                            DO_NOT_CONTACT,
                            CHAIN_SEQ)
                    VALUES (:WS-Sql-Id,
                            :WS-Audit-Action,
                            CURRENT TIMESTAMP,
                            :WS-Job-Id,
                            :WS-Img-Lang,
                            :WS-Img-Surname,
                            :WS-Img-First-Name,
                            :WS-Img-Email-Addr,
                            :WS-Img-Last-Contact
                                :WS-Img-Last-Contact-Ind,
                            :WS-Img-Last-Response
                                :WS-Img-Last-Response-Ind,
                            :WS-Img-Do-Not-Contact:WS-Img-DNC-Ind,
                            :WS-Chain-Seq)
               END-EXEC
           end-if
           if SQLCODE = 0
               move "L" to WS-Chain-Function
               perform 6960-Call-Audit-Chain
           end-if

           if SQLCODE = 0
               perform 7900-Commit-Checkpoint
               evaluate WS-Audit-Action
                   when "A" add 1 to WS-Add-Count
                   when "C" add 1 to WS-Change-Count
               perform 7100-Write-Reject-Record
           end-if
           .
       6960-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           call "AUDCHAIN" using WS-Chain-Function, WS-Chain-Trail,
                                 WS-Chain-Seq, WS-Chain-Prev-Hash,
                                 WS-Chain-Hash, WS-Chain-Status,
                                 WS-Chain-Sqlcode
           move WS-Chain-Sqlcode to SQLCODE
           if Chain-Row-Not-Found
               move 100 to SQLCODE
           end-if
           .
       7100-Write-Reject-Record.
      *    The rejected transaction is kept in its original CONTTRAN
      *    format, tagged with the reason, so it can be corrected and
           write Contacts-Reject-Record
           add 1 to WS-Reject-Count
           .
       7900-Commit-Checkpoint.
      *    The restart row moves in the same unit of work as the
      *    record it counts.
           move WS-Read-Count to WS-Rst-Applied
           move "U" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7950-End-Restart.
           move WS-Read-Count to WS-Rst-Applied
           move "E" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7990-Call-Restart-Service.
           call "LOADRST" using WS-Rst-Function
                                WS-Job-Id
                                WS-Rst-Step-Name
                                WS-Reg-Count
                                WS-Reg-Total
                                WS-Rst-Applied
                                WS-Rst-Status
           if Rst-Sql-Error
               EXEC SQL ROLLBACK END-EXEC
               move 12 to return-code
               goback
           end-if
           .
       8000-Close-Files.
           close Contacts-Trans-File
           close Contacts-Reject-File
           display "Preferences applied:  " WS-Pref-Count
           display "Held for approval:    " WS-Pending-Hold-Count
           display "Rows rejected:        " WS-Reject-Count
           display "Skipped on restart:   " WS-Skip-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
