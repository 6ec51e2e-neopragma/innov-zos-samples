      *   Action code 'D' - Delete a referee (and availability)
      *   Action code 'V' - Add an availability date/timeslot
      *   Action code 'X' - Remove an availability date/timeslot
      *   Action code 'B' - Set a referee's bank details for direct
      *                     credit (routing number, account number,
      *                     account name in the name field); all
      *                     blank clears them and the official is
      *                     paid by cheque
      *   Action code 'O' - Set the official's CICS sign-on (first
      *                     eight bytes of the name field; blank
      *                     clears it), so REFAVAIL lets them key
      *                     their own availability
      * Referees land on LABSCHEMA.REFEREES and their availability on
      * LABSCHEMA.REFEREE_AVAIL. OFFASGN covers the fixture list from
      * the availability rows, OFFFEES lists the games worked and not
      * yet paid, and OFFPAY pays them to the bank details here.
      * Every availability add and removal is logged to
      * LABSCHEMA.REFEREE_AVAIL_LOG in the same unit of work, with
      * the job name as the changer - the same log the REFAVAIL
      * online transaction writes.
      **********************************************************************
       Program-ID. OFFMNT.
       Environment Division.
               88  TR-Delete               value "D".
               88  TR-Add-Avail            value "V".
               88  TR-Del-Avail            value "X".
               88  TR-Bank-Details         value "B".
               88  TR-Sign-On              value "O".
           05  TR-Referee-Id           pic s9(09) packed-decimal.
           05  TR-Referee-Name         pic x(60).
           05  TR-Bank-Data redefines TR-Referee-Name.
               10  TR-Bank-Routing     pic x(09).
               10  TR-Bank-Account     pic x(17).
               10  TR-Account-Name     pic x(32).
               10  filler              pic x(02).
           05  TR-Avail-Date           pic x(10).
           05  TR-Timeslot             pic x(05).

       01  WS-Sql-Avail-Date      pic x(10).
       01  WS-Sql-Timeslot        pic x(05).
       01  WS-Sql-Count           pic s9(05) comp.
       01  WS-Sql-Bank-Routing    pic x(09).
       01  WS-Sql-Bank-Account    pic x(17).
       01  WS-Sql-Account-Name    pic x(32).
       01  WS-Sql-Bank-Ind        pic s9(04) comp.
       01  WS-Sql-Operator-Id     pic x(08).
       01  WS-Sql-Operator-Ind    pic s9(04) comp.
       01  WS-Sql-Log-Action      pic x(01).
       01  WS-Job-Id              pic x(08) value "OFFMNT".
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Avail-Count         pic s9(07) packed-decimal value zero.
       01  WS-Unavail-Count       pic s9(07) packed-decimal value zero.
       01  WS-Bank-Count          pic s9(07) packed-decimal value zero.
       01  WS-Sign-On-Count       pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

                   perform 6400-Add-Availability
               when TR-Del-Avail
                   perform 6500-Delete-Availability
               when TR-Bank-Details
                   perform 6600-Set-Bank-Details
               when TR-Sign-On
                   perform 6700-Set-Sign-On
               when other
                   display "Invalid action code, REFEREE_ID "
                       TR-Referee-Id ": " TR-Action-Code
                            :WS-Sql-Avail-Date,
                            :WS-Sql-Timeslot)
               END-EXEC
               if SQLCODE = 0
                   move "A" to WS-Sql-Log-Action
                   perform 6800-Log-Availability
               end-if
               evaluate true
                   when SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                  AND AVAIL_DATE = :WS-Sql-Avail-Date
                  AND TIMESLOT   = :WS-Sql-Timeslot
           END-EXEC
           if SQLCODE = 0
               move "R" to WS-Sql-Log-Action
               perform 6800-Log-Availability
           end-if

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       6600-Set-Bank-Details.
      *    A routing number is nine digits; an account is required
      *    with it. All three fields blank takes the official back
      *    to cheque payment.
           move TR-Bank-Routing to WS-Sql-Bank-Routing
           move TR-Bank-Account to WS-Sql-Bank-Account
           move TR-Account-Name to WS-Sql-Account-Name
           if TR-Bank-Routing = spaces and TR-Bank-Account = spaces
               and TR-Account-Name = spaces
               move -1 to WS-Sql-Bank-Ind
           else
               move zero to WS-Sql-Bank-Ind
           end-if
           if WS-Sql-Bank-Ind = zero
               and (TR-Bank-Routing is not numeric
                    or TR-Bank-Account = spaces
                    or TR-Account-Name = spaces)
               display "Rejected, bank details need a nine-digit "
                   "routing number, account and name, REFEREE_ID "
                   TR-Referee-Id
               add 1 to WS-Reject-Count
           else
               EXEC SQL
                    UPDATE LABSCHEMA.REFEREES
                    SET BANK_ROUTING =
                            :WS-Sql-Bank-Routing :WS-Sql-Bank-Ind,
                        BANK_ACCOUNT =
                            :WS-Sql-Bank-Account :WS-Sql-Bank-Ind,
                        ACCOUNT_NAME =
                            :WS-Sql-Account-Name :WS-Sql-Bank-Ind
                    WHERE REFEREE_ID = :WS-Sql-Referee-Id
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       add 1 to WS-Bank-Count
                   when SQLCODE = 100
                       display "Rejected, no such REFEREE_ID "
                           TR-Referee-Id
                       add 1 to WS-Reject-Count
                   when other
                       EXEC SQL ROLLBACK END-EXEC
                       move SQLCODE to WS-Error-SQLCODE
                       display "Bank details failed, REFEREE_ID "
                           TR-Referee-Id " SQLCODE " WS-Error-SQLCODE
                       add 1 to WS-Reject-Count
               end-evaluate
           end-if
           .
       6700-Set-Sign-On.
           move TR-Referee-Name (1:8) to WS-Sql-Operator-Id
           if WS-Sql-Operator-Id = spaces
               move -1 to WS-Sql-Operator-Ind
           else
               move zero to WS-Sql-Operator-Ind
           end-if
           EXEC SQL
                UPDATE LABSCHEMA.REFEREES
                SET OPERATOR_ID =
                        :WS-Sql-Operator-Id :WS-Sql-Operator-Ind
                WHERE REFEREE_ID = :WS-Sql-Referee-Id
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Sign-On-Count
               when SQLCODE = 100
                   display "Rejected, no such REFEREE_ID "
                       TR-Referee-Id
                   add 1 to WS-Reject-Count
               when SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   display "Rejected, sign-on already belongs to "
                       "another official, REFEREE_ID " TR-Referee-Id
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Sign-on failed, REFEREE_ID "
                       TR-Referee-Id " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       6800-Log-Availability.
      *    A failed log insert leaves SQLCODE set, so the caller's
      *    evaluate rolls the availability change back with it.
           EXEC SQL
                INSERT INTO LABSCHEMA.REFEREE_AVAIL_LOG
                       (REFEREE_ID,
                        AVAIL_DATE,
                        TIMESLOT,
                        ACTION_CODE,
                        CHANGED_BY,
                        ASSIGNED_FIXTURE_ID,
                        CHANGE_TS)
                VALUES (:WS-Sql-Referee-Id,
                        :WS-Sql-Avail-Date,
                        :WS-Sql-Timeslot,
                        :WS-Sql-Log-Action,
                        :WS-Job-Id,
                        NULL,
                        CURRENT TIMESTAMP)
           END-EXEC
           .
       8000-Close-Files.
           close Referee-Trans-File
           .
           display "Referees deleted:     " WS-Delete-Count
           display "Availability added:   " WS-Avail-Count
           display "Availability removed: " WS-Unavail-Count
           display "Bank details set:     " WS-Bank-Count
           display "Sign-ons set:         " WS-Sign-On-Count
           display "Rows rejected:        " WS-Reject-Count
           .
       9000-Bail.
