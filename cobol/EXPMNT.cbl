       Identification Division.
      **********************************************************************
      * League expense ledger and season budget maintenance, in the
      * SPONMNT mold - the cost side the receivables never showed.
      * Maintained by transaction file:
      *   Record type 'E' - LABSCHEMA.EXPENSE row (EXPENSE_ID,
      *                     SEASON_ID, EXPENSE_DATE, CATEGORY_CODE,
      *                     DESCRIPTION, AMOUNT, SOURCE_PGM,
      *                     SOURCE_REF)
      *   Record type 'B' - LABSCHEMA.SEASON_BUDGET row (SEASON_ID,
      *                     CATEGORY_CODE, PLANNED_AMOUNT)
      *   Action code 'A' - Add, 'C' - Change, 'D' - Delete
      * The category must be on CODE_TABLE 'EXPCAT' (gym rental,
      * referee fees, equipment, insurance, awards, card fees...),
      * kept by CODEMNT. An added expense gets the next EXPENSE_ID
      * and lands in the current season unless the record names
      * one; a budget row is keyed by season (zero = current) and
      * category.
      * Expenses the system books itself - OFFPAY's referee fees per
      * payment run, CARDSETL's processor fees per settlement - are
      * owned by the feeding program (SOURCE_PGM) and cannot be
      * changed or deleted here; correct them at the source. Rows
      * keyed here carry SOURCE_PGM 'EXPMNT'.
      * BUDGRPT reports the ledger against the budget.
      * The run is for the league named on SYSIN card 1. Expenses
      * and budgets belong to a league through their season, so a
      * season named on a record must be one of that league's, and
      * only that league's expenses can be changed or deleted.
      **********************************************************************
       Program-ID. EXPMNT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Expense-Trans-File assign to EXPTRAN
               file status is WS-Trans-File-Status.

       Data Division.
       File Section.
       FD  Expense-Trans-File
           recording mode f.
       01  Expense-Trans-Record.
           05  TR-Record-Type          pic x(01).
               88  TR-Expense-Rec          value "E".
               88  TR-Budget-Rec           value "B".
           05  TR-Action-Code          pic x(01).
               88  TR-Add                  value "A".
               88  TR-Change               value "C".
               88  TR-Delete               value "D".
           05  TR-Record-Id            pic s9(09) packed-decimal.
           05  TR-Season-Id            pic s9(09) packed-decimal.
           05  TR-Category-Code        pic x(08).
           05  TR-Expense-Date         pic x(10).
           05  TR-Amount               pic s9(7)v99 packed-decimal.
           05  TR-Description          pic x(40).
           05  filler                  pic x(05).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Record-Id       pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Current-Season  pic s9(09) comp.
       01  WS-Sql-Category-Code   pic x(08).
       01  WS-Sql-Expense-Date    pic x(10).
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.
       01  WS-Sql-Description     pic x(40).
       01  WS-Sql-Source-Pgm      pic x(08).
       01  WS-Sql-Ref-Count       pic s9(05) comp.
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

           perform 0050-Select-League
           perform 0200-Get-Current-Season
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
           perform 8000-Close-Files
           perform 8100-Display-Totals
           goback
           .
       0050-Select-League.
      *    SYSIN card 1 names the league this run is for - its code,
      *    or a PARM_PROFILE profile naming it (see LEAGSEL).
           accept WS-League-Key
           call "LEAGSEL" using WS-League-Key
                                WS-Sql-League-Id
                                WS-League-Name
                                WS-League-Status
           if not League-Found
               move 12 to return-code
               goback
           end-if
           .
       0200-Get-Current-Season.
           EXEC SQL
               SELECT SEASON_ID
                   INTO :WS-Sql-Current-Season
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
               perform 9000-Bail
           end-if
           .
       1000-Open-Files.
           open input Expense-Trans-File
           if not Trans-File-OK
               display "Transaction file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Expense-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Process-Transaction
           end-read
           .
       3000-Process-Transaction.
           move TR-Record-Id      to WS-Sql-Record-Id
           move TR-Category-Code  to WS-Sql-Category-Code
           move TR-Expense-Date   to WS-Sql-Expense-Date
           move TR-Amount         to WS-Sql-Amount
           move TR-Description    to WS-Sql-Description
           if TR-Season-Id = zero
               move WS-Sql-Current-Season to WS-Sql-Season-Id
           else
               move TR-Season-Id to WS-Sql-Season-Id
           end-if
           perform 3050-Check-Season

           evaluate true
               when WS-Sql-Ref-Count = zero
                   continue
               when TR-Expense-Rec and TR-Add
                   perform 4100-Add-Expense
               when TR-Expense-Rec and TR-Change
                   perform 4200-Change-Expense
               when TR-Expense-Rec and TR-Delete
                   perform 4300-Delete-Expense
               when TR-Budget-Rec and TR-Add
                   perform 5100-Add-Budget
               when TR-Budget-Rec and TR-Change
                   perform 5200-Change-Budget
               when TR-Budget-Rec and TR-Delete
                   perform 5300-Delete-Budget
               when other
                   display "Invalid type/action, ID " TR-Record-Id
                       ": " TR-Record-Type TR-Action-Code
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       3050-Check-Season.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Ref-Count
                   FROM LABSCHEMA.SEASON
                   WHERE SEASON_ID = :WS-Sql-Season-Id
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Ref-Count = zero
               display "Rejected, season not in this league: "
                   WS-Sql-Season-Id " ID " TR-Record-Id
               add 1 to WS-Reject-Count
           end-if
           .
       3100-Check-Category.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Ref-Count
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'EXPCAT'
                     AND CODE = :WS-Sql-Category-Code
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Ref-Count = zero
               display "Rejected, category not on CODE_TABLE EXPCAT: "
                   TR-Category-Code
               add 1 to WS-Reject-Count
           end-if
           .
       3200-Check-Owner.
      *    Only rows keyed here may be touched here.
           EXEC SQL
               SELECT SOURCE_PGM
                   INTO :WS-Sql-Source-Pgm
                   FROM LABSCHEMA.EXPENSE
                   WHERE EXPENSE_ID = :WS-Sql-Record-Id
                     AND SEASON_ID IN
                         (SELECT SEASON_ID
                              FROM LABSCHEMA.SEASON
                              WHERE LEAGUE_ID = :WS-Sql-League-Id)
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   display "Rejected, no such EXPENSE_ID in this "
                       "league "
                       TR-Record-Id
                   add 1 to WS-Reject-Count
                   move zero to WS-Sql-Ref-Count
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Source-Pgm not equal "EXPMNT"
                   display "Rejected, EXPENSE_ID " TR-Record-Id
                       " is booked by " WS-Sql-Source-Pgm
                       " - correct it there"
                   add 1 to WS-Reject-Count
                   move zero to WS-Sql-Ref-Count
               when other
                   move 1 to WS-Sql-Ref-Count
           end-evaluate
           .
       4100-Add-Expense.
           perform 3100-Check-Category
           evaluate true
               when WS-Sql-Ref-Count = zero
                   continue
               when TR-Amount not greater than zero
                   display "Rejected, expense amount must be "
                       "positive, category " TR-Category-Code
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL
                       SELECT COALESCE(MAX(EXPENSE_ID), 0) + 1
                           INTO :WS-Sql-Record-Id
                           FROM LABSCHEMA.EXPENSE
                   END-EXEC
                   if SQLCODE not equal zero
                       perform 9000-Bail
                   end-if
                   EXEC SQL
                        INSERT INTO LABSCHEMA.EXPENSE
                               (EXPENSE_ID,
                                SEASON_ID,
                                EXPENSE_DATE,
                                CATEGORY_CODE,
                                DESCRIPTION,
                                AMOUNT,
                                SOURCE_PGM,
                                SOURCE_REF)
                        VALUES (:WS-Sql-Record-Id,
                                :WS-Sql-Season-Id,
                                :WS-Sql-Expense-Date,
                                :WS-Sql-Category-Code,
                                :WS-Sql-Description,
                                :WS-Sql-Amount,
                                'EXPMNT',
                                0)
                   END-EXEC
                   perform 7000-Finish-Action
           end-evaluate
           .
       4200-Change-Expense.
           perform 3200-Check-Owner
           if WS-Sql-Ref-Count > zero
               perform 3100-Check-Category
           end-if
           if WS-Sql-Ref-Count > zero
               EXEC SQL
                    UPDATE LABSCHEMA.EXPENSE
                    SET EXPENSE_DATE  = :WS-Sql-Expense-Date,
                        CATEGORY_CODE = :WS-Sql-Category-Code,
                        DESCRIPTION   = :WS-Sql-Description,
                        AMOUNT        = :WS-Sql-Amount
                    WHERE EXPENSE_ID = :WS-Sql-Record-Id
               END-EXEC
               perform 7000-Finish-Action
           end-if
           .
       4300-Delete-Expense.
           perform 3200-Check-Owner
           if WS-Sql-Ref-Count > zero
               EXEC SQL
                    DELETE FROM LABSCHEMA.EXPENSE
                    WHERE EXPENSE_ID = :WS-Sql-Record-Id
               END-EXEC
               perform 7000-Finish-Action
           end-if
           .
       5100-Add-Budget.
           perform 3100-Check-Category
           if WS-Sql-Ref-Count > zero
               EXEC SQL
                    INSERT INTO LABSCHEMA.SEASON_BUDGET
                           (SEASON_ID,
                            CATEGORY_CODE,
                            PLANNED_AMOUNT)
                    VALUES (:WS-Sql-Season-Id,
                            :WS-Sql-Category-Code,
                            :WS-Sql-Amount)
               END-EXEC
               perform 7000-Finish-Action
           end-if
           .
       5200-Change-Budget.
           EXEC SQL
                UPDATE LABSCHEMA.SEASON_BUDGET
                SET PLANNED_AMOUNT = :WS-Sql-Amount
                WHERE SEASON_ID = :WS-Sql-Season-Id
                  AND CATEGORY_CODE = :WS-Sql-Category-Code
           END-EXEC
           if SQLCODE = 100
               display "Rejected, no budget for category "
                   TR-Category-Code " season " WS-Sql-Season-Id
               add 1 to WS-Reject-Count
           else
               perform 7000-Finish-Action
           end-if
           .
       5300-Delete-Budget.
           EXEC SQL
                DELETE FROM LABSCHEMA.SEASON_BUDGET
                WHERE SEASON_ID = :WS-Sql-Season-Id
                  AND CATEGORY_CODE = :WS-Sql-Category-Code
           END-EXEC
           if SQLCODE = 100
               display "Rejected, no budget for category "
                   TR-Category-Code " season " WS-Sql-Season-Id
               add 1 to WS-Reject-Count
           else
               perform 7000-Finish-Action
           end-if
           .
       7000-Finish-Action.
           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   evaluate true
                       when TR-Add    add 1 to WS-Add-Count
                       when TR-Change add 1 to WS-Change-Count
                       when TR-Delete add 1 to WS-Delete-Count
                   end-evaluate
                   if TR-Expense-Rec and TR-Add
                       display "Expense added, EXPENSE_ID "
                           WS-Sql-Record-Id
                   end-if
               when SQLCODE = -803
                   EXEC SQL ROLLBACK END-EXEC
                   display "Rejected, already on file: type "
                       TR-Record-Type " category " TR-Category-Code
                   add 1 to WS-Reject-Count
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   move SQLCODE to WS-Error-SQLCODE
                   display "Action failed, type " TR-Record-Type
                       " action " TR-Action-Code
                       " ID " TR-Record-Id
                       " SQLCODE " WS-Error-SQLCODE
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       8000-Close-Files.
           close Expense-Trans-File
           .
       8100-Display-Totals.
           display "EXPMNT - expense ledger maintenance complete"
           display "League:               " WS-League-Name
           display "Transactions read:    " WS-Read-Count
           display "Rows added:           " WS-Add-Count
           display "Rows changed:         " WS-Change-Count
           display "Rows deleted:         " WS-Delete-Count
           display "Rows rejected:        " WS-Reject-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
