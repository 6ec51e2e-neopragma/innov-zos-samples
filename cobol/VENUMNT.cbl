       Identification Division.
      **********************************************************************
      * Maintenance program for LABSCHEMA.VENUE_ADDRESS - the street
      * address of each venue named on LABSCHEMA.GAME_SCHEDULE, so
      * a family's calendar can find the gym. Add, change and delete
      * rows from a transaction file:
      *   Action code 'A' - Add a venue's address
      *   Action code 'C' - Change a venue's address
      *   Action code 'D' - Delete a venue's address
      *
      * The venue is keyed exactly as SCHEDMNT and SCHDGEN carry it
      * on the fixture (VENUE, 30 bytes). TEAMICS puts the address
      * on each calendar entry; a venue with no row here goes out
      * with its name alone.
      **********************************************************************
       Program-ID. VENUMNT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Venue-Trans-File assign to VENUTRAN
               file status is WS-Trans-File-Status.

       Data Division.
       File Section.
       FD  Venue-Trans-File
           recording mode f.
       01  Venue-Trans-Record.
           05  TR-Action-Code          pic x(01).
               88  TR-Add                  value "A".
               88  TR-Change               value "C".
               88  TR-Delete               value "D".
           05  TR-Venue                pic x(30).
           05  TR-Address              pic x(80).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
       01  WS-Delete-Count        pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
           perform 8000-Close-Files
           perform 8100-Display-Totals
           goback
           .
       1000-Open-Files.
           open input Venue-Trans-File
           if not Trans-File-OK
               display "Transaction file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           .
       2000-Read-and-Process.
           read Venue-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Process-Transaction
           end-read
           .
       3000-Process-Transaction.
           evaluate true
               when TR-Venue = spaces
                   display "Invalid transaction, venue missing"
                   add 1 to WS-Reject-Count
               when (TR-Add or TR-Change) and TR-Address = spaces
                   display "Invalid transaction, address missing, "
                       TR-Venue
                   add 1 to WS-Reject-Count
               when TR-Add
                   perform 6200-Add-Venue
               when TR-Change
                   perform 6300-Change-Venue
               when TR-Delete
                   perform 6400-Delete-Venue
               when other
                   display "Invalid action code, " TR-Venue
                       ": " TR-Action-Code
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       6200-Add-Venue.
           EXEC SQL
                INSERT INTO LABSCHEMA.VENUE_ADDRESS
                       (VENUE,
                        ADDRESS,
                        CHANGE_TIMESTAMP)
                VALUES (:TR-Venue,
                        :TR-Address,
                        CURRENT TIMESTAMP)
           END-EXEC

           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Add-Count
           else
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               display "Add failed, " TR-Venue
                   " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
           .
       6300-Change-Venue.
           EXEC SQL
                UPDATE LABSCHEMA.VENUE_ADDRESS
                SET ADDRESS          = :TR-Address,
                    CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE VENUE = :TR-Venue
           END-EXEC

           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Change-Count
           else
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               display "Change failed, " TR-Venue
                   " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
           .
       6400-Delete-Venue.
           EXEC SQL
                DELETE FROM LABSCHEMA.VENUE_ADDRESS
                WHERE VENUE = :TR-Venue
           END-EXEC

           if SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               add 1 to WS-Delete-Count
           else
               EXEC SQL ROLLBACK END-EXEC
               move SQLCODE to WS-Error-SQLCODE
               display "Delete failed, " TR-Venue
                   " SQLCODE " WS-Error-SQLCODE
               add 1 to WS-Reject-Count
           end-if
           .
       8000-Close-Files.
           close Venue-Trans-File
           .
       8100-Display-Totals.
           display "VENUMNT - venue address maintenance run complete"
           display "Transactions read:    " WS-Read-Count
           display "Addresses added:      " WS-Add-Count
           display "Addresses changed:    " WS-Change-Count
           display "Addresses deleted:    " WS-Delete-Count
           display "Rows rejected:        " WS-Reject-Count
           .
