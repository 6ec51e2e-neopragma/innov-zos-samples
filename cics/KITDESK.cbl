       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITDESK.
      *
      * CICS COBOL kit-desk equipment issue and return
      * Pseudoconversational design with containers and channels, in
      * the same style as TEAMROST, on the shared CRUDMS mapset.
      *
      * The uniform-night kit desk, on the screen instead of on a
      * sheet for EQUIPMNT the next day. The operator keys a PLAYER_ID
      * and presses Enter: the player's outstanding EQUIPMENT_ISSUE
      * items list five to a page (PF7/PF8), with the deposits held
      * and the current-season invoice balance above them.
      *
      *   KEY field    - PLAYER_ID
      *   ACTION field - list line number (1 to 5) of an item
      *   EMAIL field  - item description, to issue or swap to
      *   PHONE field  - deposit, as dollars or dollars.cents
      *   PF4 issues the item keyed; PF2 takes back the item on the
      *   line; PF6 swaps the item on the line for the one keyed (a
      *   blank deposit carries the old item's deposit over).
      *
      * The postings are EQUIPMNT's own: an issue raises the deposit
      * as a charge on the player's current-season INVOICE (4100-
      * Record-Issue), a return credits it back to the invoice the
      * item was issued against (5100-Record-Return), and a swap is
      * the return and the issue together. Each one is a single unit
      * of work - SYNCPOINT when every row is written, ROLLBACK if
      * any one fails. New ISSUE_IDs are taken as one past the
      * highest on file. Changes need 'U' authority in the AUTH-DATA
      * container from the MENU01 front end. Only players of the
      * league chosen there can be brought up, and their deposits
      * post to that league's current-season invoice.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'KIT-CHANNEL'.
      * The operator's league, delivered in the LEAGUE-DATA container
      * by MENU01 - every query here stays inside it.
       01  Ws-League-Container      PIC X(16) VALUE 'LEAGUE-DATA'.
       01  Ws-League-Data.
           05  Ws-League-Id               PIC S9(09) COMP.
           05  Ws-League-Name             PIC X(60).
       01  Ws-No-League-Message           PIC X(60) VALUE
           'No league chosen - start from the menu'.

      * Returning our own transaction id (not EIBTRNID) keeps the
      * pseudoconversation on this program after a MENU01 transfer.
       01  Ws-Trans-Id              PIC X(4) VALUE 'KITD'.

       01  Ws-Program-State.
           05  Ws-Player-Id               PIC S9(09) COMP VALUE ZERO.
           05  Ws-Player-Name             PIC X(60) VALUE SPACES.
           05  Ws-Page-Start              PIC S9(04) COMP VALUE 1.
           05  Ws-Item-Count              PIC 9(05) VALUE ZERO.
           05  Ws-Page-Issue-Id           PIC S9(09) COMP
                                          OCCURS 5 TIMES.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.
           05  Ws-Response2               PIC S9(8) COMP.

      * Operator authority, delivered in the AUTH-DATA container by
      * the MENU01 front-end ('U' = full update, 'I' = inquiry only).
       01  Ws-Auth-Container             PIC X(16) VALUE 'AUTH-DATA'.
       01  Ws-Auth-Level                 PIC X(01) VALUE 'I'.
           88  Auth-Update                   VALUE 'U'.

       01  Ws-Input-Fields.
           05  Ws-Input-Key               PIC X(10).
           05  Ws-Input-Line              PIC X(02).
           05  Ws-Input-Item              PIC X(30).
           05  Ws-Input-Deposit           PIC X(15).

       01  Ws-Deposit-Parse.
           05  Ws-Dep-Dollars             PIC X(05) JUSTIFIED RIGHT.
           05  Ws-Dep-Dollars-N REDEFINES Ws-Dep-Dollars
                                          PIC 9(05).
           05  Ws-Dep-Cents               PIC X(02).
           05  Ws-Dep-Cents-N REDEFINES Ws-Dep-Cents
                                          PIC 9(02).
           05  Ws-Dep-Dollar-Len          PIC S9(04) COMP.
           05  Ws-Dep-Cent-Len            PIC S9(04) COMP.
           05  Ws-Dep-Pointer             PIC S9(04) COMP.

       01  Ws-Work-Fields.
           05  Ws-Message-Text            PIC X(78) VALUE SPACES.
           05  Ws-Operator-Id             PIC X(08) VALUE SPACES.
           05  Ws-Key-Length              PIC S9(04) COMP.
           05  Ws-Line-Idx                PIC S9(04) COMP.
           05  Ws-Pick-Idx                PIC S9(04) COMP.
           05  Ws-Line-Display            PIC 9.
           05  Ws-Picked-Issue-Id         PIC S9(09) COMP VALUE ZERO.
           05  Ws-New-Deposit             PIC S9(5)V99 COMP-3.
           05  Ws-Player-Display          PIC ZZZZZZZZ9.
           05  Ws-Issue-Display           PIC ZZZZZZZZ9.
           05  Ws-Amount-Display          PIC ZZ,ZZ9.99.
           05  Ws-Held-Display            PIC ZZ,ZZ9.99.
           05  Ws-Due-Display             PIC Z,ZZZ,ZZ9.99-.
           05  Ws-Totals-Line             PIC X(50) VALUE SPACES.
       01  Ws-List-Table                  VALUE SPACES.
           05  Ws-List-Line               PIC X(78) OCCURS 5 TIMES.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Sql-Variables.
           05  Ws-Sql-League-Id           PIC S9(09) COMP.
           05  Ws-Sql-Player-Id           PIC S9(09) COMP.
           05  Ws-Sql-Player-Name         PIC X(60).
           05  Ws-Sql-Issue-Id            PIC S9(09) COMP.
           05  Ws-Sql-Item-Desc           PIC X(30).
           05  Ws-Sql-Deposit             PIC S9(5)V99 COMP-3.
           05  Ws-Sql-Invoice-Id          PIC S9(09) COMP.
           05  Ws-Sql-Status              PIC X(01).
           05  Ws-Sql-Issue-Date          PIC X(10).
           05  Ws-Sql-Row-Number          PIC S9(04) COMP.
           05  Ws-Sql-Item-Count          PIC S9(05) COMP.
           05  Ws-Sql-Held                PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Amount-Due          PIC S9(9)V99 COMP-3.

           COPY CRUDM.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

       0100-Main-Processing.
           EXEC CICS HANDLE ABEND
               LABEL(9500-Abend-Handler)
           END-EXEC
           PERFORM 7160-Get-League
           PERFORM 7100-Retrieve-Containers
           PERFORM 7150-Get-Authority
           PERFORM 1100-Process-User-Action
           PERFORM 7200-Store-Containers
           PERFORM 9100-Return-To-Cics
           .

       1100-Process-User-Action.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF1
                   PERFORM 2100-Display-Help
               WHEN (EIBAID = DFHPF2 OR EIBAID = DFHPF4
                     OR EIBAID = DFHPF6)
                   AND Ws-Player-Id = ZERO
                   MOVE 'Key a PLAYER_ID first' TO Ws-Message-Text
                   PERFORM 5100-Send-Map
               WHEN (EIBAID = DFHPF2 OR EIBAID = DFHPF4
                     OR EIBAID = DFHPF6)
                   AND NOT Auth-Update
                   MOVE 'Not authorized - inquiry only'
                       TO Ws-Message-Text
                   PERFORM 6000-Load-Page
                   PERFORM 5100-Send-Map
               WHEN EIBAID = DFHPF2
                   PERFORM 2200-Return-Item
               WHEN EIBAID = DFHPF4
                   PERFORM 2300-Issue-Item
               WHEN EIBAID = DFHPF6
                   PERFORM 2400-Swap-Item
               WHEN EIBAID = DFHPF7
                   PERFORM 2500-Page-Back
               WHEN EIBAID = DFHPF8
                   PERFORM 2600-Page-Forward
               WHEN EIBAID = DFHPF3
                   PERFORM 9200-Exit-Program
               WHEN EIBAID = DFHPF12
                   PERFORM 9200-Exit-Program
               WHEN EIBAID = DFHENTER
                   PERFORM 3100-Process-Enter-Key
               WHEN OTHER
                   PERFORM 3200-Invalid-Key
           END-EVALUATE
           .

       2100-Display-Help.
           MOVE SPACES TO Ws-Message-Text
           STRING 'PF4=Issue item/deposit PF2=Return line '
                  'PF6=Swap line PF7/PF8=Page PF12=Exit'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           IF Ws-Player-Id NOT = ZERO
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       2200-Return-Item.
           PERFORM 4000-Pick-Line
           IF Ws-Message-Text = SPACES
               PERFORM 6300-Read-Issue
               IF Ws-Message-Text = SPACES
                   PERFORM 6600-Record-Return
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE Ws-Sql-Deposit TO Ws-Amount-Display
                       STRING 'Returned ' Ws-Sql-Item-Desc
                              ' - deposit ' Ws-Amount-Display
                              ' credited'
                           DELIMITED BY SIZE INTO Ws-Message-Text
                       END-STRING
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'Database error - return not recorded'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           END-IF
           PERFORM 6000-Load-Page
           PERFORM 5100-Send-Map
           .

       2300-Issue-Item.
           PERFORM 4100-Check-New-Item
           IF Ws-Message-Text = SPACES
               PERFORM 6400-Find-Current-Invoice
               IF Ws-Message-Text = SPACES
                   PERFORM 6500-Record-Issue
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE Ws-Sql-Issue-Id TO Ws-Issue-Display
                       MOVE Ws-New-Deposit TO Ws-Amount-Display
                       STRING 'Issued as ' Ws-Issue-Display
                              ' - deposit ' Ws-Amount-Display
                              ' charged'
                           DELIMITED BY SIZE INTO Ws-Message-Text
                       END-STRING
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'Database error - item not issued'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           END-IF
           PERFORM 6000-Load-Page
           PERFORM 5100-Send-Map
           .

      *    The old item comes back and the new one goes out in one
      *    unit of work, so the desk never leaves the family charged
      *    twice or not at all.
       2400-Swap-Item.
           PERFORM 4000-Pick-Line
           IF Ws-Message-Text = SPACES
               PERFORM 6300-Read-Issue
           END-IF
           IF Ws-Message-Text = SPACES
               PERFORM 4100-Check-New-Item
           END-IF
           IF Ws-Message-Text = SPACES
               PERFORM 6600-Record-Return
               IF SQLCODE = 0
                   PERFORM 6400-Find-Current-Invoice
                   IF Ws-Message-Text = SPACES
                       PERFORM 6500-Record-Issue
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN Ws-Message-Text NOT = SPACES
                       EXEC SQL ROLLBACK END-EXEC
                   WHEN SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE Ws-Sql-Issue-Id TO Ws-Issue-Display
                       STRING 'Swapped - new item issued as '
                              Ws-Issue-Display
                           DELIMITED BY SIZE INTO Ws-Message-Text
                       END-STRING
                   WHEN OTHER
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'Database error - swap not recorded'
                           TO Ws-Message-Text
               END-EVALUATE
           END-IF
           PERFORM 6000-Load-Page
           PERFORM 5100-Send-Map
           .

       2500-Page-Back.
           IF Ws-Player-Id = ZERO
               MOVE 'Key a PLAYER_ID first' TO Ws-Message-Text
           ELSE
               IF Ws-Page-Start > 5
                   SUBTRACT 5 FROM Ws-Page-Start
                   MOVE 'Previous page' TO Ws-Message-Text
               ELSE
                   MOVE 1 TO Ws-Page-Start
                   MOVE 'Already at the first page' TO Ws-Message-Text
               END-IF
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       2600-Page-Forward.
           IF Ws-Player-Id = ZERO
               MOVE 'Key a PLAYER_ID first' TO Ws-Message-Text
           ELSE
               IF Ws-Page-Start + 5 <= Ws-Item-Count
                   ADD 5 TO Ws-Page-Start
                   MOVE 'Next page' TO Ws-Message-Text
               ELSE
                   MOVE 'No more items out' TO Ws-Message-Text
               END-IF
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       3100-Process-Enter-Key.
           MOVE ZERO TO Ws-Key-Length
           INSPECT Ws-Input-Key TALLYING Ws-Key-Length
               FOR LEADING SPACES
           IF Ws-Key-Length > ZERO AND Ws-Key-Length < 10
               MOVE Ws-Input-Key (Ws-Key-Length + 1:) TO Ws-Input-Key
           END-IF
           MOVE ZERO TO Ws-Key-Length
           INSPECT Ws-Input-Key TALLYING Ws-Key-Length
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN Ws-Input-Key = SPACES
                   MOVE 'Key a PLAYER_ID and press Enter'
                       TO Ws-Message-Text
               WHEN Ws-Key-Length = ZERO OR Ws-Key-Length > 9
                   MOVE 'PLAYER_ID must be 1 to 9 digits'
                       TO Ws-Message-Text
               WHEN Ws-Input-Key (1:Ws-Key-Length) NOT NUMERIC
                   MOVE 'PLAYER_ID must be 1 to 9 digits'
                       TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Input-Key (1:Ws-Key-Length)
                       TO Ws-Sql-Player-Id
                   PERFORM 6100-Read-Player
           END-EVALUATE
           PERFORM 5100-Send-Map
           .

       3200-Invalid-Key.
           MOVE 'Invalid key pressed - use PF1 for help'
               TO Ws-Message-Text
           IF Ws-Player-Id NOT = ZERO
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       4000-Pick-Line.
           MOVE ZERO TO Ws-Picked-Issue-Id
           IF Ws-Input-Line (1:1) >= '1' AND Ws-Input-Line (1:1) <= '5'
               MOVE Ws-Input-Line (1:1) TO Ws-Line-Display
               MOVE Ws-Line-Display TO Ws-Pick-Idx
               MOVE Ws-Page-Issue-Id (Ws-Pick-Idx)
                   TO Ws-Picked-Issue-Id
               IF Ws-Picked-Issue-Id = ZERO
                   MOVE 'That list line is empty' TO Ws-Message-Text
               END-IF
           ELSE
               MOVE 'Key the item''s line number (1-5) in ACTION'
                   TO Ws-Message-Text
           END-IF
           .

      *    The item and deposit for an issue; on a swap a blank
      *    deposit keeps the deposit of the item coming back.
       4100-Check-New-Item.
           IF Ws-Input-Item = SPACES
               MOVE 'Key the item description in EMAIL'
                   TO Ws-Message-Text
           ELSE
               IF Ws-Input-Deposit = SPACES AND EIBAID = DFHPF6
                   MOVE Ws-Sql-Deposit TO Ws-New-Deposit
               ELSE
                   PERFORM 4200-Parse-Deposit
               END-IF
           END-IF
           .

       4200-Parse-Deposit.
           MOVE ZERO TO Ws-Key-Length
           INSPECT Ws-Input-Deposit TALLYING Ws-Key-Length
               FOR LEADING SPACES
           IF Ws-Key-Length > ZERO AND Ws-Key-Length < 15
               MOVE Ws-Input-Deposit (Ws-Key-Length + 1:)
                   TO Ws-Input-Deposit
           END-IF
           MOVE SPACES TO Ws-Dep-Dollars
           MOVE SPACES TO Ws-Dep-Cents
           MOVE ZERO TO Ws-Dep-Dollar-Len
           MOVE ZERO TO Ws-Dep-Cent-Len
           MOVE 1 TO Ws-Dep-Pointer
           UNSTRING Ws-Input-Deposit
               DELIMITED BY '.' OR ALL SPACE
               INTO Ws-Dep-Dollars COUNT IN Ws-Dep-Dollar-Len
                    Ws-Dep-Cents   COUNT IN Ws-Dep-Cent-Len
               WITH POINTER Ws-Dep-Pointer
           END-UNSTRING
           INSPECT Ws-Dep-Dollars REPLACING LEADING SPACE BY ZERO
           INSPECT Ws-Dep-Cents REPLACING ALL SPACE BY ZERO
           EVALUATE TRUE
               WHEN Ws-Dep-Dollar-Len = ZERO
                 OR Ws-Dep-Dollar-Len > 5
                 OR Ws-Dep-Cent-Len > 2
                   MOVE 'Deposit must be dollars or dollars.cents'
                       TO Ws-Message-Text
               WHEN Ws-Dep-Dollars NOT NUMERIC
                 OR Ws-Dep-Cents NOT NUMERIC
                   MOVE 'Deposit must be dollars or dollars.cents'
                       TO Ws-Message-Text
               WHEN Ws-Dep-Pointer <= 15
                AND Ws-Input-Deposit (Ws-Dep-Pointer:) NOT = SPACES
                   MOVE 'Deposit must be dollars or dollars.cents'
                       TO Ws-Message-Text
               WHEN OTHER
                   COMPUTE Ws-New-Deposit =
                       Ws-Dep-Dollars-N + (Ws-Dep-Cents-N / 100)
           END-EVALUATE
           .

       5100-Send-Map.
           MOVE LOW-VALUES TO Crudmo
           IF Ws-Player-Id NOT = ZERO
               MOVE Ws-Player-Id TO Ws-Player-Display
               MOVE Ws-Player-Display TO Keyo
               MOVE Ws-Player-Name TO Nameo
               MOVE Ws-Totals-Line TO Addro
           END-IF
           MOVE Ws-Message-Text TO Msgo
           MOVE Ws-Item-Count TO Counto
           MOVE Ws-List-Line (1) TO List1o
           MOVE Ws-List-Line (2) TO List2o
           MOVE Ws-List-Line (3) TO List3o
           MOVE Ws-List-Line (4) TO List4o
           MOVE Ws-List-Line (5) TO List5o

           EXEC CICS SEND MAP('CRUDM')
                MAPSET('CRUDMS')
                ERASE
                FREEKB
           END-EXEC
           .

      *    The player's outstanding items, oldest first, with the
      *    deposits held and what the current-season invoice shows.
       6000-Load-Page.
           MOVE SPACES TO Ws-List-Table
           MOVE SPACES TO Ws-Totals-Line
           PERFORM 6010-Clear-Page-Line
               VARYING Ws-Line-Idx FROM 1 BY 1
               UNTIL Ws-Line-Idx > 5
           MOVE Ws-Player-Id TO Ws-Sql-Player-Id

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(DEPOSIT_AMOUNT), 0)
                   INTO :Ws-Sql-Item-Count,
                        :Ws-Sql-Held
                   FROM LABSCHEMA.EQUIPMENT_ISSUE
                   WHERE PLAYER_ID = :Ws-Sql-Player-Id
                     AND ISSUE_STATUS = 'I'
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Sql-Item-Count TO Ws-Item-Count
           ELSE
               MOVE ZERO TO Ws-Item-Count
               MOVE ZERO TO Ws-Sql-Held
           END-IF
           MOVE Ws-Sql-Held TO Ws-Held-Display

           EXEC SQL
               SELECT I.AMOUNT_DUE
                   INTO :Ws-Sql-Amount-Due
                   FROM LABSCHEMA.INVOICE I
                   JOIN LABSCHEMA.SEASON S
                     ON S.SEASON_ID = I.SEASON_ID
                   WHERE I.PLAYER_ID = :Ws-Sql-Player-Id
                     AND S.CURRENT_SEASON = 'Y'
                     AND S.LEAGUE_ID = :Ws-Sql-League-Id
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Sql-Amount-Due TO Ws-Due-Display
               STRING 'Deposits held ' Ws-Held-Display
                      ' Invoice due ' Ws-Due-Display
                   DELIMITED BY SIZE INTO Ws-Totals-Line
               END-STRING
           ELSE
               STRING 'Deposits held ' Ws-Held-Display
                      ' No current invoice'
                   DELIMITED BY SIZE INTO Ws-Totals-Line
               END-STRING
           END-IF

           IF Ws-Page-Start > Ws-Item-Count
               MOVE 1 TO Ws-Page-Start
           END-IF
           MOVE Ws-Page-Start TO Ws-Sql-Row-Number

           EXEC SQL
               DECLARE KITD_ITEM_CUR SCROLL CURSOR FOR
                   SELECT ISSUE_ID,
                          ITEM_DESC,
                          DEPOSIT_AMOUNT,
                          CHAR(ISSUE_DATE)
                       FROM LABSCHEMA.EQUIPMENT_ISSUE
                       WHERE PLAYER_ID = :Ws-Sql-Player-Id
                         AND ISSUE_STATUS = 'I'
                       ORDER BY ISSUE_DATE, ISSUE_ID
           END-EXEC

           EXEC SQL OPEN KITD_ITEM_CUR END-EXEC

           EXEC SQL
               FETCH ABSOLUTE :Ws-Sql-Row-Number FROM KITD_ITEM_CUR
               INTO :Ws-Sql-Issue-Id,
                    :Ws-Sql-Item-Desc,
                    :Ws-Sql-Deposit,
                    :Ws-Sql-Issue-Date
           END-EXEC

           PERFORM 6020-Format-Item-Line
               VARYING Ws-Line-Idx FROM 1 BY 1
               UNTIL Ws-Line-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE KITD_ITEM_CUR END-EXEC
           .

       6010-Clear-Page-Line.
           MOVE ZERO TO Ws-Page-Issue-Id (Ws-Line-Idx)
           .

       6020-Format-Item-Line.
           MOVE Ws-Sql-Issue-Id TO Ws-Page-Issue-Id (Ws-Line-Idx)
           MOVE Ws-Line-Idx TO Ws-Line-Display
           MOVE Ws-Sql-Issue-Id TO Ws-Issue-Display
           MOVE Ws-Sql-Deposit TO Ws-Amount-Display
           STRING Ws-Line-Display ' ' Ws-Issue-Display ' '
                  Ws-Sql-Issue-Date ' ' Ws-Sql-Item-Desc ' '
                  Ws-Amount-Display
               DELIMITED BY SIZE INTO Ws-List-Line (Ws-Line-Idx)
           END-STRING

           EXEC SQL
               FETCH NEXT FROM KITD_ITEM_CUR
               INTO :Ws-Sql-Issue-Id,
                    :Ws-Sql-Item-Desc,
                    :Ws-Sql-Deposit,
                    :Ws-Sql-Issue-Date
           END-EXEC
           .

       6100-Read-Player.
           EXEC SQL
               SELECT PLAYER_NAME
                   INTO :Ws-Sql-Player-Name
                   FROM LABSCHEMA.PLAYERS
                   WHERE PLAYER_ID = :Ws-Sql-Player-Id
                     AND LEAGUE_ID = :Ws-Sql-League-Id
           END-EXEC

           IF SQLCODE = 0
               MOVE Ws-Sql-Player-Id TO Ws-Player-Id
               MOVE Ws-Sql-Player-Name TO Ws-Player-Name
               MOVE 1 TO Ws-Page-Start
               PERFORM 6000-Load-Page
               MOVE 'Items out displayed' TO Ws-Message-Text
           ELSE
               MOVE ZERO TO Ws-Player-Id
               MOVE SPACES TO Ws-Player-Name
               MOVE ZERO TO Ws-Item-Count
               MOVE SPACES TO Ws-List-Table
               MOVE 'Player not on file in this league'
                   TO Ws-Message-Text
           END-IF
           .

      *    EQUIPMNT's 5000-Return-Item checks: the item must still be
      *    out, and must be this player's.
       6300-Read-Issue.
           MOVE Ws-Player-Id TO Ws-Sql-Player-Id
           MOVE Ws-Picked-Issue-Id TO Ws-Sql-Issue-Id
           EXEC SQL
               SELECT INVOICE_ID,
                      ITEM_DESC,
                      DEPOSIT_AMOUNT,
                      ISSUE_STATUS
                   INTO :Ws-Sql-Invoice-Id,
                        :Ws-Sql-Item-Desc,
                        :Ws-Sql-Deposit,
                        :Ws-Sql-Status
                   FROM LABSCHEMA.EQUIPMENT_ISSUE
                   WHERE ISSUE_ID = :Ws-Sql-Issue-Id
                     AND PLAYER_ID = :Ws-Sql-Player-Id
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Item no longer on file' TO Ws-Message-Text
               WHEN SQLCODE NOT = 0
                   MOVE 'Database error reading the item'
                       TO Ws-Message-Text
               WHEN Ws-Sql-Status NOT = 'I'
                   MOVE 'Item has already been returned'
                       TO Ws-Message-Text
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *    EQUIPMNT's 4000-Issue-Item: the deposit lands on the
      *    current-season invoice.
       6400-Find-Current-Invoice.
           MOVE Ws-Player-Id TO Ws-Sql-Player-Id
           EXEC SQL
               SELECT I.INVOICE_ID
                   INTO :Ws-Sql-Invoice-Id
                   FROM LABSCHEMA.INVOICE I
                   JOIN LABSCHEMA.SEASON S
                     ON S.SEASON_ID = I.SEASON_ID
                   WHERE I.PLAYER_ID = :Ws-Sql-Player-Id
                     AND S.CURRENT_SEASON = 'Y'
                     AND S.LEAGUE_ID = :Ws-Sql-League-Id
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'No current-season invoice - invoice first'
                       TO Ws-Message-Text
               WHEN SQLCODE NOT = 0
                   MOVE 'Database error finding the invoice'
                       TO Ws-Message-Text
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *    EQUIPMNT's 4100-Record-Issue, under a new ISSUE_ID. SQLCODE
      *    is left for the caller to commit or roll back on.
       6500-Record-Issue.
           EXEC SQL
               SELECT COALESCE(MAX(ISSUE_ID), 0) + 1
                   INTO :Ws-Sql-Issue-Id
                   FROM LABSCHEMA.EQUIPMENT_ISSUE
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Input-Item TO Ws-Sql-Item-Desc
               MOVE Ws-New-Deposit TO Ws-Sql-Deposit
               EXEC SQL
                    INSERT INTO LABSCHEMA.EQUIPMENT_ISSUE
                           (ISSUE_ID,
                            PLAYER_ID,
                            INVOICE_ID,
                            ITEM_DESC,
                            DEPOSIT_AMOUNT,
                            ISSUE_DATE,
                            ISSUE_STATUS)
                    VALUES (:Ws-Sql-Issue-Id,
                            :Ws-Sql-Player-Id,
                            :Ws-Sql-Invoice-Id,
                            :Ws-Sql-Item-Desc,
                            :Ws-Sql-Deposit,
                            CURRENT DATE,
                            'I')
               END-EXEC
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                    UPDATE LABSCHEMA.INVOICE
                    SET AMOUNT_DUE = AMOUNT_DUE
                        + :Ws-Sql-Deposit
                    WHERE INVOICE_ID = :Ws-Sql-Invoice-Id
               END-EXEC
           END-IF
           .

      *    EQUIPMNT's 5100-Record-Return: the deposit comes back off
      *    the invoice the item was issued against.
       6600-Record-Return.
           EXEC SQL
                UPDATE LABSCHEMA.EQUIPMENT_ISSUE
                SET ISSUE_STATUS = 'R',
                    RETURN_DATE  = CURRENT DATE
                WHERE ISSUE_ID = :Ws-Sql-Issue-Id
                  AND ISSUE_STATUS = 'I'
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                    UPDATE LABSCHEMA.INVOICE
                    SET AMOUNT_DUE = AMOUNT_DUE - :Ws-Sql-Deposit
                    WHERE INVOICE_ID = :Ws-Sql-Invoice-Id
               END-EXEC
           END-IF
           .

       7100-Retrieve-Containers.
           EXEC CICS ASSIGN USERID(Ws-Operator-Id) END-EXEC

           EXEC CICS GET CONTAINER(Ws-State-Container)
                CHANNEL(Ws-Channel-Name)
                INTO(Ws-Program-State)
                FLENGTH(LENGTH OF Ws-Program-State)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response NOT = DFHRESP(NORMAL)
               MOVE ZERO TO Ws-Player-Id
               MOVE SPACES TO Ws-Player-Name
               MOVE 1 TO Ws-Page-Start
               MOVE ZERO TO Ws-Item-Count
               PERFORM 6010-Clear-Page-Line
                   VARYING Ws-Line-Idx FROM 1 BY 1
                   UNTIL Ws-Line-Idx > 5
           END-IF

           EXEC CICS RECEIVE MAP('CRUDM')
                MAPSET('CRUDMS')
                INTO(Crudmi)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response = DFHRESP(NORMAL)
               MOVE Keyi TO Ws-Input-Key
               MOVE Actioni TO Ws-Input-Line
               MOVE Emaili TO Ws-Input-Item
               MOVE Phonei TO Ws-Input-Deposit
      *        Fields the operator did not touch arrive as nulls.
               INSPECT Ws-Input-Fields
                   REPLACING ALL LOW-VALUE BY SPACE
           ELSE
               MOVE SPACES TO Ws-Input-Fields
           END-IF
           .

       7150-Get-Authority.
           EXEC CICS GET CONTAINER(Ws-Auth-Container)
                CHANNEL(Ws-Channel-Name)
                INTO(Ws-Auth-Level)
                FLENGTH(LENGTH OF Ws-Auth-Level)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response NOT = DFHRESP(NORMAL)
               MOVE 'I' TO Ws-Auth-Level
           END-IF
           .

       7160-Get-League.
           EXEC CICS GET CONTAINER(Ws-League-Container)
                CHANNEL(Ws-Channel-Name)
                INTO(Ws-League-Data)
                FLENGTH(LENGTH OF Ws-League-Data)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response NOT = DFHRESP(NORMAL)
               PERFORM 9300-No-League
           END-IF
           MOVE Ws-League-Id TO Ws-Sql-League-Id
           .

       7200-Store-Containers.
           EXEC CICS PUT CONTAINER(Ws-State-Container)
                CHANNEL(Ws-Channel-Name)
                FROM(Ws-Program-State)
                FLENGTH(LENGTH OF Ws-Program-State)
           END-EXEC
           .

       9100-Return-To-Cics.
           EXEC CICS RETURN
                TRANSID(Ws-Trans-Id)
                CHANNEL(Ws-Channel-Name)
           END-EXEC
           .

       9200-Exit-Program.
           EXEC CICS RETURN
           END-EXEC
           .

       9300-No-League.
           EXEC CICS SEND TEXT
               FROM(Ws-No-League-Message)
               LENGTH(LENGTH OF Ws-No-League-Message)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC
           .

       9500-Abend-Handler.
           EXEC CICS SEND TEXT
               FROM(Ws-Abend-Message)
               LENGTH(LENGTH OF Ws-Abend-Message)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC
           .
