       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHBOX.
      *
      * CICS COBOL registration-night cash box
      * Pseudoconversational design with containers and channels, in
      * the same style as TEAMROST, on the shared CRUDMS mapset.
      *
      * The cash box's tally sheet, on the screen: money taken at the
      * desk posts while the family is still standing there, and they
      * leave with a numbered receipt and their new balance. The
      * operator keys a guardian's contact ID or email in the KEY
      * field, as GUARDBAL does, and presses Enter: the household's
      * open invoices list five to a page (PF7/PF8), each with its
      * player and the balance still owing.
      *
      *   ACTION field - list line number (1 to 5) of the invoice
      *   PHONE field  - amount taken, as dollars or dollars.cents
      *   EMAIL field  - CASH, or CHQ and the cheque number
      *   PF2 posts the receipt; PF5 prints the last receipt again.
      *
      * The posting is FEEPOST's: AMOUNT_PAID goes up on the invoice
      * (3100-Apply-Posting), any part of the money beyond the open
      * balance on a written-off invoice is a recovery (3200/3300), a
      * PAYMENT row is recorded, and an invoice on a PLANMNT plan has
      * the money allocated to its INSTALLMENT schedule oldest first
      * (5000-Allocate-To-Plan). The receipt itself is a numbered row
      * on LABSCHEMA.CASH_RECEIPT - operator, terminal, tender and
      * cheque number - written in the same unit of work, which is
      * SYNCPOINTed only when every row is in.
      *
      * The receipt prints at the desk printer named for this
      * terminal on CODE_TABLE 'DESKPRT' (CODE the terminal id,
      * DESCRIPTION bytes 1-4 the printer's terminal id): CASHPRT is
      * STARTed against the printer with the receipt lines, so the
      * desk is never held up waiting on it. CASHUP totals each
      * operator's cash and cheques at the end of the night for the
      * deposit slip, and DEPRECN matches that slip. Posting needs
      * 'U' authority in the AUTH-DATA container from MENU01. Only the
      * invoices of the league chosen on the menu are listed, so a
      * receipt is only ever taken against that league's invoice and
      * lands on that league's cash-up.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'CASH-CHANNEL'.
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
       01  Ws-Trans-Id              PIC X(4) VALUE 'CASH'.
       01  Ws-Print-Trans-Id        PIC X(4) VALUE 'CPRT'.

       01  Ws-Program-State.
           05  Ws-Contact-Id              PIC S9(09) COMP VALUE ZERO.
           05  Ws-Guardian-Name           PIC X(60) VALUE SPACES.
           05  Ws-Page-Start              PIC S9(04) COMP VALUE 1.
           05  Ws-Invoice-Count           PIC 9(05) VALUE ZERO.
           05  Ws-Page-Invoice-Id         PIC S9(09) COMP
                                          OCCURS 5 TIMES.
           05  Ws-Last-Receipt-No         PIC S9(09) COMP VALUE ZERO.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.
           05  Ws-Response2               PIC S9(8) COMP.

      * Operator authority, delivered in the AUTH-DATA container by
      * the MENU01 front-end ('U' = full update, 'I' = inquiry only).
       01  Ws-Auth-Container             PIC X(16) VALUE 'AUTH-DATA'.
       01  Ws-Auth-Level                 PIC X(01) VALUE 'I'.
           88  Auth-Update                   VALUE 'U'.

       01  Ws-Input-Fields.
           05  Ws-Input-Key               PIC X(60).
           05  Ws-Input-Line              PIC X(02).
           05  Ws-Input-Amount            PIC X(15).
           05  Ws-Input-Tender            PIC X(40).

       01  Ws-Amount-Parse.
           05  Ws-Amt-Dollars             PIC X(07) JUSTIFIED RIGHT.
           05  Ws-Amt-Dollars-N REDEFINES Ws-Amt-Dollars
                                          PIC 9(07).
           05  Ws-Amt-Cents               PIC X(02).
           05  Ws-Amt-Cents-N REDEFINES Ws-Amt-Cents
                                          PIC 9(02).
           05  Ws-Amt-Dollar-Len          PIC S9(04) COMP.
           05  Ws-Amt-Cent-Len            PIC S9(04) COMP.
           05  Ws-Amt-Pointer             PIC S9(04) COMP.

       01  Ws-Work-Fields.
           05  Ws-Message-Text            PIC X(78) VALUE SPACES.
           05  Ws-Operator-Id             PIC X(08) VALUE SPACES.
           05  Ws-Key-Length              PIC S9(04) COMP.
           05  Ws-Line-Idx                PIC S9(04) COMP.
           05  Ws-Pick-Idx                PIC S9(04) COMP.
           05  Ws-Line-Display            PIC 9.
           05  Ws-Post-Sw                 PIC X(01) VALUE 'Y'.
               88  Ws-Post-Ok                 VALUE 'Y'.
               88  Ws-Post-Failed             VALUE 'N'.
           05  Ws-Inst-Eof-Sw             PIC X(01) VALUE 'N'.
               88  Ws-Inst-Eof                VALUE 'Y'.
           05  Ws-Remaining               PIC S9(7)V99 COMP-3.
           05  Ws-Inst-Open               PIC S9(7)V99 COMP-3.
           05  Ws-Invoice-Display         PIC ZZZZZZZZ9.
           05  Ws-Receipt-Display         PIC ZZZZZZZZ9.
           05  Ws-Amount-Display          PIC Z,ZZZ,ZZ9.99.
           05  Ws-Open-Display            PIC Z,ZZZ,ZZ9.99-.
           05  Ws-Printer-Id              PIC X(04) VALUE SPACES.
       01  Ws-List-Table                  VALUE SPACES.
           05  Ws-List-Line               PIC X(78) OCCURS 5 TIMES.

      * The receipt as CASHPRT prints it, one 60-byte line apiece.
       01  Ws-Receipt-Print               VALUE SPACES.
           05  Ws-Rcpt-Line               PIC X(60) OCCURS 10 TIMES.

       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Sql-Variables.
           05  Ws-Sql-League-Id           PIC S9(09) COMP.
           05  Ws-Sql-Contact-Id          PIC S9(09) COMP.
           05  Ws-Sql-Email               PIC X(40).
           05  Ws-Sql-Surname             PIC X(30).
           05  Ws-Sql-First-Name          PIC X(30).
           05  Ws-Sql-Invoice-Id          PIC S9(09) COMP.
           05  Ws-Sql-Player-Name         PIC X(60).
           05  Ws-Sql-Open                PIC S9(9)V99 COMP-3.
           05  Ws-Sql-Row-Number          PIC S9(04) COMP.
           05  Ws-Sql-Invoice-Count       PIC S9(05) COMP.
           05  Ws-Sql-Amount              PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Payment-Seq         PIC S9(09) COMP.
           05  Ws-Sql-Open-Before         PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Written-Off         PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Recovery            PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Inst-Seq            PIC S9(05) COMP.
           05  Ws-Sql-Inst-Due            PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Inst-Paid           PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Alloc-Amount        PIC S9(7)V99 COMP-3.
           05  Ws-Sql-Receipt-No          PIC S9(09) COMP.
           05  Ws-Sql-Termid              PIC X(04).
           05  Ws-Sql-Tender-Type         PIC X(01).
           05  Ws-Sql-Cheque-No           PIC X(12).
           05  Ws-Sql-Receipt-Ts          PIC X(26).
           05  Ws-Sql-Operator-Id         PIC X(08).
           05  Ws-Sql-Code                PIC X(08).
           05  Ws-Sql-Code-Desc           PIC X(40).

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
               WHEN (EIBAID = DFHPF2 OR EIBAID = DFHPF5)
                   AND Ws-Contact-Id = ZERO
                   MOVE 'Key a guardian first' TO Ws-Message-Text
                   PERFORM 5100-Send-Map
               WHEN (EIBAID = DFHPF2 OR EIBAID = DFHPF5)
                   AND NOT Auth-Update
                   MOVE 'Not authorized - inquiry only'
                       TO Ws-Message-Text
                   PERFORM 6000-Load-Page
                   PERFORM 5100-Send-Map
               WHEN EIBAID = DFHPF2
                   PERFORM 2200-Post-Receipt
               WHEN EIBAID = DFHPF5
                   PERFORM 2300-Reprint-Receipt
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
           STRING 'Line/amount/CASH or CHQ nnn - PF2=Post '
                  'PF5=Reprint PF7/PF8=Page PF12=Exit'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           IF Ws-Contact-Id NOT = ZERO
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       2200-Post-Receipt.
           PERFORM 4000-Pick-Line
           IF Ws-Message-Text = SPACES
               PERFORM 4200-Parse-Amount
           END-IF
           IF Ws-Message-Text = SPACES
               PERFORM 4300-Check-Tender
           END-IF
           IF Ws-Message-Text = SPACES
               MOVE 'Y' TO Ws-Post-Sw
               PERFORM 6500-Apply-Posting
               IF Ws-Post-Ok
                   PERFORM 6510-Measure-Recovery
               END-IF
               IF Ws-Post-Ok
                   PERFORM 6520-Record-Payment-Row
               END-IF
               IF Ws-Post-Ok
                   PERFORM 6530-Allocate-To-Plan
               END-IF
               IF Ws-Post-Ok AND Ws-Sql-Recovery > ZERO
                   PERFORM 6550-Post-Recovery
               END-IF
               IF Ws-Post-Ok
                   PERFORM 6560-Record-Receipt
               END-IF
               IF Ws-Post-Ok
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE Ws-Sql-Receipt-No TO Ws-Last-Receipt-No
                   PERFORM 6600-Build-Receipt
                   PERFORM 6700-Print-Receipt
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   IF Ws-Message-Text = SPACES
                       MOVE 'Database error - nothing posted'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           END-IF
           PERFORM 6000-Load-Page
           PERFORM 5100-Send-Map
           .

       2300-Reprint-Receipt.
           IF Ws-Last-Receipt-No = ZERO
               MOVE 'No receipt taken for this household yet'
                   TO Ws-Message-Text
           ELSE
               MOVE Ws-Last-Receipt-No TO Ws-Sql-Receipt-No
               PERFORM 6600-Build-Receipt
               IF Ws-Message-Text = SPACES
                   MOVE '*** DUPLICATE ***' TO Ws-Rcpt-Line (10)
                   PERFORM 6700-Print-Receipt
               END-IF
           END-IF
           PERFORM 6000-Load-Page
           PERFORM 5100-Send-Map
           .

       2500-Page-Back.
           IF Ws-Contact-Id = ZERO
               MOVE 'Key a guardian first' TO Ws-Message-Text
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
           IF Ws-Contact-Id = ZERO
               MOVE 'Key a guardian first' TO Ws-Message-Text
           ELSE
               IF Ws-Page-Start + 5 <= Ws-Invoice-Count
                   ADD 5 TO Ws-Page-Start
                   MOVE 'Next page' TO Ws-Message-Text
               ELSE
                   MOVE 'No more open invoices' TO Ws-Message-Text
               END-IF
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       3100-Process-Enter-Key.
           IF Ws-Input-Key = SPACES
               MOVE 'Enter a contact id or email and press Enter'
                   TO Ws-Message-Text
           ELSE
               PERFORM 3300-Find-Guardian
               IF Ws-Contact-Id > ZERO
                   MOVE 1 TO Ws-Page-Start
                   MOVE ZERO TO Ws-Last-Receipt-No
                   PERFORM 6000-Load-Page
                   IF Ws-Invoice-Count = ZERO
                       MOVE 'Nothing owing for this household'
                           TO Ws-Message-Text
                   ELSE
                       MOVE 'Open invoices displayed'
                           TO Ws-Message-Text
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Send-Map
           .

       3200-Invalid-Key.
           MOVE 'Invalid key pressed - use PF1 for help'
               TO Ws-Message-Text
           IF Ws-Contact-Id NOT = ZERO
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       3300-Find-Guardian.
      *    All digits is a contact id; anything else matches on the
      *    email address.
           MOVE ZERO TO Ws-Contact-Id
           MOVE SPACES TO Ws-Guardian-Name
           IF Ws-Input-Key(1:9) IS NUMERIC
               MOVE Ws-Input-Key(1:9) TO Ws-Sql-Contact-Id
               EXEC SQL
                   SELECT ID,
                          SURNAME,
                          FIRST_NAME
                       INTO :Ws-Sql-Contact-Id,
                            :Ws-Sql-Surname,
                            :Ws-Sql-First-Name
                       FROM LABSCHEMA.CONTACTS
                       WHERE ID = :Ws-Sql-Contact-Id
               END-EXEC
           ELSE
               MOVE Ws-Input-Key(1:40) TO Ws-Sql-Email
               EXEC SQL
                   SELECT ID,
                          SURNAME,
                          FIRST_NAME
                       INTO :Ws-Sql-Contact-Id,
                            :Ws-Sql-Surname,
                            :Ws-Sql-First-Name
                       FROM LABSCHEMA.CONTACTS
                       WHERE EMAIL_ADDR = RTRIM(:Ws-Sql-Email)
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE Ws-Sql-Contact-Id TO Ws-Contact-Id
               STRING Ws-Sql-First-Name DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      Ws-Sql-Surname DELIMITED BY '  '
                   INTO Ws-Guardian-Name
               END-STRING
           ELSE
               MOVE 'No guardian found for that id or email'
                   TO Ws-Message-Text
           END-IF
           .

       4000-Pick-Line.
           MOVE ZERO TO Ws-Sql-Invoice-Id
           IF Ws-Input-Line (1:1) >= '1' AND Ws-Input-Line (1:1) <= '5'
               MOVE Ws-Input-Line (1:1) TO Ws-Line-Display
               MOVE Ws-Line-Display TO Ws-Pick-Idx
               MOVE Ws-Page-Invoice-Id (Ws-Pick-Idx)
                   TO Ws-Sql-Invoice-Id
               IF Ws-Sql-Invoice-Id = ZERO
                   MOVE 'That list line is empty' TO Ws-Message-Text
               END-IF
           ELSE
               MOVE 'Key the invoice''s line number (1-5) in ACTION'
                   TO Ws-Message-Text
           END-IF
           .

       4200-Parse-Amount.
           MOVE ZERO TO Ws-Key-Length
           INSPECT Ws-Input-Amount TALLYING Ws-Key-Length
               FOR LEADING SPACES
           IF Ws-Key-Length > ZERO AND Ws-Key-Length < 15
               MOVE Ws-Input-Amount (Ws-Key-Length + 1:)
                   TO Ws-Input-Amount
           END-IF
           MOVE SPACES TO Ws-Amt-Dollars
           MOVE SPACES TO Ws-Amt-Cents
           MOVE ZERO TO Ws-Amt-Dollar-Len
           MOVE ZERO TO Ws-Amt-Cent-Len
           MOVE 1 TO Ws-Amt-Pointer
           UNSTRING Ws-Input-Amount
               DELIMITED BY '.' OR ALL SPACE
               INTO Ws-Amt-Dollars COUNT IN Ws-Amt-Dollar-Len
                    Ws-Amt-Cents   COUNT IN Ws-Amt-Cent-Len
               WITH POINTER Ws-Amt-Pointer
           END-UNSTRING
           INSPECT Ws-Amt-Dollars REPLACING LEADING SPACE BY ZERO
           INSPECT Ws-Amt-Cents REPLACING ALL SPACE BY ZERO
           EVALUATE TRUE
               WHEN Ws-Amt-Dollar-Len = ZERO
                 OR Ws-Amt-Dollar-Len > 7
                 OR Ws-Amt-Cent-Len > 2
                   MOVE 'Amount must be dollars or dollars.cents'
                       TO Ws-Message-Text
               WHEN Ws-Amt-Dollars NOT NUMERIC
                 OR Ws-Amt-Cents NOT NUMERIC
                   MOVE 'Amount must be dollars or dollars.cents'
                       TO Ws-Message-Text
               WHEN Ws-Amt-Pointer <= 15
                AND Ws-Input-Amount (Ws-Amt-Pointer:) NOT = SPACES
                   MOVE 'Amount must be dollars or dollars.cents'
                       TO Ws-Message-Text
               WHEN OTHER
                   COMPUTE Ws-Sql-Amount =
                       Ws-Amt-Dollars-N + (Ws-Amt-Cents-N / 100)
                   IF Ws-Sql-Amount NOT > ZERO
                       MOVE 'Amount must be more than zero'
                           TO Ws-Message-Text
                   END-IF
           END-EVALUATE
           .

      *    CASH, or CHQ followed by the cheque number.
       4300-Check-Tender.
           MOVE SPACES TO Ws-Sql-Cheque-No
           EVALUATE TRUE
               WHEN Ws-Input-Tender (1:4) = 'CASH'
                AND Ws-Input-Tender (5:) = SPACES
                   MOVE 'C' TO Ws-Sql-Tender-Type
               WHEN Ws-Input-Tender (1:3) = 'CHQ'
                   MOVE 'Q' TO Ws-Sql-Tender-Type
                   MOVE ZERO TO Ws-Key-Length
                   INSPECT Ws-Input-Tender (4:) TALLYING Ws-Key-Length
                       FOR LEADING SPACES
                   IF Ws-Key-Length < 37
                       MOVE Ws-Input-Tender (Ws-Key-Length + 4:)
                           TO Ws-Sql-Cheque-No
                   END-IF
                   IF Ws-Sql-Cheque-No = SPACES
                       MOVE 'Key the cheque number after CHQ'
                           TO Ws-Message-Text
                   END-IF
               WHEN OTHER
                   MOVE 'Tender must be CASH or CHQ and the number'
                       TO Ws-Message-Text
           END-EVALUATE
           .

       5100-Send-Map.
           MOVE LOW-VALUES TO Crudmo
           MOVE Ws-Input-Key TO Keyo
           IF Ws-Contact-Id NOT = ZERO
               MOVE Ws-Guardian-Name TO Nameo
           END-IF
           IF Ws-Last-Receipt-No NOT = ZERO
               MOVE Ws-Last-Receipt-No TO Ws-Receipt-Display
               STRING 'Last receipt ' Ws-Receipt-Display
                   DELIMITED BY SIZE INTO Addro
               END-STRING
           END-IF
           MOVE Ws-Message-Text TO Msgo
           MOVE Ws-Invoice-Count TO Counto
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

      *    Every household invoice with a balance still owing, as
      *    GUARDBAL finds the household through PLAYER_CONTACT.
       6000-Load-Page.
           MOVE SPACES TO Ws-List-Table
           PERFORM 6010-Clear-Page-Line
               VARYING Ws-Line-Idx FROM 1 BY 1
               UNTIL Ws-Line-Idx > 5
           MOVE Ws-Contact-Id TO Ws-Sql-Contact-Id

           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Invoice-Count
                   FROM LABSCHEMA.INVOICE I
                   JOIN LABSCHEMA.PLAYER_CONTACT PC
                     ON PC.PLAYER_ID = I.PLAYER_ID
                   WHERE PC.CONTACT_ID = :Ws-Sql-Contact-Id
                     AND I.LEAGUE_ID = :Ws-Sql-League-Id
                     AND I.AMOUNT_DUE > I.AMOUNT_PAID
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Sql-Invoice-Count TO Ws-Invoice-Count
           ELSE
               MOVE ZERO TO Ws-Invoice-Count
           END-IF
           IF Ws-Page-Start > Ws-Invoice-Count
               MOVE 1 TO Ws-Page-Start
           END-IF
           MOVE Ws-Page-Start TO Ws-Sql-Row-Number

           EXEC SQL
               DECLARE CASH_INV_CUR SCROLL CURSOR FOR
                   SELECT I.INVOICE_ID,
                          COALESCE(P.PLAYER_NAME, '(WITHDRAWN)'),
                          I.AMOUNT_DUE - I.AMOUNT_PAID
                       FROM LABSCHEMA.INVOICE I
                       JOIN LABSCHEMA.PLAYER_CONTACT PC
                         ON PC.PLAYER_ID = I.PLAYER_ID
                       LEFT JOIN LABSCHEMA.PLAYERS P
                         ON P.PLAYER_ID = I.PLAYER_ID
                       WHERE PC.CONTACT_ID = :Ws-Sql-Contact-Id
                         AND I.LEAGUE_ID = :Ws-Sql-League-Id
                         AND I.AMOUNT_DUE > I.AMOUNT_PAID
                       ORDER BY I.INVOICE_ID
           END-EXEC

           EXEC SQL OPEN CASH_INV_CUR END-EXEC

           EXEC SQL
               FETCH ABSOLUTE :Ws-Sql-Row-Number FROM CASH_INV_CUR
               INTO :Ws-Sql-Invoice-Id,
                    :Ws-Sql-Player-Name,
                    :Ws-Sql-Open
           END-EXEC

           PERFORM 6020-Format-Invoice-Line
               VARYING Ws-Line-Idx FROM 1 BY 1
               UNTIL Ws-Line-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE CASH_INV_CUR END-EXEC
           .

       6010-Clear-Page-Line.
           MOVE ZERO TO Ws-Page-Invoice-Id (Ws-Line-Idx)
           .

       6020-Format-Invoice-Line.
           MOVE Ws-Sql-Invoice-Id TO Ws-Page-Invoice-Id (Ws-Line-Idx)
           MOVE Ws-Line-Idx TO Ws-Line-Display
           MOVE Ws-Sql-Invoice-Id TO Ws-Invoice-Display
           MOVE Ws-Sql-Open TO Ws-Open-Display
           STRING Ws-Line-Display ' Invoice ' Ws-Invoice-Display ' '
                  Ws-Sql-Player-Name (1:30) ' owing ' Ws-Open-Display
               DELIMITED BY SIZE INTO Ws-List-Line (Ws-Line-Idx)
           END-STRING

           EXEC SQL
               FETCH NEXT FROM CASH_INV_CUR
               INTO :Ws-Sql-Invoice-Id,
                    :Ws-Sql-Player-Name,
                    :Ws-Sql-Open
           END-EXEC
           .

      *    FEEPOST 3100-Apply-Posting.
       6500-Apply-Posting.
           EXEC SQL
                UPDATE LABSCHEMA.INVOICE
                SET AMOUNT_PAID = AMOUNT_PAID + :Ws-Sql-Amount
                WHERE INVOICE_ID = :Ws-Sql-Invoice-Id
           END-EXEC
           IF SQLCODE = 100
               MOVE 'Invoice no longer on file' TO Ws-Message-Text
           END-IF
           IF SQLCODE NOT = 0
               MOVE 'N' TO Ws-Post-Sw
           END-IF
           .

      *    FEEPOST 3200-Measure-Recovery: the money is already in
      *    AMOUNT_PAID, so the balance it met is what is open now plus
      *    the money. Anything past that balance, up to what was
      *    written off, is a recovery.
       6510-Measure-Recovery.
           EXEC SQL
               SELECT AMOUNT_DUE - AMOUNT_PAID
                          - COALESCE(WRITEOFF_AMOUNT, 0)
                          + :Ws-Sql-Amount,
                      COALESCE(WRITEOFF_AMOUNT, 0)
                   INTO :Ws-Sql-Open-Before,
                        :Ws-Sql-Written-Off
                   FROM LABSCHEMA.INVOICE
                   WHERE INVOICE_ID = :Ws-Sql-Invoice-Id
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'N' TO Ws-Post-Sw
           END-IF
           MOVE ZERO TO Ws-Sql-Recovery
           IF Ws-Sql-Written-Off > ZERO
               IF Ws-Sql-Open-Before > ZERO
                   COMPUTE Ws-Sql-Recovery =
                       Ws-Sql-Amount - Ws-Sql-Open-Before
               ELSE
                   MOVE Ws-Sql-Amount TO Ws-Sql-Recovery
               END-IF
               IF Ws-Sql-Recovery < ZERO
                   MOVE ZERO TO Ws-Sql-Recovery
               END-IF
               IF Ws-Sql-Recovery > Ws-Sql-Written-Off
                   MOVE Ws-Sql-Written-Off TO Ws-Sql-Recovery
               END-IF
           END-IF
           .

      *    FEEPOST 4000-Record-Payment-Row, dated today.
       6520-Record-Payment-Row.
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_SEQ), 0) + 1
                   INTO :Ws-Sql-Payment-Seq
                   FROM LABSCHEMA.PAYMENT
                   WHERE INVOICE_ID = :Ws-Sql-Invoice-Id
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO LABSCHEMA.PAYMENT
                           (INVOICE_ID,
                            PAYMENT_SEQ,
                            PAYMENT_DATE,
                            AMOUNT,
                            RECOVERY_AMOUNT)
                    VALUES (:Ws-Sql-Invoice-Id,
                            :Ws-Sql-Payment-Seq,
                            CURRENT DATE,
                            :Ws-Sql-Amount,
                            :Ws-Sql-Recovery)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE 'N' TO Ws-Post-Sw
           END-IF
           .

      *    FEEPOST 5000-Allocate-To-Plan, open installments oldest
      *    first: no installments means no plan and nothing to do.
       6530-Allocate-To-Plan.
           MOVE Ws-Sql-Amount TO Ws-Remaining
           MOVE 'N' TO Ws-Inst-Eof-Sw

           EXEC SQL DECLARE CASH_INST_CUR CURSOR FOR
               SELECT INSTALLMENT_SEQ,
                      AMOUNT_DUE,
                      AMOUNT_PAID
                   FROM LABSCHEMA.INSTALLMENT
                   WHERE INVOICE_ID = :Ws-Sql-Invoice-Id
                     AND AMOUNT_PAID < AMOUNT_DUE
                   ORDER BY INSTALLMENT_SEQ
           END-EXEC

           EXEC SQL OPEN CASH_INST_CUR END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'N' TO Ws-Post-Sw
           ELSE
               PERFORM 6540-Allocate-One-Installment
                   UNTIL Ws-Inst-Eof OR Ws-Post-Failed
                      OR Ws-Remaining NOT > ZERO
               EXEC SQL CLOSE CASH_INST_CUR END-EXEC
           END-IF
           .

       6540-Allocate-One-Installment.
           EXEC SQL FETCH CASH_INST_CUR
               INTO :Ws-Sql-Inst-Seq,
                    :Ws-Sql-Inst-Due,
                    :Ws-Sql-Inst-Paid
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   COMPUTE Ws-Inst-Open =
                       Ws-Sql-Inst-Due - Ws-Sql-Inst-Paid
                   IF Ws-Remaining < Ws-Inst-Open
                       MOVE Ws-Remaining TO Ws-Sql-Alloc-Amount
                   ELSE
                       MOVE Ws-Inst-Open TO Ws-Sql-Alloc-Amount
                   END-IF
                   EXEC SQL
                        UPDATE LABSCHEMA.INSTALLMENT
                        SET AMOUNT_PAID = AMOUNT_PAID
                            + :Ws-Sql-Alloc-Amount
                        WHERE INVOICE_ID = :Ws-Sql-Invoice-Id
                          AND INSTALLMENT_SEQ = :Ws-Sql-Inst-Seq
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE 'N' TO Ws-Post-Sw
                   END-IF
                   SUBTRACT Ws-Sql-Alloc-Amount FROM Ws-Remaining
               WHEN SQLCODE = 100
                   MOVE 'Y' TO Ws-Inst-Eof-Sw
               WHEN OTHER
                   MOVE 'N' TO Ws-Post-Sw
           END-EVALUATE
           .

      *    FEEPOST 3300-Post-Recovery: the write-off shrinks by what
      *    was recovered, and the latest posted write-off carries it.
       6550-Post-Recovery.
           EXEC SQL
                UPDATE LABSCHEMA.INVOICE
                SET WRITEOFF_AMOUNT = WRITEOFF_AMOUNT
                                      - :Ws-Sql-Recovery
                WHERE INVOICE_ID = :Ws-Sql-Invoice-Id
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'N' TO Ws-Post-Sw
           ELSE
               EXEC SQL
                    UPDATE LABSCHEMA.WRITE_OFF
                    SET RECOVERED_AMOUNT = RECOVERED_AMOUNT
                                           + :Ws-Sql-Recovery
                    WHERE WRITEOFF_ID =
                          (SELECT MAX(W.WRITEOFF_ID)
                               FROM LABSCHEMA.WRITE_OFF W
                               WHERE W.INVOICE_ID = :Ws-Sql-Invoice-Id
                                 AND W.STATUS = 'W')
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'N' TO Ws-Post-Sw
               END-IF
           END-IF
           .

       6560-Record-Receipt.
           MOVE EIBTRMID TO Ws-Sql-Termid
           MOVE Ws-Contact-Id TO Ws-Sql-Contact-Id
           EXEC SQL
               SELECT COALESCE(MAX(RECEIPT_NO), 0) + 1
                   INTO :Ws-Sql-Receipt-No
                   FROM LABSCHEMA.CASH_RECEIPT
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO LABSCHEMA.CASH_RECEIPT
                           (RECEIPT_NO,
                            RECEIPT_DATE,
                            RECEIPT_TS,
                            OPERATOR_ID,
                            TERMINAL_ID,
                            CONTACT_ID,
                            INVOICE_ID,
                            PAYMENT_SEQ,
                            TENDER_TYPE,
                            CHEQUE_NO,
                            AMOUNT)
                    VALUES (:Ws-Sql-Receipt-No,
                            CURRENT DATE,
                            CURRENT TIMESTAMP,
                            :Ws-Operator-Id,
                            :Ws-Sql-Termid,
                            :Ws-Sql-Contact-Id,
                            :Ws-Sql-Invoice-Id,
                            :Ws-Sql-Payment-Seq,
                            :Ws-Sql-Tender-Type,
                            :Ws-Sql-Cheque-No,
                            :Ws-Sql-Amount)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE 'N' TO Ws-Post-Sw
           END-IF
           .

      *    The receipt as printed, from the rows as posted - the
      *    balance line is what the invoice owes after the money.
       6600-Build-Receipt.
           EXEC SQL
               SELECT R.INVOICE_ID,
                      R.AMOUNT,
                      R.TENDER_TYPE,
                      R.CHEQUE_NO,
                      CHAR(R.RECEIPT_TS),
                      R.OPERATOR_ID,
                      COALESCE(P.PLAYER_NAME, '(WITHDRAWN)'),
                      I.AMOUNT_DUE - I.AMOUNT_PAID
                   INTO :Ws-Sql-Invoice-Id,
                        :Ws-Sql-Amount,
                        :Ws-Sql-Tender-Type,
                        :Ws-Sql-Cheque-No,
                        :Ws-Sql-Receipt-Ts,
                        :Ws-Sql-Operator-Id,
                        :Ws-Sql-Player-Name,
                        :Ws-Sql-Open
                   FROM LABSCHEMA.CASH_RECEIPT R
                   JOIN LABSCHEMA.INVOICE I
                     ON I.INVOICE_ID = R.INVOICE_ID
                   LEFT JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = I.PLAYER_ID
                   WHERE R.RECEIPT_NO = :Ws-Sql-Receipt-No
                     AND I.LEAGUE_ID = :Ws-Sql-League-Id
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Receipt not on file - nothing printed'
                   TO Ws-Message-Text
           ELSE
               MOVE SPACES TO Ws-Receipt-Print
               MOVE Ws-Sql-Receipt-No TO Ws-Receipt-Display
               MOVE Ws-Sql-Invoice-Id TO Ws-Invoice-Display
               MOVE 'REGISTRATION DESK - OFFICIAL RECEIPT'
                   TO Ws-Rcpt-Line (1)
               STRING 'Receipt no.  ' Ws-Receipt-Display
                   DELIMITED BY SIZE INTO Ws-Rcpt-Line (2)
               END-STRING
               STRING 'Taken        ' Ws-Sql-Receipt-Ts (1:16)
                      '  by ' Ws-Sql-Operator-Id
                   DELIMITED BY SIZE INTO Ws-Rcpt-Line (3)
               END-STRING
               STRING 'Received of  ' Ws-Guardian-Name (1:45)
                   DELIMITED BY SIZE INTO Ws-Rcpt-Line (4)
               END-STRING
               STRING 'For player   ' Ws-Sql-Player-Name (1:45)
                   DELIMITED BY SIZE INTO Ws-Rcpt-Line (5)
               END-STRING
               STRING 'Invoice      ' Ws-Invoice-Display
                   DELIMITED BY SIZE INTO Ws-Rcpt-Line (6)
               END-STRING
               IF Ws-Sql-Tender-Type = 'Q'
                   STRING 'Paid by      CHEQUE ' Ws-Sql-Cheque-No
                       DELIMITED BY SIZE INTO Ws-Rcpt-Line (7)
                   END-STRING
               ELSE
                   MOVE 'Paid by      CASH' TO Ws-Rcpt-Line (7)
               END-IF
               MOVE Ws-Sql-Amount TO Ws-Amount-Display
               STRING 'Amount       ' Ws-Amount-Display
                   DELIMITED BY SIZE INTO Ws-Rcpt-Line (8)
               END-STRING
               MOVE Ws-Sql-Open TO Ws-Open-Display
               STRING 'Still owing  ' Ws-Open-Display
                   DELIMITED BY SIZE INTO Ws-Rcpt-Line (9)
               END-STRING
           END-IF
           .

      *    The money is posted whether or not the printer answers, so
      *    a printer problem is only ever a message.
       6700-Print-Receipt.
           MOVE SPACES TO Ws-Printer-Id
           MOVE SPACES TO Ws-Sql-Code
           MOVE EIBTRMID TO Ws-Sql-Code
           EXEC SQL
               SELECT DESCRIPTION
                   INTO :Ws-Sql-Code-Desc
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'DESKPRT'
                     AND CODE       = :Ws-Sql-Code
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Sql-Code-Desc (1:4) TO Ws-Printer-Id
           END-IF
           MOVE Ws-Last-Receipt-No TO Ws-Receipt-Display

           IF Ws-Printer-Id = SPACES
               STRING 'Receipt ' Ws-Receipt-Display
                      ' posted - no desk printer set up here'
                   DELIMITED BY SIZE INTO Ws-Message-Text
               END-STRING
           ELSE
               EXEC CICS START
                   TRANSID(Ws-Print-Trans-Id)
                   TERMID(Ws-Printer-Id)
                   FROM(Ws-Receipt-Print)
                   LENGTH(LENGTH OF Ws-Receipt-Print)
                   RESP(Ws-Response)
               END-EXEC
               IF Ws-Response = DFHRESP(NORMAL)
                   STRING 'Receipt ' Ws-Receipt-Display
                          ' sent to printer ' Ws-Printer-Id
                       DELIMITED BY SIZE INTO Ws-Message-Text
                   END-STRING
               ELSE
                   STRING 'Receipt ' Ws-Receipt-Display
                          ' posted - printer ' Ws-Printer-Id
                          ' not available, PF5 to retry'
                       DELIMITED BY SIZE INTO Ws-Message-Text
                   END-STRING
               END-IF
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
               MOVE ZERO TO Ws-Contact-Id
               MOVE SPACES TO Ws-Guardian-Name
               MOVE 1 TO Ws-Page-Start
               MOVE ZERO TO Ws-Invoice-Count
               MOVE ZERO TO Ws-Last-Receipt-No
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
               MOVE Phonei TO Ws-Input-Amount
               MOVE Emaili TO Ws-Input-Tender
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
