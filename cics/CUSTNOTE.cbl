      *                 text starting F=YYYY-MM-DD followed by a
      *                 space records that date as the note's
      *                 structured follow-up date - the promised
      *                 callback - with the rest as the note text;
      *                 text starting C=case-number followed by a
      *                 space attaches the note to that open service
      *                 case of the customer's (CUSTCASE), with the
      *                 rest as the note text
      *   Enter with an empty note field shows the newest note;
      *   PF7/PF8 scroll older/newer through the customer's notes;
      *   PF5 switches to the tickler view - every follow-up due
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'NOTES-CHANNEL'.

           05  Ws-Input-Note              PIC X(50) VALUE SPACES.
           05  Ws-Note-Count              PIC 9(05) VALUE ZERO.
           05  Ws-Note-Display            PIC X(60).
           05  Ws-Case-Text               PIC X(10).
           05  Ws-Case-Length             PIC S9(04) COMP.
           05  Ws-Note-Pointer            PIC S9(04) COMP.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

           05  Ws-Sql-Followup-Date       PIC X(10).
           05  Ws-Sql-Followup-Ind        PIC S9(04) COMP.
           05  Ws-Sql-Due-Cust-Id         PIC X(10).
           05  Ws-Sql-Case-Id             PIC S9(09) COMP.
           05  Ws-Sql-Case-Ind            PIC S9(04) COMP.
           05  Ws-Sql-Case-Count          PIC S9(05) COMP.

           COPY CRUDM.


       2100-Display-Help.
           MOVE SPACES TO Ws-Message-Text
           STRING 'Cust id; F=date follow-up, C=case attach; '
                  'PF5=Tickler PF7/PF8=Scroll PF12=Exit'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           MOVE Ws-Customer-Id TO Ws-Sql-Customer-Id
           MOVE SPACES TO Ws-Sql-Operator
           MOVE EIBTRMID TO Ws-Sql-Operator (1:4)
           MOVE SPACES TO Ws-Sql-Followup-Date
           MOVE -1 TO Ws-Sql-Followup-Ind
           MOVE ZERO TO Ws-Sql-Case-Id
           MOVE -1 TO Ws-Sql-Case-Ind

      *    A note keyed F=YYYY-MM-DD carries a structured follow-up
      *    date - the promised callback - with the rest of the
      *    field as the note text. The NOTETICK tickler surfaces it
      *    the morning it falls due. A note keyed C=case-number
      *    belongs to that service case, as the rest of the field.
           EVALUATE TRUE
               WHEN Ws-Input-Note (1:2) = 'F='
                    AND Ws-Input-Note (3:4) IS NUMERIC
                   MOVE Ws-Input-Note (3:10) TO Ws-Sql-Followup-Date
                   MOVE ZERO TO Ws-Sql-Followup-Ind
                   MOVE SPACES TO Ws-Sql-Note-Text
                   MOVE Ws-Input-Note (14:37)
                       TO Ws-Sql-Note-Text (1:37)
               WHEN Ws-Input-Note (1:2) = 'C='
                   PERFORM 4100-Attach-To-Case
               WHEN OTHER
                   MOVE Ws-Input-Note TO Ws-Sql-Note-Text
           END-EVALUATE

           IF Ws-Message-Text = SPACES
               PERFORM 4200-Insert-Note
           END-IF
           .

       4100-Attach-To-Case.
           MOVE SPACES TO Ws-Case-Text
           MOVE ZERO TO Ws-Case-Length
           MOVE 3 TO Ws-Note-Pointer
           UNSTRING Ws-Input-Note DELIMITED BY SPACE
               INTO Ws-Case-Text COUNT IN Ws-Case-Length
               WITH POINTER Ws-Note-Pointer
           END-UNSTRING
           EVALUATE TRUE
               WHEN Ws-Case-Length = ZERO OR Ws-Case-Length > 9
                   MOVE 'Case number after C= must be 1 to 9 digits'
                       TO Ws-Message-Text
               WHEN Ws-Case-Text (1:Ws-Case-Length) NOT NUMERIC
                   MOVE 'Case number after C= must be 1 to 9 digits'
                       TO Ws-Message-Text
               WHEN Ws-Note-Pointer > 50
                   MOVE 'Key the note text after the case number'
                       TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Case-Text (1:Ws-Case-Length)
                       TO Ws-Sql-Case-Id
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :Ws-Sql-Case-Count
                           FROM LABSCHEMA.CUSTOMER_CASE
                           WHERE CASE_ID     = :Ws-Sql-Case-Id
                             AND CUSTOMER_ID = :Ws-Sql-Customer-Id
                             AND STATUS     <> 'C'
                   END-EXEC
                   IF SQLCODE NOT = 0 OR Ws-Sql-Case-Count = ZERO
                       MOVE 'Not an open case of this customer'
                           TO Ws-Message-Text
                   ELSE
                       MOVE ZERO TO Ws-Sql-Case-Ind
                       MOVE SPACES TO Ws-Sql-Note-Text
                       MOVE Ws-Input-Note (Ws-Note-Pointer:)
                           TO Ws-Sql-Note-Text
                   END-IF
           END-EVALUATE
           .

       4200-Insert-Note.
           EXEC SQL
               SELECT COALESCE(MAX(NOTE_SEQ), 0) + 1
                   INTO :Ws-Sql-Note-Seq
                            NOTE_DATE,
                            OPERATOR_ID,
                            NOTE_TEXT,
                            FOLLOW_UP_DATE,
                            CASE_ID)
                    VALUES (:Ws-Sql-Customer-Id,
                            :Ws-Sql-Note-Seq,
                            CURRENT DATE,
                            :Ws-Sql-Operator,
                            :Ws-Sql-Note-Text,
                            :Ws-Sql-Followup-Date
                                :Ws-Sql-Followup-Ind,
                            :Ws-Sql-Case-Id
                                :Ws-Sql-Case-Ind)
               END-EXEC
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   IF Ws-Sql-Case-Ind = ZERO
                       MOVE 'Note added to the case' TO Ws-Message-Text
                   ELSE
                       MOVE 'Note added' TO Ws-Message-Text
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Database error adding note'
