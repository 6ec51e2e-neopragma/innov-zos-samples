       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTDB2.
      *
      * CICS COBOL maintenance of the DB2 LABSCHEMA.CONTACTS table
      * Pseudoconversational design with containers and channels, on
      * the shared CRUDMS mapset, in the same style as DB2C2.
      *
      * Every mailing runs from the DB2 CONTACTS table, and until now
      * only CONTMNT's batch transaction file could change it. This
      * transaction finds a contact by ID, or by part of a surname,
      * first name or email address, and maintains the name, email,
      * postal address, LANG, DO_NOT_CONTACT and the per-channel
      * CONTACT_PREF rows. The edits are CONTMNT's: the postal code
      * must start with five digits and agree with POSTCODE_REF, and
      * LANG must be on the LANG code table. Setting DO_NOT_CONTACT
      * opts the contact out of every channel as CONTMNT's soft
      * delete does. Each save writes its CONTACTS_AUDIT after-image
      * (JOB_ID the operator) in the same unit of work as the change,
      * and a change type CONTMNT would hold for approval (APPRCONT)
      * is refused here - it goes through CONTMNT and APPRVSCR.
      *
      *   KEY field    - contact ID, or search text (Enter)
      *   NAME field   - surname, first name
      *   EMAIL field  - email address
      *   PHONE field  - LANG and DO_NOT_CONTACT, as 'EN N'
      *   ACTION field - email and postal opt-out, as 'NY'
      *   ADDR field   - street, city, region postcode
      *   PF2 saves the fields keyed over the contact shown; a field
      *   left blank keeps its value. Saves need 'U' authority in the
      *   AUTH-DATA container from the MENU01 front end.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'CONTDB-CHANNEL'.

      * Returning our own transaction id (not EIBTRNID) keeps the
      * pseudoconversation on this program after a MENU01 transfer.
       01  Ws-Trans-Id              PIC X(4) VALUE 'CNDB'.

      * The contact as last shown, so a save can tell whether a batch
      * run or another operator changed it in the meantime.
       01  Ws-Program-State.
           05  Ws-Contact-Id              PIC S9(09) COMP VALUE ZERO.
           05  Ws-Shown-Contact           PIC X(167) VALUE SPACES.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.

      * Operator authority, delivered in the AUTH-DATA container by
      * the MENU01 front-end ('U' = full update, 'I' = inquiry only).
       01  Ws-Auth-Container             PIC X(16) VALUE 'AUTH-DATA'.
       01  Ws-Auth-Level                 PIC X(01) VALUE 'I'.
           88  Auth-Update                   VALUE 'U'.

       01  Ws-Input-Fields.
           05  Ws-Input-Key               PIC X(60).
           05  Ws-Input-Name              PIC X(60).
           05  Ws-Input-Email             PIC X(40).
           05  Ws-Input-Lang-Dnc          PIC X(15).
           05  Ws-Input-Lang-Dnc-R REDEFINES Ws-Input-Lang-Dnc.
               10  Ws-Input-Lang          PIC X(02).
               10  Ws-Input-Gap           PIC X(01).
               10  Ws-Input-Dnc           PIC X(01).
                   88  Valid-Dnc              VALUE 'Y' 'N' ' '.
               10  Ws-Input-Trailer       PIC X(11).
           05  Ws-Input-Opt-Outs.
               10  Ws-Input-Email-Opt     PIC X(01).
                   88  Valid-Email-Opt        VALUE 'Y' 'N' ' '.
               10  Ws-Input-Postal-Opt    PIC X(01).
                   88  Valid-Postal-Opt       VALUE 'Y' 'N' ' '.
           05  Ws-Input-Address           PIC X(50).

       01  Ws-Work-Fields.
           05  Ws-Message-Text            PIC X(78) VALUE SPACES.
           05  Ws-Operator-Id             PIC X(08) VALUE SPACES.
           05  Ws-Key-Length              PIC S9(04) COMP.
           05  Ws-Contact-Display         PIC 9(09).
           05  Ws-Match-Display           PIC ZZZZ9.
           05  Ws-Rows-Found              PIC S9(4) COMP VALUE ZERO.
           05  Ws-List-Idx                PIC S9(4) COMP.
           05  Ws-At-Count                PIC S9(4) COMP.
           05  Ws-Email-Local             PIC X(40).
           05  Ws-Email-Domain            PIC X(40).
           05  Ws-Audit-Action            PIC X(01).
           05  Ws-Contact-Found-Flag      PIC X(01) VALUE 'N'.
               88  Contact-Found              VALUE 'Y'.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

      * The name is keyed as 'surname, first name' and the address
      * as 'street, city, region postcode', the DB2C2 screen form.
       01  Ws-Parse-Fields.
           05  Ws-Parse-Surname           PIC X(60).
           05  Ws-Parse-First             PIC X(60).
           05  Ws-Parse-Street            PIC X(50).
           05  Ws-Parse-City              PIC X(50).
           05  Ws-Parse-Tail              PIC X(50).
           05  Ws-Parse-Work              PIC X(60).

       01  Ws-Contact-Lines.
           05  Ws-Name-Line               PIC X(60) VALUE SPACES.
           05  Ws-Address-Line            PIC X(50) VALUE SPACES.
           05  Ws-Contact-Line            PIC X(78) OCCURS 5 TIMES.

      * The maintained columns as they stand on the table, and as
      * they will stand once the keyed changes are applied.
       01  Ws-Sql-Contact.
           05  Ws-Sql-Columns.
               10  Ws-Sql-Lang            PIC X(02).
               10  Ws-Sql-Surname         PIC X(30).
               10  Ws-Sql-First-Name      PIC X(30).
               10  Ws-Sql-Email-Addr      PIC X(40).
               10  Ws-Sql-Addr-Street     PIC X(30).
               10  Ws-Sql-Addr-City       PIC X(20).
               10  Ws-Sql-Addr-Region     PIC X(02).
               10  Ws-Sql-Addr-Postcode   PIC X(10).
               10  Ws-Sql-Do-Not-Contact  PIC X(01).
           05  Ws-Sql-Prefs.
               10  Ws-Sql-Email-Opt       PIC X(01).
               10  Ws-Sql-Postal-Opt      PIC X(01).

       01  Ws-Audit-Chain.
           05  Ws-Chain-Function          PIC X(01).
           05  Ws-Chain-Trail             PIC X(18)
                                          VALUE 'CONTACTS_AUDIT'.
           05  Ws-Chain-Seq               PIC S9(09) COMP.
           05  Ws-Chain-Prev-Hash         PIC X(24).
           05  Ws-Chain-Hash              PIC X(24).
           05  Ws-Chain-Status            PIC X(01).
               88  Ws-Chain-Row-Not-Found     VALUE 'N'.
           05  Ws-Chain-Sqlcode           PIC S9(09) COMP.

       01  Ws-New-Contact.
           05  Ws-New-Columns.
               10  Ws-New-Lang            PIC X(02).
               10  Ws-New-Surname         PIC X(30).
               10  Ws-New-First-Name      PIC X(30).
               10  Ws-New-Email-Addr      PIC X(40).
               10  Ws-New-Addr-Street     PIC X(30).
               10  Ws-New-Addr-City       PIC X(20).
               10  Ws-New-Addr-Region     PIC X(02).
               10  Ws-New-Addr-Postcode   PIC X(10).
               10  Ws-New-Do-Not-Contact  PIC X(01).
           05  Ws-New-Prefs.
               10  Ws-New-Email-Opt       PIC X(01).
               10  Ws-New-Postal-Opt      PIC X(01).

       01  Ws-Sql-Variables.
           05  Ws-Sql-Id                  PIC S9(09) COMP.
           05  Ws-Sql-Middle-Name         PIC X(30).
           05  Ws-Sql-Last-Contact        PIC X(10).
           05  Ws-Sql-Last-Response       PIC X(10).
           05  Ws-Sql-Email-Bounced       PIC X(01).
           05  Ws-Sql-Last-Audit-Ts       PIC X(26).
           05  Ws-Sql-Last-Audit-Job      PIC X(08).
           05  Ws-Sql-Last-Audit-Action   PIC X(01).
           05  Ws-Sql-Pref-Channel        PIC X(01).
           05  Ws-Sql-Pref-Opt-Out        PIC X(01).
           05  Ws-Sql-Search-Text         PIC X(42).
           05  Ws-Sql-Match-Count         PIC S9(05) COMP.
           05  Ws-Sql-Row-Count           PIC S9(05) COMP.
           05  Ws-Sql-Ref-City            PIC X(20).
           05  Ws-Sql-Ref-Region          PIC X(02).

       01  Ws-List-Table.
           05  Ws-List-Entry OCCURS 5 TIMES.
               10  Ws-List-Id             PIC S9(09) COMP.
               10  Ws-List-Surname        PIC X(30).
               10  Ws-List-First-Name     PIC X(30).
               10  Ws-List-Email          PIC X(40).

           COPY CRUDM.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

       0100-Main-Processing.
           EXEC CICS HANDLE ABEND
               LABEL(9500-Abend-Handler)
           END-EXEC
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
               WHEN EIBAID = DFHPF2 AND NOT Auth-Update
                   MOVE 'Not authorized - inquiry only'
                       TO Ws-Message-Text
                   PERFORM 6000-Read-Contact
                   PERFORM 5100-Send-Map
               WHEN EIBAID = DFHPF2
                   PERFORM 2200-Save-Changes
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
           STRING 'Key ID or name/email text + Enter; key changes, '
                  'PF2=Save PF12=Exit'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           PERFORM 6000-Read-Contact
           PERFORM 5100-Send-Map
           .

       2200-Save-Changes.
           PERFORM 6000-Read-Contact
           EVALUATE TRUE
               WHEN NOT Contact-Found
                   MOVE 'Display a contact first, then key the changes'
                       TO Ws-Message-Text
               WHEN Ws-Sql-Contact NOT = Ws-Shown-Contact
                   MOVE Ws-Sql-Contact TO Ws-Shown-Contact
                   MOVE 'Contact changed since shown - check and re-key'
                       TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Sql-Contact TO Ws-New-Contact
                   PERFORM 2250-Apply-Keyed-Fields
           END-EVALUATE
           IF Ws-Message-Text = SPACES
               PERFORM 2300-Edit-New-Values
           END-IF
           IF Ws-Message-Text = SPACES
               PERFORM 2400-Choose-Audit-Action
           END-IF
           IF Ws-Message-Text = SPACES
               PERFORM 6400-Check-Approval-Required
           END-IF
           IF Ws-Message-Text = SPACES
               PERFORM 6500-Apply-Changes
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE 'Contact updated' TO Ws-Message-Text
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Database error - contact not updated'
                       TO Ws-Message-Text
               END-IF
               PERFORM 6000-Read-Contact
               MOVE Ws-Sql-Contact TO Ws-Shown-Contact
           END-IF
           PERFORM 5100-Send-Map
           .

       2250-Apply-Keyed-Fields.
           IF Ws-Input-Name NOT = SPACES
               PERFORM 2260-Parse-Name
           END-IF
           IF Ws-Input-Email NOT = SPACES
               MOVE Ws-Input-Email TO Ws-New-Email-Addr
           END-IF
           IF Ws-Input-Lang NOT = SPACES
               MOVE Ws-Input-Lang TO Ws-New-Lang
           END-IF
           IF Ws-Input-Dnc NOT = SPACE
               MOVE Ws-Input-Dnc TO Ws-New-Do-Not-Contact
           END-IF
           IF Ws-Input-Email-Opt NOT = SPACE
               MOVE Ws-Input-Email-Opt TO Ws-New-Email-Opt
           END-IF
           IF Ws-Input-Postal-Opt NOT = SPACE
               MOVE Ws-Input-Postal-Opt TO Ws-New-Postal-Opt
           END-IF
           IF Ws-Input-Address NOT = SPACES
               PERFORM 2270-Parse-Address
           END-IF
           .

       2260-Parse-Name.
           MOVE SPACES TO Ws-Parse-Surname
           MOVE SPACES TO Ws-Parse-First
           UNSTRING Ws-Input-Name DELIMITED BY ','
               INTO Ws-Parse-Surname, Ws-Parse-First
           END-UNSTRING
           PERFORM 2262-Shift-First-Left
               UNTIL Ws-Parse-First (1:1) NOT = SPACE
                   OR Ws-Parse-First = SPACES
           EVALUATE TRUE
               WHEN Ws-Parse-Surname = SPACES
                    OR Ws-Parse-First = SPACES
                   MOVE 'Name: surname, first name'
                       TO Ws-Message-Text
               WHEN Ws-Parse-Surname (31:30) NOT = SPACES
                    OR Ws-Parse-First (31:30) NOT = SPACES
                   MOVE 'Surname and first name: 30 characters at most'
                       TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Parse-Surname TO Ws-New-Surname
                   MOVE Ws-Parse-First TO Ws-New-First-Name
           END-EVALUATE
           .

       2262-Shift-First-Left.
           MOVE Ws-Parse-First (2:59) TO Ws-Parse-Work
           MOVE Ws-Parse-Work TO Ws-Parse-First
           .

       2270-Parse-Address.
           MOVE SPACES TO Ws-Parse-Street
           MOVE SPACES TO Ws-Parse-City
           MOVE SPACES TO Ws-Parse-Tail
           UNSTRING Ws-Input-Address DELIMITED BY ','
               INTO Ws-Parse-Street, Ws-Parse-City, Ws-Parse-Tail
           END-UNSTRING
           PERFORM 2272-Shift-City-Left
               UNTIL Ws-Parse-City (1:1) NOT = SPACE
                   OR Ws-Parse-City = SPACES
           PERFORM 2274-Shift-Tail-Left
               UNTIL Ws-Parse-Tail (1:1) NOT = SPACE
                   OR Ws-Parse-Tail = SPACES
           EVALUATE TRUE
               WHEN Ws-Parse-Street = SPACES
                    OR Ws-Parse-City = SPACES
                    OR Ws-Parse-Tail (3:1) NOT = SPACE
                   MOVE 'Address: street, city, region postcode'
                       TO Ws-Message-Text
               WHEN Ws-Parse-Street (31:20) NOT = SPACES
                   MOVE 'Street is 30 characters at most'
                       TO Ws-Message-Text
               WHEN Ws-Parse-City (21:30) NOT = SPACES
                   MOVE 'City is 20 characters at most'
                       TO Ws-Message-Text
               WHEN Ws-Parse-Tail (14:37) NOT = SPACES
                   MOVE 'Postcode is 10 characters at most'
                       TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Parse-Street TO Ws-New-Addr-Street
                   MOVE Ws-Parse-City TO Ws-New-Addr-City
                   MOVE Ws-Parse-Tail (1:2) TO Ws-New-Addr-Region
                   MOVE Ws-Parse-Tail (4:10) TO Ws-New-Addr-Postcode
           END-EVALUATE
           .

       2272-Shift-City-Left.
           MOVE Ws-Parse-City (2:49) TO Ws-Parse-Work
           MOVE Ws-Parse-Work TO Ws-Parse-City
           .

       2274-Shift-Tail-Left.
           MOVE Ws-Parse-Tail (2:49) TO Ws-Parse-Work
           MOVE Ws-Parse-Work TO Ws-Parse-Tail
           .

       2300-Edit-New-Values.
      *    CONTMNT's edits, applied to the row as it will stand.
           EVALUATE TRUE
               WHEN Ws-Input-Gap NOT = SPACE
                    OR Ws-Input-Trailer NOT = SPACES
                    OR NOT Valid-Dnc
                   MOVE 'Phone field: language, do-not-contact, as EN N'
                       TO Ws-Message-Text
               WHEN NOT Valid-Email-Opt OR NOT Valid-Postal-Opt
                   MOVE 'Action field: email, postal opt-out Y/N, as NY'
                       TO Ws-Message-Text
               WHEN OTHER
                   PERFORM 2320-Validate-Email-Format
           END-EVALUATE
           IF Ws-Message-Text = SPACES
               AND Ws-New-Addr-Postcode NOT = SPACES
               IF Ws-New-Addr-Postcode (1:5) NOT NUMERIC
                   MOVE 'Postal code must start with five digits'
                       TO Ws-Message-Text
               ELSE
                   PERFORM 6300-Check-Postal-Reference
               END-IF
           END-IF
           IF Ws-Message-Text = SPACES
               PERFORM 6350-Validate-Lang-Code
           END-IF
      *    Do-not-contact covers every channel, so CONTACT_PREF can
      *    never contradict it.
           IF Ws-New-Do-Not-Contact = 'Y'
               MOVE 'Y' TO Ws-New-Email-Opt
               MOVE 'Y' TO Ws-New-Postal-Opt
           END-IF
           .

       2320-Validate-Email-Format.
           MOVE ZERO TO Ws-At-Count
           INSPECT Ws-New-Email-Addr TALLYING Ws-At-Count
               FOR ALL '@'
           MOVE SPACES TO Ws-Email-Local
           MOVE SPACES TO Ws-Email-Domain
           IF Ws-At-Count = 1
               UNSTRING Ws-New-Email-Addr DELIMITED BY '@'
                   INTO Ws-Email-Local, Ws-Email-Domain
               END-UNSTRING
           END-IF
           IF Ws-Email-Local = SPACES OR Ws-Email-Domain = SPACES
               MOVE 'Invalid email format' TO Ws-Message-Text
           END-IF
           .

       2400-Choose-Audit-Action.
      *    One audit row per save, coded the way CONTMNT codes its
      *    transactions: D a newly set do-not-contact, C any other
      *    change to the CONTACTS row, P channel preferences alone.
           EVALUATE TRUE
               WHEN Ws-New-Do-Not-Contact = 'Y'
                    AND Ws-Sql-Do-Not-Contact NOT = 'Y'
                   MOVE 'D' TO Ws-Audit-Action
               WHEN Ws-New-Columns NOT = Ws-Sql-Columns
                   MOVE 'C' TO Ws-Audit-Action
               WHEN Ws-New-Prefs NOT = Ws-Sql-Prefs
                   MOVE 'P' TO Ws-Audit-Action
               WHEN OTHER
                   MOVE 'No changes keyed' TO Ws-Message-Text
           END-EVALUATE
           .

       3100-Process-Enter-Key.
           MOVE ZERO TO Ws-Key-Length
           INSPECT Ws-Input-Key TALLYING Ws-Key-Length
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN Ws-Input-Key = SPACES
                   MOVE 'Key a contact ID or part of a name or email'
                       TO Ws-Message-Text
               WHEN Ws-Key-Length = ZERO
                   MOVE 'Key a contact ID or part of a name or email'
                       TO Ws-Message-Text
               WHEN Ws-Key-Length < 10
                    AND Ws-Input-Key (1:Ws-Key-Length) NUMERIC
                   MOVE Ws-Input-Key (1:Ws-Key-Length) TO Ws-Contact-Id
                   PERFORM 3150-Show-Contact
               WHEN OTHER
                   PERFORM 3300-Search-Contacts
           END-EVALUATE
           PERFORM 5100-Send-Map
           .

       3150-Show-Contact.
           PERFORM 6000-Read-Contact
           IF Contact-Found
               MOVE Ws-Sql-Contact TO Ws-Shown-Contact
               MOVE 'Contact displayed' TO Ws-Message-Text
           ELSE
               MOVE ZERO TO Ws-Contact-Id
               MOVE 'Contact not on file' TO Ws-Message-Text
           END-IF
           .

       3200-Invalid-Key.
           MOVE 'Invalid key pressed - use PF1 for help'
               TO Ws-Message-Text
           PERFORM 6000-Read-Contact
           PERFORM 5100-Send-Map
           .

       3300-Search-Contacts.
           PERFORM 6700-Search-Matches
           EVALUATE TRUE
               WHEN Ws-Sql-Match-Count = ZERO
                   MOVE ZERO TO Ws-Contact-Id
                   MOVE 'No contact matches the text keyed'
                       TO Ws-Message-Text
               WHEN Ws-Sql-Match-Count = 1
                   MOVE Ws-List-Id (1) TO Ws-Contact-Id
                   PERFORM 3150-Show-Contact
               WHEN OTHER
                   MOVE ZERO TO Ws-Contact-Id
                   MOVE Ws-Sql-Match-Count TO Ws-Match-Display
                   STRING Ws-Match-Display ' contacts match - key an ID'
                          ' and press Enter'
                       DELIMITED BY SIZE INTO Ws-Message-Text
                   END-STRING
           END-EVALUATE
           .

       5100-Send-Map.
           MOVE LOW-VALUES TO Crudmo
           IF Contact-Found
               MOVE Ws-Contact-Id TO Ws-Contact-Display
               MOVE Ws-Contact-Display TO Keyo
               MOVE Ws-Name-Line TO Nameo
               MOVE Ws-Sql-Email-Addr TO Emailo
               MOVE SPACES TO Phoneo
               STRING Ws-Sql-Lang ' ' Ws-Sql-Do-Not-Contact
                   DELIMITED BY SIZE INTO Phoneo
               END-STRING
               MOVE Ws-Sql-Prefs TO Actiono
               MOVE Ws-Address-Line TO Addro
           ELSE
               MOVE Ws-Sql-Match-Count TO Ws-Match-Display
               MOVE Ws-Match-Display TO Counto
           END-IF
           MOVE Ws-Contact-Line (1) TO List1o
           MOVE Ws-Contact-Line (2) TO List2o
           MOVE Ws-Contact-Line (3) TO List3o
           MOVE Ws-Contact-Line (4) TO List4o
           MOVE Ws-Contact-Line (5) TO List5o
           MOVE Ws-Message-Text TO Msgo

           EXEC CICS SEND MAP('CRUDM')
                MAPSET('CRUDMS')
                ERASE
                FREEKB
           END-EXEC
           .

       6000-Read-Contact.
           MOVE 'N' TO Ws-Contact-Found-Flag
           MOVE SPACES TO Ws-Contact-Lines
           MOVE ZERO TO Ws-Sql-Match-Count
           IF Ws-Contact-Id > ZERO
               MOVE Ws-Contact-Id TO Ws-Sql-Id
               EXEC SQL
                   SELECT C.LANG,
                          C.SURNAME,
                          C.FIRST_NAME,
                          C.EMAIL_ADDR,
                          COALESCE(C.ADDR_STREET, ' '),
                          COALESCE(C.ADDR_CITY, ' '),
                          COALESCE(C.ADDR_REGION, ' '),
                          COALESCE(C.ADDR_POSTCODE, ' '),
                          COALESCE(C.DO_NOT_CONTACT, 'N'),
                          COALESCE((SELECT P.OPT_OUT
                                      FROM LABSCHEMA.CONTACT_PREF P
                                     WHERE P.CONTACT_ID = C.ID
                                       AND P.CHANNEL_CODE = 'E'), 'N'),
                          COALESCE((SELECT P.OPT_OUT
                                      FROM LABSCHEMA.CONTACT_PREF P
                                     WHERE P.CONTACT_ID = C.ID
                                       AND P.CHANNEL_CODE = 'P'), 'N'),
                          COALESCE(C.MIDDLE_NAME, ' '),
                          COALESCE(CHAR(C.LAST_CONTACT), ' '),
                          COALESCE(CHAR(C.LAST_RESPONSE), ' '),
                          COALESCE(C.EMAIL_BOUNCED, 'N')
                       INTO :Ws-Sql-Lang,
                            :Ws-Sql-Surname,
                            :Ws-Sql-First-Name,
                            :Ws-Sql-Email-Addr,
                            :Ws-Sql-Addr-Street,
                            :Ws-Sql-Addr-City,
                            :Ws-Sql-Addr-Region,
                            :Ws-Sql-Addr-Postcode,
                            :Ws-Sql-Do-Not-Contact,
                            :Ws-Sql-Email-Opt,
                            :Ws-Sql-Postal-Opt,
                            :Ws-Sql-Middle-Name,
                            :Ws-Sql-Last-Contact,
                            :Ws-Sql-Last-Response,
                            :Ws-Sql-Email-Bounced
                       FROM LABSCHEMA.CONTACTS C
                       WHERE C.ID = :Ws-Sql-Id
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'Y' TO Ws-Contact-Found-Flag
                   PERFORM 6050-Format-Contact
               END-IF
           END-IF
           .

       6050-Format-Contact.
           STRING Ws-Sql-Surname DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  Ws-Sql-First-Name DELIMITED BY '  '
               INTO Ws-Name-Line
           END-STRING
           IF Ws-Sql-Addr-Street NOT = SPACES
               STRING Ws-Sql-Addr-Street DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      Ws-Sql-Addr-City DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      Ws-Sql-Addr-Region DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      Ws-Sql-Addr-Postcode DELIMITED BY SPACE
                   INTO Ws-Address-Line
               END-STRING
           END-IF
           STRING 'Lang ' Ws-Sql-Lang
                  '  Do-not-contact ' Ws-Sql-Do-Not-Contact
                  '  Email opt-out ' Ws-Sql-Email-Opt
                  '  Postal opt-out ' Ws-Sql-Postal-Opt
                  '  Bounced ' Ws-Sql-Email-Bounced
               DELIMITED BY SIZE INTO Ws-Contact-Line (1)
           END-STRING
           STRING 'Last contact ' Ws-Sql-Last-Contact
                  '  Last response ' Ws-Sql-Last-Response
                  '  Middle name ' Ws-Sql-Middle-Name
               DELIMITED BY SIZE INTO Ws-Contact-Line (2)
           END-STRING

           EXEC SQL
               SELECT CHAR(A.CHANGE_TIMESTAMP),
                      A.JOB_ID,
                      A.ACTION_CODE
                   INTO :Ws-Sql-Last-Audit-Ts,
                        :Ws-Sql-Last-Audit-Job,
                        :Ws-Sql-Last-Audit-Action
                   FROM CONTACTS_AUDIT A
                   WHERE A.ID = :Ws-Sql-Id
                   ORDER BY A.CHANGE_TIMESTAMP DESC
                   FETCH FIRST 1 ROWS ONLY
           END-EXEC
           IF SQLCODE = 0
               STRING 'Last maintained ' Ws-Sql-Last-Audit-Ts (1:16)
                      ' by ' Ws-Sql-Last-Audit-Job
                      ' action ' Ws-Sql-Last-Audit-Action
                   DELIMITED BY SIZE INTO Ws-Contact-Line (3)
               END-STRING
           END-IF
           MOVE 'Name: surname, first  Phone: lang do-not-contact'
               TO Ws-Contact-Line (4)
           STRING 'Action: email/postal opt-out  '
                  'Addr: street, city, region postcode'
               DELIMITED BY SIZE INTO Ws-Contact-Line (5)
           END-STRING
           .

       6300-Check-Postal-Reference.
      *    As CONTMNT: the postcode must be on POSTLOAD's reference
      *    table and agree with the city and region, case and padding
      *    ignored; an empty reference table passes everything.
           EXEC SQL
               SELECT CITY,
                      REGION
                   INTO :Ws-Sql-Ref-City,
                        :Ws-Sql-Ref-Region
                   FROM LABSCHEMA.POSTCODE_REF
                   WHERE POSTCODE = RTRIM(:Ws-New-Addr-Postcode)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :Ws-Sql-Row-Count
                           FROM LABSCHEMA.POSTCODE_REF
                   END-EXEC
                   IF SQLCODE NOT = 0 OR Ws-Sql-Row-Count > ZERO
                       MOVE 'Postal code is not on the postal reference'
                           TO Ws-Message-Text
                   END-IF
               WHEN SQLCODE NOT = 0
                   MOVE 'Database error checking the postal code'
                       TO Ws-Message-Text
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :Ws-Sql-Row-Count
                           FROM SYSIBM.SYSDUMMY1
                           WHERE UPPER(RTRIM(:Ws-New-Addr-City)) =
                                 UPPER(RTRIM(:Ws-Sql-Ref-City))
                             AND UPPER(RTRIM(:Ws-New-Addr-Region)) =
                                 UPPER(RTRIM(:Ws-Sql-Ref-Region))
                   END-EXEC
                   IF SQLCODE NOT = 0 OR Ws-Sql-Row-Count = ZERO
                       MOVE 'City/region disagrees with the postal code'
                           TO Ws-Message-Text
                   END-IF
           END-EVALUATE
           .

       6350-Validate-Lang-Code.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Row-Count
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'LANG'
                     AND CODE       = :Ws-New-Lang
           END-EXEC
           IF SQLCODE NOT = 0 OR Ws-Sql-Row-Count = ZERO
               MOVE 'Language is not on the LANG code table'
                   TO Ws-Message-Text
           END-IF
           .

       6400-Check-Approval-Required.
      *    A change type held for maker-checker approval in batch is
      *    not let through the online door.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Row-Count
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'APPRCONT'
                     AND CODE       = :Ws-Audit-Action
           END-EXEC
           IF SQLCODE NOT = 0 OR Ws-Sql-Row-Count > ZERO
               STRING 'Change needs checker approval - '
                      'key it through CONTMNT'
                   DELIMITED BY SIZE INTO Ws-Message-Text
               END-STRING
           END-IF
           .

       6500-Apply-Changes.
      *    The row, the channel preferences and the audit after-image
      *    go in one unit of work.
           MOVE Ws-Contact-Id TO Ws-Sql-Id
           EXEC SQL
               UPDATE LABSCHEMA.CONTACTS
                  SET LANG           = :Ws-New-Lang,
                      SURNAME        = :Ws-New-Surname,
                      FIRST_NAME     = :Ws-New-First-Name,
                      EMAIL_ADDR     = :Ws-New-Email-Addr,
                      ADDR_STREET    = :Ws-New-Addr-Street,
                      ADDR_CITY      = :Ws-New-Addr-City,
                      ADDR_REGION    = :Ws-New-Addr-Region,
                      ADDR_POSTCODE  = :Ws-New-Addr-Postcode,
                      DO_NOT_CONTACT = :Ws-New-Do-Not-Contact
                WHERE ID = :Ws-Sql-Id
           END-EXEC
           IF SQLCODE = 0
               AND Ws-New-Email-Opt NOT = Ws-Sql-Email-Opt
               MOVE 'E' TO Ws-Sql-Pref-Channel
               MOVE Ws-New-Email-Opt TO Ws-Sql-Pref-Opt-Out
               PERFORM 6600-Upsert-Preference-Row
           END-IF
           IF SQLCODE = 0
               AND Ws-New-Postal-Opt NOT = Ws-Sql-Postal-Opt
               MOVE 'P' TO Ws-Sql-Pref-Channel
               MOVE Ws-New-Postal-Opt TO Ws-Sql-Pref-Opt-Out
               PERFORM 6600-Upsert-Preference-Row
           END-IF
           IF SQLCODE = 0
               PERFORM 6900-Insert-Contact-Audit
           END-IF
           .

       6600-Upsert-Preference-Row.
           EXEC SQL
               UPDATE LABSCHEMA.CONTACT_PREF
                  SET OPT_OUT = :Ws-Sql-Pref-Opt-Out
                WHERE CONTACT_ID   = :Ws-Sql-Id
                  AND CHANNEL_CODE = :Ws-Sql-Pref-Channel
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO LABSCHEMA.CONTACT_PREF
                           (CONTACT_ID,
                            CHANNEL_CODE,
                            OPT_OUT)
                    VALUES (:Ws-Sql-Id,
                            :Ws-Sql-Pref-Channel,
                            :Ws-Sql-Pref-Opt-Out)
               END-EXEC
           END-IF
           .

       6700-Search-Matches.
      *    The pattern is the text keyed, in upper case, between '%'
      *    and a '%' pad to the end of the host variable, so the pad
      *    matches anything and the search ignores case.
           MOVE ZERO TO Ws-Rows-Found
           MOVE ZERO TO Ws-Sql-Match-Count
           MOVE SPACES TO Ws-Contact-Lines
           MOVE 2 TO Ws-List-Idx
           MOVE ALL '%' TO Ws-Sql-Search-Text
           STRING Ws-Input-Key (1:Ws-Key-Length) DELIMITED BY SIZE
               INTO Ws-Sql-Search-Text WITH POINTER Ws-List-Idx
           END-STRING
           INSPECT Ws-Sql-Search-Text
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Match-Count
                   FROM LABSCHEMA.CONTACTS
                   WHERE UPPER(SURNAME) LIKE :Ws-Sql-Search-Text
                      OR UPPER(FIRST_NAME) LIKE :Ws-Sql-Search-Text
                      OR UPPER(EMAIL_ADDR) LIKE :Ws-Sql-Search-Text
           END-EXEC

           EXEC SQL DECLARE CONT_SEARCH_CUR CURSOR FOR
               SELECT ID, SURNAME, FIRST_NAME, EMAIL_ADDR
                   FROM LABSCHEMA.CONTACTS
                   WHERE UPPER(SURNAME) LIKE :Ws-Sql-Search-Text
                      OR UPPER(FIRST_NAME) LIKE :Ws-Sql-Search-Text
                      OR UPPER(EMAIL_ADDR) LIKE :Ws-Sql-Search-Text
                   ORDER BY SURNAME, FIRST_NAME, ID
                   FETCH FIRST 5 ROWS ONLY
           END-EXEC

           EXEC SQL OPEN CONT_SEARCH_CUR END-EXEC

           PERFORM 6710-Fetch-One-Search-Row
               VARYING Ws-List-Idx FROM 1 BY 1
               UNTIL Ws-List-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE CONT_SEARCH_CUR END-EXEC
           .

       6710-Fetch-One-Search-Row.
           EXEC SQL
               FETCH CONT_SEARCH_CUR
               INTO :Ws-List-Id (Ws-List-Idx),
                    :Ws-List-Surname (Ws-List-Idx),
                    :Ws-List-First-Name (Ws-List-Idx),
                    :Ws-List-Email (Ws-List-Idx)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO Ws-Rows-Found
               MOVE Ws-List-Id (Ws-List-Idx) TO Ws-Contact-Display
               STRING Ws-Contact-Display DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      Ws-List-Surname (Ws-List-Idx) DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      Ws-List-First-Name (Ws-List-Idx) DELIMITED BY '  '
                      '  ' DELIMITED BY SIZE
                      Ws-List-Email (Ws-List-Idx) DELIMITED BY SPACE
                   INTO Ws-Contact-Line (Ws-List-Idx)
               END-STRING
           END-IF
           .

       6900-Insert-Contact-Audit.
      *    The after-image CONTASOF replays, in CONTMNT's layout, with
      *    the operator in place of the batch job name.
           MOVE 'N' TO Ws-Chain-Function
           PERFORM 6950-Call-Audit-Chain
           IF SQLCODE = 0
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
                    SELECT ID,
                           :Ws-Audit-Action,
                           CURRENT TIMESTAMP,
                           :Ws-Operator-Id,
                           LANG,
                           SURNAME,
                           FIRST_NAME,
                           EMAIL_ADDR,
                           LAST_CONTACT,
                           LAST_RESPONSE,
                           DO_NOT_CONTACT,
                           :Ws-Chain-Seq
                    FROM LABSCHEMA.CONTACTS
                    WHERE ID = :Ws-Sql-Id
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE 'L' TO Ws-Chain-Function
               PERFORM 6950-Call-Audit-Chain
           END-IF
           .

       6950-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           CALL 'AUDCHAIN' USING Ws-Chain-Function, Ws-Chain-Trail,
                                 Ws-Chain-Seq, Ws-Chain-Prev-Hash,
                                 Ws-Chain-Hash, Ws-Chain-Status,
                                 Ws-Chain-Sqlcode
           MOVE Ws-Chain-Sqlcode TO SQLCODE
           IF Ws-Chain-Row-Not-Found
               MOVE 100 TO SQLCODE
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
               MOVE SPACES TO Ws-Shown-Contact
           END-IF

           EXEC CICS RECEIVE MAP('CRUDM')
                MAPSET('CRUDMS')
                INTO(Crudmi)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response = DFHRESP(NORMAL)
               MOVE Keyi TO Ws-Input-Key
               MOVE Namei TO Ws-Input-Name
               MOVE Emaili TO Ws-Input-Email
               MOVE Phonei TO Ws-Input-Lang-Dnc
               MOVE Actioni TO Ws-Input-Opt-Outs
               MOVE Addri TO Ws-Input-Address
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
