       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCASE.
      *
      * CICS COBOL customer service case maintenance
      * Pseudoconversational design with containers and channels, on
      * the shared CRUDMS mapset, in the same style as CUSTNOTE.
      *
      * A complaint or a disputed charge is more than a note: it is
      * opened, owned, worked and closed. Each case is a row on
      * LABSCHEMA.CUSTOMER_CASE with a type (CODE_TABLE 'CASETYPE'),
      * a priority 1-4, an owner operator and a status:
      *   O - open                W - waiting on the customer
      *   R - resolved            C - closed
      * The SLA clock is set by priority from CODE_TABLE 'CASESLA'
      * (CODE the priority, DESCRIPTION bytes 1-4 the hours allowed;
      * defaults 4, 24, 72 and 168 hours). The clock stops while the
      * case waits on the customer: leaving W pushes SLA_DUE_TS out
      * by the time waited and adds it to PAUSED_SECONDS. A case is
      * closed only after it is resolved; a resolved case may be
      * reopened. Notes attach to a case through CUSTNOTE (a note
      * keyed C=case-number); the newest two show here. CASEESC
      * escalates open cases past their SLA every night.
      *
      *   KEY field    - case number (Enter displays the case)
      *   NAME field   - customer ID, when opening a case
      *   EMAIL field  - case type
      *   PHONE field  - priority 1-4
      *   ACTION field - status O/W/R/C, when changing it
      *   ADDR field   - one-line summary of the case
      *   PF4 opens a case from the fields keyed; PF2 saves changes
      *   to type, priority, summary and status on the case shown;
      *   PF6 takes ownership of it. Updates need 'U' authority in
      *   the AUTH-DATA container from the MENU01 front end.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'CASE-CHANNEL'.

      * Returning our own transaction id (not EIBTRNID) keeps the
      * pseudoconversation on this program after a MENU01 transfer.
       01  Ws-Trans-Id              PIC X(4) VALUE 'CASE'.

       01  Ws-Program-State.
           05  Ws-Case-Id                 PIC S9(09) COMP VALUE ZERO.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.

      * Operator authority, delivered in the AUTH-DATA container by
      * the MENU01 front-end ('U' = full update, 'I' = inquiry only).
       01  Ws-Auth-Container             PIC X(16) VALUE 'AUTH-DATA'.
       01  Ws-Auth-Level                 PIC X(01) VALUE 'I'.
           88  Auth-Update                   VALUE 'U'.

       01  Ws-Input-Fields.
           05  Ws-Input-Key               PIC X(10).
           05  Ws-Input-Customer          PIC X(10).
           05  Ws-Input-Type              PIC X(08).
           05  Ws-Input-Priority          PIC X(01).
               88  Valid-Priority             VALUE '1' THRU '4'.
           05  Ws-Input-Status            PIC X(01).
               88  Valid-Status               VALUE 'O' 'W' 'R' 'C'.
           05  Ws-Input-Summary           PIC X(50).

       01  Ws-Work-Fields.
           05  Ws-Message-Text            PIC X(78) VALUE SPACES.
           05  Ws-Operator-Id             PIC X(08) VALUE SPACES.
           05  Ws-Key-Length              PIC S9(04) COMP.
           05  Ws-Case-Display            PIC 9(09).
           05  Ws-Note-Count              PIC 9(05) VALUE ZERO.
           05  Ws-Note-Idx                PIC S9(04) COMP.
           05  Ws-Status-Name             PIC X(15).
           05  Ws-Escalation-Display      PIC Z9.
           05  Ws-Sla-Hours-Display       PIC ZZZ9.
           05  Ws-Sla-Hours-Digits        PIC 9(04).
           05  Ws-Case-Found-Flag         PIC X(01) VALUE 'N'.
               88  Case-Found                 VALUE 'Y'.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Case-Lines.
           05  Ws-Customer-Line           PIC X(60) VALUE SPACES.
           05  Ws-Case-Line               PIC X(78) OCCURS 5 TIMES.

       01  Ws-Sql-Variables.
           05  Ws-Sql-Case-Id             PIC S9(09) COMP.
           05  Ws-Sql-Customer-Id         PIC X(10).
           05  Ws-Sql-Customer-Name       PIC X(30).
           05  Ws-Sql-Case-Type           PIC X(08).
           05  Ws-Sql-Priority            PIC X(01).
           05  Ws-Sql-Owner               PIC X(08).
           05  Ws-Sql-Status              PIC X(01).
           05  Ws-Sql-New-Status          PIC X(01).
           05  Ws-Sql-Summary             PIC X(50).
           05  Ws-Sql-Opened-Ts           PIC X(26).
           05  Ws-Sql-Sla-Due-Ts          PIC X(26).
           05  Ws-Sql-Wait-Start-Ts       PIC X(26).
           05  Ws-Sql-Resolved-Ts         PIC X(26).
           05  Ws-Sql-Closed-Ts           PIC X(26).
           05  Ws-Sql-Escalations         PIC S9(04) COMP.
           05  Ws-Sql-Breached            PIC X(01).
           05  Ws-Sql-Sla-Hours           PIC S9(04) COMP.
           05  Ws-Sql-Code                PIC X(08).
           05  Ws-Sql-Code-Desc           PIC X(40).
           05  Ws-Sql-Row-Count           PIC S9(05) COMP.
           05  Ws-Sql-Note-Date           PIC X(10).
           05  Ws-Sql-Note-Operator       PIC X(08).
           05  Ws-Sql-Note-Text           PIC X(50).

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
               WHEN (EIBAID = DFHPF2 OR EIBAID = DFHPF4
                     OR EIBAID = DFHPF6)
                   AND NOT Auth-Update
                   MOVE 'Not authorized - inquiry only'
                       TO Ws-Message-Text
                   PERFORM 6000-Read-Case
                   PERFORM 5100-Send-Map
               WHEN EIBAID = DFHPF2
                   PERFORM 2200-Save-Changes
               WHEN EIBAID = DFHPF4
                   PERFORM 2300-Open-Case
               WHEN EIBAID = DFHPF6
                   PERFORM 2400-Take-Ownership
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
           STRING 'Key case no; PF4=Open (cust,type,pri,summary) '
                  'PF2=Save PF6=Take PF12=Exit'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           PERFORM 6000-Read-Case
           PERFORM 5100-Send-Map
           .

       2200-Save-Changes.
           PERFORM 6000-Read-Case
           EVALUATE TRUE
               WHEN NOT Case-Found
                   MOVE 'Display a case first, then key the changes'
                       TO Ws-Message-Text
               WHEN Ws-Sql-Status = 'C'
                   MOVE 'Case is closed - no further changes'
                       TO Ws-Message-Text
               WHEN Ws-Input-Priority NOT = SPACE
                    AND NOT Valid-Priority
                   MOVE 'Priority must be 1 to 4' TO Ws-Message-Text
               WHEN Ws-Input-Status NOT = SPACE
                    AND NOT Valid-Status
                   MOVE 'Status must be O, W, R or C'
                       TO Ws-Message-Text
               WHEN OTHER
                   PERFORM 2250-Check-Status-Change
           END-EVALUATE
           IF Ws-Message-Text = SPACES
               AND Ws-Input-Type NOT = SPACES
               PERFORM 6450-Check-Case-Type
           END-IF
           IF Ws-Message-Text = SPACES
               PERFORM 6300-Update-Details
               IF SQLCODE = 0
                   AND Ws-Input-Status NOT = SPACE
                   AND Ws-Input-Status NOT = Ws-Sql-Status
                   PERFORM 6350-Change-Status
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE 'Case updated' TO Ws-Message-Text
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Case changed by another operator - re-enter'
                       TO Ws-Message-Text
               END-IF
               PERFORM 6000-Read-Case
           END-IF
           PERFORM 5100-Send-Map
           .

       2250-Check-Status-Change.
      *    Open and waiting move freely between each other and to
      *    resolved; only a resolved case closes, and a resolved case
      *    goes back to open if the fix did not hold.
           IF Ws-Input-Status NOT = SPACE
               AND Ws-Input-Status NOT = Ws-Sql-Status
               EVALUATE TRUE
                   WHEN Ws-Input-Status = 'C'
                        AND Ws-Sql-Status NOT = 'R'
                       MOVE 'Resolve the case before closing it'
                           TO Ws-Message-Text
                   WHEN Ws-Input-Status = 'W'
                        AND Ws-Sql-Status = 'R'
                       MOVE 'Reopen the case (O) before waiting on it'
                           TO Ws-Message-Text
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       2300-Open-Case.
           MOVE ZERO TO Ws-Sql-Row-Count
           IF Ws-Input-Customer NOT = SPACES
               PERFORM 6200-Check-Customer-Exists
           END-IF
           EVALUATE TRUE
               WHEN Ws-Input-Customer = SPACES
                   MOVE 'Key the customer ID in the name field'
                       TO Ws-Message-Text
               WHEN Ws-Sql-Row-Count = ZERO
                   MOVE 'No such customer on file' TO Ws-Message-Text
               WHEN Ws-Input-Type = SPACES
                   MOVE 'Key the case type in the email field'
                       TO Ws-Message-Text
               WHEN NOT Valid-Priority
                   MOVE 'Key priority 1 to 4 in the phone field'
                       TO Ws-Message-Text
               WHEN Ws-Input-Summary = SPACES
                   MOVE 'Key a summary of the case in the address field'
                       TO Ws-Message-Text
               WHEN OTHER
                   PERFORM 6450-Check-Case-Type
           END-EVALUATE
           IF Ws-Message-Text = SPACES
               PERFORM 6400-Get-Sla-Hours
               PERFORM 6100-Insert-Case
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE Ws-Sql-Case-Id TO Ws-Case-Id
                   MOVE Ws-Sql-Case-Id TO Ws-Case-Display
                   MOVE Ws-Sql-Sla-Hours TO Ws-Sla-Hours-Display
                   STRING 'Case ' Ws-Case-Display ' opened - SLA '
                          Ws-Sla-Hours-Display ' hours'
                       DELIMITED BY SIZE INTO Ws-Message-Text
                   END-STRING
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Database error opening case' TO Ws-Message-Text
               END-IF
           END-IF
           PERFORM 6000-Read-Case
           PERFORM 5100-Send-Map
           .

       2400-Take-Ownership.
           PERFORM 6000-Read-Case
           EVALUATE TRUE
               WHEN NOT Case-Found
                   MOVE 'Display a case first' TO Ws-Message-Text
               WHEN Ws-Sql-Status = 'C'
                   MOVE 'Case is closed - no further changes'
                       TO Ws-Message-Text
               WHEN Ws-Sql-Owner = Ws-Operator-Id
                   MOVE 'You already own this case' TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Case-Id TO Ws-Sql-Case-Id
                   EXEC SQL
                       UPDATE LABSCHEMA.CUSTOMER_CASE
                          SET OWNER_OPERATOR = :Ws-Operator-Id
                        WHERE CASE_ID = :Ws-Sql-Case-Id
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE 'Case assigned to you' TO Ws-Message-Text
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'Database error assigning case'
                           TO Ws-Message-Text
                   END-IF
                   PERFORM 6000-Read-Case
           END-EVALUATE
           PERFORM 5100-Send-Map
           .

       3100-Process-Enter-Key.
           MOVE ZERO TO Ws-Key-Length
           INSPECT Ws-Input-Key TALLYING Ws-Key-Length
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN Ws-Input-Key = SPACES
                   MOVE 'Key a case number and press Enter'
                       TO Ws-Message-Text
               WHEN Ws-Key-Length = ZERO OR Ws-Key-Length > 9
                   MOVE 'Case number must be 1 to 9 digits'
                       TO Ws-Message-Text
               WHEN Ws-Input-Key (1:Ws-Key-Length) NOT NUMERIC
                   MOVE 'Case number must be 1 to 9 digits'
                       TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Input-Key (1:Ws-Key-Length) TO Ws-Case-Id
                   PERFORM 6000-Read-Case
                   IF Case-Found
                       MOVE 'Case displayed' TO Ws-Message-Text
                   ELSE
                       MOVE ZERO TO Ws-Case-Id
                       MOVE 'Case not on file' TO Ws-Message-Text
                   END-IF
           END-EVALUATE
           PERFORM 5100-Send-Map
           .

       3200-Invalid-Key.
           MOVE 'Invalid key pressed - use PF1 for help'
               TO Ws-Message-Text
           PERFORM 6000-Read-Case
           PERFORM 5100-Send-Map
           .

       5100-Send-Map.
           MOVE LOW-VALUES TO Crudmo
           IF Case-Found
               MOVE Ws-Case-Id TO Ws-Case-Display
               MOVE Ws-Case-Display TO Keyo
               MOVE Ws-Customer-Line TO Nameo
               MOVE Ws-Sql-Case-Type TO Emailo
               MOVE Ws-Sql-Priority TO Phoneo
               MOVE Ws-Sql-Status TO Actiono
               MOVE Ws-Sql-Summary TO Addro
               MOVE Ws-Case-Line (1) TO List1o
               MOVE Ws-Case-Line (2) TO List2o
               MOVE Ws-Case-Line (3) TO List3o
               MOVE Ws-Case-Line (4) TO List4o
               MOVE Ws-Case-Line (5) TO List5o
               MOVE Ws-Note-Count TO Counto
           END-IF
           MOVE Ws-Message-Text TO Msgo

           EXEC CICS SEND MAP('CRUDM')
                MAPSET('CRUDMS')
                ERASE
                FREEKB
           END-EXEC
           .

       6000-Read-Case.
           MOVE 'N' TO Ws-Case-Found-Flag
           MOVE SPACES TO Ws-Case-Lines
           MOVE ZERO TO Ws-Note-Count
           IF Ws-Case-Id > ZERO
               MOVE Ws-Case-Id TO Ws-Sql-Case-Id
               EXEC SQL
                   SELECT C.CUSTOMER_ID,
                          COALESCE(U.CUSTOMER_NAME, ' '),
                          C.CASE_TYPE,
                          C.PRIORITY,
                          C.OWNER_OPERATOR,
                          C.STATUS,
                          C.SUMMARY,
                          CHAR(C.OPENED_TS),
                          CHAR(C.SLA_DUE_TS),
                          COALESCE(CHAR(C.WAIT_START_TS), ' '),
                          COALESCE(CHAR(C.RESOLVED_TS), ' '),
                          COALESCE(CHAR(C.CLOSED_TS), ' '),
                          C.ESCALATION_COUNT,
                          CASE WHEN C.STATUS = 'O'
                                AND C.SLA_DUE_TS < CURRENT TIMESTAMP
                               THEN 'Y' ELSE 'N' END
                       INTO :Ws-Sql-Customer-Id,
                            :Ws-Sql-Customer-Name,
                            :Ws-Sql-Case-Type,
                            :Ws-Sql-Priority,
                            :Ws-Sql-Owner,
                            :Ws-Sql-Status,
                            :Ws-Sql-Summary,
                            :Ws-Sql-Opened-Ts,
                            :Ws-Sql-Sla-Due-Ts,
                            :Ws-Sql-Wait-Start-Ts,
                            :Ws-Sql-Resolved-Ts,
                            :Ws-Sql-Closed-Ts,
                            :Ws-Sql-Escalations,
                            :Ws-Sql-Breached
                       FROM LABSCHEMA.CUSTOMER_CASE C
                       LEFT JOIN CUSTOMER U
                         ON U.CUSTOMER_ID = C.CUSTOMER_ID
                       WHERE C.CASE_ID = :Ws-Sql-Case-Id
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'Y' TO Ws-Case-Found-Flag
                   PERFORM 6050-Format-Case
                   PERFORM 6060-Fetch-Case-Notes
               END-IF
           END-IF
           .

       6050-Format-Case.
           EVALUATE Ws-Sql-Status
               WHEN 'O'
                   MOVE 'OPEN' TO Ws-Status-Name
               WHEN 'W'
                   MOVE 'WAITING ON CUST' TO Ws-Status-Name
               WHEN 'R'
                   MOVE 'RESOLVED' TO Ws-Status-Name
               WHEN 'C'
                   MOVE 'CLOSED' TO Ws-Status-Name
               WHEN OTHER
                   MOVE Ws-Sql-Status TO Ws-Status-Name
           END-EVALUATE
           MOVE Ws-Sql-Escalations TO Ws-Escalation-Display
           STRING Ws-Sql-Customer-Id ' ' Ws-Sql-Customer-Name
               DELIMITED BY SIZE INTO Ws-Customer-Line
           END-STRING
           STRING 'Owner ' Ws-Sql-Owner '  Status ' Ws-Status-Name
                  '  Escalated ' Ws-Escalation-Display ' times'
               DELIMITED BY SIZE INTO Ws-Case-Line (1)
           END-STRING
           STRING 'Opened ' Ws-Sql-Opened-Ts (1:16)
                  '  SLA due ' Ws-Sql-Sla-Due-Ts (1:16)
               DELIMITED BY SIZE INTO Ws-Case-Line (2)
           END-STRING
           IF Ws-Sql-Breached = 'Y'
               MOVE '  SLA BREACHED' TO Ws-Case-Line (2) (51:14)
           END-IF
           EVALUATE TRUE
               WHEN Ws-Sql-Status = 'W'
                   STRING 'Waiting on customer since '
                          Ws-Sql-Wait-Start-Ts (1:16)
                          ' - SLA clock stopped'
                       DELIMITED BY SIZE INTO Ws-Case-Line (3)
                   END-STRING
               WHEN Ws-Sql-Status = 'R'
                   STRING 'Resolved ' Ws-Sql-Resolved-Ts (1:16)
                       DELIMITED BY SIZE INTO Ws-Case-Line (3)
                   END-STRING
               WHEN Ws-Sql-Status = 'C'
                   STRING 'Resolved ' Ws-Sql-Resolved-Ts (1:16)
                          '  Closed ' Ws-Sql-Closed-Ts (1:16)
                       DELIMITED BY SIZE INTO Ws-Case-Line (3)
                   END-STRING
           END-EVALUATE
           .

       6060-Fetch-Case-Notes.
      *    The two newest notes attached to the case through CUSTNOTE.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Row-Count
                   FROM LABSCHEMA.CUSTOMER_NOTE
                   WHERE CASE_ID = :Ws-Sql-Case-Id
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Sql-Row-Count TO Ws-Note-Count
           END-IF

           EXEC SQL
               DECLARE CASE_NOTE_CUR CURSOR FOR
                   SELECT CHAR(NOTE_DATE),
                          OPERATOR_ID,
                          NOTE_TEXT
                       FROM LABSCHEMA.CUSTOMER_NOTE
                       WHERE CASE_ID = :Ws-Sql-Case-Id
                       ORDER BY NOTE_DATE DESC, NOTE_SEQ DESC
                       FETCH FIRST 2 ROWS ONLY
           END-EXEC

           EXEC SQL OPEN CASE_NOTE_CUR END-EXEC

           PERFORM 6070-Fetch-One-Note
               VARYING Ws-Note-Idx FROM 4 BY 1
               UNTIL Ws-Note-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE CASE_NOTE_CUR END-EXEC
           .

       6070-Fetch-One-Note.
           EXEC SQL
               FETCH CASE_NOTE_CUR
               INTO :Ws-Sql-Note-Date,
                    :Ws-Sql-Note-Operator,
                    :Ws-Sql-Note-Text
           END-EXEC

           IF SQLCODE = 0
               STRING 'Note ' Ws-Sql-Note-Date ' '
                      Ws-Sql-Note-Operator (1:4) ' ' Ws-Sql-Note-Text
                   DELIMITED BY SIZE INTO Ws-Case-Line (Ws-Note-Idx)
               END-STRING
           END-IF
           .

       6100-Insert-Case.
           MOVE Ws-Input-Customer TO Ws-Sql-Customer-Id
           MOVE Ws-Input-Type TO Ws-Sql-Case-Type
           MOVE Ws-Input-Priority TO Ws-Sql-Priority
           MOVE Ws-Input-Summary TO Ws-Sql-Summary

           EXEC SQL
               SELECT COALESCE(MAX(CASE_ID), 0) + 1
                   INTO :Ws-Sql-Case-Id
                   FROM LABSCHEMA.CUSTOMER_CASE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO LABSCHEMA.CUSTOMER_CASE
                           (CASE_ID,
                            CUSTOMER_ID,
                            CASE_TYPE,
                            PRIORITY,
                            OWNER_OPERATOR,
                            OPENED_BY,
                            STATUS,
                            SUMMARY,
                            OPENED_TS,
                            SLA_HOURS,
                            SLA_DUE_TS,
                            PAUSED_SECONDS,
                            ESCALATION_COUNT)
                    VALUES (:Ws-Sql-Case-Id,
                            :Ws-Sql-Customer-Id,
                            :Ws-Sql-Case-Type,
                            :Ws-Sql-Priority,
                            :Ws-Operator-Id,
                            :Ws-Operator-Id,
                            'O',
                            :Ws-Sql-Summary,
                            CURRENT TIMESTAMP,
                            :Ws-Sql-Sla-Hours,
                            CURRENT TIMESTAMP
                                + :Ws-Sql-Sla-Hours HOURS,
                            0,
                            0)
               END-EXEC
           END-IF
           .

       6200-Check-Customer-Exists.
           MOVE Ws-Input-Customer TO Ws-Sql-Customer-Id
           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Row-Count
                   FROM CUSTOMER
                   WHERE CUSTOMER_ID = :Ws-Sql-Customer-Id
           END-EXEC
           .

       6300-Update-Details.
      *    A new priority restarts the SLA from the time opened at the
      *    new priority's hours, plus any time already spent waiting
      *    on the customer.
           MOVE Ws-Case-Id TO Ws-Sql-Case-Id
           IF Ws-Input-Type NOT = SPACES
               MOVE Ws-Input-Type TO Ws-Sql-Case-Type
           END-IF
           IF Ws-Input-Summary NOT = SPACES
               MOVE Ws-Input-Summary TO Ws-Sql-Summary
           END-IF
           IF Ws-Input-Priority NOT = SPACE
               MOVE Ws-Input-Priority TO Ws-Sql-Priority
           END-IF
           PERFORM 6400-Get-Sla-Hours

           EXEC SQL
               UPDATE LABSCHEMA.CUSTOMER_CASE
                  SET CASE_TYPE  = :Ws-Sql-Case-Type,
                      SUMMARY    = :Ws-Sql-Summary,
                      SLA_DUE_TS =
                          CASE WHEN PRIORITY = :Ws-Sql-Priority
                               THEN SLA_DUE_TS
                               ELSE OPENED_TS
                                    + :Ws-Sql-Sla-Hours HOURS
                                    + PAUSED_SECONDS SECONDS
                          END,
                      SLA_HOURS  =
                          CASE WHEN PRIORITY = :Ws-Sql-Priority
                               THEN SLA_HOURS
                               ELSE :Ws-Sql-Sla-Hours
                          END,
                      PRIORITY   = :Ws-Sql-Priority
                WHERE CASE_ID = :Ws-Sql-Case-Id
                  AND STATUS  = :Ws-Sql-Status
           END-EXEC
           .

       6350-Change-Status.
      *    Leaving W stops the pause: the time waited is added to
      *    PAUSED_SECONDS and pushes the SLA due time out by the
      *    same amount. Entering W starts a new pause. Every right-
      *    hand side sees the row as it was before this update.
           MOVE Ws-Input-Status TO Ws-Sql-New-Status

           EXEC SQL
               UPDATE LABSCHEMA.CUSTOMER_CASE
                  SET PAUSED_SECONDS = PAUSED_SECONDS +
                          CASE WHEN STATUS = 'W'
                               THEN (DAYS(CURRENT TIMESTAMP)
                                     - DAYS(WAIT_START_TS)) * 86400
                                  + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                                  - MIDNIGHT_SECONDS(WAIT_START_TS)
                               ELSE 0
                          END,
                      SLA_DUE_TS = SLA_DUE_TS +
                          (CASE WHEN STATUS = 'W'
                               THEN (DAYS(CURRENT TIMESTAMP)
                                     - DAYS(WAIT_START_TS)) * 86400
                                  + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                                  - MIDNIGHT_SECONDS(WAIT_START_TS)
                               ELSE 0
                          END) SECONDS,
                      WAIT_START_TS =
                          CASE WHEN :Ws-Sql-New-Status = 'W'
                               THEN CURRENT TIMESTAMP
                               ELSE NULL
                          END,
                      RESOLVED_TS =
                          CASE WHEN :Ws-Sql-New-Status = 'R'
                               THEN CURRENT TIMESTAMP
                               WHEN :Ws-Sql-New-Status = 'C'
                               THEN RESOLVED_TS
                               ELSE NULL
                          END,
                      CLOSED_TS =
                          CASE WHEN :Ws-Sql-New-Status = 'C'
                               THEN CURRENT TIMESTAMP
                               ELSE NULL
                          END,
                      STATUS = :Ws-Sql-New-Status
                WHERE CASE_ID = :Ws-Sql-Case-Id
                  AND STATUS  = :Ws-Sql-Status
           END-EXEC
           .

       6400-Get-Sla-Hours.
      *    CASESLA rows carry the hours in DESCRIPTION bytes 1-4;
      *    without a row the priority's default stands.
           EVALUATE Ws-Sql-Priority
               WHEN '1'
                   MOVE 4 TO Ws-Sql-Sla-Hours
               WHEN '2'
                   MOVE 24 TO Ws-Sql-Sla-Hours
               WHEN '3'
                   MOVE 72 TO Ws-Sql-Sla-Hours
               WHEN OTHER
                   MOVE 168 TO Ws-Sql-Sla-Hours
           END-EVALUATE
           MOVE SPACES TO Ws-Sql-Code
           MOVE Ws-Sql-Priority TO Ws-Sql-Code
           EXEC SQL
               SELECT DESCRIPTION
                   INTO :Ws-Sql-Code-Desc
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'CASESLA'
                     AND CODE       = :Ws-Sql-Code
           END-EXEC
           IF SQLCODE = 0
               AND Ws-Sql-Code-Desc (1:4) NUMERIC
               MOVE Ws-Sql-Code-Desc (1:4) TO Ws-Sla-Hours-Digits
               IF Ws-Sla-Hours-Digits > ZERO
                   MOVE Ws-Sla-Hours-Digits TO Ws-Sql-Sla-Hours
               END-IF
           END-IF
           .

       6450-Check-Case-Type.
           MOVE Ws-Input-Type TO Ws-Sql-Code
           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Row-Count
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'CASETYPE'
                     AND CODE       = :Ws-Sql-Code
           END-EXEC
           IF SQLCODE NOT = 0 OR Ws-Sql-Row-Count = ZERO
               MOVE 'Case type is not on the CASETYPE code table'
                   TO Ws-Message-Text
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
               MOVE ZERO TO Ws-Case-Id
           END-IF

           EXEC CICS RECEIVE MAP('CRUDM')
                MAPSET('CRUDMS')
                INTO(Crudmi)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response = DFHRESP(NORMAL)
               MOVE Keyi TO Ws-Input-Key
               MOVE Namei TO Ws-Input-Customer
               MOVE Emaili TO Ws-Input-Type
               MOVE Phonei TO Ws-Input-Priority
               MOVE Actioni TO Ws-Input-Status
               MOVE Addri TO Ws-Input-Summary
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
