       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGAPPLY.
      *
      * Registration apply service, CALLed once per sign-up by both
      * ways a sign-up arrives: REGINTAK for the nightly REGFILE of
      * paper forms, and REGMQ for the web form's messages as they
      * come in off the intake queue. Both get the same edits and the
      * same outcome:
      *   - the TEAM_ID must exist, a birth date is required, and an
      *     AGEBRKT division bracket must take the player's age;
      *   - a caller running for one league (REGINTAK) passes its
      *     LEAGUE_ID and a team in any other league is rejected; the
      *     web form serves every league and passes zero. Either way
      *     the PLAYERS row takes its team's LEAGUE_ID;
      *   - the guardian's LANG is validated against the code table
      *     and the postal address against the POSTLOAD postal
      *     reference, as CONTMNT does at entry;
      *   - a division's ROSTCAP cap decides between the roster and
      *     the WAITLIST. The team's TEAMS row stays locked from the
      *     cap count to the caller's commit, so two sign-ups taken at
      *     once - the web and the paper file - cannot both be given
      *     the last spot;
      *   - the PLAYERS row is created and audited to ROSTER_AUDIT
      *     (any waitlist row the player held is cleared), or the
      *     sign-up is parked on WAITLIST in arrival order;
      *   - the guardian is matched to a CONTACTS row on email
      *     address, or created and audited through AUDCHAIN, and the
      *     PLAYER_CONTACT linkage is recorded.
      *
      * Outcome codes back:
      *   'P' - rostered                'W' - waitlisted, with the
      *   'R' - rejected by an edit           position on the team's
      *   'F' - a write failed                waiting list
      *   'E' - SQL error on a lookup; the caller stops
      * The message text says why, for the caller to display or put
      * in its reply. A warning - a code table row that is not
      * numeric and was ignored - comes back separately.
      *
      * The service never commits - the caller's COMMIT (or CICS
      * SYNCPOINT) does, and on anything but 'P' or 'W' the caller
      * backs the sign-up's work out. It displays nothing either,
      * since REGMQ runs under CICS.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Sql-Player-Id        PIC S9(09) COMP.
       01  WS-Sql-Team-Id          PIC S9(09) COMP.
       01  WS-Sql-League-Id        PIC S9(09) COMP.
       01  WS-Sql-Player-Name      PIC X(100).
       01  WS-Sql-Position         PIC X(02).
       01  WS-Sql-Contact-Id       PIC S9(09) COMP.
       01  WS-Sql-Lang             PIC X(02).
       01  WS-Sql-Surname          PIC X(30).
       01  WS-Sql-First-Name       PIC X(30).
       01  WS-Sql-Email            PIC X(40).
       01  WS-Sql-Street           PIC X(30).
       01  WS-Sql-City             PIC X(20).
       01  WS-Sql-Region           PIC X(02).
       01  WS-Sql-Postcode         PIC X(10).
       01  WS-Ref-City             PIC X(20).
       01  WS-Ref-Region           PIC X(02).
       01  WS-Ref-Match-Count      PIC S9(05) COMP.
       01  WS-Addr-OK-Sw           PIC X(01) VALUE 'Y'.
           88  Address-OK              VALUE 'Y'.
       01  WS-Sql-Count            PIC S9(05) COMP.
       01  WS-Sql-Division-Id      PIC S9(09) COMP.
       01  WS-Sql-Cap-Code         PIC X(08).
       01  WS-Cap-Code-Num REDEFINES WS-Sql-Cap-Code
                                   PIC 9(08).
       01  WS-Sql-Cap-Desc         PIC X(40).
       01  WS-Cap-Digits           PIC 9(03).
       01  WS-Roster-Cap           PIC S9(05) COMP.
       01  WS-Sql-Roster-Count     PIC S9(05) COMP.
       01  WS-Sql-Wait-Id          PIC S9(09) COMP.
       01  WS-Sql-Birth-Date       PIC X(10).
       01  WS-Sql-Age              PIC S9(05) COMP.
       01  WS-Sql-Brkt-Desc        PIC X(40).
       01  WS-Age-Digits           PIC 9(02).
       01  WS-Min-Age              PIC S9(03) COMP.
       01  WS-Max-Age              PIC S9(03) COMP.
       01  WS-Bracket-Sw           PIC X(01) VALUE 'Y'.
           88  Age-Out-Of-Bracket      VALUE 'N'.
       01  WS-Waitlist-Sw          PIC X(01) VALUE 'N'.
           88  Waitlist-Mode           VALUE 'Y'.
       01  WS-Failed-Step          PIC X(30).
       01  WS-Error-SQLCODE        PIC S999 SIGN LEADING SEPARATE.
       01  WS-Division-Display     PIC 9(09).
       01  WS-Chain-Function       PIC X(01).
       01  WS-Chain-Trail          PIC X(18) VALUE 'CONTACTS_AUDIT'.
       01  WS-Chain-Seq            PIC S9(09) COMP.
       01  WS-Chain-Prev-Hash      PIC X(24).
       01  WS-Chain-Hash           PIC X(24).
       01  WS-Chain-Status         PIC X(01).
           88  Chain-Row-Not-Found     VALUE 'N'.
       01  WS-Chain-Sqlcode        PIC S9(09) COMP.

       LINKAGE SECTION.
      * One sign-up, in the REGFILE record layout the web form's
      * messages also carry.
       01  LK-Registration.
           05  LK-Player-Id            PIC 9(09).
           05  LK-Player-Name          PIC X(60).
           05  LK-Team-Id              PIC 9(09).
           05  LK-Position             PIC X(02).
           05  LK-Guardian-Lang        PIC X(02).
           05  LK-Guardian-Surname     PIC X(30).
           05  LK-Guardian-First-Name  PIC X(30).
           05  LK-Guardian-Email       PIC X(40).
           05  LK-Birth-Date           PIC X(10).
           05  LK-Returner-Flag        PIC X(01).
           05  LK-Addr-Street          PIC X(30).
           05  LK-Addr-City            PIC X(20).
           05  LK-Addr-Region          PIC X(02).
           05  LK-Addr-Postcode        PIC X(10).
       01  LK-Job-Id               PIC X(08).
       01  LK-Outcome              PIC X(01).
           88  LK-Rostered             VALUE 'P'.
           88  LK-Waitlisted           VALUE 'W'.
           88  LK-Rejected             VALUE 'R'.
           88  LK-Write-Failed         VALUE 'F'.
           88  LK-Sql-Error            VALUE 'E'.
       01  LK-Guardian             PIC X(01).
           88  LK-Guardian-Matched     VALUE 'M'.
           88  LK-Guardian-Created     VALUE 'N'.
       01  LK-Wait-Position        PIC S9(05) COMP.
       01  LK-Message              PIC X(80).
       01  LK-Warning              PIC X(80).
       01  LK-Sqlcode              PIC S9(09) COMP.
      * The caller's league, or zero for whichever league the team is
      * in.
       01  LK-League-Id            PIC S9(09) COMP.

       PROCEDURE DIVISION USING LK-Registration, LK-Job-Id,
                                LK-Outcome, LK-Guardian,
                                LK-Wait-Position, LK-Message,
                                LK-Warning, LK-Sqlcode,
                                LK-League-Id.

       0100-Apply-Registration.
           SET LK-Rejected TO TRUE
           MOVE SPACE TO LK-Guardian
           MOVE ZERO TO LK-Wait-Position
           MOVE SPACES TO LK-Message
           MOVE SPACES TO LK-Warning
           MOVE ZERO TO LK-Sqlcode
           PERFORM 1000-Process-Registration
           GOBACK.

       1000-Process-Registration.
           MOVE LK-Player-Id           TO WS-Sql-Player-Id
           MOVE LK-Team-Id             TO WS-Sql-Team-Id
           MOVE LK-Player-Name         TO WS-Sql-Player-Name
           MOVE LK-Position            TO WS-Sql-Position
           MOVE LK-Guardian-Lang       TO WS-Sql-Lang
           MOVE LK-Guardian-Surname    TO WS-Sql-Surname
           MOVE LK-Guardian-First-Name TO WS-Sql-First-Name
           MOVE LK-Guardian-Email      TO WS-Sql-Email
           MOVE LK-Birth-Date          TO WS-Sql-Birth-Date
           MOVE LK-Addr-Street         TO WS-Sql-Street
           MOVE LK-Addr-City           TO WS-Sql-City
           MOVE LK-Addr-Region         TO WS-Sql-Region
           MOVE LK-Addr-Postcode       TO WS-Sql-Postcode

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(LEAGUE_ID), 0)
                   INTO :WS-Sql-Count,
                        :WS-Sql-League-Id
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_ID = :WS-Sql-Team-Id
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           EVALUATE TRUE
               WHEN WS-Sql-Count = ZERO
                   STRING 'Rejected, no such TEAM_ID ' LK-Team-Id
                          ' for PLAYER_ID ' LK-Player-Id
                          DELIMITED BY SIZE
                       INTO LK-Message
                   END-STRING
               WHEN LK-League-Id NOT = ZERO
                   AND WS-Sql-League-Id NOT = LK-League-Id
                   STRING 'Rejected, TEAM_ID ' LK-Team-Id
                          ' is not in this league, PLAYER_ID '
                          LK-Player-Id
                          DELIMITED BY SIZE
                       INTO LK-Message
                   END-STRING
               WHEN LK-Birth-Date = SPACES
                   STRING 'Rejected, birth date required, '
                          'PLAYER_ID ' LK-Player-Id
                          DELIMITED BY SIZE
                       INTO LK-Message
                   END-STRING
               WHEN OTHER
                   PERFORM 1050-Check-Age-Bracket
                   IF Age-Out-Of-Bracket
                       STRING 'Rejected, age outside division '
                              'bracket, PLAYER_ID ' LK-Player-Id
                              ' born ' LK-Birth-Date
                              DELIMITED BY SIZE
                           INTO LK-Message
                       END-STRING
                   ELSE
                       PERFORM 1100-Validate-Lang
                   END-IF
           END-EVALUATE
           .

       1050-Check-Age-Bracket.
      *    A division with no AGEBRKT row has no bracket. Age is
      *    whole years as of today.
           MOVE 'Y' TO WS-Bracket-Sw
           EXEC SQL
               SELECT DIVISION_ID
                   INTO :WS-Sql-Division-Id
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_ID = :WS-Sql-Team-Id
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           MOVE WS-Sql-Division-Id TO WS-Cap-Code-Num
           EXEC SQL
               SELECT DESCRIPTION
                   INTO :WS-Sql-Brkt-Desc
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'AGEBRKT'
                     AND CODE       = :WS-Sql-Cap-Code
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Sql-Error
               WHEN WS-Sql-Brkt-Desc (1:2) NUMERIC
                   AND WS-Sql-Brkt-Desc (4:2) NUMERIC
                   MOVE WS-Sql-Brkt-Desc (1:2) TO WS-Age-Digits
                   MOVE WS-Age-Digits TO WS-Min-Age
                   MOVE WS-Sql-Brkt-Desc (4:2) TO WS-Age-Digits
                   MOVE WS-Age-Digits TO WS-Max-Age
                   EXEC SQL
                       SELECT YEAR(CURRENT DATE
                                   - DATE(:WS-Sql-Birth-Date))
                           INTO :WS-Sql-Age
                           FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 9000-Sql-Error
                   END-IF
                   IF WS-Sql-Age < WS-Min-Age
                       OR WS-Sql-Age > WS-Max-Age
                       SET Age-Out-Of-Bracket TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-Sql-Division-Id TO WS-Division-Display
                   STRING 'AGEBRKT row not numeric for DIVISION_ID '
                          WS-Division-Display ', bracket ignored'
                          DELIMITED BY SIZE
                       INTO LK-Warning
                   END-STRING
           END-EVALUATE
           .

       1100-Validate-Lang.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-Sql-Count
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'LANG'
                     AND CODE       = :WS-Sql-Lang
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           IF WS-Sql-Count = ZERO
               STRING 'Rejected, LANG not on code table, '
                      'PLAYER_ID ' LK-Player-Id ': ' LK-Guardian-Lang
                      DELIMITED BY SIZE
                   INTO LK-Message
               END-STRING
           ELSE
               PERFORM 1150-Validate-Address
               IF Address-OK
                   PERFORM 1200-Check-Roster-Cap
                   IF Waitlist-Mode
                       PERFORM 3000-Match-Or-Create-Guardian
                   ELSE
                       PERFORM 2000-Create-Player-Row
                   END-IF
               END-IF
           END-IF
           .

       1150-Validate-Address.
      *    The same postal-reference check CONTMNT applies at entry:
      *    a keyed postcode must exist and agree with the city and
      *    region. A blank address passes (the web form makes it
      *    optional), and so does an empty reference table.
           MOVE 'Y' TO WS-Addr-OK-Sw
           IF LK-Addr-Postcode NOT = SPACES
               EXEC SQL
                   SELECT CITY,
                          REGION
                       INTO :WS-Ref-City,
                            :WS-Ref-Region
                       FROM LABSCHEMA.POSTCODE_REF
                       WHERE POSTCODE = RTRIM(:WS-Sql-Postcode)
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       EXEC SQL
                           SELECT COUNT(*)
                               INTO :WS-Ref-Match-Count
                               FROM LABSCHEMA.POSTCODE_REF
                       END-EXEC
                       IF SQLCODE NOT = 0
                           PERFORM 9000-Sql-Error
                       END-IF
                       IF WS-Ref-Match-Count > ZERO
                           STRING 'Rejected, postcode not on '
                                  'postal reference, PLAYER_ID '
                                  LK-Player-Id ': ' LK-Addr-Postcode
                                  DELIMITED BY SIZE
                               INTO LK-Message
                           END-STRING
                           MOVE 'N' TO WS-Addr-OK-Sw
                       END-IF
                   WHEN SQLCODE NOT = 0
                       PERFORM 9000-Sql-Error
                   WHEN OTHER
                       EXEC SQL
                           SELECT COUNT(*)
                               INTO :WS-Ref-Match-Count
                               FROM SYSIBM.SYSDUMMY1
                               WHERE UPPER(RTRIM(:WS-Sql-City)) =
                                     UPPER(RTRIM(:WS-Ref-City))
                                 AND UPPER(RTRIM(:WS-Sql-Region)) =
                                     UPPER(RTRIM(:WS-Ref-Region))
                       END-EXEC
                       IF SQLCODE NOT = 0
                           PERFORM 9000-Sql-Error
                       END-IF
                       IF WS-Ref-Match-Count = ZERO
                           STRING 'Rejected, city/region disagrees '
                                  'with postcode, PLAYER_ID '
                                  LK-Player-Id
                                  DELIMITED BY SIZE
                               INTO LK-Message
                           END-STRING
                           MOVE 'N' TO WS-Addr-OK-Sw
                       END-IF
               END-EVALUATE
           END-IF
           .

       1200-Check-Roster-Cap.
      *    A division with no ROSTCAP row has no cap. A full team
      *    sends the sign-up to the waitlist instead of the roster.
      *    The TEAMS row is read with update locks kept to the
      *    caller's commit: a second sign-up for the same team waits
      *    here until this one's roster or waitlist row is in.
           MOVE 'N' TO WS-Waitlist-Sw
           EXEC SQL
               SELECT DIVISION_ID
                   INTO :WS-Sql-Division-Id
                   FROM LABSCHEMA.TEAMS
                   WHERE TEAM_ID = :WS-Sql-Team-Id
                   WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           MOVE WS-Sql-Division-Id TO WS-Cap-Code-Num
           EXEC SQL
               SELECT DESCRIPTION
                   INTO :WS-Sql-Cap-Desc
                   FROM LABSCHEMA.CODE_TABLE
                   WHERE TABLE_NAME = 'ROSTCAP'
                     AND CODE       = :WS-Sql-Cap-Code
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-Sql-Error
               WHEN WS-Sql-Cap-Desc (1:3) NUMERIC
                   MOVE WS-Sql-Cap-Desc (1:3) TO WS-Cap-Digits
                   MOVE WS-Cap-Digits TO WS-Roster-Cap
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :WS-Sql-Roster-Count
                           FROM LABSCHEMA.PLAYERS
                           WHERE TEAM_ID = :WS-Sql-Team-Id
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 9000-Sql-Error
                   END-IF
                   IF WS-Sql-Roster-Count NOT LESS THAN
                           WS-Roster-Cap
                       SET Waitlist-Mode TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-Sql-Division-Id TO WS-Division-Display
                   STRING 'ROSTCAP row not numeric for DIVISION_ID '
                          WS-Division-Display ', cap ignored'
                          DELIMITED BY SIZE
                       INTO LK-Warning
                   END-STRING
           END-EVALUATE
           .

       2000-Create-Player-Row.
           EXEC SQL
                INSERT INTO LABSCHEMA.PLAYERS
                       (PLAYER_ID,
                        PLAYER_NAME,
                        TEAM_ID,
                        POSITION,
                        BIRTH_DATE,
                        LEAGUE_ID)
                VALUES (:WS-Sql-Player-Id,
                        :WS-Sql-Player-Name,
                        :WS-Sql-Team-Id,
                        :WS-Sql-Position,
                        :WS-Sql-Birth-Date,
                        :WS-Sql-League-Id)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 3000-Match-Or-Create-Guardian
               WHEN SQLCODE = -803
                   STRING 'Rejected, PLAYER_ID already on file: '
                          LK-Player-Id
                          DELIMITED BY SIZE
                       INTO LK-Message
                   END-STRING
               WHEN OTHER
                   MOVE 'Player insert' TO WS-Failed-Step
                   PERFORM 8000-Write-Failed
           END-EVALUATE
           .

       3000-Match-Or-Create-Guardian.
           EXEC SQL
               SELECT ID
                   INTO :WS-Sql-Contact-Id
                   FROM LABSCHEMA.CONTACTS
                   WHERE EMAIL_ADDR = RTRIM(:WS-Sql-Email)
                   FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET LK-Guardian-Matched TO TRUE
                   IF Waitlist-Mode
                       PERFORM 5000-Insert-Waitlist-Row
                   ELSE
                       PERFORM 4000-Link-Player-To-Contact
                   END-IF
               WHEN SQLCODE = 100
                   PERFORM 3100-Create-Guardian-Contact
               WHEN OTHER
                   MOVE 'Guardian match' TO WS-Failed-Step
                   PERFORM 8000-Write-Failed
           END-EVALUATE
           .

       3100-Create-Guardian-Contact.
           EXEC SQL
               SELECT COALESCE(MAX(ID), 0) + 1
                   INTO :WS-Sql-Contact-Id
                   FROM LABSCHEMA.CONTACTS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Contact ID assignment' TO WS-Failed-Step
               PERFORM 8000-Write-Failed
           ELSE
               EXEC SQL
                    INSERT INTO LABSCHEMA.CONTACTS
                           (ID,
                            LANG,
                            SURNAME,
                            FIRST_NAME,
                            EMAIL_ADDR,
                            ADDR_STREET,
                            ADDR_CITY,
                            ADDR_REGION,
                            ADDR_POSTCODE,
                            DO_NOT_CONTACT)
                    VALUES (:WS-Sql-Contact-Id,
                            :WS-Sql-Lang,
                            :WS-Sql-Surname,
                            :WS-Sql-First-Name,
                            :WS-Sql-Email,
                            :WS-Sql-Street,
                            :WS-Sql-City,
                            :WS-Sql-Region,
                            :WS-Sql-Postcode,
                            'N')
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 3200-Audit-New-Contact
               ELSE
                   MOVE 'Guardian insert' TO WS-Failed-Step
                   PERFORM 8000-Write-Failed
               END-IF
           END-IF
           .

       3200-Audit-New-Contact.
           MOVE 'N' TO WS-Chain-Function
           PERFORM 3250-Call-Audit-Chain
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
                            CHAIN_SEQ)
                    VALUES (:WS-Sql-Contact-Id,
                            'A',
                            CURRENT TIMESTAMP,
                            :LK-Job-Id,
                            :WS-Sql-Lang,
                            :WS-Sql-Surname,
                            :WS-Sql-First-Name,
                            :WS-Sql-Email,
                            :WS-Chain-Seq)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE 'L' TO WS-Chain-Function
               PERFORM 3250-Call-Audit-Chain
           END-IF
           IF SQLCODE = 0
               SET LK-Guardian-Created TO TRUE
               IF Waitlist-Mode
                   PERFORM 5000-Insert-Waitlist-Row
               ELSE
                   PERFORM 4000-Link-Player-To-Contact
               END-IF
           ELSE
               MOVE 'Contact audit' TO WS-Failed-Step
               PERFORM 8000-Write-Failed
           END-IF
           .

       3250-Call-Audit-Chain.
      *    AUDCHAIN's SQLCODE is passed back in SQLCODE, so the audit
      *    insert's own error handling covers the chain as well.
           CALL 'AUDCHAIN' USING WS-Chain-Function, WS-Chain-Trail,
                                 WS-Chain-Seq, WS-Chain-Prev-Hash,
                                 WS-Chain-Hash, WS-Chain-Status,
                                 WS-Chain-Sqlcode
           MOVE WS-Chain-Sqlcode TO SQLCODE
           IF Chain-Row-Not-Found
               MOVE 100 TO SQLCODE
           END-IF
           .

       4000-Link-Player-To-Contact.
           EXEC SQL
                INSERT INTO LABSCHEMA.PLAYER_CONTACT
                       (PLAYER_ID,
                        CONTACT_ID)
                VALUES (:WS-Sql-Player-Id,
                        :WS-Sql-Contact-Id)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Linkage insert' TO WS-Failed-Step
               PERFORM 8000-Write-Failed
           ELSE
               PERFORM 4100-Insert-Roster-Audit
           END-IF
           .

       4100-Insert-Roster-Audit.
           PERFORM 4150-Clear-Waitlist-Row
           EXEC SQL
                INSERT INTO ROSTER_AUDIT
                       (RECORD_TYPE,
                        RECORD_ID,
                        ACTION_CODE,
                        CHANGE_TIMESTAMP,
                        JOB_ID)
                VALUES ('P',
                        :WS-Sql-Player-Id,
                        'A',
                        CURRENT TIMESTAMP,
                        :LK-Job-Id)
           END-EXEC

           IF SQLCODE = 0
               SET LK-Rostered TO TRUE
               STRING 'Registered, PLAYER_ID ' LK-Player-Id
                      ' on TEAM_ID ' LK-Team-Id
                      DELIMITED BY SIZE
                   INTO LK-Message
               END-STRING
           ELSE
               MOVE 'Roster audit' TO WS-Failed-Step
               PERFORM 8000-Write-Failed
           END-IF
           .

       4150-Clear-Waitlist-Row.
      *    A player arriving off the waitlist leaves it in the same
      *    unit of work as the roster add; a player who was never
      *    waitlisted has nothing to clear.
           EXEC SQL
                DELETE FROM LABSCHEMA.WAITLIST
                WHERE PLAYER_ID = :WS-Sql-Player-Id
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9000-Sql-Error
           END-IF
           .

       5000-Insert-Waitlist-Row.
           EXEC SQL
               SELECT COALESCE(MAX(WAIT_ID), 0) + 1
                   INTO :WS-Sql-Wait-Id
                   FROM LABSCHEMA.WAITLIST
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           EXEC SQL
                INSERT INTO LABSCHEMA.WAITLIST
                       (WAIT_ID,
                        PLAYER_ID,
                        PLAYER_NAME,
                        TEAM_ID,
                        POSITION,
                        CONTACT_ID,
                        WAIT_STATUS,
                        ARRIVAL_TS)
                VALUES (:WS-Sql-Wait-Id,
                        :WS-Sql-Player-Id,
                        :WS-Sql-Player-Name,
                        :WS-Sql-Team-Id,
                        :WS-Sql-Position,
                        :WS-Sql-Contact-Id,
                        'W',
                        CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 5100-Waitlist-Position
               WHEN SQLCODE = -803
                   STRING 'Rejected, already waitlisted, PLAYER_ID '
                          LK-Player-Id
                          DELIMITED BY SIZE
                       INTO LK-Message
                   END-STRING
               WHEN OTHER
                   MOVE 'Waitlist insert' TO WS-Failed-Step
                   PERFORM 8000-Write-Failed
           END-EVALUATE
           .

       5100-Waitlist-Position.
      *    The position WAITPROC's daily report will show: entries
      *    still waiting on the team, in arrival order.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :LK-Wait-Position
                   FROM LABSCHEMA.WAITLIST
                   WHERE TEAM_ID     = :WS-Sql-Team-Id
                     AND WAIT_STATUS = 'W'
                     AND WAIT_ID    <= :WS-Sql-Wait-Id
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           SET LK-Waitlisted TO TRUE
           STRING 'Waitlisted, team full, PLAYER_ID ' LK-Player-Id
                  ' TEAM_ID ' LK-Team-Id
                  DELIMITED BY SIZE
               INTO LK-Message
           END-STRING
           .

       8000-Write-Failed.
           MOVE SQLCODE TO LK-Sqlcode
           MOVE SQLCODE TO WS-Error-SQLCODE
           SET LK-Write-Failed TO TRUE
           STRING WS-Failed-Step DELIMITED BY '  '
                  ' failed, PLAYER_ID ' LK-Player-Id
                  ' SQLCODE ' WS-Error-SQLCODE
                  DELIMITED BY SIZE
               INTO LK-Message
           END-STRING
           .

       9000-Sql-Error.
           MOVE SQLCODE TO LK-Sqlcode
           MOVE SQLCODE TO WS-Error-SQLCODE
           SET LK-Sql-Error TO TRUE
           MOVE SPACES TO LK-Message
           STRING 'SQL Error: SQLCODE ' WS-Error-SQLCODE
                  DELIMITED BY SIZE
               INTO LK-Message
           END-STRING
           GOBACK.
