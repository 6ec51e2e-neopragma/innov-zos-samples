       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAVAIL.
      *
      * CICS COBOL referee availability entry
      * Pseudoconversational design with containers and channels, in
      * the same style as TEAMROST, on the shared CRUDMS mapset.
      *
      * Lets an official - or the assignor on their behalf - keep
      * their own LABSCHEMA.REFEREE_AVAIL rows instead of texting them
      * to the office for OFFMNT 'V' and 'X' transactions, so the next
      * OFFASGN run sees them. The operator keys the REFEREE_ID and
      * presses Enter: the screen lists the next six weeks as a
      * calendar, one date and timeslot to a line, five lines a page
      * on PF7/PF8. The slots are every live GAME_SCHEDULE fixture
      * slot plus any slot the official has already marked; each line
      * shows whether they are available, how many games need crews
      * in that slot, and the fixture if REFEREE_ASSIGN already has
      * them on one. The calendar's fixture slots and crew counts are
      * those of the league chosen on the MENU01 front end; the
      * official's availability and assignments are their own, in
      * whichever league, since an official can only be in one gym.
      * An official on their own sign-on, coming straight in without
      * the menu, sees the slots of every league.
      *
      *   KEY field    - REFEREE_ID
      *   ACTION field - calendar line number (1 to 5)
      *   ADDR field   - or a slot not on the calendar, as
      *                  'YYYY-MM-DD HH:MM', with ACTION left blank
      *   PF2 marks the slot available; PF4 marks it unavailable.
      *   Withdrawing from a slot the official is already assigned
      *   in only warns the first time - PF4 again on the same slot
      *   confirms, and the assignor has the fixture to re-cover.
      *
      * Changes need 'U' authority in the AUTH-DATA container from
      * the MENU01 front end, or a sign-on that OFFMNT's 'O'
      * transaction has put on the official's REFEREES row - an
      * official signed on as themselves keeps their own
      * availability and nobody else's. Every change is logged to
      * LABSCHEMA.REFEREE_AVAIL_LOG in the same unit of work (the
      * operator, and on a withdrawal the fixture they were
      * assigned to), the log OFFMNT writes as well.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Container-Names.
           05  Ws-State-Container         PIC X(16)
                                          VALUE 'PROGRAM-STATE'.

       01  Ws-Channel-Name          PIC X(16) VALUE 'REFAV-CHANNEL'.
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
       01  Ws-Trans-Id              PIC X(4) VALUE 'RFAV'.

       01  Ws-Program-State.
           05  Ws-Referee-Id              PIC S9(09) COMP VALUE ZERO.
           05  Ws-Referee-Name            PIC X(60) VALUE SPACES.
           05  Ws-Page-Start              PIC S9(04) COMP VALUE 1.
           05  Ws-Slot-Count              PIC 9(05) VALUE ZERO.
           05  Ws-Page-Slot               OCCURS 5 TIMES.
               10  Ws-Page-Date           PIC X(10).
               10  Ws-Page-Timeslot       PIC X(05).
           05  Ws-Pending-Date            PIC X(10) VALUE SPACES.
           05  Ws-Pending-Timeslot        PIC X(05) VALUE SPACES.

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
           05  Ws-Input-Slot.
               10  Ws-Input-Date          PIC X(10).
               10  FILLER                 PIC X(01).
               10  Ws-Input-Timeslot      PIC X(05).
               10  FILLER                 PIC X(44).

       01  Ws-Work-Fields.
           05  Ws-Message-Text            PIC X(78) VALUE SPACES.
           05  Ws-Operator-Id             PIC X(08) VALUE SPACES.
           05  Ws-Own-Referee-Id          PIC S9(09) COMP VALUE ZERO.
           05  Ws-Key-Length              PIC S9(04) COMP.
           05  Ws-Line-Idx                PIC S9(04) COMP.
           05  Ws-Pick-Idx                PIC S9(04) COMP.
           05  Ws-May-Change-Sw           PIC X(01) VALUE 'N'.
               88  Ws-May-Change              VALUE 'Y'.
           05  Ws-Slot-Date               PIC X(10).
           05  Ws-Slot-Timeslot           PIC X(05).
           05  Ws-Assigned-Fixture        PIC S9(09) COMP VALUE ZERO.
           05  Ws-Referee-Display         PIC ZZZZZZZZ9.
           05  Ws-Fixture-Display         PIC ZZZZZZZZ9.
           05  Ws-Games-Display           PIC Z9.
           05  Ws-Line-Display            PIC 9.
           05  Ws-Avail-Text              PIC X(11).
           05  Ws-Header-Line             PIC X(60) VALUE SPACES.
       01  Ws-List-Table                  VALUE SPACES.
           05  Ws-List-Line               PIC X(78) OCCURS 5 TIMES.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Sql-Variables.
           05  Ws-Sql-League-Id           PIC S9(09) COMP.
           05  Ws-Sql-Referee-Id          PIC S9(09) COMP.
           05  Ws-Sql-Referee-Name        PIC X(60).
           05  Ws-Sql-Operator-Id         PIC X(08).
           05  Ws-Sql-Row-Number          PIC S9(04) COMP.
           05  Ws-Sql-Slot-Count          PIC S9(05) COMP.
           05  Ws-Sql-Slot-Date           PIC X(10).
           05  Ws-Sql-Timeslot            PIC X(05).
           05  Ws-Sql-Day-Name            PIC X(03).
           05  Ws-Sql-Avail-Flag          PIC X(01).
           05  Ws-Sql-Assigned-Fixture    PIC S9(09) COMP.
           05  Ws-Sql-Assigned-Ind        PIC S9(04) COMP.
           05  Ws-Sql-Games-Count         PIC S9(04) COMP.
           05  Ws-Sql-Venue               PIC X(30).
           05  Ws-Sql-Log-Action          PIC X(01).
           05  Ws-Sql-Count               PIC S9(05) COMP.

           COPY CRUDM.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

       0100-Main-Processing.
           EXEC CICS HANDLE ABEND
               LABEL(9500-Abend-Handler)
           END-EXEC
           PERFORM 7100-Retrieve-Containers
           PERFORM 7150-Get-Authority
           PERFORM 6900-Find-Own-Referee
           PERFORM 7160-Get-League
           PERFORM 1100-Process-User-Action
           PERFORM 7200-Store-Containers
           PERFORM 9100-Return-To-Cics
           .

       1100-Process-User-Action.
      *    A withdrawal warning holds only until the next key.
           IF EIBAID NOT = DFHPF4
               MOVE SPACES TO Ws-Pending-Date
               MOVE SPACES TO Ws-Pending-Timeslot
           END-IF
           EVALUATE TRUE
               WHEN EIBAID = DFHPF1
                   PERFORM 2100-Display-Help
               WHEN (EIBAID = DFHPF2 OR EIBAID = DFHPF4)
                   AND Ws-Referee-Id = ZERO
                   MOVE 'Key a REFEREE_ID first' TO Ws-Message-Text
                   PERFORM 5100-Send-Map
               WHEN (EIBAID = DFHPF2 OR EIBAID = DFHPF4)
                   AND NOT Ws-May-Change
                   MOVE 'Not authorized - inquiry only'
                       TO Ws-Message-Text
                   PERFORM 6000-Load-Page
                   PERFORM 5100-Send-Map
               WHEN EIBAID = DFHPF2
                   PERFORM 2300-Mark-Available
               WHEN EIBAID = DFHPF4
                   PERFORM 2400-Mark-Unavailable
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
           STRING 'Line in ACTION - PF2=Available PF4=Unavailable '
                  'PF7/PF8=Page PF12=Exit'
                  DELIMITED BY SIZE INTO Ws-Message-Text
           END-STRING
           IF Ws-Referee-Id NOT = ZERO
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       2200-Pick-Slot.
      *    A calendar line number wins; otherwise the slot keyed in
      *    the address field.
           MOVE SPACES TO Ws-Slot-Date
           MOVE SPACES TO Ws-Slot-Timeslot
           IF Ws-Input-Line (1:1) >= '1' AND Ws-Input-Line (1:1) <= '5'
               MOVE Ws-Input-Line (1:1) TO Ws-Line-Display
               MOVE Ws-Line-Display TO Ws-Pick-Idx
               MOVE Ws-Page-Date (Ws-Pick-Idx) TO Ws-Slot-Date
               MOVE Ws-Page-Timeslot (Ws-Pick-Idx) TO Ws-Slot-Timeslot
               IF Ws-Slot-Date = SPACES
                   MOVE 'That calendar line is empty'
                       TO Ws-Message-Text
               END-IF
           ELSE
               IF Ws-Input-Date = SPACES OR Ws-Input-Timeslot = SPACES
                   MOVE 'Key a line number, or YYYY-MM-DD HH:MM in ADDR'
                       TO Ws-Message-Text
               ELSE
                   MOVE Ws-Input-Date TO Ws-Slot-Date
                   MOVE Ws-Input-Timeslot TO Ws-Slot-Timeslot
                   PERFORM 6300-Check-Slot-Date
               END-IF
           END-IF
           .

       2300-Mark-Available.
           PERFORM 2200-Pick-Slot
           IF Ws-Message-Text = SPACES
               MOVE Ws-Referee-Id TO Ws-Sql-Referee-Id
               MOVE Ws-Slot-Date TO Ws-Sql-Slot-Date
               MOVE Ws-Slot-Timeslot TO Ws-Sql-Timeslot
               EXEC SQL
                    INSERT INTO LABSCHEMA.REFEREE_AVAIL
                           (REFEREE_ID,
                            AVAIL_DATE,
                            TIMESLOT)
                    VALUES (:Ws-Sql-Referee-Id,
                            :Ws-Sql-Slot-Date,
                            :Ws-Sql-Timeslot)
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'A' TO Ws-Sql-Log-Action
                   MOVE -1 TO Ws-Sql-Assigned-Ind
                   PERFORM 6500-Log-Change
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       STRING 'Available ' Ws-Slot-Date ' '
                              Ws-Slot-Timeslot
                           DELIMITED BY SIZE INTO Ws-Message-Text
                       END-STRING
                   WHEN SQLCODE = -803
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'Already marked available for that slot'
                           TO Ws-Message-Text
                   WHEN OTHER
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'Database error saving availability'
                           TO Ws-Message-Text
               END-EVALUATE
           END-IF
           PERFORM 6000-Load-Page
           PERFORM 5100-Send-Map
           .

       2400-Mark-Unavailable.
           PERFORM 2200-Pick-Slot
           IF Ws-Message-Text = SPACES
               PERFORM 6350-Find-Assignment
               IF Ws-Assigned-Fixture > ZERO
                   AND (Ws-Pending-Date NOT = Ws-Slot-Date
                        OR Ws-Pending-Timeslot NOT = Ws-Slot-Timeslot)
                   MOVE Ws-Slot-Date TO Ws-Pending-Date
                   MOVE Ws-Slot-Timeslot TO Ws-Pending-Timeslot
                   MOVE Ws-Assigned-Fixture TO Ws-Fixture-Display
                   STRING 'WARNING - assigned to fixture '
                          Ws-Fixture-Display ' at '
                          Ws-Sql-Venue (1:20)
                          ' - PF4 again to withdraw'
                       DELIMITED BY SIZE INTO Ws-Message-Text
                   END-STRING
               ELSE
                   PERFORM 2450-Remove-Availability
               END-IF
           END-IF
           PERFORM 6000-Load-Page
           PERFORM 5100-Send-Map
           .

       2450-Remove-Availability.
           MOVE SPACES TO Ws-Pending-Date
           MOVE SPACES TO Ws-Pending-Timeslot
           MOVE Ws-Referee-Id TO Ws-Sql-Referee-Id
           MOVE Ws-Slot-Date TO Ws-Sql-Slot-Date
           MOVE Ws-Slot-Timeslot TO Ws-Sql-Timeslot
           EXEC SQL
                DELETE FROM LABSCHEMA.REFEREE_AVAIL
                WHERE REFEREE_ID = :Ws-Sql-Referee-Id
                  AND AVAIL_DATE = :Ws-Sql-Slot-Date
                  AND TIMESLOT   = :Ws-Sql-Timeslot
           END-EXEC
           IF SQLCODE = 0
               MOVE 'R' TO Ws-Sql-Log-Action
               IF Ws-Assigned-Fixture > ZERO
                   MOVE Ws-Assigned-Fixture TO Ws-Sql-Assigned-Fixture
                   MOVE ZERO TO Ws-Sql-Assigned-Ind
               ELSE
                   MOVE -1 TO Ws-Sql-Assigned-Ind
               END-IF
               PERFORM 6500-Log-Change
           END-IF
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   STRING 'Unavailable ' Ws-Slot-Date ' '
                          Ws-Slot-Timeslot
                       DELIMITED BY SIZE INTO Ws-Message-Text
                   END-STRING
               WHEN SQLCODE = 100
                   MOVE 'Not marked available for that slot'
                       TO Ws-Message-Text
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Database error removing availability'
                       TO Ws-Message-Text
           END-EVALUATE
           .

       2500-Page-Back.
           IF Ws-Referee-Id = ZERO
               MOVE 'Key a REFEREE_ID first' TO Ws-Message-Text
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
           IF Ws-Referee-Id = ZERO
               MOVE 'Key a REFEREE_ID first' TO Ws-Message-Text
           ELSE
               IF Ws-Page-Start + 5 <= Ws-Slot-Count
                   ADD 5 TO Ws-Page-Start
                   MOVE 'Next page' TO Ws-Message-Text
               ELSE
                   MOVE 'End of the six-week calendar'
                       TO Ws-Message-Text
               END-IF
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       3100-Process-Enter-Key.
      *    An official with no update authority sees only their own
      *    calendar, whatever is keyed.
           IF Ws-Input-Key = SPACES AND Ws-Own-Referee-Id > ZERO
               MOVE Ws-Own-Referee-Id TO Ws-Referee-Display
               MOVE Ws-Referee-Display TO Ws-Input-Key
           END-IF
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
                   MOVE 'Key a REFEREE_ID and press Enter'
                       TO Ws-Message-Text
               WHEN Ws-Key-Length = ZERO OR Ws-Key-Length > 9
                   MOVE 'REFEREE_ID must be 1 to 9 digits'
                       TO Ws-Message-Text
               WHEN Ws-Input-Key (1:Ws-Key-Length) NOT NUMERIC
                   MOVE 'REFEREE_ID must be 1 to 9 digits'
                       TO Ws-Message-Text
               WHEN OTHER
                   MOVE Ws-Input-Key (1:Ws-Key-Length)
                       TO Ws-Sql-Referee-Id
                   IF NOT Auth-Update AND Ws-Own-Referee-Id > ZERO
                       AND Ws-Sql-Referee-Id NOT = Ws-Own-Referee-Id
                       MOVE Ws-Own-Referee-Id TO Ws-Sql-Referee-Id
                       MOVE 'Your own calendar - only the assignor '
                           TO Ws-Message-Text
                       MOVE 'keys for other officials'
                           TO Ws-Message-Text (39:)
                   END-IF
                   PERFORM 6100-Read-Referee
           END-EVALUATE
           PERFORM 5100-Send-Map
           .

       3200-Invalid-Key.
           MOVE 'Invalid key pressed - use PF1 for help'
               TO Ws-Message-Text
           IF Ws-Referee-Id NOT = ZERO
               PERFORM 6000-Load-Page
           END-IF
           PERFORM 5100-Send-Map
           .

       4000-Check-May-Change.
           IF Auth-Update
               OR (Ws-Own-Referee-Id > ZERO
                   AND Ws-Own-Referee-Id = Ws-Referee-Id)
               MOVE 'Y' TO Ws-May-Change-Sw
           ELSE
               MOVE 'N' TO Ws-May-Change-Sw
           END-IF
           .

       5100-Send-Map.
           MOVE LOW-VALUES TO Crudmo
           IF Ws-Referee-Id NOT = ZERO
               MOVE Ws-Referee-Id TO Ws-Referee-Display
               MOVE Ws-Referee-Display TO Keyo
               MOVE Ws-Referee-Name TO Nameo
               MOVE SPACES TO Ws-Header-Line
               STRING 'Calendar: next six weeks - line in ACTION'
                   DELIMITED BY SIZE INTO Ws-Header-Line
               END-STRING
               MOVE Ws-Header-Line TO Addro
           END-IF
           MOVE Ws-Message-Text TO Msgo
           MOVE Ws-Slot-Count TO Counto
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

      *    Every live fixture slot in the next six weeks, and any slot
      *    the official has marked that no fixture uses (yet).
       6000-Load-Page.
           MOVE SPACES TO Ws-List-Table
           PERFORM 6010-Clear-Page-Slot
               VARYING Ws-Line-Idx FROM 1 BY 1
               UNTIL Ws-Line-Idx > 5
           MOVE Ws-Referee-Id TO Ws-Sql-Referee-Id

           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Slot-Count
                   FROM (SELECT G.FIXTURE_DATE AS SLOT_DATE,
                                G.TIMESLOT
                             FROM LABSCHEMA.GAME_SCHEDULE G
                             WHERE COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                               AND (G.LEAGUE_ID = :Ws-Sql-League-Id
                                    OR :Ws-Sql-League-Id = 0)
                               AND G.FIXTURE_DATE >= CURRENT DATE
                               AND G.FIXTURE_DATE <=
                                   CURRENT DATE + 42 DAYS
                         UNION
                         SELECT V.AVAIL_DATE, V.TIMESLOT
                             FROM LABSCHEMA.REFEREE_AVAIL V
                             WHERE V.REFEREE_ID = :Ws-Sql-Referee-Id
                               AND V.AVAIL_DATE >= CURRENT DATE
                               AND V.AVAIL_DATE <=
                                   CURRENT DATE + 42 DAYS) X
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Sql-Slot-Count TO Ws-Slot-Count
           ELSE
               MOVE ZERO TO Ws-Slot-Count
           END-IF
           IF Ws-Page-Start > Ws-Slot-Count
               MOVE 1 TO Ws-Page-Start
           END-IF
           MOVE Ws-Page-Start TO Ws-Sql-Row-Number

           EXEC SQL
               DECLARE REFAV_CAL_CUR SCROLL CURSOR FOR
                   SELECT CHAR(X.SLOT_DATE),
                          X.TIMESLOT,
                          SUBSTR(DAYNAME(X.SLOT_DATE), 1, 3),
                          CASE WHEN EXISTS
                                    (SELECT 1
                                         FROM LABSCHEMA.REFEREE_AVAIL V2
                                         WHERE V2.REFEREE_ID =
                                               :Ws-Sql-Referee-Id
                                           AND V2.AVAIL_DATE =
                                               X.SLOT_DATE
                                           AND V2.TIMESLOT =
                                               X.TIMESLOT)
                               THEN 'Y' ELSE 'N' END,
                          COALESCE(
                              (SELECT MIN(A.FIXTURE_ID)
                                   FROM LABSCHEMA.REFEREE_ASSIGN A
                                   JOIN LABSCHEMA.GAME_SCHEDULE G2
                                     ON G2.FIXTURE_ID = A.FIXTURE_ID
                                   WHERE A.REFEREE_ID =
                                         :Ws-Sql-Referee-Id
                                     AND G2.FIXTURE_DATE = X.SLOT_DATE
                                     AND G2.TIMESLOT = X.TIMESLOT
                                     AND COALESCE(G2.SCHED_STATUS, ' ')
                                         <> 'P'), 0),
                          (SELECT COUNT(*)
                               FROM LABSCHEMA.GAME_SCHEDULE G3
                               WHERE G3.FIXTURE_DATE = X.SLOT_DATE
                                 AND G3.TIMESLOT = X.TIMESLOT
                                 AND (G3.LEAGUE_ID = :Ws-Sql-League-Id
                                      OR :Ws-Sql-League-Id = 0)
                                 AND COALESCE(G3.SCHED_STATUS, ' ')
                                     <> 'P')
                       FROM (SELECT G.FIXTURE_DATE AS SLOT_DATE,
                                    G.TIMESLOT
                                 FROM LABSCHEMA.GAME_SCHEDULE G
                                 WHERE COALESCE(G.SCHED_STATUS, ' ')
                                       <> 'P'
                                   AND (G.LEAGUE_ID = :Ws-Sql-League-Id
                                        OR :Ws-Sql-League-Id = 0)
                                   AND G.FIXTURE_DATE >= CURRENT DATE
                                   AND G.FIXTURE_DATE <=
                                       CURRENT DATE + 42 DAYS
                             UNION
                             SELECT V.AVAIL_DATE, V.TIMESLOT
                                 FROM LABSCHEMA.REFEREE_AVAIL V
                                 WHERE V.REFEREE_ID =
                                       :Ws-Sql-Referee-Id
                                   AND V.AVAIL_DATE >= CURRENT DATE
                                   AND V.AVAIL_DATE <=
                                       CURRENT DATE + 42 DAYS) X
                       ORDER BY X.SLOT_DATE, X.TIMESLOT
           END-EXEC

           EXEC SQL OPEN REFAV_CAL_CUR END-EXEC

           EXEC SQL
               FETCH ABSOLUTE :Ws-Sql-Row-Number FROM REFAV_CAL_CUR
               INTO :Ws-Sql-Slot-Date,
                    :Ws-Sql-Timeslot,
                    :Ws-Sql-Day-Name,
                    :Ws-Sql-Avail-Flag,
                    :Ws-Sql-Assigned-Fixture,
                    :Ws-Sql-Games-Count
           END-EXEC

           PERFORM 6020-Format-Calendar-Line
               VARYING Ws-Line-Idx FROM 1 BY 1
               UNTIL Ws-Line-Idx > 5 OR SQLCODE NOT = 0

           EXEC SQL CLOSE REFAV_CAL_CUR END-EXEC
           .

       6010-Clear-Page-Slot.
           MOVE SPACES TO Ws-Page-Date (Ws-Line-Idx)
           MOVE SPACES TO Ws-Page-Timeslot (Ws-Line-Idx)
           .

       6020-Format-Calendar-Line.
           MOVE Ws-Sql-Slot-Date TO Ws-Page-Date (Ws-Line-Idx)
           MOVE Ws-Sql-Timeslot TO Ws-Page-Timeslot (Ws-Line-Idx)
           MOVE Ws-Line-Idx TO Ws-Line-Display
           IF Ws-Sql-Avail-Flag = 'Y'
               MOVE 'AVAILABLE' TO Ws-Avail-Text
           ELSE
               MOVE '-' TO Ws-Avail-Text
           END-IF
           MOVE Ws-Sql-Games-Count TO Ws-Games-Display
           STRING Ws-Line-Display ' ' Ws-Sql-Day-Name ' '
                  Ws-Sql-Slot-Date ' ' Ws-Sql-Timeslot ' '
                  Ws-Avail-Text ' ' Ws-Games-Display ' games'
               DELIMITED BY SIZE INTO Ws-List-Line (Ws-Line-Idx)
           END-STRING
           IF Ws-Sql-Assigned-Fixture > ZERO
               MOVE Ws-Sql-Assigned-Fixture TO Ws-Fixture-Display
               STRING '  ASSIGNED fixture ' Ws-Fixture-Display
                   DELIMITED BY SIZE
                   INTO Ws-List-Line (Ws-Line-Idx) (45:)
               END-STRING
           END-IF

           EXEC SQL
               FETCH NEXT FROM REFAV_CAL_CUR
               INTO :Ws-Sql-Slot-Date,
                    :Ws-Sql-Timeslot,
                    :Ws-Sql-Day-Name,
                    :Ws-Sql-Avail-Flag,
                    :Ws-Sql-Assigned-Fixture,
                    :Ws-Sql-Games-Count
           END-EXEC
           .

       6100-Read-Referee.
           EXEC SQL
               SELECT REFEREE_NAME
                   INTO :Ws-Sql-Referee-Name
                   FROM LABSCHEMA.REFEREES
                   WHERE REFEREE_ID = :Ws-Sql-Referee-Id
           END-EXEC

           IF SQLCODE = 0
               MOVE Ws-Sql-Referee-Id TO Ws-Referee-Id
               MOVE Ws-Sql-Referee-Name TO Ws-Referee-Name
               MOVE 1 TO Ws-Page-Start
               PERFORM 6000-Load-Page
               IF Ws-Message-Text = SPACES
                   MOVE 'Calendar displayed' TO Ws-Message-Text
               END-IF
           ELSE
               MOVE ZERO TO Ws-Referee-Id
               MOVE SPACES TO Ws-Referee-Name
               MOVE ZERO TO Ws-Slot-Count
               MOVE SPACES TO Ws-List-Table
               MOVE 'Referee not on file' TO Ws-Message-Text
           END-IF
           .

      *    A slot keyed by hand must be a real date, today or later.
       6300-Check-Slot-Date.
           MOVE Ws-Slot-Date TO Ws-Sql-Slot-Date
           EXEC SQL
               SELECT COUNT(*)
                   INTO :Ws-Sql-Count
                   FROM SYSIBM.SYSDUMMY1
                   WHERE DATE(:Ws-Sql-Slot-Date) >= CURRENT DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'Date must be YYYY-MM-DD' TO Ws-Message-Text
               WHEN Ws-Sql-Count = ZERO
                   MOVE 'Date is in the past' TO Ws-Message-Text
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       6350-Find-Assignment.
           MOVE Ws-Referee-Id TO Ws-Sql-Referee-Id
           MOVE Ws-Slot-Date TO Ws-Sql-Slot-Date
           MOVE Ws-Slot-Timeslot TO Ws-Sql-Timeslot
           MOVE SPACES TO Ws-Sql-Venue
           EXEC SQL
               SELECT G.FIXTURE_ID,
                      G.VENUE
                   INTO :Ws-Sql-Assigned-Fixture,
                        :Ws-Sql-Venue
                   FROM LABSCHEMA.REFEREE_ASSIGN A
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = A.FIXTURE_ID
                   WHERE A.REFEREE_ID = :Ws-Sql-Referee-Id
                     AND G.FIXTURE_DATE = :Ws-Sql-Slot-Date
                     AND G.TIMESLOT = :Ws-Sql-Timeslot
                     AND COALESCE(G.SCHED_STATUS, ' ') <> 'P'
                   ORDER BY G.FIXTURE_ID
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Sql-Assigned-Fixture TO Ws-Assigned-Fixture
           ELSE
               MOVE ZERO TO Ws-Assigned-Fixture
           END-IF
           .

       6500-Log-Change.
      *    A failed log insert leaves SQLCODE set, so the caller rolls
      *    the availability change back with it.
           EXEC SQL
                INSERT INTO LABSCHEMA.REFEREE_AVAIL_LOG
                       (REFEREE_ID,
                        AVAIL_DATE,
                        TIMESLOT,
                        ACTION_CODE,
                        CHANGED_BY,
                        ASSIGNED_FIXTURE_ID,
                        CHANGE_TS)
                VALUES (:Ws-Sql-Referee-Id,
                        :Ws-Sql-Slot-Date,
                        :Ws-Sql-Timeslot,
                        :Ws-Sql-Log-Action,
                        :Ws-Operator-Id,
                        :Ws-Sql-Assigned-Fixture:Ws-Sql-Assigned-Ind,
                        CURRENT TIMESTAMP)
           END-EXEC
           .

      *    The official this sign-on belongs to, if OFFMNT has set one.
       6900-Find-Own-Referee.
           MOVE Ws-Operator-Id TO Ws-Sql-Operator-Id
           EXEC SQL
               SELECT REFEREE_ID
                   INTO :Ws-Sql-Referee-Id
                   FROM LABSCHEMA.REFEREES
                   WHERE OPERATOR_ID = :Ws-Sql-Operator-Id
           END-EXEC
           IF SQLCODE = 0
               MOVE Ws-Sql-Referee-Id TO Ws-Own-Referee-Id
           ELSE
               MOVE ZERO TO Ws-Own-Referee-Id
           END-IF
           PERFORM 4000-Check-May-Change
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
               MOVE ZERO TO Ws-Referee-Id
               MOVE SPACES TO Ws-Referee-Name
               MOVE 1 TO Ws-Page-Start
               MOVE ZERO TO Ws-Slot-Count
               MOVE SPACES TO Ws-Pending-Date
               MOVE SPACES TO Ws-Pending-Timeslot
           END-IF

           EXEC CICS RECEIVE MAP('CRUDM')
                MAPSET('CRUDMS')
                INTO(Crudmi)
                RESP(Ws-Response)
           END-EXEC

           IF Ws-Response = DFHRESP(NORMAL)
               MOVE Keyi TO Ws-Input-Key
               MOVE Actioni TO Ws-Input-Line
               MOVE Addri TO Ws-Input-Slot
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

      *    An official signed on as themselves, outside the menu, sees
      *    the slots of every league they might referee in.
           IF Ws-Response NOT = DFHRESP(NORMAL)
               IF Ws-Own-Referee-Id > ZERO
                   MOVE ZERO TO Ws-League-Id
               ELSE
                   PERFORM 9300-No-League
               END-IF
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
