       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAGSEL.
      *
      * Shared league selection service, CALLed the way LOADRST is.
      * The system hosts more than one league: SEASON, DIVISIONS,
      * TEAMS, PLAYERS, GAME_SCHEDULE, FEE_SCHEDULE and INVOICE each
      * carry the LEAGUE_ID of the LABSCHEMA.LEAGUE row they belong
      * to (LEAGUE_ID, LEAGUE_CODE, LEAGUE_NAME), and every batch
      * program runs for exactly one league, named on its first SYSIN
      * card. The card holds either
      *   - the league's LEAGUE_CODE, or
      *   - a PARM_PROFILE profile name whose LEAGUE parameter holds
      *     the league's LEAGUE_CODE,
      * and is tried as a league code first. The service hands back
      * the LEAGUE_ID the caller scopes its SQL with and the
      * LEAGUE_NAME its reports and extracts carry.
      *
      * Status back:
      *   'Y' - league found
      *   'N' - no such league or profile; the caller ends RC 12
      *   'E' - SQL error, already displayed here; the caller ends
      *         RC 12
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Sql-League-Code      PIC X(08).
       01  WS-Sql-Profile-Value    PIC X(16).
       01  WS-Error-SQLCODE        PIC S999 SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01  LK-League-Key           PIC X(08).
       01  LK-League-Id            PIC S9(09) COMP.
       01  LK-League-Name          PIC X(60).
       01  LK-Status               PIC X(01).
           88  LK-League-Found         VALUE 'Y'.
           88  LK-League-Not-Found     VALUE 'N'.
           88  LK-Sql-Error            VALUE 'E'.

       PROCEDURE DIVISION USING LK-League-Key, LK-League-Id,
                                LK-League-Name, LK-Status.

       0100-Select-League.
           SET LK-League-Not-Found TO TRUE
           MOVE ZERO TO LK-League-Id
           MOVE SPACES TO LK-League-Name
           IF LK-League-Key NOT = SPACES
               MOVE LK-League-Key TO WS-Sql-League-Code
               PERFORM 1000-Look-Up-League
               IF LK-League-Not-Found
                   PERFORM 2000-Look-Up-Profile
               END-IF
           END-IF
           IF LK-League-Not-Found
               DISPLAY "LEAGSEL - no league or league profile "
                   LK-League-Key
           END-IF
           GOBACK.

       1000-Look-Up-League.
           EXEC SQL
               SELECT LEAGUE_ID,
                      LEAGUE_NAME
                   INTO :LK-League-Id,
                        :LK-League-Name
                   FROM LABSCHEMA.LEAGUE
                   WHERE LEAGUE_CODE = :WS-Sql-League-Code
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET LK-League-Found TO TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-Sql-Error
           END-EVALUATE
           .

       2000-Look-Up-Profile.
           EXEC SQL
               SELECT PARM_VALUE
                   INTO :WS-Sql-Profile-Value
                   FROM LABSCHEMA.PARM_PROFILE
                   WHERE PROFILE_NAME = :LK-League-Key
                     AND PARM_NAME    = 'LEAGUE'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-Sql-Profile-Value TO WS-Sql-League-Code
                   PERFORM 1000-Look-Up-League
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-Sql-Error
           END-EVALUATE
           .

       9000-Sql-Error.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "LEAGSEL - league look-up error for " LK-League-Key
               ", SQLCODE " WS-Error-SQLCODE
           SET LK-Sql-Error TO TRUE
           .
