       PROGRAM-ID. STEPGATE.
      *
      * Run-control gate for the nightly stream. Runs as the first
      * step of each gated job step, with five SYSIN cards: this
      * step's name, its predecessors' names (up to eight, eight
      * columns each - blank when it has none), the step's
      * frequency, the sub-stream it runs in, and the minutes it
      * may wait at a join:
      *   blank or 'D' - daily
      *   'B' - business days only: on a PROC_CALENDAR non-business
      *         day the step bypasses with RC 4, so a holiday stops
      *         collapses
      *   'P' - period-end only: runs only when the business date
      *         carries the PERIOD_END marker, otherwise RC 4
      * The nightly stream runs as parallel sub-streams (STAT, CONT,
      * FIN, SAL) with a JOIN job behind them. The sub-stream code
      * and the predecessor list are recorded on the step's
      * RUN_CONTROL row (SUB_STREAM, PREDECESSORS), so the row shows
      * which other sub-streams a step depended on and STEPWTCH can
      * watch each sub-stream on its own. A step whose predecessors
      * run in other sub-streams is a join point: given a wait on
      * card 5 (minutes, blank or zero for none) its gate rechecks
      * once a minute until every predecessor has ended clean,
      * and holds RC 8 only when the wait runs out.
      * All RUN_CONTROL bookkeeping is keyed to the calendar's
      * current business date (CALMNT's 'S' action), not the clock -
      * a stream that finishes after midnight still books its
      *   RC 4 - already completed today: the following program step
      *          is bypassed, which is what lets a restarted stream
      *          pick up at the failed step instead of the top;
      *   RC 8 - a predecessor has not completed cleanly today: the
      *          scheduler holds the step. No more leaderboards built
      *          from unvalidated rows because someone submitted
      *          FTHIAVG first.
      * STEPEND records the clean completion after the program step.
      * Every gate also lists the steps that are mid-file - the
      * LOADRST restart rows of loaders that abended part-way through
      * a registered input file - with the records applied so far,
      * so the operator sees where each will resume before
      * resubmitting.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       01  WS-Step-Name            PIC X(08).
       01  WS-Pred-Name            PIC X(08).
       01  WS-Pred-List            PIC X(64).
       01  WS-Pred-Table REDEFINES WS-Pred-List.
           05  WS-Pred-Entry       PIC X(08) OCCURS 8 TIMES.
       01  WS-Pred-Ix              PIC S9(04) COMP.
       01  WS-Sub-Stream           PIC X(04).
       01  WS-Wait-In              PIC X(03).
       01  WS-Wait-Minutes         PIC S9(04) COMP VALUE ZERO.
       01  WS-Waited-Minutes       PIC S9(04) COMP VALUE ZERO.
       01  WS-Incomplete-Count     PIC S9(04) COMP.
       01  WS-Incomplete-Name      PIC X(08).
       01  WS-Delay-Seconds        PIC S9(09) COMP VALUE 60.
       01  WS-Delay-Feedback       PIC X(12).
       01  WS-Frequency            PIC X(01).
           88  Daily-Step              VALUE 'D', ' '.
           88  Business-Day-Step       VALUE 'B'.
       01  WS-Sql-Bus-Date         PIC X(10).
       01  WS-Sql-Business-Day     PIC X(01).
       01  WS-Sql-Period-End       PIC X(01).
       01  WS-Sql-Rst-Step         PIC X(08).
       01  WS-Sql-Rst-Job          PIC X(08).
       01  WS-Sql-Rst-Applied      PIC S9(09) COMP.
       01  WS-Sql-Rst-Count        PIC S9(09) COMP.
       01  WS-Sql-Rst-Updated      PIC X(26).
       01  WS-Rst-Eof-Sw           PIC X VALUE 'N'.
           88  Rst-Eof                 VALUE 'Y'.
       01  WS-Mid-File-Count       PIC S9(05) COMP VALUE ZERO.
       01  WS-Mid-File-Line.
           05  FILLER              PIC X(20)
               VALUE 'STEPGATE - mid-file '.
           05  MF-Step             PIC X(08).
           05  FILLER              PIC X(05) VALUE ' job '.
           05  MF-Job              PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MF-Applied          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE ' of '.
           05  MF-Count            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE ' applied'.
           05  FILLER              PIC X(07) VALUE ', last '.
           05  MF-Updated          PIC X(19).
       01  WS-Error-SQLCODE        PIC S999 SIGN LEADING SEPARATE.

       PROCEDURE DIVISION.

           PERFORM 0100-Accept-Parameters
           PERFORM 0200-Resolve-Business-Date
           PERFORM 0250-Show-Mid-File-Steps
           PERFORM 0300-Check-Step-Frequency
           PERFORM 1000-Check-This-Step
           PERFORM 2000-Check-Predecessor
       0100-Accept-Parameters.
           DISPLAY "Enter step name: " WITH NO ADVANCING
           ACCEPT WS-Step-Name
           DISPLAY "Enter predecessor step names: " WITH NO ADVANCING
           ACCEPT WS-Pred-List
           DISPLAY "Enter frequency (D/B/P): " WITH NO ADVANCING
           ACCEPT WS-Frequency
           DISPLAY "Enter sub-stream: " WITH NO ADVANCING
           ACCEPT WS-Sub-Stream
           DISPLAY "Enter join wait minutes: " WITH NO ADVANCING
           ACCEPT WS-Wait-In
      *    Blank keeps the default; the card may be keyed left- or
      *    right-justified.
           IF WS-Wait-In NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-Wait-In) = ZERO
                   COMPUTE WS-Wait-Minutes =
                       FUNCTION NUMVAL(WS-Wait-In)
               ELSE
                   MOVE -1 TO WS-Wait-Minutes
               END-IF
               IF WS-Wait-Minutes < ZERO
                   DISPLAY "STEPGATE - invalid join wait: " WS-Wait-In
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-Step-Name = SPACES
               DISPLAY "STEPGATE - step name is required"
               MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       0250-Show-Mid-File-Steps.
           EXEC SQL DECLARE GATE_RST_CUR CURSOR FOR
               SELECT STEP_NAME,
                      JOB_ID,
                      RECORDS_APPLIED,
                      RECORD_COUNT,
                      CHAR(LAST_UPDATE_TS)
                   FROM LABSCHEMA.LOAD_RESTART
                   WHERE STATUS = 'R'
                   ORDER BY STEP_NAME, LAST_UPDATE_TS
           END-EXEC
           EXEC SQL OPEN GATE_RST_CUR END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           PERFORM 0260-Fetch-Mid-File-Step
               UNTIL Rst-Eof
           EXEC SQL CLOSE GATE_RST_CUR END-EXEC
           IF WS-Mid-File-Count = ZERO
               DISPLAY "STEPGATE - no steps mid-file"
           END-IF
           .

       0260-Fetch-Mid-File-Step.
           EXEC SQL FETCH GATE_RST_CUR
               INTO :WS-Sql-Rst-Step,
                    :WS-Sql-Rst-Job,
                    :WS-Sql-Rst-Applied,
                    :WS-Sql-Rst-Count,
                    :WS-Sql-Rst-Updated
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-Mid-File-Count
                   MOVE WS-Sql-Rst-Step TO MF-Step
                   MOVE WS-Sql-Rst-Job TO MF-Job
                   MOVE WS-Sql-Rst-Applied TO MF-Applied
                   MOVE WS-Sql-Rst-Count TO MF-Count
                   MOVE WS-Sql-Rst-Updated TO MF-Updated
                   DISPLAY WS-Mid-File-Line
               WHEN SQLCODE = 100
                   SET Rst-Eof TO TRUE
               WHEN OTHER
                   PERFORM 9000-Bail
           END-EVALUATE
           .

       0300-Check-Step-Frequency.
           EVALUATE TRUE
               WHEN Business-Day-Step
               WHEN OTHER
                   DISPLAY "STEPGATE - " WS-Step-Name
                       " restarting after incomplete run"
                   PERFORM 1100-Show-Resume-Point
           END-EVALUATE
           .

       1100-Show-Resume-Point.
      *    A loader step that abended mid-file resumes past the
      *    records its restart row says are applied.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(RECORDS_APPLIED), 0)
                   INTO :WS-Sql-Count,
                        :WS-Sql-Rst-Applied
                   FROM LABSCHEMA.LOAD_RESTART
                   WHERE STEP_NAME = :WS-Step-Name
                     AND STATUS = 'R'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Bail
           END-IF
           IF WS-Sql-Count > ZERO
               MOVE WS-Sql-Rst-Applied TO MF-Applied
               DISPLAY "STEPGATE - " WS-Step-Name
                   " is mid-file, resumes after record " MF-Applied
           END-IF
           .

       2000-Check-Predecessor.
           PERFORM 2100-Count-Incomplete
           PERFORM 2200-Wait-At-Join
               UNTIL WS-Incomplete-Count = ZERO
                  OR WS-Waited-Minutes NOT LESS THAN WS-Wait-Minutes
           IF WS-Incomplete-Count > ZERO
               DISPLAY "STEPGATE - predecessor " WS-Incomplete-Name
                   " has not completed cleanly today - "
                   WS-Step-Name " held"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       2100-Count-Incomplete.
           MOVE ZERO TO WS-Incomplete-Count
           PERFORM 2110-Check-One-Predecessor
               VARYING WS-Pred-Ix FROM 1 BY 1
               UNTIL WS-Pred-Ix > 8
           .

       2110-Check-One-Predecessor.
           IF WS-Pred-Entry (WS-Pred-Ix) NOT = SPACES
               MOVE WS-Pred-Entry (WS-Pred-Ix) TO WS-Pred-Name
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-Sql-Count
                   PERFORM 9000-Bail
               END-IF
               IF WS-Sql-Count = ZERO
                   IF WS-Incomplete-Count = ZERO
                       MOVE WS-Pred-Name TO WS-Incomplete-Name
                   END-IF
                   ADD 1 TO WS-Incomplete-Count
               END-IF
           END-IF
           .

       2200-Wait-At-Join.
      *    A join point: another sub-stream still owes an input.
      *    Wait a minute (LE CEE3DLY) and look again.
           DISPLAY "STEPGATE - " WS-Step-Name " waiting at join for "
               WS-Incomplete-Name
           CALL 'CEE3DLY' USING WS-Delay-Seconds
                                WS-Delay-Feedback
           ADD 1 TO WS-Waited-Minutes
           PERFORM 2100-Count-Incomplete
           .

       3000-Register-Start.
           EXEC SQL
                UPDATE LABSCHEMA.RUN_CONTROL
                SET STATUS = 'S',
                    START_TIMESTAMP = CURRENT TIMESTAMP,
                    END_TIMESTAMP = NULL,
                    SUB_STREAM = :WS-Sub-Stream,
                    PREDECESSORS = :WS-Pred-List
                WHERE RUN_DATE = DATE(:WS-Sql-Bus-Date)
                  AND STEP_NAME = :WS-Step-Name
           END-EXEC
                           (RUN_DATE,
                            STEP_NAME,
                            STATUS,
                            START_TIMESTAMP,
                            SUB_STREAM,
                            PREDECESSORS)
                    VALUES (DATE(:WS-Sql-Bus-Date),
                            :WS-Step-Name,
                            'S',
                            CURRENT TIMESTAMP,
                            :WS-Sub-Stream,
                            :WS-Pred-List)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
