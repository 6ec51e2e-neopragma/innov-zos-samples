       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADRST.
      *
      * Shared checkpoint/restart service for the file-driven loaders,
      * CALLed the way ALERTWTR is. One LABSCHEMA.LOAD_RESTART row per
      * job, step and registered input file (the INPUT_FILE_REG
      * record count and content total) carries how many input
      * records the loader has applied. The loader checkpoints the
      * count immediately before each COMMIT, so the row moves in the
      * same unit of work as the records it counts - a rollback
      * backs the checkpoint out with the work.
      *
      * Function codes:
      *   'Q' - query: is this file mid-way through this step? Status
      *         'Y' with the records already applied, else 'N'
      *   'S' - start: open the row at zero records applied (a file
      *         resent under override re-opens its old row)
      *   'U' - update: checkpoint the records applied so far
      *   'E' - end: mark the file complete
      * The service never commits - the caller's COMMIT does. Status
      * 'E' back means an SQL error, already displayed here; the
      * caller rolls back and ends RC 12.
      * STEPGATE lists the rows still in progress ('R') as the
      * steps that are mid-file.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Error-SQLCODE        PIC S999 SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01  LK-Function             PIC X(01).
           88  LK-Query                VALUE 'Q'.
           88  LK-Start                VALUE 'S'.
           88  LK-Update               VALUE 'U'.
           88  LK-End                  VALUE 'E'.
       01  LK-Job-Id               PIC X(08).
       01  LK-Step-Name            PIC X(08).
       01  LK-Record-Count         PIC S9(09) COMP.
       01  LK-Content-Total        PIC S9(13)V99 COMP-3.
       01  LK-Records-Applied      PIC S9(09) COMP.
       01  LK-Status               PIC X(01).
           88  LK-Restart-Found        VALUE 'Y'.
           88  LK-No-Restart           VALUE 'N'.
           88  LK-Sql-Error            VALUE 'E'.

       PROCEDURE DIVISION USING LK-Function, LK-Job-Id, LK-Step-Name,
                                LK-Record-Count, LK-Content-Total,
                                LK-Records-Applied, LK-Status.

       0100-Dispatch.
           SET LK-No-Restart TO TRUE
           EVALUATE TRUE
               WHEN LK-Query
                   PERFORM 1000-Query-Restart
               WHEN LK-Start
                   PERFORM 2000-Start-File
               WHEN LK-Update
                   PERFORM 3000-Checkpoint
               WHEN LK-End
                   PERFORM 4000-End-File
               WHEN OTHER
                   DISPLAY "LOADRST - invalid function: " LK-Function
                   SET LK-Sql-Error TO TRUE
           END-EVALUATE
           GOBACK.

       1000-Query-Restart.
           EXEC SQL
               SELECT RECORDS_APPLIED
                   INTO :LK-Records-Applied
                   FROM LABSCHEMA.LOAD_RESTART
                   WHERE JOB_ID        = :LK-Job-Id
                     AND STEP_NAME     = :LK-Step-Name
                     AND RECORD_COUNT  = :LK-Record-Count
                     AND CONTENT_TOTAL = :LK-Content-Total
                     AND STATUS        = 'R'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET LK-Restart-Found TO TRUE
               WHEN SQLCODE = 100
                   MOVE ZERO TO LK-Records-Applied
               WHEN OTHER
                   PERFORM 9000-Sql-Error
           END-EVALUATE
           .

       2000-Start-File.
           MOVE ZERO TO LK-Records-Applied
           EXEC SQL
                UPDATE LABSCHEMA.LOAD_RESTART
                SET RECORDS_APPLIED  = 0,
                    STATUS           = 'R',
                    START_TIMESTAMP  = CURRENT TIMESTAMP,
                    LAST_UPDATE_TS   = CURRENT TIMESTAMP
                WHERE JOB_ID        = :LK-Job-Id
                  AND STEP_NAME     = :LK-Step-Name
                  AND RECORD_COUNT  = :LK-Record-Count
                  AND CONTENT_TOTAL = :LK-Content-Total
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO LABSCHEMA.LOAD_RESTART
                           (JOB_ID,
                            STEP_NAME,
                            RECORD_COUNT,
                            CONTENT_TOTAL,
                            RECORDS_APPLIED,
                            STATUS,
                            START_TIMESTAMP,
                            LAST_UPDATE_TS)
                    VALUES (:LK-Job-Id,
                            :LK-Step-Name,
                            :LK-Record-Count,
                            :LK-Content-Total,
                            0,
                            'R',
                            CURRENT TIMESTAMP,
                            CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           .

       3000-Checkpoint.
           EXEC SQL
                UPDATE LABSCHEMA.LOAD_RESTART
                SET RECORDS_APPLIED = :LK-Records-Applied,
                    LAST_UPDATE_TS  = CURRENT TIMESTAMP
                WHERE JOB_ID        = :LK-Job-Id
                  AND STEP_NAME     = :LK-Step-Name
                  AND RECORD_COUNT  = :LK-Record-Count
                  AND CONTENT_TOTAL = :LK-Content-Total
                  AND STATUS        = 'R'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           .

       4000-End-File.
           EXEC SQL
                UPDATE LABSCHEMA.LOAD_RESTART
                SET RECORDS_APPLIED = :LK-Records-Applied,
                    STATUS          = 'C',
                    LAST_UPDATE_TS  = CURRENT TIMESTAMP
                WHERE JOB_ID        = :LK-Job-Id
                  AND STEP_NAME     = :LK-Step-Name
                  AND RECORD_COUNT  = :LK-Record-Count
                  AND CONTENT_TOTAL = :LK-Content-Total
                  AND STATUS        = 'R'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-Sql-Error
           END-IF
           .

       9000-Sql-Error.
           MOVE SQLCODE TO WS-Error-SQLCODE
           DISPLAY "LOADRST - " LK-Job-Id " restart row error, "
               "SQLCODE " WS-Error-SQLCODE
           SET LK-Sql-Error TO TRUE
           .
