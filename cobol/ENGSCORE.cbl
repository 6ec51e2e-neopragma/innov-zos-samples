       Identification Division.
      **********************************************************************
      * Nightly contact engagement scoring. CONTMAIL, LETTRGEN and
      * the segment engine used to treat every mailable contact the
      * same; this step scores each CONTACTS row from the history we
      * already keep and stores the result on LABSCHEMA.
      * CONTACT_ENGAGE, components and all, so a score can always
      * be explained:
      *   Recency   (0-40) - days since LAST_RESPONSE: 30 days or
      *                      less 40, 90 30, 180 20, a year 10;
      *   Frequency (0-30) - distinct response dates in the last
      *                      year (MAILRTN and CONTMNT changes on
      *                      CONTACTS_AUDIT), 10 each;
      *   Answered  (0-30) - share of the last year's campaigns
      *                      mailed (CAMPAIGN_CONTACT, control
      *                      holdouts aside) followed by a
      *                      response within 90 days of the run;
      *   Bounce   (-25)   - EMAIL_BOUNCED, set by MAILRTN.
      * The score (never below zero) sets the band:
      *   H hot 60 and over, W warm 30-59, C cold 10-29,
      *   D dormant under 10.
      * Every band change is logged on LABSCHEMA.ENGAGE_HIST (the
      * first scoring logs from ' '), which ENGMIGR reads for the
      * monthly band-migration report. SEGMMNT segments select on
      * the band through CONTXTRT's work file, so this step runs
      * ahead of CONTXTRT in NIGHTSTRM.
      **********************************************************************
       Program-ID. ENGSCORE.
       Data Division.
       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Recency-Days    pic s9(09) comp.
       01  WS-Sql-Response-Count  pic s9(09) comp.
       01  WS-Sql-Received        pic s9(09) comp.
       01  WS-Sql-Answered        pic s9(09) comp.
       01  WS-Sql-Bounced         pic x(01).
       01  WS-Sql-Prior-Band      pic x(01).
       01  WS-Sql-Recency-Pts     pic s9(04) comp.
       01  WS-Sql-Frequency-Pts   pic s9(04) comp.
       01  WS-Sql-Answer-Pts      pic s9(04) comp.
       01  WS-Sql-Bounce-Pen      pic s9(04) comp.
       01  WS-Sql-Score           pic s9(04) comp.
       01  WS-Sql-Band            pic x(01).
           88  Band-Hot               value "H".
           88  Band-Warm              value "W".
           88  Band-Cold              value "C".
           88  Band-Dormant           value "D".

       01  WS-Hot-Floor           pic s9(04) comp value 60.
       01  WS-Warm-Floor          pic s9(04) comp value 30.
       01  WS-Cold-Floor          pic s9(04) comp value 10.
       01  WS-Commit-Interval     pic s9(07) packed-decimal value 500.
       01  WS-Since-Commit        pic s9(07) packed-decimal value zero.

       01  WS-Scored-Count        pic s9(07) packed-decimal value zero.
       01  WS-Changed-Count       pic s9(07) packed-decimal value zero.
       01  WS-Hot-Count           pic s9(07) packed-decimal value zero.
       01  WS-Warm-Count          pic s9(07) packed-decimal value zero.
       01  WS-Cold-Count          pic s9(07) packed-decimal value zero.
       01  WS-Dormant-Count       pic s9(07) packed-decimal value zero.
       01  WS-Dropped-Count       pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       Procedure Division.

      *    Scores commit in batches, so the cursor must survive the
      *    commits.
           EXEC SQL DECLARE ENG_CONTACT_CUR CURSOR WITH HOLD FOR
               SELECT C.ID,
                      COALESCE(DAYS(CURRENT DATE)
                               - DAYS(C.LAST_RESPONSE), 99999),
                      (SELECT COUNT(DISTINCT A.LAST_RESPONSE)
                           FROM CONTACTS_AUDIT A
                           WHERE A.ID = C.ID
                             AND A.LAST_RESPONSE >=
                                 CURRENT DATE - 365 DAYS),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.CAMPAIGN_CONTACT CC
                           JOIN LABSCHEMA.CAMPAIGN K
                             ON K.CAMPAIGN_ID = CC.CAMPAIGN_ID
                           WHERE CC.CONTACT_ID = C.ID
                             AND COALESCE(CC.HOLDOUT_FLAG, 'N') <> 'Y'
                             AND K.RUN_DATE >=
                                 CURRENT DATE - 365 DAYS),
                      (SELECT COUNT(*)
                           FROM LABSCHEMA.CAMPAIGN_CONTACT CC
                           JOIN LABSCHEMA.CAMPAIGN K
                             ON K.CAMPAIGN_ID = CC.CAMPAIGN_ID
                           WHERE CC.CONTACT_ID = C.ID
                             AND COALESCE(CC.HOLDOUT_FLAG, 'N') <> 'Y'
                             AND K.RUN_DATE >=
                                 CURRENT DATE - 365 DAYS
                             AND (C.LAST_RESPONSE BETWEEN K.RUN_DATE
                                      AND K.RUN_DATE + 90 DAYS
                                  OR EXISTS
                                  (SELECT 1
                                       FROM CONTACTS_AUDIT A
                                       WHERE A.ID = C.ID
                                         AND A.LAST_RESPONSE
                                             BETWEEN K.RUN_DATE
                                             AND K.RUN_DATE
                                                 + 90 DAYS))),
                      COALESCE(C.EMAIL_BOUNCED, 'N'),
                      COALESCE(E.BAND, ' ')
                   FROM LABSCHEMA.CONTACTS C
                   LEFT JOIN LABSCHEMA.CONTACT_ENGAGE E
                     ON E.CONTACT_ID = C.ID
                   ORDER BY C.ID
           END-EXEC

           EXEC SQL OPEN ENG_CONTACT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Contact
               until End-of-Data
           EXEC SQL CLOSE ENG_CONTACT_CUR END-EXEC

           perform 5000-Drop-Departed
           EXEC SQL COMMIT END-EXEC
           perform 8100-Display-Totals
           goback
           .
       1000-Fetch-Contact.
           EXEC SQL FETCH ENG_CONTACT_CUR
               INTO :WS-Sql-Contact-Id,
                    :WS-Sql-Recency-Days,
                    :WS-Sql-Response-Count,
                    :WS-Sql-Received,
                    :WS-Sql-Answered,
                    :WS-Sql-Bounced,
                    :WS-Sql-Prior-Band
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 2000-Score-Contact
                   perform 3000-Save-Score
                   if WS-Sql-Band not equal WS-Sql-Prior-Band
                       perform 4000-Log-Band-Change
                   end-if
                   perform 3900-Commit-Point
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9100-Rollback-and-Bail
           end-evaluate
           .
       2000-Score-Contact.
      *    A response date loaded before auditing began still counts
      *    once toward frequency.
           if WS-Sql-Response-Count = zero
               and WS-Sql-Recency-Days not > 365
               move 1 to WS-Sql-Response-Count
           end-if

           evaluate true
               when WS-Sql-Recency-Days not > 30
                   move 40 to WS-Sql-Recency-Pts
               when WS-Sql-Recency-Days not > 90
                   move 30 to WS-Sql-Recency-Pts
               when WS-Sql-Recency-Days not > 180
                   move 20 to WS-Sql-Recency-Pts
               when WS-Sql-Recency-Days not > 365
                   move 10 to WS-Sql-Recency-Pts
               when other
                   move zero to WS-Sql-Recency-Pts
           end-evaluate

           if WS-Sql-Response-Count > 3
               move 30 to WS-Sql-Frequency-Pts
           else
               compute WS-Sql-Frequency-Pts =
                   WS-Sql-Response-Count * 10
           end-if

           if WS-Sql-Received > zero
               compute WS-Sql-Answer-Pts rounded =
                   (WS-Sql-Answered * 30) / WS-Sql-Received
           else
               move zero to WS-Sql-Answer-Pts
           end-if

           if WS-Sql-Bounced = "Y"
               move 25 to WS-Sql-Bounce-Pen
           else
               move zero to WS-Sql-Bounce-Pen
           end-if

           compute WS-Sql-Score =
               WS-Sql-Recency-Pts + WS-Sql-Frequency-Pts
               + WS-Sql-Answer-Pts - WS-Sql-Bounce-Pen
           if WS-Sql-Score < zero
               move zero to WS-Sql-Score
           end-if

           evaluate true
               when WS-Sql-Score not < WS-Hot-Floor
                   set Band-Hot to true
                   add 1 to WS-Hot-Count
               when WS-Sql-Score not < WS-Warm-Floor
                   set Band-Warm to true
                   add 1 to WS-Warm-Count
               when WS-Sql-Score not < WS-Cold-Floor
                   set Band-Cold to true
                   add 1 to WS-Cold-Count
               when other
                   set Band-Dormant to true
                   add 1 to WS-Dormant-Count
           end-evaluate
           add 1 to WS-Scored-Count
           .
       3000-Save-Score.
           EXEC SQL
                UPDATE LABSCHEMA.CONTACT_ENGAGE
                SET SCORE_DATE         = CURRENT DATE,
                    RECENCY_DAYS       = :WS-Sql-Recency-Days,
                    RECENCY_POINTS     = :WS-Sql-Recency-Pts,
                    RESPONSE_COUNT     = :WS-Sql-Response-Count,
                    FREQUENCY_POINTS   = :WS-Sql-Frequency-Pts,
                    CAMPAIGNS_RECEIVED = :WS-Sql-Received,
                    CAMPAIGNS_ANSWERED = :WS-Sql-Answered,
                    ANSWER_POINTS      = :WS-Sql-Answer-Pts,
                    BOUNCE_PENALTY     = :WS-Sql-Bounce-Pen,
                    SCORE              = :WS-Sql-Score,
                    BAND               = :WS-Sql-Band
                WHERE CONTACT_ID = :WS-Sql-Contact-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   continue
               when SQLCODE = 100
                   perform 3100-Insert-Score
               when other
                   perform 9100-Rollback-and-Bail
           end-evaluate
           .
       3100-Insert-Score.
           EXEC SQL
                INSERT INTO LABSCHEMA.CONTACT_ENGAGE
                       (CONTACT_ID,
                        SCORE_DATE,
                        RECENCY_DAYS,
                        RECENCY_POINTS,
                        RESPONSE_COUNT,
                        FREQUENCY_POINTS,
                        CAMPAIGNS_RECEIVED,
                        CAMPAIGNS_ANSWERED,
                        ANSWER_POINTS,
                        BOUNCE_PENALTY,
                        SCORE,
                        BAND)
                VALUES (:WS-Sql-Contact-Id,
                        CURRENT DATE,
                        :WS-Sql-Recency-Days,
                        :WS-Sql-Recency-Pts,
                        :WS-Sql-Response-Count,
                        :WS-Sql-Frequency-Pts,
                        :WS-Sql-Received,
                        :WS-Sql-Answered,
                        :WS-Sql-Answer-Pts,
                        :WS-Sql-Bounce-Pen,
                        :WS-Sql-Score,
                        :WS-Sql-Band)
           END-EXEC
           if SQLCODE not equal zero
               perform 9100-Rollback-and-Bail
           end-if
           .
       3900-Commit-Point.
           add 1 to WS-Since-Commit
           if WS-Since-Commit not < WS-Commit-Interval
               EXEC SQL COMMIT END-EXEC
               move zero to WS-Since-Commit
           end-if
           .
       4000-Log-Band-Change.
           EXEC SQL
                INSERT INTO LABSCHEMA.ENGAGE_HIST
                       (CONTACT_ID,
                        CHANGE_DATE,
                        OLD_BAND,
                        NEW_BAND,
                        SCORE)
                VALUES (:WS-Sql-Contact-Id,
                        CURRENT DATE,
                        :WS-Sql-Prior-Band,
                        :WS-Sql-Band,
                        :WS-Sql-Score)
           END-EXEC

      *    A rerun the same day moves the day's change on rather
      *    than failing on the key; the day's starting band stays.
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Changed-Count
               when SQLCODE = -803
                   EXEC SQL
                        UPDATE LABSCHEMA.ENGAGE_HIST
                        SET NEW_BAND = :WS-Sql-Band,
                            SCORE    = :WS-Sql-Score
                        WHERE CONTACT_ID = :WS-Sql-Contact-Id
                          AND CHANGE_DATE = CURRENT DATE
                   END-EXEC
                   if SQLCODE not equal zero
                       perform 9100-Rollback-and-Bail
                   end-if
               when other
                   perform 9100-Rollback-and-Bail
           end-evaluate
           .
       5000-Drop-Departed.
      *    Purged and merged-away contacts leave no score behind;
      *    their band history stays for the migration report.
           EXEC SQL
                DELETE FROM LABSCHEMA.CONTACT_ENGAGE E
                WHERE NOT EXISTS
                      (SELECT 1
                           FROM LABSCHEMA.CONTACTS C
                           WHERE C.ID = E.CONTACT_ID)
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move SQLERRD(3) to WS-Dropped-Count
               when SQLCODE = 100
                   continue
               when other
                   perform 9100-Rollback-and-Bail
           end-evaluate
           .
       8100-Display-Totals.
           display "ENGSCORE - engagement scoring complete"
           display "Contacts scored:      " WS-Scored-Count
           display "  Hot:                " WS-Hot-Count
           display "  Warm:               " WS-Warm-Count
           display "  Cold:               " WS-Cold-Count
           display "  Dormant:            " WS-Dormant-Count
           display "Band changes logged:  " WS-Changed-Count
           display "Departed scores gone: " WS-Dropped-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
       9100-Rollback-and-Bail.
           move SQLCODE to WS-Error-SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           display "Scores since the last commit backed out at ID "
               WS-Sql-Contact-Id
           move 12 to return-code
           goback
           .
