      * MILESTON job has recorded. Winners persist to
      * LABSCHEMA.AWARDS for the record, and each winner gets a
      * certificate printed from the LETTER_TEMPLATE rows for the
      * campaign on SYSIN card 2 (language EN, LINE_NO order) with
      * these substitutions:
      *   &PN - winner name   &TM - team name
      *   &AW - award title   &ST - the stat that earned it
      *   &LG - league name
      * The run is for the league on SYSIN card 1 - the one THRWXTRT
      * extracted for - and awards only that league's players.
      * Each certificate starts on a new page, ready to sign.
      * Nobody is awarded twice, the same discipline FEEINVC bills
      * by: winners land under the current SEASON_ID, a division
       01  WS-Cert-Count          pic s9(07) packed-decimal value zero.
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0150-Get-Current-Season
           perform 0200-Open-Files
           perform 8100-Display-Totals
           goback
           .
       0050-Select-League.
      *    SYSIN card 1 names the league this run is for - its code,
      *    or a PARM_PROFILE profile naming it (see LEAGSEL).
           accept WS-League-Key
           call "LEAGSEL" using WS-League-Key
                                WS-Sql-League-Id
                                WS-League-Name
                                WS-League-Status
           if not League-Found
               move 12 to return-code
               goback
           end-if
           .
       0100-Accept-Parameters.
           accept WS-Campaign-Id
           if WS-Campaign-Id = spaces
                   INTO :WS-Sql-Season-Id
                   FROM LABSCHEMA.SEASON
                   WHERE CURRENT_SEASON = 'Y'
                     AND LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               display "No current season row on LABSCHEMA.SEASON"
                   LEFT JOIN LABSCHEMA.DIVISIONS D
                     ON D.DIVISION_ID = T.DIVISION_ID
                   WHERE M.MILESTONE_TYPE = 'CAREER'
                     AND T.LEAGUE_ID = :WS-Sql-League-Id
                     AND NOT EXISTS
                         (SELECT 1
                              FROM LABSCHEMA.AWARDS A
           .
       6200-Substitute-Fields.
      *    Copy the template line to the output line, expanding &PN,
      *    &TM, &AW, &ST and &LG as they are met - the LETTRGEN
      *    mechanism with the banquet's fields.
           move spaces to WS-Cert-Line
           move 2 to WS-Out-Ptr
           move 1 to WS-Tmpl-Ptr
                       with pointer WS-Out-Ptr
                   end-string
                   add 3 to WS-Tmpl-Ptr
               when WS-Tmpl-Ptr < 79
                       and WS-Sql-Line-Text (WS-Tmpl-Ptr:3) = "&LG"
                   move WS-League-Name to WS-Name-Len-Source
                   perform 6400-Find-Text-Length
                   string WS-League-Name (1:WS-Name-Len)
                       delimited by size
                       into WS-Cert-Line
                       with pointer WS-Out-Ptr
                   end-string
                   add 3 to WS-Tmpl-Ptr
               when other
                   move WS-Sql-Line-Text (WS-Tmpl-Ptr:1)
                       to WS-Cert-Line (WS-Out-Ptr:1)
           .
       8100-Display-Totals.
           display "AWARDS - awards run complete"
           display "League:                " WS-League-Name
           display "Awards recorded:       " WS-Award-Count
           display "Certificates printed:  " WS-Cert-Count
           display "Already awarded:       " WS-Skip-Count
