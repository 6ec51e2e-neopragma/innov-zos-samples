      *
      * The service's opponent team numbers are the league's official
      * TEAM_ID values, the same ones LABSCHEMA.TEAMS is keyed by, so
      * only the player code needs translating. The service's
      * personal foul, technical foul and ejection columns pass
      * straight through to the game-file record for DISCPLIN.
      *
      * A translated line for an ineligible player - a SUSPENSION
      * covering the game date, or an unpaid current-season invoice
      * apply - goes to the held file (GAMELOAD's GAMEFILE layout,
      * resubmittable as-is once the family pays) and the suspense
      * report instead of GAMEXTR.
      * The service keys by player, never by jersey number, so the
      * game-file team and jersey fields go out as zero.
      * SYSIN names the league the feed is for. A service code
      * whose player is not in the league goes to suspense like an
      * unknown one, the fee gate uses the league's current season,
      * and the suspense report carries the league's name.
      **********************************************************************
       Program-ID. STATFEED.
       Environment Division.
           05  FE-FT-Attempts          pic 9(05).
           05  FE-FT-Completed         pic 9(05).
           05  FE-FT-Three-Pointers    pic 9(05).
           05  FE-Personal-Fouls       pic 9(02).
           05  FE-Technical-Fouls      pic 9(02).
           05  FE-Ejected-Flag         pic x(01).

       FD  Game-Out-File
           recording mode f.
           05  GO-FT-Attempts          pic s9(05) packed-decimal.
           05  GO-FT-Completed         pic s9(05) packed-decimal.
           05  GO-FT-Three-Pointers    pic s9(05) packed-decimal.
           05  GO-Personal-Fouls       pic s9(03) packed-decimal.
           05  GO-Technical-Fouls      pic s9(03) packed-decimal.
           05  GO-Ejected-Flag         pic x(01).
           05  GO-Team-Id              pic s9(09) packed-decimal.
           05  GO-Jersey-No            pic s9(03) packed-decimal.

       FD  Held-Out-File
           recording mode f.
           05  HO-FT-Attempts          pic s9(05) packed-decimal.
           05  HO-FT-Completed         pic s9(05) packed-decimal.
           05  HO-FT-Three-Pointers    pic s9(05) packed-decimal.
           05  HO-Personal-Fouls       pic s9(03) packed-decimal.
           05  HO-Technical-Fouls      pic s9(03) packed-decimal.
           05  HO-Ejected-Flag         pic x(01).
           05  HO-Team-Id              pic s9(09) packed-decimal.
           05  HO-Jersey-No            pic s9(03) packed-decimal.

       FD  Suspense-Report-File
           recording mode f.
           88  End-of-File            value "Y".
       01  WS-Held-File-Status    pic x(02).
           88  Held-File-OK           value "00".
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Ext-Player-Id   pic x(12).
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Game-Date       pic x(10).
       01  WS-Held-Count          pic s9(07) packed-decimal value zero.
       01  WS-Suspense-Count      pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Suspense-Heading.
           05  filler pic x(14) value "Service Code".
           05  filler pic x(12) value "Game Date".

       Procedure Division.

           perform 0050-Select-League
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
           end-if
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
       1000-Open-Files.
           open input Feed-File
           if not Feed-File-OK
               move 12 to return-code
               goback
           end-if
           move WS-League-Name to OUT-League-Name
           write Suspense-Report-Record from WS-League-Line
           write Suspense-Report-Record from WS-Suspense-Heading
           .
       2000-Read-and-Process.
           move FE-Ext-Player-Id to WS-Sql-Ext-Player-Id

           EXEC SQL
               SELECT X.PLAYER_ID
                   INTO :WS-Sql-Player-Id
                   FROM LABSCHEMA.PLAYER_XREF X
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = X.PLAYER_ID
                    AND P.LEAGUE_ID = :WS-Sql-League-Id
                   WHERE X.EXT_PLAYER_ID = :WS-Sql-Ext-Player-Id
           END-EXEC

           evaluate true
                       perform 4000-Write-Game-Record
                   end-if
               when SQLCODE = 100
                   move "NO PLAYER_XREF ROW IN THIS LEAGUE"
                       to WS-Elig-Reason
                   perform 5000-Write-Suspense-Line
               when other
                         ON S.SEASON_ID = I.SEASON_ID
                       WHERE I.PLAYER_ID = :WS-Sql-Player-Id
                         AND S.CURRENT_SEASON = 'Y'
                         AND S.LEAGUE_ID = :WS-Sql-League-Id
                         AND I.AMOUNT_PAID < I.AMOUNT_DUE
                         AND I.INVOICE_DATE + :WS-Grace-Days DAYS
                             < CURRENT DATE
           move FE-FT-Attempts        to GO-FT-Attempts
           move FE-FT-Completed       to GO-FT-Completed
           move FE-FT-Three-Pointers  to GO-FT-Three-Pointers
           move FE-Personal-Fouls     to GO-Personal-Fouls
           move FE-Technical-Fouls    to GO-Technical-Fouls
           move FE-Ejected-Flag       to GO-Ejected-Flag
           move zero                  to GO-Team-Id
           move zero                  to GO-Jersey-No
           write Game-Out-Record
           add 1 to WS-Matched-Count
           .
           move FE-FT-Attempts        to HO-FT-Attempts
           move FE-FT-Completed       to HO-FT-Completed
           move FE-FT-Three-Pointers  to HO-FT-Three-Pointers
           move FE-Personal-Fouls     to HO-Personal-Fouls
           move FE-Technical-Fouls    to HO-Technical-Fouls
           move FE-Ejected-Flag       to HO-Ejected-Flag
           move zero                  to HO-Team-Id
           move zero                  to HO-Jersey-No
           write Held-Out-Record
           add 1 to WS-Held-Count
           perform 5000-Write-Suspense-Line
           .
       8100-Display-Totals.
           display "STATFEED - scoring service ingestion complete"
           display "League: " WS-League-Name
           display "Feed lines read:      " WS-Read-Count
           display "Lines translated:     " WS-Matched-Count
           display "Lines held:           " WS-Held-Count
