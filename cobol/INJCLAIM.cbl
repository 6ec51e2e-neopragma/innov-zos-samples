       Identification Division.
      **********************************************************************
      * Annual injury-claim extract and claims summary off the
      * INCIDMNT register, so the insurer's claims file and the annual
      * summary stop being rebuilt from memory each renewal.
      *   SYSIN card 1 - the league (see LEAGSEL); only incidents
      *                  at its fixtures are claimed.
      *   SYSIN card 2 - claim year (YYYY); blank means the current
      *                  year.
      *   SYSIN card 3 - the league's policy number, carried on the
      *                  header record with the league's name.
      * INJXTRCT is the insurer's fixed-format file: one header, one
      * detail record per incident whose fixture fell in the year
      * (injury type and body part decoded from CODE_TABLE, the
      * cleared-to-return date when there is one, status O open /
      * C cleared), and a trailer with the detail and concussion
      * counts the insurer balances against. INJSUMM prints the
      * claims summary: incidents by injury type and by body part,
      * with the concussion and still-open totals.
      **********************************************************************
       Program-ID. INJCLAIM.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Claim-Extract-File assign to INJXTRCT
               file status is WS-Extract-File-Status.

           select Claim-Summary-File assign to INJSUMM
               file status is WS-Summary-File-Status.

       Data Division.
       File Section.
       FD  Claim-Extract-File
           recording mode f.
       01  IX-Detail-Record.
           05  IX-Record-Type          pic x(01).
           05  IX-Claim-Ref            pic 9(09).
           05  IX-Incident-Date        pic x(10).
           05  IX-Player-Name          pic x(40).
           05  IX-Birth-Date           pic x(10).
           05  IX-Team-Name            pic x(30).
           05  IX-Injury-Code          pic x(08).
           05  IX-Injury-Desc          pic x(30).
           05  IX-Body-Code            pic x(08).
           05  IX-Body-Desc            pic x(30).
           05  IX-Concussion           pic x(01).
           05  IX-Reported-By          pic x(40).
           05  IX-Cleared-Date         pic x(10).
           05  IX-Claim-Status         pic x(01).
       01  IX-Header-Record.
           05  IH-Record-Type          pic x(01).
           05  IH-Policy-Number        pic x(15).
           05  IH-Claim-Year           pic 9(04).
           05  IH-Created-Date         pic 9(08).
           05  IH-League-Name          pic x(60).
           05  filler                  pic x(140).
       01  IX-Trailer-Record.
           05  IT-Record-Type          pic x(01).
           05  IT-Detail-Count         pic 9(07).
           05  IT-Concussion-Count     pic 9(07).
           05  filler                  pic x(213).

       FD  Claim-Summary-File
           recording mode f.
       01  Claim-Summary-Record    pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Extract-File-Status pic x(02).
           88  Extract-File-OK        value "00".
       01  WS-Summary-File-Status pic x(02).
           88  Summary-File-OK        value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Year-In             pic x(04).
       01  WS-Policy-In           pic x(15).
       01  WS-Today               pic 9(08).
       01  WS-Today-Parts redefines WS-Today.
           05  WS-Today-Year       pic 9(04).
           05  filler              pic 9(04).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Claim-Year      pic s9(04) comp.
       01  WS-Sql-Incident-Id     pic s9(09) comp.
       01  WS-Sql-Incident-Date   pic x(10).
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Birth-Date      pic x(10).
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Injury-Code     pic x(08).
       01  WS-Sql-Injury-Desc     pic x(40).
       01  WS-Sql-Body-Code       pic x(08).
       01  WS-Sql-Body-Desc       pic x(40).
       01  WS-Sql-Concussion      pic x(01).
       01  WS-Sql-Reported-By     pic x(40).
       01  WS-Sql-Cleared-Date    pic x(10).
       01  WS-Sql-Group-Desc      pic x(40).
       01  WS-Sql-Group-Count     pic s9(07) comp.

       01  WS-Detail-Count        pic s9(07) packed-decimal value zero.
       01  WS-Concussion-Count    pic s9(07) packed-decimal value zero.
       01  WS-Open-Count          pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Detail-Line         pic x(133).

       01  WS-Summary-Title.
           05  filler              pic x(01) value "1".
           05  filler              pic x(30)
               value "INJURY CLAIMS SUMMARY - YEAR ".
           05  OUT-Claim-Year      pic 9(04).
           05  filler              pic x(10) value "  POLICY ".
           05  OUT-Policy          pic x(15).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Group-Line.
           05  filler              pic x(03) value spaces.
           05  OUT-Group-Desc      pic x(40).
           05  OUT-Group-Count     pic z,zz9.
       01  WS-Total-Line.
           05  filler              pic x(03) value spaces.
           05  OUT-Total-Label     pic x(40).
           05  OUT-Total-Count     pic z,zz9.

       Procedure Division.

           EXEC SQL DECLARE CLAIM_CUR CURSOR FOR
               SELECT I.INCIDENT_ID,
                      CHAR(G.FIXTURE_DATE),
                      P.PLAYER_NAME,
                      COALESCE(CHAR(P.BIRTH_DATE), ' '),
                      COALESCE(T.TEAM_NAME, '(NO TEAM)'),
                      I.INJURY_TYPE,
                      COALESCE(CI.DESCRIPTION, ' '),
                      I.BODY_PART,
                      COALESCE(CB.DESCRIPTION, ' '),
                      I.CONCUSSION_SUSP,
                      I.REPORTED_BY,
                      COALESCE(CHAR(I.CLEARED_DATE), ' ')
                   FROM LABSCHEMA.INCIDENT I
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = I.FIXTURE_ID
                   JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = I.PLAYER_ID
                   LEFT JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   LEFT JOIN LABSCHEMA.CODE_TABLE CI
                     ON CI.TABLE_NAME = 'INJTYPE'
                    AND CI.CODE = I.INJURY_TYPE
                   LEFT JOIN LABSCHEMA.CODE_TABLE CB
                     ON CB.TABLE_NAME = 'BODYPART'
                    AND CB.CODE = I.BODY_PART
                   WHERE YEAR(G.FIXTURE_DATE) = :WS-Sql-Claim-Year
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY G.FIXTURE_DATE, I.INCIDENT_ID
           END-EXEC

           EXEC SQL DECLARE CLAIM_TYPE_CUR CURSOR FOR
               SELECT COALESCE(C.DESCRIPTION, I.INJURY_TYPE),
                      COUNT(*)
                   FROM LABSCHEMA.INCIDENT I
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = I.FIXTURE_ID
                   LEFT JOIN LABSCHEMA.CODE_TABLE C
                     ON C.TABLE_NAME = 'INJTYPE'
                    AND C.CODE = I.INJURY_TYPE
                   WHERE YEAR(G.FIXTURE_DATE) = :WS-Sql-Claim-Year
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
                   GROUP BY COALESCE(C.DESCRIPTION, I.INJURY_TYPE)
                   ORDER BY 2 DESC, 1
           END-EXEC

           EXEC SQL DECLARE CLAIM_BODY_CUR CURSOR FOR
               SELECT COALESCE(C.DESCRIPTION, I.BODY_PART),
                      COUNT(*)
                   FROM LABSCHEMA.INCIDENT I
                   JOIN LABSCHEMA.GAME_SCHEDULE G
                     ON G.FIXTURE_ID = I.FIXTURE_ID
                   LEFT JOIN LABSCHEMA.CODE_TABLE C
                     ON C.TABLE_NAME = 'BODYPART'
                    AND C.CODE = I.BODY_PART
                   WHERE YEAR(G.FIXTURE_DATE) = :WS-Sql-Claim-Year
                     AND G.LEAGUE_ID = :WS-Sql-League-Id
                   GROUP BY COALESCE(C.DESCRIPTION, I.BODY_PART)
                   ORDER BY 2 DESC, 1
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Files

           EXEC SQL OPEN CLAIM_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Extract-Claim
               until End-of-Data
           EXEC SQL CLOSE CLAIM_CUR END-EXEC

           move spaces to IX-Trailer-Record
           move "T" to IT-Record-Type
           move WS-Detail-Count to IT-Detail-Count
           move WS-Concussion-Count to IT-Concussion-Count
           write IX-Trailer-Record

           perform 3000-Print-Summary
           close Claim-Extract-File
           close Claim-Summary-File
           display "INJCLAIM - injury claim extract complete"
           display "League:               " WS-League-Name
           display "Claims extracted:     " WS-Detail-Count
           display "Concussions:          " WS-Concussion-Count
           display "Still open:           " WS-Open-Count
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
           accept WS-Today from date yyyymmdd
           display "Enter claim year, blank for current: "
               with no advancing
           accept WS-Year-In
           if WS-Year-In numeric
               move WS-Year-In to WS-Sql-Claim-Year
           else
               move WS-Today-Year to WS-Sql-Claim-Year
           end-if
           display "Enter policy number: "
               with no advancing
           accept WS-Policy-In
           .
       0200-Open-Files.
           open output Claim-Extract-File
           if not Extract-File-OK
               display "Claim extract open error: "
                   WS-Extract-File-Status
               move 12 to return-code
               goback
           end-if
           open output Claim-Summary-File
           if not Summary-File-OK
               display "Claim summary open error: "
                   WS-Summary-File-Status
               move 12 to return-code
               goback
           end-if
           move spaces to IX-Header-Record
           move "H" to IH-Record-Type
           move WS-Policy-In to IH-Policy-Number
           move WS-Sql-Claim-Year to IH-Claim-Year
           move WS-Today to IH-Created-Date
           move WS-League-Name to IH-League-Name
           write IX-Header-Record
           .
       1000-Extract-Claim.
           EXEC SQL FETCH CLAIM_CUR
               INTO :WS-Sql-Incident-Id,
                    :WS-Sql-Incident-Date,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Birth-Date,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Injury-Code,
                    :WS-Sql-Injury-Desc,
                    :WS-Sql-Body-Code,
                    :WS-Sql-Body-Desc,
                    :WS-Sql-Concussion,
                    :WS-Sql-Reported-By,
                    :WS-Sql-Cleared-Date
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   perform 2000-Write-Claim-Record
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Claim-Record.
           add 1 to WS-Detail-Count
           move "D" to IX-Record-Type
           move WS-Sql-Incident-Id to IX-Claim-Ref
           move WS-Sql-Incident-Date to IX-Incident-Date
           move WS-Sql-Player-Name to IX-Player-Name
           move WS-Sql-Birth-Date to IX-Birth-Date
           move WS-Sql-Team-Name to IX-Team-Name
           move WS-Sql-Injury-Code to IX-Injury-Code
           move WS-Sql-Injury-Desc to IX-Injury-Desc
           move WS-Sql-Body-Code to IX-Body-Code
           move WS-Sql-Body-Desc to IX-Body-Desc
           move WS-Sql-Concussion to IX-Concussion
           move WS-Sql-Reported-By to IX-Reported-By
           move WS-Sql-Cleared-Date to IX-Cleared-Date
           if WS-Sql-Cleared-Date = spaces
               move "O" to IX-Claim-Status
               add 1 to WS-Open-Count
           else
               move "C" to IX-Claim-Status
           end-if
           if WS-Sql-Concussion = "Y"
               add 1 to WS-Concussion-Count
           end-if
           write IX-Detail-Record
           .
       3000-Print-Summary.
           move WS-Sql-Claim-Year to OUT-Claim-Year
           move WS-Policy-In to OUT-Policy
           write Claim-Summary-Record from WS-Summary-Title
           move WS-League-Name to OUT-League-Name
           write Claim-Summary-Record from WS-League-Line

           move spaces to WS-Detail-Line
           write Claim-Summary-Record from WS-Detail-Line
           move " BY INJURY TYPE" to WS-Detail-Line
           write Claim-Summary-Record from WS-Detail-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN CLAIM_TYPE_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3100-Fetch-Type-Group
               until End-of-Data
           EXEC SQL CLOSE CLAIM_TYPE_CUR END-EXEC

           move spaces to WS-Detail-Line
           write Claim-Summary-Record from WS-Detail-Line
           move " BY BODY PART" to WS-Detail-Line
           write Claim-Summary-Record from WS-Detail-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN CLAIM_BODY_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 3200-Fetch-Body-Group
               until End-of-Data
           EXEC SQL CLOSE CLAIM_BODY_CUR END-EXEC

           move spaces to WS-Detail-Line
           write Claim-Summary-Record from WS-Detail-Line
           move "Total incidents" to OUT-Total-Label
           move WS-Detail-Count to OUT-Total-Count
           write Claim-Summary-Record from WS-Total-Line
           move "Suspected concussions" to OUT-Total-Label
           move WS-Concussion-Count to OUT-Total-Count
           write Claim-Summary-Record from WS-Total-Line
           move "Not yet cleared to return" to OUT-Total-Label
           move WS-Open-Count to OUT-Total-Count
           write Claim-Summary-Record from WS-Total-Line
           .
       3100-Fetch-Type-Group.
           EXEC SQL FETCH CLAIM_TYPE_CUR
               INTO :WS-Sql-Group-Desc,
                    :WS-Sql-Group-Count
           END-EXEC
           perform 3300-Write-Group-Line
           .
       3200-Fetch-Body-Group.
           EXEC SQL FETCH CLAIM_BODY_CUR
               INTO :WS-Sql-Group-Desc,
                    :WS-Sql-Group-Count
           END-EXEC
           perform 3300-Write-Group-Line
           .
       3300-Write-Group-Line.
           evaluate true
               when SQLCODE = 0
                   move WS-Sql-Group-Desc to OUT-Group-Desc
                   move WS-Sql-Group-Count to OUT-Group-Count
                   write Claim-Summary-Record from WS-Group-Line
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
