      * file. Players with no guardian linkage are extracted with
      * blank guardian fields and counted, so the office chases the
      * linkage instead of losing the family.
      * SYSIN names the league; only its players are extracted, for
      * the same league's REGINTAK run.
      * Run from the SEASNEND job, after the archive step.
      **********************************************************************
       Program-ID. PREREG.
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(100).
       01  WS-Sql-Team-Id         pic s9(09) comp.

       Procedure Division.

           perform 0050-Select-League
           open output Prereg-File
           if not Prereg-File-OK
               display "Pre-registration file open error: "
                        (SELECT MIN(PC.CONTACT_ID)
                             FROM LABSCHEMA.PLAYER_CONTACT PC
                             WHERE PC.PLAYER_ID = P.PLAYER_ID)
                   WHERE P.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY P.PLAYER_ID
           END-EXEC
           EXEC SQL OPEN PREREG_CUR END-EXEC
           display "PREREG - pre-registration extract complete"
           display "Returners extracted:   " WS-Extract-Count
           display "No guardian linkage:   " WS-No-Guardian-Count
           display "League: " WS-League-Name
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
       1000-Fetch-and-Extract.
           EXEC SQL FETCH PREREG_CUR
               INTO :WS-Sql-Player-Id,
