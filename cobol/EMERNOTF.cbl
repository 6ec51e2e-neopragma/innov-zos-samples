      * what happened to it, and the make-up details when there are
      * any. Each guardian appears once per change however many
      * kids they have on the floor.
      * VENCLOSE logs the same rows for a venue closure: change type
      * 'P' for each fixture it postpones, with no make-up details
      * yet, and type 'R' when the office approves the make-up game.
      * Runnable on demand from the console, not just in the nightly
      * stream: submit the job the moment the gym floods.
      * The run is for the league named on SYSIN card 1 (the horizon
      * is card 2): only its fixtures' changes are notified, and each
      * extract record carries the league's name for the message.
      **********************************************************************
       Program-ID. EMERNOTF.
       Environment Division.
           05  NX-New-Venue            pic x(30).
           05  NX-Home-Team            pic x(30).
           05  NX-Away-Team            pic x(30).
           05  NX-League-Name          pic x(60).

       Working-Storage Section.

       01  WS-Horizon-In          pic x(02).
       01  WS-Horizon-Days        pic s9(03) comp value 2.

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Horizon         pic s9(03) comp.
       01  WS-Sql-Change-Type     pic x(01).
       01  WS-Sql-Home-Team-Id    pic s9(09) comp.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 0200-Open-Extract

                   WHERE L.OLD_DATE >= CURRENT DATE
                     AND L.OLD_DATE <=
                         CURRENT DATE + :WS-Sql-Horizon DAYS
                     AND TH.LEAGUE_ID = :WS-Sql-League-Id
                   ORDER BY L.OLD_DATE, L.CHANGE_ID
           END-EXEC


           close Notify-Extract-File
           display "EMERNOTF - emergency notification run complete"
           display "League:                " WS-League-Name
           display "Changes in horizon:    " WS-Change-Count
           display "Notifications written: " WS-Notify-Count
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
           accept WS-Horizon-In
           if WS-Horizon-In numeric
                   end-if
                   move WS-Sql-Home-Name to NX-Home-Team
                   move WS-Sql-Away-Name to NX-Away-Team
                   move WS-League-Name to NX-League-Name
                   write Notify-Extract-Record
                   add 1 to WS-Notify-Count
               when SQLCODE = 100
