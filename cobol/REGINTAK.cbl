       Identification Division.
      **********************************************************************
      * Player registration intake. Reads the registration-season file
      * of sign-ups (the paper forms, keyed; the web form's sign-ups
      * arrive on the intake queue and REGMQ applies them as they
      * come) and does in one unit of work per sign-up what used to
      * be keyed twice:
      *   - validates the chosen TEAM_ID and creates the PLAYERS row
      *     (with position), audited to ROSTER_AUDIT like a ROSTMNT
      *     add;
      * player coming off the waitlist re-enters through this program
      * once a spot is offered, and the waitlist row is cleared in
      * the same unit of work as the roster add.
      *
      * The edits and the apply itself are the REGAPPLY service's, so
      * a paper form and a web sign-up get exactly the same outcome.
      * SYSIN names the league the file was keyed for; a sign-up for
      * a team in another league is rejected.
      *
      * Restart: the input file is fingerprinted by record count and
      * content total before anything applies, and the LOADRST
      * service keeps a LABSCHEMA.LOAD_RESTART row for it,
      * checkpointed with the count of sign-ups read in the same unit
      * of work as each commit. A rerun after an abend skips exactly
      * the sign-ups already applied and reports the resume point.
      **********************************************************************
       Program-ID. REGINTAK.
       Environment Division.
           88  Reg-File-OK            value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Reg-Count           pic s9(09) comp value zero.
       01  WS-Reg-Total           pic s9(13)v99 comp-3 value zero.
       01  WS-Rst-Function        pic x(01).
       01  WS-Rst-Step-Name       pic x(08) value "REGINTAK".
       01  WS-Rst-Applied         pic s9(09) comp value zero.
       01  WS-Rst-Status          pic x(01).
           88  Rst-Restart-Found      value "Y".
           88  Rst-Sql-Error          value "E".
       01  WS-Resume-Count        pic s9(09) comp value zero.
       01  WS-Skip-Count          pic s9(07) packed-decimal value zero.
       01  WS-Player-Count        pic s9(07) packed-decimal value zero.
       01  WS-New-Contact-Count   pic s9(07) packed-decimal value zero.
       01  WS-Matched-Count       pic s9(07) packed-decimal value zero.
       01  WS-Reject-Count        pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Job-Id              pic x(08) value "REGINTAK".
       01  WS-Apply-Outcome       pic x(01).
           88  Apply-Rostered         value "P".
           88  Apply-Waitlisted       value "W".
           88  Apply-Sql-Error        value "E".
       01  WS-Apply-Guardian      pic x(01).
           88  Apply-Guardian-Matched value "M".
       01  WS-Apply-Wait-Position pic s9(05) comp.
       01  WS-Apply-Message       pic x(80).
       01  WS-Apply-Warning       pic x(80).
       01  WS-Apply-Sqlcode       pic s9(09) comp.
       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.

       Procedure Division.

           perform 0050-Select-League
           perform 1000-Open-Files
           perform 0500-Fingerprint-Input-File
           perform 2000-Read-and-Process
               until End-of-File
           perform 7950-End-Restart
           perform 8000-Close-Files
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
       0500-Fingerprint-Input-File.
      *    Count the records and total the key fields, then open the
      *    file's restart row - or resume it, when an abended run
      *    left the file mid-way.
           perform 0510-Fingerprint-One-Record
               until End-of-File
           close Registration-File

           move "Q" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           if Rst-Restart-Found
               move WS-Rst-Applied to WS-Resume-Count
               display "REGINTAK - restarting input file, "
                   WS-Resume-Count " of " WS-Reg-Count
                   " sign-ups already applied"
           else
               move "S" to WS-Rst-Function
               perform 7990-Call-Restart-Service
               EXEC SQL COMMIT END-EXEC
           end-if

           move "N" to WS-End-of-File-Sw
           open input Registration-File
           if not Reg-File-OK
               display "Registration file reopen error: "
                   WS-Reg-File-Status
               move 12 to return-code
               goback
           end-if
           .
       0510-Fingerprint-One-Record.
           read Registration-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Reg-Count
                   add RG-Player-Id to WS-Reg-Total
                   add RG-Team-Id to WS-Reg-Total
           end-read
           .
       1000-Open-Files.
           open input Registration-File
           if not Reg-File-OK
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   if WS-Read-Count > WS-Resume-Count
                       if RG-Returner
                           add 1 to WS-Returner-Count
                       end-if
                       perform 3000-Process-Registration
                   else
                       add 1 to WS-Skip-Count
                   end-if
           end-read
           .
       3000-Process-Registration.
      *    The edits and the roster/waitlist apply are REGAPPLY's, the
      *    same service REGMQ calls for the web form's messages. A
      *    sign-up that does not land backs its work out here.
           call "REGAPPLY" using Registration-Record
                                 WS-Job-Id
                                 WS-Apply-Outcome
                                 WS-Apply-Guardian
                                 WS-Apply-Wait-Position
                                 WS-Apply-Message
                                 WS-Apply-Warning
                                 WS-Apply-Sqlcode
                                 WS-Sql-League-Id
           if WS-Apply-Warning not equal spaces
               display WS-Apply-Warning
           end-if
           evaluate true
               when Apply-Rostered
                   perform 7900-Commit-Checkpoint
                   add 1 to WS-Player-Count
                   perform 3100-Count-Guardian
               when Apply-Waitlisted
                   perform 7900-Commit-Checkpoint
                   add 1 to WS-Waitlist-Count
                   perform 3100-Count-Guardian
                   display WS-Apply-Message
               when Apply-Sql-Error
                   EXEC SQL ROLLBACK END-EXEC
                   move WS-Apply-Sqlcode to SQLCODE
                   perform 9000-Bail
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   display WS-Apply-Message
                   add 1 to WS-Reject-Count
           end-evaluate
           .
       3100-Count-Guardian.
           if Apply-Guardian-Matched
               add 1 to WS-Matched-Count
           else
               add 1 to WS-New-Contact-Count
           end-if
           .
       7900-Commit-Checkpoint.
      *    The restart row moves in the same unit of work as the
      *    record it counts.
           move WS-Read-Count to WS-Rst-Applied
           move "U" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7950-End-Restart.
           move WS-Read-Count to WS-Rst-Applied
           move "E" to WS-Rst-Function
           perform 7990-Call-Restart-Service
           EXEC SQL COMMIT END-EXEC
           .
       7990-Call-Restart-Service.
           call "LOADRST" using WS-Rst-Function
                                WS-Job-Id
                                WS-Rst-Step-Name
                                WS-Reg-Count
                                WS-Reg-Total
                                WS-Rst-Applied
                                WS-Rst-Status
           if Rst-Sql-Error
               EXEC SQL ROLLBACK END-EXEC
               move 12 to return-code
               goback
           end-if
           .
       8000-Close-Files.
           display "Returner sign-ups:    " WS-Returner-Count
           display "Sign-ups waitlisted:  " WS-Waitlist-Count
           display "Sign-ups rejected:    " WS-Reject-Count
           display "Skipped on restart:   " WS-Skip-Count
           display "League: " WS-League-Name
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
