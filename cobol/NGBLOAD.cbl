       Identification Division.
      **********************************************************************
      * National governing body member-number import. The governing
      * body answers each NGBEXPT registration file with one record
      * per registration, keyed by the club reference we sent (person
      * type and PLAYER_ID or VOLUNTEER_ID):
      *   Status 'A' - accepted, with the member number and the date
      *                the membership expires
      *   Status 'R' - rejected, with the governing body's reason.
      * An acceptance stores the member number and expiry date on the
      * person's LABSCHEMA.NGB_MEMBERSHIP row (REG_STATUS 'A'),
      * replacing the index cards the office used to type them on. A
      * rejection is kept on the row (REG_STATUS 'R' and the reason)
      * until the registration is corrected and NGBEXPT sends it
      * again. Rejections - the governing body's, and answers this
      * job cannot apply (a reference we never sent, an acceptance
      * with no member number or a bad expiry date) - are listed on
      * NGLRPT01 with the person's name, and end the run RC 4.
      * One commit per record.
      * Runs for one league, named on SYSIN card 1, against the
      * answer to that league's NGBEXPT file: an answer for a player
      * on another league's roster, or a coach serving only another
      * league's teams, is not applied and is listed.
      **********************************************************************
       Program-ID. NGBLOAD.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Member-Trans-File assign to NGBIN1
               file status is WS-Trans-File-Status.
           select Reject-Report-File assign to NGLRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Member-Trans-File
           recording mode f.
       01  Member-Trans-Record.
           05  IN-Person-Type          pic x(01).
               88  IN-Player               value "P".
               88  IN-Coach                value "C".
           05  IN-Person-Id            pic x(09).
           05  IN-Person-Id-Num redefines IN-Person-Id
                                       pic 9(09).
           05  IN-Status               pic x(01).
               88  IN-Accepted             value "A".
               88  IN-Rejected             value "R".
           05  IN-Member-No            pic x(12).
           05  IN-Expiry-Date          pic x(10).
           05  IN-Expiry-Parts redefines IN-Expiry-Date.
               10  IN-Expiry-Year          pic 9(04).
               10  IN-Expiry-Dash-1        pic x(01).
               10  IN-Expiry-Month         pic 9(02).
               10  IN-Expiry-Dash-2        pic x(01).
               10  IN-Expiry-Day           pic 9(02).
           05  IN-Reason               pic x(40).
           05  filler                  pic x(07).

       FD  Reject-Report-File
           recording mode f.
       01  Reject-Report-Record     pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Trans-File-Status   pic x(02).
           88  Trans-File-OK          value "00".
       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-File-Sw      pic x value "N".
           88  End-of-File            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Person-Type     pic x(01).
       01  WS-Sql-Person-Id       pic s9(09) comp.
       01  WS-Sql-Member-No       pic x(12).
       01  WS-Sql-Expiry-Date     pic x(10).
       01  WS-Sql-Reason          pic x(40).
       01  WS-Sql-Name            pic x(100).
       01  WS-Sql-In-League       pic s9(04) comp.

       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Accepted-Count      pic s9(07) packed-decimal value zero.
       01  WS-Rejected-Count      pic s9(07) packed-decimal value zero.
       01  WS-Unapplied-Count     pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Reject-Reason       pic x(40).

       01  WS-Heading-Line.
           05  filler              pic x(38)
               value "GOVERNING BODY REGISTRATION REJECTIONS".
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Column-Line.
           05  filler              pic x(13) value "TYPE ID".
           05  filler              pic x(41) value "NAME".
           05  filler              pic x(13) value "MEMBER NO".
           05  filler              pic x(40) value "REASON".
       01  WS-Detail-Line.
           05  OUT-Person-Type     pic x(01).
           05  filler              pic x(03) value spaces.
           05  OUT-Person-Id       pic x(09).
           05  filler              pic x(01) value space.
           05  OUT-Name            pic x(40).
           05  filler              pic x(01) value space.
           05  OUT-Member-No       pic x(12).
           05  filler              pic x(01) value space.
           05  OUT-Reason          pic x(40).
       01  WS-Total-Line.
           05  filler              pic x(20)
               value "REGISTRATIONS LISTED".
           05  OUT-Listed-Count    pic zzzzzz9.

       Procedure Division.

           perform 0050-Select-League
           perform 1000-Open-Files
           perform 2000-Read-and-Process
               until End-of-File
           perform 8000-Close-Files
           perform 8100-Display-Totals
           if WS-Rejected-Count > zero
               or WS-Unapplied-Count > zero
               move 4 to return-code
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
           open input Member-Trans-File
           if not Trans-File-OK
               display "Member file open error: "
                   WS-Trans-File-Status
               move 12 to return-code
               goback
           end-if
           open output Reject-Report-File
           if not Report-File-OK
               display "Reject report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           write Reject-Report-Record from WS-Heading-Line
           move WS-League-Name to OUT-League-Name
           write Reject-Report-Record from WS-League-Line
           write Reject-Report-Record from WS-Column-Line
           .
       2000-Read-and-Process.
           read Member-Trans-File
               at end
                   set End-of-File to true
               not at end
                   add 1 to WS-Read-Count
                   perform 3000-Process-Member
           end-read
           .
       3000-Process-Member.
           move spaces to WS-Sql-Name
           evaluate true
               when not IN-Player and not IN-Coach
                   move "UNKNOWN PERSON TYPE" to WS-Reject-Reason
                   perform 6000-List-Unapplied
               when IN-Person-Id is not numeric
                   move "CLUB REFERENCE NOT NUMERIC"
                       to WS-Reject-Reason
                   perform 6000-List-Unapplied
               when other
                   move IN-Person-Type to WS-Sql-Person-Type
                   move IN-Person-Id-Num to WS-Sql-Person-Id
                   perform 3100-Find-Name
                   if WS-Sql-In-League = zero
                       move "NOT REGISTERED BY THIS LEAGUE"
                           to WS-Reject-Reason
                       perform 6000-List-Unapplied
                   else
                       perform 3200-Apply-Answer
                   end-if
           end-evaluate
           .
       3100-Find-Name.
      *    A coach belongs to this league while serving one of its
      *    teams, or while serving no team at all (the registry is
      *    shared); only a coach serving other leagues' teams alone
      *    is refused.
           if IN-Player
               EXEC SQL
                   SELECT PLAYER_NAME,
                          CASE WHEN LEAGUE_ID = :WS-Sql-League-Id
                               THEN 1 ELSE 0 END
                       INTO :WS-Sql-Name,
                            :WS-Sql-In-League
                       FROM LABSCHEMA.PLAYERS
                       WHERE PLAYER_ID = :WS-Sql-Person-Id
               END-EXEC
           else
               EXEC SQL
                   SELECT RTRIM(C.FIRST_NAME) || ' ' ||
                          RTRIM(C.SURNAME),
                          CASE WHEN EXISTS
                                    (SELECT 1
                                         FROM LABSCHEMA.VOLUNTEER_ROLE R
                                         JOIN LABSCHEMA.TEAMS T
                                           ON T.TEAM_ID = R.TEAM_ID
                                         WHERE R.VOLUNTEER_ID =
                                               V.VOLUNTEER_ID
                                           AND T.LEAGUE_ID =
                                               :WS-Sql-League-Id)
                                 OR NOT EXISTS
                                    (SELECT 1
                                         FROM LABSCHEMA.VOLUNTEER_ROLE R
                                         WHERE R.VOLUNTEER_ID =
                                               V.VOLUNTEER_ID)
                               THEN 1 ELSE 0 END
                       INTO :WS-Sql-Name,
                            :WS-Sql-In-League
                       FROM LABSCHEMA.VOLUNTEERS V
                       JOIN LABSCHEMA.CONTACTS C
                         ON C.ID = V.CONTACT_ID
                       WHERE V.VOLUNTEER_ID = :WS-Sql-Person-Id
               END-EXEC
           end-if
           evaluate true
               when SQLCODE = 100
                   move "(NO LONGER ON FILE)" to WS-Sql-Name
                   move 1 to WS-Sql-In-League
               when SQLCODE not equal zero
                   perform 9000-Bail
           end-evaluate
           .
       3200-Apply-Answer.
           evaluate true
               when IN-Accepted and IN-Member-No = spaces
                   move "ACCEPTED WITH NO MEMBER NUMBER"
                       to WS-Reject-Reason
                   perform 6000-List-Unapplied
               when IN-Accepted
                       and (IN-Expiry-Year is not numeric
                            or IN-Expiry-Month is not numeric
                            or IN-Expiry-Day is not numeric
                            or IN-Expiry-Dash-1 not equal "-"
                            or IN-Expiry-Dash-2 not equal "-")
                   move "EXPIRY DATE NOT YYYY-MM-DD"
                       to WS-Reject-Reason
                   perform 6000-List-Unapplied
               when IN-Accepted
                   perform 4000-Store-Member-Number
               when IN-Rejected
                   perform 5000-Store-Rejection
               when other
                   move "UNRECOGNIZED STATUS FROM GOVERNING BODY"
                       to WS-Reject-Reason
                   perform 6000-List-Unapplied
           end-evaluate
           .
       4000-Store-Member-Number.
           move IN-Member-No to WS-Sql-Member-No
           move IN-Expiry-Date to WS-Sql-Expiry-Date
           EXEC SQL
                UPDATE LABSCHEMA.NGB_MEMBERSHIP
                SET REG_STATUS       = 'A',
                    MEMBER_NO        = :WS-Sql-Member-No,
                    EXPIRY_DATE      = DATE(:WS-Sql-Expiry-Date),
                    REJECT_REASON    = NULL,
                    IMPORT_TIMESTAMP = CURRENT TIMESTAMP
                WHERE PERSON_TYPE = :WS-Sql-Person-Type
                  AND PERSON_ID   = :WS-Sql-Person-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Accepted-Count
               when SQLCODE = 100
                   move "NOT A REGISTRATION WE SENT"
                       to WS-Reject-Reason
                   perform 6000-List-Unapplied
               when SQLCODE = -180 or SQLCODE = -181
                   EXEC SQL ROLLBACK END-EXEC
                   move "EXPIRY DATE NOT A VALID DATE"
                       to WS-Reject-Reason
                   perform 6000-List-Unapplied
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           end-evaluate
           .
       5000-Store-Rejection.
           move IN-Reason to WS-Sql-Reason
           EXEC SQL
                UPDATE LABSCHEMA.NGB_MEMBERSHIP
                SET REG_STATUS       = 'R',
                    REJECT_REASON    = :WS-Sql-Reason,
                    IMPORT_TIMESTAMP = CURRENT TIMESTAMP
                WHERE PERSON_TYPE = :WS-Sql-Person-Type
                  AND PERSON_ID   = :WS-Sql-Person-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   add 1 to WS-Rejected-Count
                   move IN-Reason to WS-Reject-Reason
                   perform 7000-Write-Reject-Line
               when SQLCODE = 100
                   move "NOT A REGISTRATION WE SENT"
                       to WS-Reject-Reason
                   perform 6000-List-Unapplied
               when other
                   EXEC SQL ROLLBACK END-EXEC
                   perform 9000-Bail
           end-evaluate
           .
       6000-List-Unapplied.
           add 1 to WS-Unapplied-Count
           perform 7000-Write-Reject-Line
           .
       7000-Write-Reject-Line.
           move IN-Person-Type to OUT-Person-Type
           move IN-Person-Id to OUT-Person-Id
           move WS-Sql-Name to OUT-Name
           move IN-Member-No to OUT-Member-No
           move WS-Reject-Reason to OUT-Reason
           write Reject-Report-Record from WS-Detail-Line
           .
       8000-Close-Files.
           compute OUT-Listed-Count =
               WS-Rejected-Count + WS-Unapplied-Count
           write Reject-Report-Record from WS-Total-Line
           close Member-Trans-File
                 Reject-Report-File
           .
       8100-Display-Totals.
           display "NGBLOAD - governing body member import complete"
           display "League:                   " WS-League-Name
           display "Answers read:             " WS-Read-Count
           display "Member numbers stored:    " WS-Accepted-Count
           display "Rejected by governing body: " WS-Rejected-Count
           display "Answers not applied:      " WS-Unapplied-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
