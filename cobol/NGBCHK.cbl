       Identification Division.
      **********************************************************************
      * Pre-season governing body membership exception list. Every
      * rostered player (PLAYERS on a team) and coach (a
      * VOLUNTEER_ROLE row, once per team served) without a
      * membership current on the check date is listed by team on
      * NGCRPT01, with the reason:
      *   NOT SENT        - NGBEXPT has not registered them yet
      *   AWAITING NUMBER - sent, no member number back yet
      *   REJECTED        - the governing body's reason, from NGBLOAD
      *   EXPIRED         - the membership expires before the date.
      * SYSIN card 1 names the league; only its teams are checked
      * and the list carries its name. The check date is SYSIN card
      * 2 (YYYY-MM-DD, the season's first game), blank for today.
      * Anyone listed ends the run RC 4: they do not take the floor
      * until it is cleared.
      **********************************************************************
       Program-ID. NGBCHK.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Exception-Report-File assign to NGCRPT01
               file status is WS-Report-File-Status.

       Data Division.
       File Section.
       FD  Exception-Report-File
           recording mode f.
       01  Exception-Report-Record  pic x(133).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Check-Date-In       pic x(10).
       01  WS-Sql-Check-Date      pic x(10).
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Person-Type     pic x(01).
       01  WS-Sql-Person-Id       pic s9(09) comp.
       01  WS-Sql-Name            pic x(100).
       01  WS-Sql-Role-Code       pic x(02).
       01  WS-Sql-Reg-Status      pic x(01).
           88  Not-Sent               value " ".
           88  Reg-Rejected           value "R".
       01  WS-Sql-Member-No       pic x(12).
       01  WS-Sql-Expiry-Date     pic x(10).
       01  WS-Sql-Reason          pic x(40).
       01  WS-Prior-Team-Name     pic x(100) value low-values.

       01  WS-Exception-Count     pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.

       01  WS-Heading-Line.
           05  filler              pic x(40)
               value "ROSTERED WITHOUT A CURRENT MEMBERSHIP ON".
           05  filler              pic x(01) value space.
           05  OUT-Check-Date      pic x(10).
       01  WS-League-Line.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Team-Line.
           05  filler              pic x(05) value "TEAM ".
           05  OUT-Team-Name       pic x(60).
       01  WS-Detail-Line.
           05  filler              pic x(03) value spaces.
           05  OUT-Role-Code       pic x(02).
           05  filler              pic x(01) value space.
           05  OUT-Person-Id       pic z(08)9.
           05  filler              pic x(01) value space.
           05  OUT-Name            pic x(40).
           05  filler              pic x(01) value space.
           05  OUT-Member-No       pic x(12).
           05  filler              pic x(01) value space.
           05  OUT-Status          pic x(16).
           05  OUT-Detail          pic x(40).
       01  WS-Total-Line.
           05  filler              pic x(18)
               value "EXCEPTIONS LISTED ".
           05  OUT-Exception-Count pic zzzzzz9.

       Procedure Division.

           EXEC SQL DECLARE NGB_CHK_CUR CURSOR FOR
               SELECT T.TEAM_NAME,
                      'P',
                      P.PLAYER_ID,
                      P.PLAYER_NAME,
                      'PL',
                      COALESCE(M.REG_STATUS, ' '),
                      COALESCE(M.MEMBER_NO, ' '),
                      COALESCE(CHAR(M.EXPIRY_DATE, ISO), ' '),
                      COALESCE(M.REJECT_REASON, ' ')
                   FROM LABSCHEMA.PLAYERS P
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                    AND T.LEAGUE_ID = :WS-Sql-League-Id
                   LEFT JOIN LABSCHEMA.NGB_MEMBERSHIP M
                     ON M.PERSON_TYPE = 'P'
                    AND M.PERSON_ID   = P.PLAYER_ID
                   WHERE M.MEMBER_NO IS NULL
                      OR M.REG_STATUS = 'R'
                      OR M.EXPIRY_DATE IS NULL
                      OR M.EXPIRY_DATE < DATE(:WS-Sql-Check-Date)
               UNION ALL
               SELECT T.TEAM_NAME,
                      'C',
                      V.VOLUNTEER_ID,
                      RTRIM(C.FIRST_NAME) || ' ' || RTRIM(C.SURNAME),
                      R.ROLE_CODE,
                      COALESCE(M.REG_STATUS, ' '),
                      COALESCE(M.MEMBER_NO, ' '),
                      COALESCE(CHAR(M.EXPIRY_DATE, ISO), ' '),
                      COALESCE(M.REJECT_REASON, ' ')
                   FROM LABSCHEMA.VOLUNTEER_ROLE R
                   JOIN LABSCHEMA.VOLUNTEERS V
                     ON V.VOLUNTEER_ID = R.VOLUNTEER_ID
                   JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = V.CONTACT_ID
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = R.TEAM_ID
                    AND T.LEAGUE_ID = :WS-Sql-League-Id
                   LEFT JOIN LABSCHEMA.NGB_MEMBERSHIP M
                     ON M.PERSON_TYPE = 'C'
                    AND M.PERSON_ID   = V.VOLUNTEER_ID
                   WHERE M.MEMBER_NO IS NULL
                      OR M.REG_STATUS = 'R'
                      OR M.EXPIRY_DATE IS NULL
                      OR M.EXPIRY_DATE < DATE(:WS-Sql-Check-Date)
               ORDER BY 1, 2 DESC, 4
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           open output Exception-Report-File
           if not Report-File-OK
               display "Membership exception report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           move WS-Sql-Check-Date to OUT-Check-Date
           write Exception-Report-Record from WS-Heading-Line
           display WS-Heading-Line
           move WS-League-Name to OUT-League-Name
           write Exception-Report-Record from WS-League-Line
           display WS-League-Line

           EXEC SQL OPEN NGB_CHK_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1000-Fetch-Exception
               until End-of-Data
           EXEC SQL CLOSE NGB_CHK_CUR END-EXEC

           move WS-Exception-Count to OUT-Exception-Count
           write Exception-Report-Record from WS-Total-Line
           display WS-Total-Line
           close Exception-Report-File
           if WS-Exception-Count > zero
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
       0100-Accept-Parameters.
           accept WS-Check-Date-In
           if WS-Check-Date-In = spaces
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                       INTO :WS-Sql-Check-Date
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               if SQLCODE not equal zero
                   perform 9000-Bail
               end-if
           else
               move WS-Check-Date-In to WS-Sql-Check-Date
           end-if
           .
       1000-Fetch-Exception.
           EXEC SQL FETCH NGB_CHK_CUR
               INTO :WS-Sql-Team-Name,
                    :WS-Sql-Person-Type,
                    :WS-Sql-Person-Id,
                    :WS-Sql-Name,
                    :WS-Sql-Role-Code,
                    :WS-Sql-Reg-Status,
                    :WS-Sql-Member-No,
                    :WS-Sql-Expiry-Date,
                    :WS-Sql-Reason
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Exception-Count
                   perform 2000-Write-Exception
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2000-Write-Exception.
           if WS-Sql-Team-Name not equal WS-Prior-Team-Name
               move WS-Sql-Team-Name to WS-Prior-Team-Name
               move WS-Sql-Team-Name to OUT-Team-Name
               write Exception-Report-Record from WS-Team-Line
           end-if
           move WS-Sql-Role-Code to OUT-Role-Code
           move WS-Sql-Person-Id to OUT-Person-Id
           move WS-Sql-Name to OUT-Name
           move WS-Sql-Member-No to OUT-Member-No
           move spaces to OUT-Detail
           evaluate true
               when Not-Sent
                   move "NOT SENT" to OUT-Status
               when Reg-Rejected
                   move "REJECTED" to OUT-Status
                   move WS-Sql-Reason to OUT-Detail
               when WS-Sql-Member-No = spaces
                   move "AWAITING NUMBER" to OUT-Status
               when other
                   move "EXPIRED" to OUT-Status
                   move WS-Sql-Expiry-Date to OUT-Detail
           end-evaluate
           write Exception-Report-Record from WS-Detail-Line
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
