       Identification Division.
      **********************************************************************
      * National governing body registration export. Every rostered
      * player and coach has to be registered with the governing
      * body before they take the floor; the office used to build
      * the upload by hand from TEAMLIST. This job writes the
      * governing body's registration file, NGBOUT1:
      *   HDR - the league's club number (SYSIN), generation stamp
      *         and league name
      *   REG - one registration: 'N' new or 'C' changed, person type
      *         'P' player or 'C' coach, our PLAYER_ID or VOLUNTEER_ID
      *         as the club reference, the member number once the
      *         governing body has issued one, and the registration
      *         itself - name, birth date and position (players),
      *         role, team, division, and the contact: the player's
      *         guardian (lowest CONTACT_ID on PLAYER_CONTACT) or the
      *         coach's own CONTACTS row, with email and address
      *   TRL - new, changed and total record counts.
      * A player is rostered when on a team; a coach when holding a
      * role on VOLUNTEER_ROLE (a coach on more than one team is
      * registered once, under the lowest TEAM_ID).
      * Only new and changed registrations are sent. The registration
      * as last sent is kept on LABSCHEMA.NGB_MEMBERSHIP (PERSON_TYPE,
      * PERSON_ID, SENT_IMAGE, SENT_ACTION, SENT_TIMESTAMP,
      * REG_STATUS, MEMBER_NO, EXPIRY_DATE, REJECT_REASON,
      * IMPORT_TIMESTAMP); a person with no row is new, a person
      * whose registration no longer matches the image is changed,
      * and either goes out with REG_STATUS set to 'S' sent. The
      * rows are committed only once the whole file is written, so a
      * failed run sends everything again. NGBLOAD stores the member
      * numbers that come back and NGBCHK lists anyone rostered
      * without a current membership.
      * SYSIN card 1 names the league; only its rostered players
      * and coaches are sent, each league registering under its own
      * club number. SYSIN card 2: columns 1-10 the club number,
      * column 12 'A' to send every registration again (a lost
      * file).
      **********************************************************************
       Program-ID. NGBEXPT.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Registration-File assign to NGBOUT1
               file status is WS-Reg-File-Status.

       Data Division.
       File Section.
       FD  Registration-File
           recording mode f.
       01  Registration-File-Record pic x(350).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Reg-File-Status     pic x(02).
           88  Reg-File-OK            value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".

       01  WS-Parm-Card           pic x(80).
       01  WS-Parm-Fields redefines WS-Parm-Card.
           05  PARM-Club-Number        pic x(10).
           05  filler                  pic x(01).
           05  PARM-Send-All           pic x(01).
               88  Send-All                value "A".
           05  filler                  pic x(68).

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Person-Type     pic x(01).
       01  WS-Sql-Person-Id       pic s9(09) comp.
       01  WS-Sql-Name            pic x(100).
       01  WS-Sql-Birth-Date      pic x(10).
       01  WS-Sql-Position        pic x(02).
       01  WS-Sql-Role-Code       pic x(02).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Team-Name       pic x(100).
       01  WS-Sql-Division-Name   pic x(100).
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Email           pic x(40).
       01  WS-Sql-Street          pic x(30).
       01  WS-Sql-City            pic x(20).
       01  WS-Sql-Region          pic x(02).
       01  WS-Sql-Postcode        pic x(10).
       01  WS-Sql-Sent-Image      pic x(315).
       01  WS-Sql-Member-No       pic x(12).
       01  WS-Sql-Sent-Action     pic x(01).
           88  Sent-New               value "N".
           88  Sent-Changed           value "C".

       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-New-Count           pic s9(07) packed-decimal value zero.
       01  WS-Changed-Count       pic s9(07) packed-decimal value zero.
       01  WS-Unchanged-Count     pic s9(07) packed-decimal value zero.
       01  WS-Total-Count         pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Stamp-Date          pic 9(08).
       01  WS-Stamp-Time          pic 9(08).

       01  WS-Header-Record.
           05  filler              pic x(03) value "HDR".
           05  HDR-Club-Number     pic x(10).
           05  HDR-Gen-Date        pic 9(08).
           05  HDR-Gen-Time        pic 9(06).
           05  HDR-League-Name     pic x(60).
           05  filler              pic x(263) value spaces.
       01  WS-Registration-Record.
           05  filler              pic x(03) value "REG".
           05  REG-Action          pic x(01).
           05  REG-Person-Type     pic x(01).
           05  REG-Person-Id       pic 9(09).
           05  REG-Member-No       pic x(12).
           05  REG-Registration.
               10  REG-Name            pic x(60).
               10  REG-Birth-Date      pic x(10).
               10  REG-Position        pic x(02).
               10  REG-Role-Code       pic x(02).
               10  REG-Team-Id         pic 9(09).
               10  REG-Team-Name       pic x(40).
               10  REG-Division-Name   pic x(30).
               10  REG-Contact-Surname pic x(30).
               10  REG-Contact-First   pic x(30).
               10  REG-Contact-Email   pic x(40).
               10  REG-Addr-Street     pic x(30).
               10  REG-Addr-City       pic x(20).
               10  REG-Addr-Region     pic x(02).
               10  REG-Addr-Postcode   pic x(10).
           05  filler              pic x(09) value spaces.
       01  WS-Trailer-Record.
           05  filler              pic x(03) value "TRL".
           05  TRL-New-Count       pic 9(07).
           05  TRL-Changed-Count   pic 9(07).
           05  TRL-Total-Count     pic 9(07).
           05  filler              pic x(326) value spaces.

       Procedure Division.

      *    Rostered players with their first guardian, then coaches
      *    with their own contact, each under one team.
           EXEC SQL DECLARE NGB_REG_CUR CURSOR FOR
               SELECT 'P',
                      P.PLAYER_ID,
                      P.PLAYER_NAME,
                      COALESCE(CHAR(P.BIRTH_DATE, ISO), ' '),
                      COALESCE(P.POSITION, ' '),
                      'PL',
                      T.TEAM_ID,
                      T.TEAM_NAME,
                      COALESCE(D.DIVISION_NAME, ' '),
                      COALESCE(C.SURNAME, ' '),
                      COALESCE(C.FIRST_NAME, ' '),
                      COALESCE(C.EMAIL_ADDR, ' '),
                      COALESCE(C.ADDR_STREET, ' '),
                      COALESCE(C.ADDR_CITY, ' '),
                      COALESCE(C.ADDR_REGION, ' '),
                      COALESCE(C.ADDR_POSTCODE, ' ')
                   FROM LABSCHEMA.PLAYERS P
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = P.TEAM_ID
                   LEFT JOIN LABSCHEMA.DIVISIONS D
                     ON D.DIVISION_ID = T.DIVISION_ID
                   LEFT JOIN LABSCHEMA.CONTACTS C
                     ON C.ID =
                        (SELECT MIN(PC.CONTACT_ID)
                             FROM LABSCHEMA.PLAYER_CONTACT PC
                             WHERE PC.PLAYER_ID = P.PLAYER_ID)
                   WHERE P.LEAGUE_ID = :WS-Sql-League-Id
               UNION ALL
               SELECT 'C',
                      V.VOLUNTEER_ID,
                      RTRIM(C.FIRST_NAME) || ' ' || RTRIM(C.SURNAME),
                      ' ',
                      ' ',
                      MIN(R.ROLE_CODE),
                      T.TEAM_ID,
                      T.TEAM_NAME,
                      COALESCE(D.DIVISION_NAME, ' '),
                      C.SURNAME,
                      C.FIRST_NAME,
                      COALESCE(C.EMAIL_ADDR, ' '),
                      COALESCE(C.ADDR_STREET, ' '),
                      COALESCE(C.ADDR_CITY, ' '),
                      COALESCE(C.ADDR_REGION, ' '),
                      COALESCE(C.ADDR_POSTCODE, ' ')
                   FROM LABSCHEMA.VOLUNTEERS V
                   JOIN LABSCHEMA.CONTACTS C
                     ON C.ID = V.CONTACT_ID
                   JOIN LABSCHEMA.VOLUNTEER_ROLE R
                     ON R.VOLUNTEER_ID = V.VOLUNTEER_ID
                   JOIN LABSCHEMA.TEAMS T
                     ON T.TEAM_ID = R.TEAM_ID
                   LEFT JOIN LABSCHEMA.DIVISIONS D
                     ON D.DIVISION_ID = T.DIVISION_ID
                   WHERE R.TEAM_ID =
                         (SELECT MIN(R2.TEAM_ID)
                              FROM LABSCHEMA.VOLUNTEER_ROLE R2
                              JOIN LABSCHEMA.TEAMS T2
                                ON T2.TEAM_ID = R2.TEAM_ID
                              WHERE R2.VOLUNTEER_ID = V.VOLUNTEER_ID
                                AND T2.LEAGUE_ID = :WS-Sql-League-Id)
                   GROUP BY V.VOLUNTEER_ID, C.FIRST_NAME, C.SURNAME,
                            T.TEAM_ID, T.TEAM_NAME, D.DIVISION_NAME,
                            C.EMAIL_ADDR, C.ADDR_STREET, C.ADDR_CITY,
                            C.ADDR_REGION, C.ADDR_POSTCODE
               ORDER BY 1 DESC, 2
           END-EXEC

           perform 0050-Select-League
           perform 0100-Accept-Parameters
           perform 1000-Open-Files

           EXEC SQL OPEN NGB_REG_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2000-Fetch-Registration
               until End-of-Data
           EXEC SQL CLOSE NGB_REG_CUR END-EXEC

           perform 5000-Write-Trailer
           close Registration-File
           if not Reg-File-OK
               EXEC SQL ROLLBACK END-EXEC
               display "Registration file close error: "
                   WS-Reg-File-Status
               move 12 to return-code
               goback
           end-if
           EXEC SQL COMMIT END-EXEC
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
           accept WS-Parm-Card
           if PARM-Club-Number = spaces
               display "Club number missing from SYSIN"
               move 12 to return-code
               goback
           end-if
           .
       1000-Open-Files.
           open output Registration-File
           if not Reg-File-OK
               display "Registration file open error: "
                   WS-Reg-File-Status
               move 12 to return-code
               goback
           end-if
           accept WS-Stamp-Date from date yyyymmdd
           accept WS-Stamp-Time from time
           move PARM-Club-Number to HDR-Club-Number
           move WS-Stamp-Date to HDR-Gen-Date
           move WS-Stamp-Time (1:6) to HDR-Gen-Time
           move WS-League-Name to HDR-League-Name
           write Registration-File-Record from WS-Header-Record
           add 1 to WS-Total-Count
           .
       2000-Fetch-Registration.
           EXEC SQL FETCH NGB_REG_CUR
               INTO :WS-Sql-Person-Type,
                    :WS-Sql-Person-Id,
                    :WS-Sql-Name,
                    :WS-Sql-Birth-Date,
                    :WS-Sql-Position,
                    :WS-Sql-Role-Code,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Team-Name,
                    :WS-Sql-Division-Name,
                    :WS-Sql-Surname,
                    :WS-Sql-First-Name,
                    :WS-Sql-Email,
                    :WS-Sql-Street,
                    :WS-Sql-City,
                    :WS-Sql-Region,
                    :WS-Sql-Postcode
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Read-Count
                   perform 2100-Build-Registration
                   perform 2200-Check-Last-Sent
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2100-Build-Registration.
           move WS-Sql-Person-Type to REG-Person-Type
           move WS-Sql-Person-Id to REG-Person-Id
           move WS-Sql-Name to REG-Name
           move WS-Sql-Birth-Date to REG-Birth-Date
           move WS-Sql-Position to REG-Position
           move WS-Sql-Role-Code to REG-Role-Code
           move WS-Sql-Team-Id to REG-Team-Id
           move WS-Sql-Team-Name to REG-Team-Name
           move WS-Sql-Division-Name to REG-Division-Name
           move WS-Sql-Surname to REG-Contact-Surname
           move WS-Sql-First-Name to REG-Contact-First
           move WS-Sql-Email to REG-Contact-Email
           move WS-Sql-Street to REG-Addr-Street
           move WS-Sql-City to REG-Addr-City
           move WS-Sql-Region to REG-Addr-Region
           move WS-Sql-Postcode to REG-Addr-Postcode
           .
       2200-Check-Last-Sent.
           EXEC SQL
               SELECT SENT_IMAGE,
                      COALESCE(MEMBER_NO, ' ')
                   INTO :WS-Sql-Sent-Image,
                        :WS-Sql-Member-No
                   FROM LABSCHEMA.NGB_MEMBERSHIP
                   WHERE PERSON_TYPE = :WS-Sql-Person-Type
                     AND PERSON_ID   = :WS-Sql-Person-Id
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   set Sent-New to true
                   move spaces to REG-Member-No
                   perform 3000-Send-Registration
               when SQLCODE not equal zero
                   perform 9000-Bail
               when WS-Sql-Sent-Image = REG-Registration
                       and not Send-All
                   add 1 to WS-Unchanged-Count
               when other
                   set Sent-Changed to true
                   move WS-Sql-Member-No to REG-Member-No
                   perform 3000-Send-Registration
           end-evaluate
           .
       3000-Send-Registration.
           move WS-Sql-Sent-Action to REG-Action
           move REG-Registration to WS-Sql-Sent-Image
           write Registration-File-Record from WS-Registration-Record
           add 1 to WS-Total-Count
           if Sent-New
               add 1 to WS-New-Count
               EXEC SQL
                    INSERT INTO LABSCHEMA.NGB_MEMBERSHIP
                           (PERSON_TYPE,
                            PERSON_ID,
                            SENT_IMAGE,
                            SENT_ACTION,
                            SENT_TIMESTAMP,
                            REG_STATUS,
                            MEMBER_NO,
                            EXPIRY_DATE,
                            REJECT_REASON,
                            IMPORT_TIMESTAMP)
                    VALUES (:WS-Sql-Person-Type,
                            :WS-Sql-Person-Id,
                            :WS-Sql-Sent-Image,
                            :WS-Sql-Sent-Action,
                            CURRENT TIMESTAMP,
                            'S',
                            NULL,
                            NULL,
                            NULL,
                            NULL)
               END-EXEC
           else
               add 1 to WS-Changed-Count
               EXEC SQL
                    UPDATE LABSCHEMA.NGB_MEMBERSHIP
                    SET SENT_IMAGE     = :WS-Sql-Sent-Image,
                        SENT_ACTION    = :WS-Sql-Sent-Action,
                        SENT_TIMESTAMP = CURRENT TIMESTAMP,
                        REG_STATUS     = 'S'
                    WHERE PERSON_TYPE = :WS-Sql-Person-Type
                      AND PERSON_ID   = :WS-Sql-Person-Id
               END-EXEC
           end-if
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       5000-Write-Trailer.
           move WS-New-Count to TRL-New-Count
           move WS-Changed-Count to TRL-Changed-Count
           add 1 to WS-Total-Count
           move WS-Total-Count to TRL-Total-Count
           write Registration-File-Record from WS-Trailer-Record
           .
       8100-Display-Totals.
           display "NGBEXPT - governing body registration export "
               "complete"
           display "League:                   " WS-League-Name
           display "Rostered people read:     " WS-Read-Count
           display "New registrations:        " WS-New-Count
           display "Changed registrations:    " WS-Changed-Count
           display "Unchanged, not sent:      " WS-Unchanged-Count
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           move 12 to return-code
           goback
           .
