      *     and the per-channel email and postal opt-outs;
      *   - the householding state ('M' marks a non-head member) and
      *     the do-not-mail registry screen ('Y' marks a hit), both
      *     resolved here so the reading programs only test a byte;
      *   - the engagement band ENGSCORE last set (H/W/C/D, blank
      *     if never scored), for segments that select on it;
      *   - the alumni-family flag ('Y' when the contact is the
      *     guardian recorded on an ALUMNI row, or any contact of a
      *     player who has left the league), for segments that
      *     select former players' families.
      * Every numeric field is unsigned display so the work file can
      * be browsed and the reading programs stay trivial.
      * Gated in NIGHTSTRM after CONTMNT and ENGSCORE, ahead of the
      * steps that read it.
      **********************************************************************
       Program-ID. CONTXTRT.
       Environment Division.
           05  CW-Postal-Opt-Out       pic x(01).
           05  CW-Household-Member     pic x(01).
           05  CW-Registry-Hit         pic x(01).
           05  CW-Engage-Band          pic x(01).
           05  CW-Alumni-Family        pic x(01).

       Working-Storage Section.

       01  WS-Sql-Postal-Opt      pic x(01).
       01  WS-Sql-Hh-Member       pic x(01).
       01  WS-Sql-Registry        pic x(01).
       01  WS-Sql-Engage-Band     pic x(01).
       01  WS-Sql-Alumni-Family   pic x(01).

       01  WS-Extract-Count       pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
                                           UPPER(RTRIM(COALESCE(
                                               C.ADDR_POSTCODE,
                                               '')))))
                           THEN 'Y' ELSE 'N' END,
                      COALESCE(E.BAND, ' '),
                      CASE WHEN EXISTS
                           (SELECT 1
                                FROM LABSCHEMA.ALUMNI AL
                                WHERE AL.GUARDIAN_CONTACT_ID = C.ID)
                             OR EXISTS
                           (SELECT 1
                                FROM LABSCHEMA.ALUMNI AL
                                JOIN LABSCHEMA.PLAYER_CONTACT PC
                                  ON PC.PLAYER_ID = AL.PLAYER_ID
                                WHERE PC.CONTACT_ID = C.ID)
                           THEN 'Y' ELSE 'N' END
                   FROM LABSCHEMA.CONTACTS C
                   LEFT JOIN LABSCHEMA.CONTACT_ENGAGE E
                     ON E.CONTACT_ID = C.ID
                   ORDER BY C.LANG, C.SURNAME, C.ID
           END-EXEC
           EXEC SQL OPEN CONTXTRT_CUR END-EXEC
                    :WS-Sql-Email-Opt,
                    :WS-Sql-Postal-Opt,
                    :WS-Sql-Hh-Member,
                    :WS-Sql-Registry,
                    :WS-Sql-Engage-Band,
                    :WS-Sql-Alumni-Family
           END-EXEC

           evaluate true
           move WS-Sql-Postal-Opt to CW-Postal-Opt-Out
           move WS-Sql-Hh-Member to CW-Household-Member
           move WS-Sql-Registry to CW-Registry-Hit
           move WS-Sql-Engage-Band to CW-Engage-Band
           move WS-Sql-Alumni-Family to CW-Alumni-Family
           write CW-Work-Record
           add 1 to WS-Extract-Count
           .
