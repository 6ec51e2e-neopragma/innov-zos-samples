      * contact's language is printed with these substitutions:
      *   &FN - first name      &SN - surname
      *   &DT - last contact date ((NONE) when null)
      * and, on a listed (L or R) run, from the list record:
      *   &AM - the amount (the dunning balance, the receipted gift
      *         total)
      *   &RF - the reference number (the TAXRCPT receipt number)
      * Output is one print-ready file per language (LTREN, LTRES,
      * LTRFR, with other languages on LTROTH), each letter starting
      * on a new page - no more desktop mail merge choking on the
      * SYSIN card 1: the campaign identifier whose templates to use.
      * SYSIN card 2: 'L' to letter only the contacts listed on the
      * LTRLIST file (the FEEDUN dunning extract FEEAGE writes -
      * overdue guardians, not the whole mailable base, or the
      * TAXLIST/TAXDUPL donation tax receipts TAXRCPT writes); blank
      * to letter every mailable contact, the original behavior.
      * Contacts whose language has no template for the campaign are
      * counted and skipped, not dropped silently, as are listed
      * contacts who have opted out or left the file since the list
      * was cut. 'R' letters the LTRLIST contacts as statutory
      * notices - the TAXRCPT tax receipts, already numbered and
      * stamped - past the do-not-contact flag, postal opt-out and
      * do-not-mail registry, which govern marketing mail; only a
      * contact no longer on file is skipped.
      * SYSIN card 3: a named segment (SEGMMNT's LABSCHEMA.SEGMENT
      * rows) to cut the audience with - region, postcode prefix,
      * language, LAST_RESPONSE recency band, ENGSCORE
      * engagement band and the alumni-families population, blank
      * criteria meaning "any". Blank
      * letters every mailable contact; a listed (L) run letters
      * the list as before, the list having been cut upstream.
      * Every letter audience - the full mailable base and the
      * listed (L) run alike, but not the notice (R) run - is
      * screened against the regulator's do-not-mail registry
      * (SUPRLOAD's SUPPRESSION_LIST rows) on email and on
      * normalized postal address, with the suppressed count
      * reported per run.
      * SYSIN card 4: 'H' for one-per-household mode - contacts
      * HSHLDGRP grouped as household members letter only through
      * the designated head, and the run reports the letters
           05  CW-Postal-Opt-Out       pic x(01).
           05  CW-Household-Member     pic x(01).
           05  CW-Registry-Hit         pic x(01).
           05  CW-Engage-Band          pic x(01).
           05  CW-Alumni-Family        pic x(01).

       FD  Letters-En-File
           recording mode f.
       01  LL-List-Record.
           05  LL-Contact-Id           pic 9(09).
           05  LL-Player-Id            pic 9(09).
           05  LL-Reference-No redefines LL-Player-Id
                                       pic 9(09).
           05  LL-Balance              pic 9(7)v99.
           05  LL-Days-Open            pic 9(05).

       01  WS-List-Mode-Accept    pic x(01).
       01  WS-List-Mode-Sw        pic x value "N".
           88  List-Mode              value "Y".
       01  WS-Notice-Mode-Sw      pic x value "N".
           88  Notice-Mode            value "Y".
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-List-Skip-Count     pic s9(07) packed-decimal value zero.
       01  WS-End-of-Data-Sw   pic x value "N".
       01  WS-Seg-Resp-Min     pic s9(05) comp value zero.
       01  WS-Seg-Resp-Max     pic s9(05) comp value zero.
       01  WS-Seg-Postcode-Pfx pic x(10).
       01  WS-Seg-Engage-Bands pic x(04) value spaces.
       01  WS-Seg-Population   pic x(01) value space.
       01  WS-Band-Hits        pic s9(04) comp value zero.
       01  WS-Pfx-Len          pic s9(04) comp value zero.
       01  WS-Hh-Mode          pic x(01) value spaces.
           88  Household-Mode      value "H".
       01  WS-First-Name-Text  pic x(30).
       01  WS-Surname-Text     pic x(30).
       01  WS-Date-Text        pic x(10).
       01  WS-List-Amount      pic 9(7)v99 value zero.
       01  WS-List-Reference   pic 9(09) value zero.
       01  WS-Amount-Edit      pic z,zzz,zz9.99.
       01  WS-Reference-Edit   pic z(08)9.
       01  WS-Lead-Count       pic s9(04) comp.
       01  WS-Letter-Line      pic x(133).
       01  WS-Out-Ptr          pic s9(04) comp.
       01  WS-Tmpl-Ptr         pic s9(04) comp.
               goback
           end-if

           display "Enter L to letter the LTRLIST contacts only, "
               "R to letter them as notices: "
               with no advancing
           accept WS-List-Mode-Accept
           evaluate WS-List-Mode-Accept
               when "L"
                   set List-Mode to true
               when "R"
                   set List-Mode to true
                   set Notice-Mode to true
           end-evaluate

           display "Enter segment name, blank for everyone: "
               with no advancing
                      POSTCODE_PREFIX,
                      LANG,
                      RESP_MIN_DAYS,
                      RESP_MAX_DAYS,
                      COALESCE(ENGAGE_BANDS, ' '),
                      COALESCE(POPULATION, ' ')
                   INTO :WS-Seg-Region,
                        :WS-Seg-Postcode-Pfx,
                        :WS-Seg-Lang,
                        :WS-Seg-Resp-Min,
                        :WS-Seg-Resp-Max,
                        :WS-Seg-Engage-Bands,
                        :WS-Seg-Population
                   FROM LABSCHEMA.SEGMENT
                   WHERE SEGMENT_NAME = :WS-Segment-Name
           END-EXEC
           .
       1200-Apply-Segment.
           if WS-Segment-Name not equal spaces
               move zero to WS-Band-Hits
               if CW-Engage-Band not equal space
                   inspect WS-Seg-Engage-Bands tallying WS-Band-Hits
                       for all CW-Engage-Band
               end-if
               evaluate true
                   when WS-Seg-Region not equal spaces
                       and CW-Addr-Region not equal WS-Seg-Region
                       and CW-Last-Response-Null not equal "Y"
                       and CW-Days-Since-Response < WS-Seg-Resp-Min
                       move "N" to WS-Keep-Sw
                   when WS-Seg-Engage-Bands not equal spaces
                       and WS-Band-Hits = zero
                       move "N" to WS-Keep-Sw
                   when WS-Seg-Population = "A"
                       and CW-Alumni-Family not equal "Y"
                       move "N" to WS-Keep-Sw
               end-evaluate
           end-if
           .
       1600-Fetch-Listed-Contact.
      *    The listed contact is lettered through the same exclusions
      *    as the full run - an opt-out since the list was cut is
      *    honored, not overridden - unless the run is a notice (R)
      *    run.
           move LL-Contact-Id to WS-Sql-Contact-Id
           move LL-Balance to WS-List-Amount
           move LL-Reference-No to WS-List-Reference

           if Notice-Mode
               perform 1620-Select-Any-Contact
           else
               perform 1610-Select-Mailable-Contact
           end-if

           evaluate true
               when SQLCODE = 0
                   perform 2000-Generate-One-Letter
               when SQLCODE = 100
                   add 1 to WS-List-Skip-Count
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1610-Select-Mailable-Contact.
           EXEC SQL
               SELECT LANG,
                      SURNAME,
                                             ADDR_POSTCODE,
                                             '')))))
           END-EXEC
           .
       1620-Select-Any-Contact.
      *    A tax receipt is a statutory notice, numbered and stamped
      *    before it reaches this step - the do-not-contact flag,
      *    postal opt-out and registry govern marketing, not this, so
      *    only a contact who has left the file goes unlettered.
           EXEC SQL
               SELECT LANG,
                      SURNAME,
                      FIRST_NAME,
                      LAST_CONTACT
                   INTO :LANG,
                        :SURNAME,
                        :FIRST-NAME,
                        :LAST-CONTACT:LAST-CONTACT-IND
                   FROM LABSCHEMA.CONTACTS
                   WHERE ID = :WS-Sql-Contact-Id
           END-EXEC
           .
       2000-Generate-One-Letter.
           EXEC SQL
                       with pointer WS-Out-Ptr
                   end-string
                   add 3 to WS-Tmpl-Ptr
               when WS-Tmpl-Ptr < 79
                       and WS-Sql-Line-Text (WS-Tmpl-Ptr:3) = "&AM"
                   move WS-List-Amount to WS-Amount-Edit
                   move zero to WS-Lead-Count
                   inspect WS-Amount-Edit
                       tallying WS-Lead-Count for leading spaces
                   string WS-Amount-Edit (WS-Lead-Count + 1:)
                       delimited by size
                       into WS-Letter-Line
                       with pointer WS-Out-Ptr
                   end-string
                   add 3 to WS-Tmpl-Ptr
               when WS-Tmpl-Ptr < 79
                       and WS-Sql-Line-Text (WS-Tmpl-Ptr:3) = "&RF"
                   move WS-List-Reference to WS-Reference-Edit
                   move zero to WS-Lead-Count
                   inspect WS-Reference-Edit
                       tallying WS-Lead-Count for leading spaces
                   string WS-Reference-Edit (WS-Lead-Count + 1:)
                       delimited by size
                       into WS-Letter-Line
                       with pointer WS-Out-Ptr
                   end-string
                   add 3 to WS-Tmpl-Ptr
               when other
                   move WS-Sql-Line-Text (WS-Tmpl-Ptr:1)
                       to WS-Letter-Line (WS-Out-Ptr:1)
