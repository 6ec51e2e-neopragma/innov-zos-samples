      *
      * A named segment (SEGMMNT's LABSCHEMA.SEGMENT rows) supplied
      * on SYSIN card 2 narrows the audience on top of the usual
      * exclusions: region, postcode prefix, language,
      * LAST_RESPONSE recency band, ENGSCORE engagement band and
      * the alumni-families population, each blank criterion
      * meaning "any". The campaign
      * registration records which segment cut the audience, so
      * CAMPRPT's response rates are per-segment.
      *
      * Every extract is screened against the regulator's
      * do-not-mail registry (the CW-Registry-Hit byte CONTXTRT
      * HSHLDGRP grouped as household members (CW-Household-Member)
      * mail only through the designated head, and the run reports
      * the letters suppressed - the postage saved.
      *
      * SYSIN card 4 = control-group holdout percentage (00-50) for
      * a registered campaign. That share of the contacts who would
      * have been mailed is set aside and not mailed, and recorded
      * on CAMPAIGN_CONTACT with HOLDOUT_FLAG 'Y', so LIFTRPT can
      * set the mailed response rate against theirs. The draw is
      * random but reproducible: it hashes the contact id with the
      * campaign identifier, so a rerun holds out the same people.
      **********************************************************************
       Program-ID. CONTMAIL.
       Environment Division.
           05  CW-Postal-Opt-Out       pic x(01).
           05  CW-Household-Member     pic x(01).
           05  CW-Registry-Hit         pic x(01).
           05  CW-Engage-Band          pic x(01).
           05  CW-Alumni-Family        pic x(01).

       FD  Mail-Extract-File
           recording mode f.
       01  WS-Seg-Resp-Min     pic s9(05) comp value zero.
       01  WS-Seg-Resp-Max     pic s9(05) comp value zero.
       01  WS-Seg-Postcode-Pfx pic x(10).
       01  WS-Seg-Engage-Bands pic x(04) value spaces.
       01  WS-Seg-Population   pic x(01) value space.
       01  WS-Band-Hits        pic s9(04) comp value zero.
       01  WS-Pfx-Len          pic s9(04) comp value zero.
       01  WS-Hh-Mode          pic x(01) value spaces.
           88  Household-Mode      value "H".
       01  WS-Keep-Sw          pic x(01).
           88  Keep-Contact        value "Y".
       01  WS-Holdout-Pct-In   pic x(02) value spaces.
       01  WS-Holdout-Pct      pic 9(02) value zero.
       01  WS-Holdout-Count    pic s9(07) packed-decimal value +0.
       01  WS-Holdout-Flag     pic x(01) value "N".
           88  Held-Out            value "Y".
       01  WS-Holdout-Seed     pic s9(15) packed-decimal value +0.
       01  WS-Holdout-Work     pic s9(18) packed-decimal.
       01  WS-Holdout-Quotient pic s9(18) packed-decimal.
       01  WS-Holdout-Bucket   pic s9(03) packed-decimal.
       01  WS-Holdout-Modulus  pic s9(10) packed-decimal
                               value +2147483647.
       01  WS-Holdout-Mult     pic s9(05) packed-decimal value +48271.
       01  WS-Seed-Chars.
           05  filler          pic x(10) value "0123456789".
           05  filler          pic x(26)
                               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-Seed-Ix          pic s9(04) comp.
       01  WS-Seed-Pos         pic s9(04) comp.
       01  WS-Sql-Id           pic s9(09) comp.
       01  WS-Extract-File-Status pic x(02).
           88  Extract-File-OK          value "00".
           display "Enter H for one letter per household: "
               with no advancing
           accept WS-Hh-Mode
           display "Enter control-group holdout percent (00-50): "
               with no advancing
           accept WS-Holdout-Pct-In
           if WS-Holdout-Pct-In not equal spaces
               perform 0160-Edit-Holdout
           end-if
           .
       0160-Edit-Holdout.
           if WS-Holdout-Pct-In is not numeric
               display "Holdout percent must be 00-50: "
                   WS-Holdout-Pct-In
               move 12 to return-code
               goback
           end-if
           move WS-Holdout-Pct-In to WS-Holdout-Pct
           if WS-Holdout-Pct > 50
               display "Holdout percent must be 00-50: "
                   WS-Holdout-Pct-In
               move 12 to return-code
               goback
           end-if
           if WS-Holdout-Pct > zero and not Campaign-Mode
               display "Holdout ignored - no campaign to measure"
               move zero to WS-Holdout-Pct
           end-if
           move zero to WS-Holdout-Seed
           perform 0165-Seed-One-Char
               varying WS-Seed-Ix from 1 by 1
               until WS-Seed-Ix > 8
           .
       0165-Seed-One-Char.
           move zero to WS-Seed-Pos
           inspect WS-Seed-Chars tallying WS-Seed-Pos
               for characters before initial
                   WS-Campaign-Id (WS-Seed-Ix:1)
           compute WS-Holdout-Seed =
               WS-Holdout-Seed * 38 + WS-Seed-Pos + 1
           .
       0150-Load-Segment.
           EXEC SQL
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
               add 1 to WS-Registry-Count
               move "N" to WS-Keep-Sw
           end-if
           move "N" to WS-Holdout-Flag
           if Keep-Contact and WS-Holdout-Pct > zero
               perform 1300-Draw-Holdout
           end-if
           if Keep-Contact and Held-Out
               add 1 to WS-Holdout-Count
               perform 2500-Record-Campaign-Contact
               move "N" to WS-Keep-Sw
           end-if
           if Keep-Contact
               add 1 to WS-Record-Count
               perform 2000-Write-Mail-Record
           .
       1200-Apply-Segment.
           if Segment-Mode
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
       1300-Draw-Holdout.
      *    Three rounds of a multiplicative congruential step over
      *    the contact id and the campaign seed, then the last two
      *    digits as a 00-99 bucket.
           compute WS-Holdout-Work = CW-Contact-Id + WS-Holdout-Seed
           divide WS-Holdout-Work by WS-Holdout-Modulus
               giving WS-Holdout-Quotient
               remainder WS-Holdout-Work
           compute WS-Holdout-Work = WS-Holdout-Work * WS-Holdout-Mult
           divide WS-Holdout-Work by WS-Holdout-Modulus
               giving WS-Holdout-Quotient
               remainder WS-Holdout-Work
           compute WS-Holdout-Work = WS-Holdout-Work * WS-Holdout-Mult
           divide WS-Holdout-Work by WS-Holdout-Modulus
               giving WS-Holdout-Quotient
               remainder WS-Holdout-Work
           divide WS-Holdout-Work by 100
               giving WS-Holdout-Quotient
               remainder WS-Holdout-Bucket
           if WS-Holdout-Bucket < WS-Holdout-Pct
               set Held-Out to true
           end-if
           .
       2000-Write-Mail-Record.
           move spaces to WS-Mail-Line
           move CW-Surname to OUT-Surname
           EXEC SQL
                INSERT INTO LABSCHEMA.CAMPAIGN_CONTACT
                       (CAMPAIGN_ID,
                        CONTACT_ID,
                        HOLDOUT_FLAG)
                VALUES (:WS-Campaign-Id,
                        :WS-Sql-Id,
                        :WS-Holdout-Flag)
           END-EXEC

      *    A rerun under the same campaign meets its own earlier
                       (CAMPAIGN_ID,
                        RUN_DATE,
                        RECORD_COUNT,
                        SEGMENT_NAME,
                        HOLDOUT_PCT,
                        HOLDOUT_COUNT)
                VALUES (:WS-Campaign-Id,
                        CURRENT DATE,
                        :WS-Record-Count,
                        :WS-Segment-Name,
                        :WS-Holdout-Pct,
                        :WS-Holdout-Count)
           END-EXEC

      *    A rerun of an already-registered campaign refreshes its
                    UPDATE LABSCHEMA.CAMPAIGN
                    SET RUN_DATE     = CURRENT DATE,
                        RECORD_COUNT = :WS-Record-Count,
                        SEGMENT_NAME = :WS-Segment-Name,
                        HOLDOUT_PCT  = :WS-Holdout-Pct,
                        HOLDOUT_COUNT = :WS-Holdout-Count
                    WHERE CAMPAIGN_ID = :WS-Campaign-Id
               END-EXEC
           end-if
                   WS-Hh-Saved-Count
           end-if
           display "Suppressed by registry:  " WS-Registry-Count
           if WS-Holdout-Pct > zero
               display "Held out as control (" WS-Holdout-Pct
                   "%): " WS-Holdout-Count
           end-if
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
