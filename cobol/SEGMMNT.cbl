      *                     ago (lapsed responders); zero = any
      *   RESP_MAX_DAYS   - LAST_RESPONSE within this many days
      *                     (recent responders); zero = any
      *   ENGAGE_BANDS    - ENGSCORE engagement bands to take, up
      *                     to four of H hot, W warm, C cold and
      *                     D dormant (e.g. "HW"); a contact never
      *                     scored matches no band
      *   POPULATION      - 'A' takes only alumni families: the
      *                     guardians and other contacts of players
      *                     on LABSCHEMA.ALUMNI (aged out or
      *                     withdrawn); blank = any
      * Maintained by transaction file:
      *   Action code 'A' - Add a segment
      *   Action code 'C' - Change a segment's criteria
           05  TR-Lang                 pic x(02).
           05  TR-Resp-Min-Days        pic 9(05).
           05  TR-Resp-Max-Days        pic 9(05).
           05  TR-Engage-Bands         pic x(04).
           05  TR-Population           pic x(01).
               88  TR-Population-Valid     values " " "A".

       Working-Storage Section.

       01  WS-Sql-Lang            pic x(02).
       01  WS-Sql-Resp-Min        pic s9(05) comp.
       01  WS-Sql-Resp-Max        pic s9(05) comp.
       01  WS-Sql-Engage-Bands    pic x(04).
       01  WS-Sql-Population      pic x(01).
       01  WS-Band-Valid-Count    pic s9(04) comp.
       01  WS-Read-Count          pic s9(07) packed-decimal value zero.
       01  WS-Add-Count           pic s9(07) packed-decimal value zero.
       01  WS-Change-Count        pic s9(07) packed-decimal value zero.
           move TR-Lang            to WS-Sql-Lang
           move TR-Resp-Min-Days   to WS-Sql-Resp-Min
           move TR-Resp-Max-Days   to WS-Sql-Resp-Max
           move TR-Engage-Bands    to WS-Sql-Engage-Bands
           move TR-Population      to WS-Sql-Population
           move zero to WS-Band-Valid-Count
           inspect TR-Engage-Bands tallying WS-Band-Valid-Count
               for all "H" all "W" all "C" all "D" all " "

           evaluate true
               when TR-Segment-Name = spaces
                   display "Rejected, segment name required"
                   add 1 to WS-Reject-Count
               when (TR-Add or TR-Change)
                   and WS-Band-Valid-Count not equal 4
                   display "Rejected, engagement bands must be H W C D"
                       ", SEGMENT " TR-Segment-Name
                   add 1 to WS-Reject-Count
               when (TR-Add or TR-Change)
                   and not TR-Population-Valid
                   display "Rejected, population must be A or blank"
                       ", SEGMENT " TR-Segment-Name
                   add 1 to WS-Reject-Count
               when TR-Add
                   perform 6100-Add-Segment
               when TR-Change
                        POSTCODE_PREFIX,
                        LANG,
                        RESP_MIN_DAYS,
                        RESP_MAX_DAYS,
                        ENGAGE_BANDS,
                        POPULATION)
                VALUES (:WS-Sql-Segment-Name,
                        :WS-Sql-Region,
                        :WS-Sql-Postcode-Pfx,
                        :WS-Sql-Lang,
                        :WS-Sql-Resp-Min,
                        :WS-Sql-Resp-Max,
                        :WS-Sql-Engage-Bands,
                        :WS-Sql-Population)
           END-EXEC

           evaluate true
                    POSTCODE_PREFIX = :WS-Sql-Postcode-Pfx,
                    LANG            = :WS-Sql-Lang,
                    RESP_MIN_DAYS   = :WS-Sql-Resp-Min,
                    RESP_MAX_DAYS   = :WS-Sql-Resp-Max,
                    ENGAGE_BANDS    = :WS-Sql-Engage-Bands,
                    POPULATION      = :WS-Sql-Population
                WHERE SEGMENT_NAME = :WS-Sql-Segment-Name
           END-EXEC

