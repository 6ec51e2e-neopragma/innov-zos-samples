      * Point the matching archive DD at the file to search; the
      * timestamps in the archive records are compared as text
      * against the date range.
      *
      * Every record read is also walked along the audit chain it
      * was archived with (CHAIN_SEQ and CHAIN_HASH, see AUDCHAIN):
      * each link's hash is recomputed through AUDHASH from the one
      * before it. The report ends ARCHIVED HISTORY COMPLETE only when
      * the chain runs unbroken from its first link; a gap or altered
      * record ends it RC 8, and a chain that starts part way - the
      * earlier generations not concatenated on the DD - RC 4.
      * Records archived before chaining began carry sequence zero
      * and are counted, not checked.
      **********************************************************************
       Program-ID. AUDRETRV.
       Environment Division.
           05  AC-Timestamp        pic x(26).
           05  AC-Job-Id           pic x(08).
           05  AC-Detail           pic x(123).
           05  AC-Chain-Seq        pic 9(09).
           05  AC-Chain-Hash       pic x(24).

       FD  Arch-Throws-File
           recording mode f.
           05  AT-Action           pic x(01).
           05  AT-Timestamp        pic x(26).
           05  AT-Job-Id           pic x(08).
           05  AT-Chain-Seq        pic 9(09).
           05  AT-Chain-Hash       pic x(24).

       FD  Arch-Customer-File
           recording mode f.
           05  AU-Customer-Id      pic x(10).
           05  AU-Detail           pic x(135).
           05  AU-Timestamp        pic x(26).
           05  AU-Chain-Seq        pic 9(09).
           05  AU-Chain-Hash       pic x(24).

       FD  Arch-Salary-File
           recording mode f.
           05  AS-Detail           pic x(20).
           05  AS-Timestamp        pic x(26).
           05  AS-Job-Id           pic x(08).
           05  AS-Chain-Seq        pic 9(09).
           05  AS-Chain-Hash       pic x(24).

       FD  Arch-Raise-File
           recording mode f.
           05  AR-Detail           pic x(30).
           05  AR-Timestamp        pic x(26).
           05  AR-Job-Id           pic x(08).
           05  AR-Chain-Seq        pic 9(09).
           05  AR-Chain-Hash       pic x(24).

       FD  Retrieval-Report-File
           recording mode f.
       01  WS-Key-Numeric         pic 9(09).
       01  WS-Heading-Line        pic x(200).

       01  WS-Link-Seq            pic 9(09).
       01  WS-Link-Hash           pic x(24).
       01  WS-Link-Image          pic x(200).
       01  WS-Link-Tombstone-Sw   pic x value "N".
           88  Link-Tombstone         value "Y".
       01  WS-Prev-Seq            pic 9(09) value zero.
       01  WS-Prev-Hash           pic x(24).
       01  WS-First-Seq           pic 9(09) value zero.
       01  WS-Computed-Hash       pic x(24).
       01  WS-Chain-Broken-Sw     pic x value "N".
           88  Chain-Broken           value "Y".
       01  WS-Link-Count          pic s9(09) packed-decimal value zero.
       01  WS-Purged-Link-Count   pic s9(07) packed-decimal value zero.
       01  WS-Unchained-Count     pic s9(07) packed-decimal value zero.
       01  WS-Edit-Seq-1          pic z(8)9.
       01  WS-Edit-Seq-2          pic z(8)9.
       01  WS-Edit-Count          pic z(8)9.
       01  WS-Chain-Line          pic x(200).

       Procedure Division.

           perform 0100-Accept-Parameters
           perform 1100-Scan-Contacts-Record
               until End-of-File
           close Arch-Contacts-File
           perform 6500-Write-Chain-Verdict
           .
       1100-Scan-Contacts-Record.
           read Arch-Contacts-File
                       display AC-Record
                       add 1 to WS-Match-Count
                   end-if
                   move AC-Chain-Seq to WS-Link-Seq
                   move AC-Chain-Hash to WS-Link-Hash
                   move AC-Record (1:176) to WS-Link-Image
                   if AC-Action = "*"
                       set Link-Tombstone to true
                   else
                       move "N" to WS-Link-Tombstone-Sw
                   end-if
                   perform 6000-Check-Chain-Link
           end-read
           .
       2000-Search-Throws-Archive.
           perform 2100-Scan-Throws-Record
               until End-of-File
           close Arch-Throws-File
           perform 6500-Write-Chain-Verdict
           .
       2100-Scan-Throws-Record.
           read Arch-Throws-File
                       display AT-Record
                       add 1 to WS-Match-Count
                   end-if
                   move AT-Chain-Seq to WS-Link-Seq
                   move AT-Chain-Hash to WS-Link-Hash
                   move AT-Record (1:53) to WS-Link-Image
                   perform 6000-Check-Chain-Link
           end-read
           .
       3000-Search-Customer-Archive.
           perform 3100-Scan-Customer-Record
               until End-of-File
           close Arch-Customer-File
           perform 6500-Write-Chain-Verdict
           .
       3100-Scan-Customer-Record.
           read Arch-Customer-File
                       display AU-Record
                       add 1 to WS-Match-Count
                   end-if
                   move AU-Chain-Seq to WS-Link-Seq
                   move AU-Chain-Hash to WS-Link-Hash
                   move AU-Record (1:180) to WS-Link-Image
                   perform 6000-Check-Chain-Link
           end-read
           .
       4000-Search-Salary-Archive.
           perform 4100-Scan-Salary-Record
               until End-of-File
           close Arch-Salary-File
           perform 6500-Write-Chain-Verdict
           .
       4100-Scan-Salary-Record.
           read Arch-Salary-File
                       display AS-Record
                       add 1 to WS-Match-Count
                   end-if
                   move AS-Chain-Seq to WS-Link-Seq
                   move AS-Chain-Hash to WS-Link-Hash
                   move AS-Record (1:69) to WS-Link-Image
                   perform 6000-Check-Chain-Link
           end-read
           .
       5000-Search-Raise-Archive.
           perform 5100-Scan-Raise-Record
               until End-of-File
           close Arch-Raise-File
           perform 6500-Write-Chain-Verdict
           .
       5100-Scan-Raise-Record.
           read Arch-Raise-File
                       display AR-Record
                       add 1 to WS-Match-Count
                   end-if
                   move AR-Chain-Seq to WS-Link-Seq
                   move AR-Chain-Hash to WS-Link-Hash
                   move AR-Record (1:79) to WS-Link-Image
                   perform 6000-Check-Chain-Link
           end-read
           .
      *    One archive record against the chain. The first chained
      *    record starts the walk: sequence 1 is checked from the
      *    all-zero hash every trail begins with, any later sequence
      *    is taken as read (its predecessor is in an earlier
      *    generation). A '*' record is a link CONTPURG removed with
      *    a purged contact; only its place in the sequence is checked.
       6000-Check-Chain-Link.
           evaluate true
               when WS-Link-Seq = zero
                   add 1 to WS-Unchained-Count
               when WS-First-Seq = zero and WS-Link-Seq > 1
                   move WS-Link-Seq to WS-First-Seq
                   move WS-Link-Seq to WS-Prev-Seq
                   move WS-Link-Hash to WS-Prev-Hash
                   add 1 to WS-Link-Count
               when other
                   if WS-First-Seq = zero
                       move WS-Link-Seq to WS-First-Seq
                       move all "0" to WS-Prev-Hash
                       move zero to WS-Prev-Seq
                   end-if
                   if WS-Link-Seq not = WS-Prev-Seq + 1
                       perform 6100-Report-Gap
                   end-if
                   if Link-Tombstone
                       add 1 to WS-Purged-Link-Count
                   else
                       perform 6200-Recompute-Hash
                   end-if
                   move WS-Link-Seq to WS-Prev-Seq
                   move WS-Link-Hash to WS-Prev-Hash
                   add 1 to WS-Link-Count
           end-evaluate
           .
       6100-Report-Gap.
           set Chain-Broken to true
           move spaces to WS-Chain-Line
           if WS-Link-Seq > WS-Prev-Seq
               compute WS-Edit-Seq-1 = WS-Prev-Seq + 1
               compute WS-Edit-Seq-2 = WS-Link-Seq - 1
               string "CHAIN GAP - NO RECORD FOR SEQ " WS-Edit-Seq-1
                      " TO " WS-Edit-Seq-2
                   delimited by size
                   into WS-Chain-Line
           else
               move WS-Link-Seq to WS-Edit-Seq-1
               move WS-Prev-Seq to WS-Edit-Seq-2
               string "CHAIN OUT OF ORDER - SEQ " WS-Edit-Seq-1
                      " AFTER SEQ " WS-Edit-Seq-2
                   delimited by size
                   into WS-Chain-Line
           end-if
           write Retrieval-Report-Record from WS-Chain-Line
           display WS-Chain-Line
           .
       6200-Recompute-Hash.
           call "AUDHASH" using WS-Prev-Hash
                                WS-Link-Image
                                WS-Computed-Hash
           if WS-Computed-Hash not = WS-Link-Hash
               set Chain-Broken to true
               move WS-Link-Seq to WS-Edit-Seq-1
               move spaces to WS-Chain-Line
               string "CHAIN BROKEN LINK - RECORD AT SEQ " WS-Edit-Seq-1
                      " DOES NOT MATCH ITS HASH"
                   delimited by size
                   into WS-Chain-Line
               write Retrieval-Report-Record from WS-Chain-Line
               display WS-Chain-Line
           end-if
           .
       6500-Write-Chain-Verdict.
           move WS-Link-Count to WS-Edit-Count
           move spaces to WS-Chain-Line
           string "CHAIN LINKS READ: " WS-Edit-Count
               delimited by size
               into WS-Chain-Line
           write Retrieval-Report-Record from WS-Chain-Line
           display WS-Chain-Line
           move WS-Purged-Link-Count to WS-Edit-Count
           move spaces to WS-Chain-Line
           string "PURGED-ROW LINKS: " WS-Edit-Count
               delimited by size
               into WS-Chain-Line
           write Retrieval-Report-Record from WS-Chain-Line
           display WS-Chain-Line
           move WS-Unchained-Count to WS-Edit-Count
           move spaces to WS-Chain-Line
           string "UNCHAINED RECORDS: " WS-Edit-Count
               delimited by size
               into WS-Chain-Line
           write Retrieval-Report-Record from WS-Chain-Line
           display WS-Chain-Line
           move spaces to WS-Chain-Line
           evaluate true
               when Chain-Broken
                   string "ARCHIVED HISTORY NOT COMPLETE - "
                          "GAP OR BROKEN LINK"
                       delimited by size
                       into WS-Chain-Line
                   move 8 to return-code
               when WS-First-Seq > 1
                   move WS-First-Seq to WS-Edit-Seq-1
                   string "ARCHIVED HISTORY NOT COMPLETE - "
                          "CHAIN STARTS AT SEQ " WS-Edit-Seq-1
                       delimited by size
                       into WS-Chain-Line
                   move 4 to return-code
               when other
                   move "ARCHIVED HISTORY COMPLETE" to WS-Chain-Line
           end-evaluate
           write Retrieval-Report-Record from WS-Chain-Line
           display WS-Chain-Line
           .
