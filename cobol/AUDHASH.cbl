       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDHASH.
      *
      * Chained hash for the audit trails. CALLed with the previous
      * row's hash and the row's 200-byte image (the AUDARCH archive
      * layout of the row, blank-padded) and returns the row's own
      * hash: two 12-digit positional sums over every byte of the
      * image, seeded from the previous hash, so a changed byte, a
      * removed row or rows out of order all break the chain from
      * that point on. No SQL - AUDCHAIN uses it on the online rows,
      * AUDRETRV on the archive files, and both must agree.
      *
      * The hash is tamper-evidence, not cryptography: it shows that
      * a row was changed or removed, it does not stop anyone with
      * the time to rebuild the rest of the chain. AUDVRFY checks
      * the chain's head against AUDIT_CHAIN every night.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-Lane-1               PIC S9(18) COMP.
       01  WS-Lane-2               PIC S9(18) COMP.
       01  WS-Quotient             PIC S9(18) COMP.
       01  WS-Byte-Ix              PIC S9(04) COMP.
       01  WS-Byte-Word.
           05  FILLER              PIC X(01) VALUE LOW-VALUE.
           05  WS-Byte             PIC X(01).
       01  WS-Byte-Value REDEFINES WS-Byte-Word
                                   PIC 9(04) COMP.
       01  WS-Hash-Out.
           05  WS-Hash-Lane-1      PIC 9(12).
           05  WS-Hash-Lane-2      PIC 9(12).

       LINKAGE SECTION.
       01  LK-Prev-Hash.
           05  LK-Prev-Lane-1      PIC X(12).
           05  LK-Prev-Lane-2      PIC X(12).
       01  LK-Image                PIC X(200).
       01  LK-Hash                 PIC X(24).

       PROCEDURE DIVISION USING LK-Prev-Hash, LK-Image, LK-Hash.

       0100-Hash-Image.
      *    The first row of a trail chains from an all-zero hash.
           IF LK-Prev-Lane-1 NUMERIC
               MOVE LK-Prev-Lane-1 TO WS-Lane-1
           ELSE
               MOVE ZERO TO WS-Lane-1
           END-IF
           IF LK-Prev-Lane-2 NUMERIC
               MOVE LK-Prev-Lane-2 TO WS-Lane-2
           ELSE
               MOVE ZERO TO WS-Lane-2
           END-IF
           PERFORM 1000-Add-Byte
               VARYING WS-Byte-Ix FROM 1 BY 1
               UNTIL WS-Byte-Ix > 200
           MOVE WS-Lane-1 TO WS-Hash-Lane-1
           MOVE WS-Lane-2 TO WS-Hash-Lane-2
           MOVE WS-Hash-Out TO LK-Hash
           GOBACK.

       1000-Add-Byte.
           MOVE LK-Image (WS-Byte-Ix:1) TO WS-Byte
           COMPUTE WS-Lane-1 = WS-Lane-1 * 257 + WS-Byte-Value
                               + WS-Byte-Ix
           DIVIDE WS-Lane-1 BY 999999999989
               GIVING WS-Quotient REMAINDER WS-Lane-1
           COMPUTE WS-Lane-2 = WS-Lane-2 * 263
                               + (WS-Byte-Value * 7) + 1
           DIVIDE WS-Lane-2 BY 999999999959
               GIVING WS-Quotient REMAINDER WS-Lane-2
           .
