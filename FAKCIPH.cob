      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             FAKCIPH.

      **** Keyed encipher/decipher of one token-vault value - see
      **** FAKCIPHL.  The key and the value's serial number (the
      **** tweak) are hashed through CRC32 two ways round to seed
      **** FAKRAND's combined three-stream generator, and each
      **** printable character of the value is shifted round the
      **** 95-character printable alphabet by the next draw, so the
      **** ciphertext stays printable and every value is enciphered
      **** under its own keystream.  Characters are located by their
      **** place in W-ALPHABET rather than by code point, so the
      **** result is the same in EBCDIC and ASCII.
      ****
      **** This is the one place the vault's cipher lives: an
      **** installation with a cryptographic service replaces the
      **** body of SUB-2000-PROCESS with the call to it and leaves
      **** every caller alone.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG            PIC X(08)       VALUE 'CRC32'.

       01  W-ALPHABET-VALUES.
           05  FILLER              PIC X(32)       VALUE
               ' !"#$%&''()*+,-./0123456789:;<=>?'.
           05  FILLER              PIC X(32)       VALUE
               '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
           05  FILLER              PIC X(31)       VALUE
               '`abcdefghijklmnopqrstuvwxyz{|}~'.
       01  FILLER REDEFINES W-ALPHABET-VALUES.
           05  W-ALPHABET          PIC X(95).
       01  FILLER REDEFINES W-ALPHABET-VALUES.
           05  W-ALPHABET-CHAR     PIC X(01)       OCCURS 95.

      **** The seed material: key then tweak, and tweak then key -
      **** two CRCs over the same bytes in two orders.

       01  W-SEED-BUFFER-1.
           05  W-SEED-KEY-1        PIC X(32).
           05  W-SEED-TWEAK-1      PIC 9(09).
       01  W-SEED-BUFFER-2.
           05  W-SEED-TWEAK-2      PIC 9(09).
           05  W-SEED-KEY-2        PIC X(32).

       01  W-CRC-1                 PIC 9(10)  COMP.
       01  W-CRC-2                 PIC 9(10)  COMP.
       01  W-CRC-SUM               PIC 9(10)  COMP.
       01  W-QUOTIENT              PIC 9(10)  COMP.

       01  W-STREAM-X              PIC 9(09)  COMP.
       01  W-STREAM-Y              PIC 9(09)  COMP.
       01  W-STREAM-Z              PIC 9(09)  COMP.
       01  W-PRODUCT               PIC 9(09)  COMP.
       01  W-SUM                   PIC 9(01)V9(09)
                                              COMP.
       01  W-SUM-INTEGER           PIC 9(01)  COMP.

       01  W-CHAR-DX               PIC S9(4)  COMP.
       01  W-ALPHA-POS             PIC S9(4)  COMP.
       01  W-SHIFT                 PIC S9(4)  COMP.
       01  W-NEW-POS               PIC S9(4)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-FIRST-CALL                        VALUE 'Y'.
           88  W-NOT-FIRST-CALL                    VALUE 'N'.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-CRC32-PARAMETER.      COPY CRC32L.
      /
       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY FAKCIPHL.
      /
       PROCEDURE DIVISION USING L-PARAMETER.
      *==================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-START-UP.
      *------------------

           IF      W-NOT-FIRST-CALL
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-NOT-FIRST-CALL   TO TRUE
           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKCIPH  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           PERFORM SUB-2100-SEED-KEYSTREAM THRU SUB-2100-EXIT

           PERFORM SUB-2200-SHIFT-ONE-CHAR THRU SUB-2200-EXIT
               VARYING W-CHAR-DX FROM 1 BY 1
                 UNTIL W-CHAR-DX > LENGTH OF CIPH-TEXT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SEED-KEYSTREAM.
      *------------------------

           MOVE CIPH-KEY           TO W-SEED-KEY-1
                                      W-SEED-KEY-2
           MOVE CIPH-TWEAK         TO W-SEED-TWEAK-1
                                      W-SEED-TWEAK-2

           SET  CRC-STAGE-START-END
                                   TO TRUE
           SET  CRC-BUFFER-PTR     TO ADDRESS OF W-SEED-BUFFER-1
           MOVE LENGTH OF W-SEED-BUFFER-1
                                   TO CRC-BUFFER-LEN
           CALL W-CRC32-PROG    USING W-CRC32-PARAMETER
           MOVE CRC-CHECKSUM       TO W-CRC-1

           SET  CRC-STAGE-START-END
                                   TO TRUE
           SET  CRC-BUFFER-PTR     TO ADDRESS OF W-SEED-BUFFER-2
           MOVE LENGTH OF W-SEED-BUFFER-2
                                   TO CRC-BUFFER-LEN
           CALL W-CRC32-PROG    USING W-CRC32-PARAMETER
           MOVE CRC-CHECKSUM       TO W-CRC-2

      **** Each stream kept within 1 thru modulus-1, as FAKRAND's
      **** SUB-2210-SEED-HIGH-PERIOD does, so none can stick at 0.

           DIVIDE W-CRC-1 BY 30268 GIVING W-QUOTIENT
                                REMAINDER W-STREAM-X
           ADD  1                  TO W-STREAM-X

           DIVIDE W-CRC-2 BY 30306 GIVING W-QUOTIENT
                                REMAINDER W-STREAM-Y
           ADD  1                  TO W-STREAM-Y

           COMPUTE W-CRC-SUM       = W-CRC-1 / 30268 + W-CRC-2 / 30306
           DIVIDE W-CRC-SUM BY 30322
                                GIVING W-QUOTIENT
                                REMAINDER W-STREAM-Z
           ADD  1                  TO W-STREAM-Z
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-SHIFT-ONE-CHAR.
      *------------------------

      **** One keystream draw per character, printable or not, so
      **** enciphering and deciphering stay in step.

           COMPUTE W-PRODUCT       = 171 * W-STREAM-X
           DIVIDE  W-PRODUCT BY 30269
                                GIVING W-QUOTIENT
                             REMAINDER W-STREAM-X

           COMPUTE W-PRODUCT       = 172 * W-STREAM-Y
           DIVIDE  W-PRODUCT BY 30307
                                GIVING W-QUOTIENT
                             REMAINDER W-STREAM-Y

           COMPUTE W-PRODUCT       = 170 * W-STREAM-Z
           DIVIDE  W-PRODUCT BY 30323
                                GIVING W-QUOTIENT
                             REMAINDER W-STREAM-Z

           COMPUTE W-SUM = (W-STREAM-X / 30269)
                         + (W-STREAM-Y / 30307)
                         + (W-STREAM-Z / 30323)

           MOVE    W-SUM           TO W-SUM-INTEGER
           SUBTRACT W-SUM-INTEGER
                                FROM W-SUM
           COMPUTE W-SHIFT         = W-SUM * 95

           MOVE 0                  TO W-ALPHA-POS
           INSPECT W-ALPHABET TALLYING W-ALPHA-POS
               FOR CHARACTERS BEFORE INITIAL CIPH-TEXT(W-CHAR-DX : 1)

           IF      W-ALPHA-POS >= LENGTH OF W-ALPHABET
               GO TO SUB-2200-EXIT
           END-IF

           IF      CIPH-ENCIPHER
               COMPUTE W-NEW-POS   = W-ALPHA-POS + W-SHIFT
           ELSE
               COMPUTE W-NEW-POS   = W-ALPHA-POS - W-SHIFT + 95
           END-IF

           DIVIDE W-NEW-POS BY 95  GIVING W-QUOTIENT
                                REMAINDER W-NEW-POS

           MOVE W-ALPHABET-CHAR(W-NEW-POS + 1)
                                   TO CIPH-TEXT(W-CHAR-DX : 1)
           .
       SUB-2200-EXIT.
           EXIT.
