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

       PROGRAM-ID.             FAKERUPG.

      **** Old-extract upgrade utility: brings a fixed-format extract
      **** written under an older layout version (COPY FAKERLYV) - or
      **** before layout versions were stamped at all - forward to the
      **** current layout, so a kept extract can be read again instead
      **** of regenerated.  Every field appended to a record type since
      **** the extract's version (the FAKERLYA register) whose columns
      **** are blank is set to its documented "not present" value; a
      **** field that is already there is never touched.  The header
      **** keeps its run date, time and seed, is stamped with the
      **** current layout version, and its keyed provenance signature
      **** is recomputed (COPY FAKERPD4) so the upgraded copy still
      **** verifies under FAKERWMK.
      ****
      **** The old signature must verify first - a file whose
      **** signature does not match its own header is refused rather
      **** than re-signed, so the utility can never lend provenance to
      **** a file FAKERGEN did not write.  A header that was never
      **** signed stays unsigned.
      ****
      **** RETURN-CODE  0  upgraded.
      ****              4  already at the current version - copied
      ****                 unchanged.
      ****             12  not a fixed-format extract, a newer layout
      ****                 than this program knows, or a signature
      ****                 that does not verify - nothing written.

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
           SELECT UPGIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-UPGIN-STATUS.

           SELECT UPGOUT             ASSIGN 'Data\FAKERGEN Upgraded.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.

           SELECT LINFILE              ASSIGN 'Data\FAKER Lineage.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINFILE-STATUS.

           SELECT LINCFILE       ASSIGN DYNAMIC W-LIN-OUTPUT-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINCFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  UPGIN.

       01  UPGIN-REC               PIC X(320).

       01  UPGIN-HDR-REC REDEFINES UPGIN-REC.
           05  IH-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  IH-RUN-DATE         PIC X(10).
           05  FILLER              PIC X(01).
           05  IH-RUN-TIME         PIC X(08).
           05  FILLER              PIC X(01).
           05  IH-SEED-NO          PIC 9(09).
           05  FILLER              PIC X(01).
           05  IH-SIGNATURE        PIC 9(09).
           05  FILLER              PIC X(01).
           05  IH-LAYOUT-VERSION   PIC X(02).
           05  FILLER              PIC X(276).

       FD  UPGOUT.

       01  UPGOUT-REC              PIC X(320).

       01  UPGOUT-HDR-REC REDEFINES UPGOUT-REC.
           05  H-RECORD-TYPE       PIC X(01).
           05  FILLER              PIC X(01).
           05  H-RUN-DATE          PIC X(10).
           05  FILLER              PIC X(01).
           05  H-RUN-TIME          PIC X(08).
           05  FILLER              PIC X(01).
           05  H-SEED-NO           PIC 9(09).
           05  FILLER              PIC X(01).
           05  H-SIGNATURE         PIC 9(09).
           05  FILLER              PIC X(01).
           05  H-LAYOUT-VERSION    PIC X(02).
           05  FILLER              PIC X(276).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-UPGIN-STATUS          PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-ALREADY-CURRENT-SW    PIC X(01)       VALUE 'N'.
           88  W-ALREADY-CURRENT                   VALUE 'Y'.

       01  W-UNSIGNED-SW           PIC X(01)       VALUE 'N'.
           88  W-UNSIGNED                          VALUE 'Y'.

       01  W-RECORDS-READ          PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-CHANGED       PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

      **** The version the input was written under - 0 for a header
      **** stamped before layout versions began.

       01  W-FROM-VERSION          PIC 9(02)       VALUE 0.
       01  W-DISP-FROM             PIC 9(02).

       COPY FAKERLYA.

       01  W-LYA-DX                PIC S9(4)  COMP.
       01  W-FILL-FROM             PIC S9(4)  COMP.
       01  W-FILL-LEN              PIC S9(4)  COMP.
       01  W-FILL-SRC.
           05  W-FILL-SRC-FROM     PIC 9(03).
           05  W-FILL-SRC-LEN      PIC 9(03).
       01  W-REC-CHANGED-SW        PIC X(01).
           88  W-REC-CHANGED                       VALUE 'Y'.

      **** Fields found absent and set to their not-present value,
      **** one counter per FAKERLYA register entry.

       01  W-FILL-TABLE.
           05  W-FILL-CNT          PIC 9(09)  COMP OCCURS 17.

       01  W-CRC32-PROG            PIC X(08)       VALUE 'CRC32'.
       01  W-CRC32-PARAMETER.      COPY CRC32L.

       01  W-WMK-SEQ8              PIC 9(08).
       01  FILLER REDEFINES W-WMK-SEQ8.
           05  W-WMK-SEQ8-DIG      PIC 9(01)       OCCURS 8.
       01  W-WMK-SEED-DISP         PIC 9(09).
       01  FILLER REDEFINES W-WMK-SEED-DISP.
           05  W-WMK-SEED-DIG      PIC 9(01)       OCCURS 9.
       01  W-WMK-CHECK             PIC 9(01)  COMP.
       01  W-WMK-SUM               PIC S9(9)  COMP.
       01  W-WMK-QUOT              PIC S9(9)  COMP.
       01  W-WMK-DX                PIC S9(4)  COMP.
       01  W-WMK-DATE              PIC X(10).
       01  W-WMK-LAYOUT-VERSION    PIC X(02).
       01  W-WMK-SIG-BUF           PIC X(29).
       01  W-WMK-SIG               PIC 9(09).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERUPG error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-EOF

               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERUPG compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           INITIALIZE W-FILL-TABLE

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           EVALUATE TRUE
             WHEN W-LYV-TOO-NEW
               GO TO SUB-1000-EXIT

             WHEN W-LYV-NO-HEADER
               DISPLAY W-ERROR-MSG
                       'no H record - not a fixed-format extract, '
                       'nothing to upgrade'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT

             WHEN W-LYV-CURRENT
               SET  W-ALREADY-CURRENT
                                   TO TRUE
               MOVE W-LYV-CURRENT-VERSION
                                   TO W-LYV-DISP-VERSION
               DISPLAY 'FAKERUPG: extract is already at layout '
                       'version '
                       W-LYV-DISP-VERSION
                       ' - copied unchanged'

             WHEN OTHER
               MOVE W-LYV-FILE-VERSION
                                   TO W-FROM-VERSION
               PERFORM SUB-1100-VERIFY-SIGNATURE THRU SUB-1100-EXIT

               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-EVALUATE

           OPEN INPUT UPGIN

           IF      W-UPGIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open UPGIN, status '
                       W-UPGIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT UPGOUT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-VERIFY-SIGNATURE.
      *--------------------------

      **** SUB-8900 left the input's header in LYVFILE-REC.  Its
      **** signature is checked under the rules it was written with
      **** - the legacy formula when it carries no version - before
      **** anything is opened for output.

           MOVE LYVFILE-REC        TO UPGIN-REC

           IF      UPGIN-REC(33 : 9) = SPACES
               SET  W-UNSIGNED     TO TRUE
               DISPLAY 'FAKERUPG: header carries no signature - the '
                       'upgraded copy stays unsigned'
               GO TO SUB-1100-EXIT
           END-IF

           IF      IH-SEED-NO NOT NUMERIC
           OR      IH-SIGNATURE NOT NUMERIC
               DISPLAY W-ERROR-MSG
                       'header seed or signature is not numeric - '
                       'refused'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE IH-SEED-NO         TO W-WMK-SEED-DISP
           MOVE IH-RUN-DATE        TO W-WMK-DATE
           MOVE IH-LAYOUT-VERSION  TO W-WMK-LAYOUT-VERSION

           PERFORM SUB-8650-COMPUTE-HDR-SIG THRU SUB-8650-EXIT

           IF      IH-SIGNATURE NOT = W-WMK-SIG
               DISPLAY W-ERROR-MSG
                       'header signature does not verify - not a '
                       'FAKERGEN extract, or altered since; refused'
               MOVE 12             TO RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ UPGIN
               AT END
                   SET  W-EOF      TO TRUE
               NOT AT END
                   ADD  1          TO W-RECORDS-READ
                   MOVE UPGIN-REC  TO UPGOUT-REC

                   IF      NOT W-ALREADY-CURRENT
                       EVALUATE UPGOUT-REC(1 : 1)
                         WHEN 'H'
                           PERFORM SUB-2100-RESTAMP-HEADER
                                   THRU SUB-2100-EXIT

                         WHEN 'T'
                           CONTINUE

                         WHEN OTHER
                           PERFORM SUB-2200-UPGRADE-DETAIL
                                   THRU SUB-2200-EXIT
                       END-EVALUATE
                   END-IF

                   WRITE UPGOUT-REC
           END-READ
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-RESTAMP-HEADER.
      *------------------------

      **** Run date, time and seed stay as generated - the upgraded
      **** copy is the same run, brought forward, not a new one.

           MOVE W-LYV-CURRENT-VERSION
                                   TO H-LAYOUT-VERSION

           IF      W-UNSIGNED
               GO TO SUB-2100-EXIT
           END-IF

           MOVE H-SEED-NO          TO W-WMK-SEED-DISP
           MOVE H-RUN-DATE         TO W-WMK-DATE
           MOVE H-LAYOUT-VERSION   TO W-WMK-LAYOUT-VERSION

           PERFORM SUB-8650-COMPUTE-HDR-SIG THRU SUB-8650-EXIT

           MOVE W-WMK-SIG          TO H-SIGNATURE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-UPGRADE-DETAIL.
      *------------------------

           MOVE 'N'                TO W-REC-CHANGED-SW

           PERFORM SUB-2210-FILL-ONE-FIELD THRU SUB-2210-EXIT
               VARYING W-LYA-DX FROM 1 BY 1
                 UNTIL W-LYA-DX > W-LYA-CNT

           IF      W-REC-CHANGED
               ADD  1              TO W-RECORDS-CHANGED
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-FILL-ONE-FIELD.
      *------------------------

      **** Only fields appended AFTER the input's version, on this
      **** record type, and only where the columns are blank.

           IF      W-LYA-TYPE(W-LYA-DX) NOT = UPGOUT-REC(1 : 1)
           OR      W-LYA-VERSION(W-LYA-DX) NOT > W-FROM-VERSION
               GO TO SUB-2210-EXIT
           END-IF

           MOVE W-LYA-FROM(W-LYA-DX)
                                   TO W-FILL-FROM
           MOVE W-LYA-LEN(W-LYA-DX)
                                   TO W-FILL-LEN

           IF      UPGOUT-REC(W-FILL-FROM : W-FILL-LEN) NOT = SPACES
               GO TO SUB-2210-EXIT
           END-IF

           IF      W-LYA-KIND(W-LYA-DX) = 'K'
               MOVE W-LYA-VALUE(W-LYA-DX)(1 : 6)
                                   TO W-FILL-SRC
               MOVE UPGOUT-REC(W-FILL-SRC-FROM : W-FILL-SRC-LEN)
                                   TO UPGOUT-REC(W-FILL-FROM
                                               : W-FILL-LEN)
           ELSE
               MOVE W-LYA-VALUE(W-LYA-DX)
                                   TO UPGOUT-REC(W-FILL-FROM
                                               : W-FILL-LEN)
           END-IF

           ADD  1                  TO W-FILL-CNT(W-LYA-DX)
           SET  W-REC-CHANGED      TO TRUE
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE UPGIN
                 UPGOUT

      **** Register the upgraded extract in the shared lineage file
      **** (COPY FAKERPD8); it carries its own new signature, so its
      **** own descendants chain on from it.

           MOVE 'Data\FAKERGEN Upgraded.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE W-RECORDS-READ     TO W-DISP-NUM
           DISPLAY 'UPGIN records read:       '
                   W-DISP-NUM

           IF      W-ALREADY-CURRENT
               MOVE 4              TO RETURN-CODE
               DISPLAY 'FAKERUPG completed'
               GO TO SUB-3000-EXIT
           END-IF

           MOVE W-FROM-VERSION     TO W-DISP-FROM
           MOVE W-LYV-CURRENT-VERSION
                                   TO W-LYV-DISP-VERSION
           DISPLAY 'Layout version:           '
                   W-DISP-FROM
                   ' -> '
                   W-LYV-DISP-VERSION

           MOVE W-RECORDS-CHANGED  TO W-DISP-NUM
           DISPLAY 'Records brought forward:  '
                   W-DISP-NUM

           PERFORM SUB-3100-DISPLAY-ONE-FIELD THRU SUB-3100-EXIT
               VARYING W-LYA-DX FROM 1 BY 1
                 UNTIL W-LYA-DX > W-LYA-CNT

           DISPLAY 'FAKERUPG completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-DISPLAY-ONE-FIELD.
      *---------------------------

           IF      W-FILL-CNT(W-LYA-DX) = 0
               GO TO SUB-3100-EXIT
           END-IF

           MOVE W-FILL-CNT(W-LYA-DX)
                                   TO W-DISP-NUM
           DISPLAY '  '
                   W-LYA-NAME(W-LYA-DX)
                   ' not present: '
                   W-DISP-NUM
           .
       SUB-3100-EXIT.
           EXIT.
      /
       COPY FAKERPD4.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
