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

       PROGRAM-ID.             FAKERBKP.

      **** Backup and point-in-time restore of the small shared files
      **** that reproducibility and masking consistency hang on:
      ****     SEEDREG   the FAKERGEN seed registry;
      ****     OVERRIDE  the FAKERTAB table override master;
      ****     HOLIDAYS  the FAKTEMP holiday calendar;
      ****     RESERVE   the FAKERRSV reservation registry;
      ****     TEMPLATE  the FAKERGEN run templates;
      ****     CONTROL   the FAKERGEN run controls;
      ****     MASKXREF  the FAKERMSK substitution Xref.
      **** A backup set snapshots all of them at once under a set ID
      **** of its date and time (YYYYMMDD-HHMMSS): each file is
      **** copied to 'Data\FAKERBKP <set ID> <member>.txt' and its
      **** record count and CRC32 - through the same shared
      **** SUB-8500-CRC-ONE-FILE paragraphs (COPY FAKERPD3) the
      **** extract manifest uses - go on the backup catalog.  A copy
      **** is re-read and checked against its original before the
      **** set is catalogued.  A file that does not exist at backup
      **** time is catalogued as absent.
      ****
      **** PARM verbs:
      ****   BACKUP                       take a new backup set;
      ****   DIFF,set-ID[,member]         verify the set and show what
      ****     differs between it and the current files;
      ****   RESTORE,set-ID[,member]      the same, then bring back
      ****     every differing file (or just the member named).
      ****     The current files are first taken as a backup set of
      ****     their own (catalogued PRE-RST), so a restore can itself
      ****     be undone.  A set that no longer verifies is never
      ****     restored from (RC 8);
      ****   LIST (or blank)              list every backup set on the
      ****     catalog and whether each still verifies (RC 4 when one
      ****     does not).
      **** A member absent from the set is reported and left as it
      **** is - the restore brings files back, it does not delete
      **** them.

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
           SELECT CATFILE            ASSIGN 'Data\FAKERBKP Catalog.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CATFILE-STATUS.

           SELECT CRCFILE        ASSIGN DYNAMIC W-CRC-IN-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CRCFILE-STATUS.

           SELECT SRCFILE        ASSIGN DYNAMIC W-SRC-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-SRCFILE-STATUS.

           SELECT TGTFILE        ASSIGN DYNAMIC W-TGT-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-TGTFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

      **** The backup catalog: one record per member per set, the
      **** members of a set together, sets in the order taken.

       FD  CATFILE.

       01  CATFILE-REC.
           05  CAT-SET-ID          PIC X(15).
           05  FILLER              PIC X(01).
           05  CAT-REASON          PIC X(07).
           05  FILLER              PIC X(01).
           05  CAT-MEMBER          PIC X(08).
           05  FILLER              PIC X(01).
           05  CAT-PRESENT-SW      PIC X(01).
           05  FILLER              PIC X(01).
           05  CAT-RECORD-CNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  CAT-CRC             PIC 9(09).
           05  FILLER              PIC X(01).
           05  CAT-SOURCE-PATH     PIC X(40).
           05  FILLER              PIC X(01).
           05  CAT-BACKUP-PATH     PIC X(50).

       FD  CRCFILE.

       01  CRCFILE-REC             PIC X(600).

       FD  SRCFILE.

       01  SRCFILE-REC             PIC X(600).

       FD  TGTFILE.

       01  TGTFILE-REC             PIC X(600).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CATFILE-STATUS        PIC X(02).
       01  W-CRCFILE-STATUS        PIC X(02).
       01  W-SRCFILE-STATUS        PIC X(02).
       01  W-TGTFILE-STATUS        PIC X(02).

       01  W-CAT-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-CAT-EOF                           VALUE 'Y'.
       01  W-SRC-EOF-SW            PIC X(01).
           88  W-SRC-EOF                           VALUE 'Y'.
       01  W-TGT-EOF-SW            PIC X(01).
           88  W-TGT-EOF                           VALUE 'Y'.

      **** The files a backup set holds.

       01  W-MEMBER-DEFS.
           05  FILLER              PIC X(08)       VALUE 'SEEDREG'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKERGEN Registry.txt'.
           05  FILLER              PIC X(08)       VALUE 'OVERRIDE'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKER Table Overrides.txt'.
           05  FILLER              PIC X(08)       VALUE 'HOLIDAYS'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKTEMP Holidays.txt'.
           05  FILLER              PIC X(08)       VALUE 'RESERVE'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKERRSV Registry.txt'.
           05  FILLER              PIC X(08)       VALUE 'TEMPLATE'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKERGEN Templates.txt'.
           05  FILLER              PIC X(08)       VALUE 'CONTROL'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKERGEN Control.txt'.
           05  FILLER              PIC X(08)       VALUE 'MASKXREF'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKERMSK Xref.txt'.
       01  FILLER REDEFINES W-MEMBER-DEFS.
           05  W-MEM-OCCS          OCCURS 7.
               10  W-MEM-NAME      PIC X(08).
               10  W-MEM-PATH      PIC X(40).
       01  W-MEM-CNT               PIC S9(4)  COMP VALUE 7.
       01  W-MEM-DX                PIC S9(4)  COMP.

      **** The catalog, as loaded and as added to by this run.

       01  W-CAT-MAX               PIC S9(4)  COMP VALUE 3500.
       01  W-CAT-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-CAT-DX                PIC S9(4)  COMP.
       01  W-VFY-DX                PIC S9(4)  COMP.
       01  W-CAT-TABLE.
           05  W-CAT-OCCS          OCCURS 3500.
               10  W-CAT-SET-ID    PIC X(15).
               10  W-CAT-REASON    PIC X(07).
               10  W-CAT-MEMBER    PIC X(08).
               10  W-CAT-PRESENT-SW
                                   PIC X(01).
                   88  W-CAT-PRESENT               VALUE 'Y'.
               10  W-CAT-RECORD-CNT
                                   PIC 9(09).
               10  W-CAT-CRC       PIC 9(09).
               10  W-CAT-SOURCE-PATH
                                   PIC X(40).
               10  W-CAT-BACKUP-PATH
                                   PIC X(50).
               10  W-CAT-DIFFERS-SW
                                   PIC X(01).
                   88  W-CAT-DIFFERS               VALUE 'Y'.
               10  W-CAT-VERIFY-MSG
                                   PIC X(24).

      **** The set being backed up, listed, compared or restored.

       01  W-SET-ID                PIC X(15).
       01  W-REASON                PIC X(07).
       01  W-SET-FOUND-SW          PIC X(01).
           88  W-SET-FOUND                         VALUE 'Y'.
       01  W-SET-FAILED-CNT        PIC S9(4)  COMP.
       01  W-SET-PRESENT-CNT       PIC S9(4)  COMP.
       01  W-SELECTED-CNT          PIC S9(4)  COMP.
       01  W-DIFFERS-CNT           PIC S9(4)  COMP.
       01  W-RESTORED-CNT          PIC S9(4)  COMP.
       01  W-SETS-LISTED           PIC S9(4)  COMP VALUE 0.
       01  W-SETS-FAILED           PIC S9(4)  COMP VALUE 0.
       01  W-LIST-SET-ID           PIC X(15).
       01  W-LIST-REASON           PIC X(07).
       01  W-VERIFY-MSG            PIC X(24).
       01  W-MEMBER-OK-SW          PIC X(01).
           88  W-MEMBER-OK                         VALUE 'Y'.

      **** One record-level comparison.

       01  W-SRC-PATH              PIC X(50).
       01  W-TGT-PATH              PIC X(50).
       01  W-DIFF-SHOW-MAX         PIC S9(4)  COMP VALUE 5.
       01  W-DIFF-RECORD-NO        PIC 9(09)  COMP.
       01  W-DIFF-CHANGED          PIC 9(09)  COMP.
       01  W-DIFF-BACKUP-ONLY      PIC 9(09)  COMP.
       01  W-DIFF-CURRENT-ONLY     PIC 9(09)  COMP.
       01  W-DIFF-SHOWN            PIC S9(4)  COMP.
       01  W-DIFF-RECORD-DISP      PIC Z(08)9.
       01  W-COPY-CNT              PIC 9(09)  COMP.

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-SMALL            PIC Z9.
       01  W-CRC32-PROG            PIC X(08)       VALUE 'CRC32'.

       01  W-CRC-IN-PATH           PIC X(50).
       01  W-CRC-CURRENT           PIC X(600).
       01  W-CRC-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-CRC-EOF                           VALUE 'Y'.
       01  W-CRC-FIRST-SW          PIC X(01)       VALUE 'Y'.
           88  W-CRC-FIRST                         VALUE 'Y'.
       01  W-CRC-MISSING-SW        PIC X(01)       VALUE 'N'.
           88  W-CRC-MISSING                       VALUE 'Y'.
       01  W-CRC-RECORD-CNT        PIC 9(09)  COMP.
       01  W-CRC-VALUE             PIC 9(09)  COMP.
       01  W-CRC-TRIM-LEN          PIC S9(4)  COMP.
       01  W-CRC-VALUE-DISP        PIC 9(09).
       01  W-CRC-SOURCE-CNT        PIC 9(09)  COMP.
       01  W-CRC-SOURCE-VALUE      PIC 9(09)  COMP.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  W-CURRENT-HH-MM-SS  PIC 9(06).
           05  FILLER              PIC X(07).

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERBKP error: '.

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

       01  W-PARM-TEXT             PIC X(70)       VALUE SPACES.
       01  W-PARM-VERB             PIC X(08).
       01  W-PARM-SET-ID           PIC X(15).
       01  W-PARM-MEMBER           PIC X(08).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               EVALUATE W-PARM-VERB
                 WHEN 'BACKUP  '
                   MOVE 'BACKUP'   TO W-REASON
                   PERFORM SUB-2100-TAKE-BACKUP THRU SUB-2100-EXIT

                 WHEN 'DIFF    '
                   PERFORM SUB-2300-DIFF-SET THRU SUB-2300-EXIT

                 WHEN 'RESTORE '
                   PERFORM SUB-2400-RESTORE-SET THRU SUB-2400-EXIT

                 WHEN OTHER
                   PERFORM SUB-2200-LIST-SETS THRU SUB-2200-EXIT
               END-EVALUATE
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERBKP compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           MOVE SPACES             TO W-PARM-VERB
                                      W-PARM-SET-ID
                                      W-PARM-MEMBER

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-VERB
                        W-PARM-SET-ID
                        W-PARM-MEMBER
           END-UNSTRING

           PERFORM SUB-1100-LOAD-CATALOG THRU SUB-1100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-CATALOG.
      *----------------------

           OPEN INPUT CATFILE

           IF      W-CATFILE-STATUS NOT = '00'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-ENTRY THRU SUB-1110-EXIT
               UNTIL W-CAT-EOF

           CLOSE CATFILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-ENTRY.
      *------------------------

           READ CATFILE
               AT END
                   SET  W-CAT-EOF  TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      CAT-SET-ID = SPACES
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-CAT-CNT >= W-CAT-MAX
               DISPLAY W-ERROR-MSG
                       'catalog table full - later sets not loaded'
               MOVE 8              TO RETURN-CODE
               SET  W-CAT-EOF      TO TRUE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-CAT-CNT
           MOVE CAT-SET-ID         TO W-CAT-SET-ID(W-CAT-CNT)
           MOVE CAT-REASON         TO W-CAT-REASON(W-CAT-CNT)
           MOVE CAT-MEMBER         TO W-CAT-MEMBER(W-CAT-CNT)
           MOVE CAT-PRESENT-SW     TO W-CAT-PRESENT-SW(W-CAT-CNT)
           MOVE CAT-RECORD-CNT     TO W-CAT-RECORD-CNT(W-CAT-CNT)
           MOVE CAT-CRC            TO W-CAT-CRC(W-CAT-CNT)
           MOVE CAT-SOURCE-PATH    TO W-CAT-SOURCE-PATH(W-CAT-CNT)
           MOVE CAT-BACKUP-PATH    TO W-CAT-BACKUP-PATH(W-CAT-CNT)
           MOVE 'N'                TO W-CAT-DIFFERS-SW(W-CAT-CNT)
           MOVE SPACES             TO W-CAT-VERIFY-MSG(W-CAT-CNT)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-2100-TAKE-BACKUP.
      *---------------------

      **** A new set, under W-REASON: BACKUP when asked for, PRE-RST
      **** when a restore takes one first.

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           MOVE SPACES             TO W-SET-ID
           STRING W-CURRENT-YYYY-MM-DD
                  '-'
                  W-CURRENT-HH-MM-SS
                                   DELIMITED SIZE
                                   INTO W-SET-ID

           PERFORM SUB-2900-FIND-SET THRU SUB-2900-EXIT

           IF      W-SET-FOUND
               DISPLAY W-ERROR-MSG
                       'backup set '
                       W-SET-ID
                       ' already on the catalog - rerun'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-CAT-CNT + W-MEM-CNT > W-CAT-MAX
               DISPLAY W-ERROR-MSG
                       'catalog table full - no backup taken'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE 0                  TO W-SET-PRESENT-CNT
                                      W-SET-FAILED-CNT

           OPEN EXTEND CATFILE
           IF      W-CATFILE-STATUS NOT = '00'
               OPEN OUTPUT CATFILE
           END-IF

           PERFORM SUB-2110-BACKUP-ONE-MEMBER THRU SUB-2110-EXIT
               VARYING W-MEM-DX FROM 1 BY 1
                 UNTIL W-MEM-DX > W-MEM-CNT

           CLOSE CATFILE

           IF      W-SET-FAILED-CNT > 0
               DISPLAY W-ERROR-MSG
                       'backup set '
                       W-SET-ID
                       ' did not verify - do not rely on it'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-SET-PRESENT-CNT  TO W-DISP-SMALL
           DISPLAY 'FAKERBKP: backup set '
                   W-SET-ID
                   ' ('
                   FUNCTION TRIM(W-REASON)
                   ') taken, files backed up: '
                   W-DISP-SMALL
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-BACKUP-ONE-MEMBER.
      *---------------------------

           ADD  1                  TO W-CAT-CNT
           MOVE W-CAT-CNT          TO W-CAT-DX

           MOVE W-SET-ID           TO W-CAT-SET-ID(W-CAT-DX)
           MOVE W-REASON           TO W-CAT-REASON(W-CAT-DX)
           MOVE W-MEM-NAME(W-MEM-DX)
                                   TO W-CAT-MEMBER(W-CAT-DX)
           MOVE W-MEM-PATH(W-MEM-DX)
                                   TO W-CAT-SOURCE-PATH(W-CAT-DX)
           MOVE 'N'                TO W-CAT-PRESENT-SW(W-CAT-DX)
                                      W-CAT-DIFFERS-SW(W-CAT-DX)
           MOVE 0                  TO W-CAT-RECORD-CNT(W-CAT-DX)
                                      W-CAT-CRC(W-CAT-DX)
           MOVE SPACES             TO W-CAT-BACKUP-PATH(W-CAT-DX)
                                      W-CAT-VERIFY-MSG(W-CAT-DX)

           MOVE W-MEM-PATH(W-MEM-DX)
                                   TO W-CRC-IN-PATH

           PERFORM SUB-8500-CRC-ONE-FILE THRU SUB-8500-EXIT

           IF      W-CRC-MISSING
               DISPLAY 'FAKERBKP: '
                       W-MEM-NAME(W-MEM-DX)
                       ' absent, catalogued as absent'
               GO TO SUB-2110-WRITE
           END-IF

           MOVE W-CRC-RECORD-CNT   TO W-CRC-SOURCE-CNT
           MOVE W-CRC-VALUE        TO W-CRC-SOURCE-VALUE

           STRING 'Data\FAKERBKP '
                  W-SET-ID
                  ' '
                  FUNCTION TRIM(W-MEM-NAME(W-MEM-DX))
                  '.txt'           DELIMITED SIZE
                                   INTO W-CAT-BACKUP-PATH(W-CAT-DX)

           MOVE W-MEM-PATH(W-MEM-DX)
                                   TO W-SRC-PATH
           MOVE W-CAT-BACKUP-PATH(W-CAT-DX)
                                   TO W-TGT-PATH

           PERFORM SUB-2700-COPY-FILE THRU SUB-2700-EXIT

      **** The copy is only as good as a re-read of it says.

           MOVE W-CAT-BACKUP-PATH(W-CAT-DX)
                                   TO W-CRC-IN-PATH

           PERFORM SUB-8500-CRC-ONE-FILE THRU SUB-8500-EXIT

           IF      W-CRC-MISSING
           OR      W-CRC-RECORD-CNT NOT = W-CRC-SOURCE-CNT
           OR      W-CRC-VALUE NOT = W-CRC-SOURCE-VALUE
               DISPLAY W-ERROR-MSG
                       W-MEM-NAME(W-MEM-DX)
                       ' copy does not match its original'
               ADD  1              TO W-SET-FAILED-CNT
           END-IF

           MOVE 'Y'                TO W-CAT-PRESENT-SW(W-CAT-DX)
           MOVE W-CRC-SOURCE-CNT   TO W-CAT-RECORD-CNT(W-CAT-DX)
           MOVE W-CRC-SOURCE-VALUE TO W-CAT-CRC(W-CAT-DX)
           ADD  1                  TO W-SET-PRESENT-CNT
           .
       SUB-2110-WRITE.

           MOVE SPACES             TO CATFILE-REC
           MOVE W-CAT-SET-ID(W-CAT-DX)
                                   TO CAT-SET-ID
           MOVE W-CAT-REASON(W-CAT-DX)
                                   TO CAT-REASON
           MOVE W-CAT-MEMBER(W-CAT-DX)
                                   TO CAT-MEMBER
           MOVE W-CAT-PRESENT-SW(W-CAT-DX)
                                   TO CAT-PRESENT-SW
           MOVE W-CAT-RECORD-CNT(W-CAT-DX)
                                   TO CAT-RECORD-CNT
           MOVE W-CAT-CRC(W-CAT-DX)
                                   TO CAT-CRC
           MOVE W-CAT-SOURCE-PATH(W-CAT-DX)
                                   TO CAT-SOURCE-PATH
           MOVE W-CAT-BACKUP-PATH(W-CAT-DX)
                                   TO CAT-BACKUP-PATH

           WRITE CATFILE-REC
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2200-LIST-SETS.
      *-------------------

           IF      W-CAT-CNT = 0
               DISPLAY 'FAKERBKP: no backup sets on the catalog'
               GO TO SUB-2200-EXIT
           END-IF

           DISPLAY 'BACKUP SETS:'

           MOVE SPACES             TO W-LIST-SET-ID

           PERFORM SUB-2210-LIST-ONE-ENTRY THRU SUB-2210-EXIT
               VARYING W-CAT-DX FROM 1 BY 1
                 UNTIL W-CAT-DX > W-CAT-CNT

           IF      W-SETS-FAILED > 0
               MOVE 4              TO RETURN-CODE
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-LIST-ONE-ENTRY.
      *------------------------

      **** The first entry of each set lists the set: its members
      **** verified, the set line, then any member that failed.

           IF      W-CAT-SET-ID(W-CAT-DX) = W-LIST-SET-ID
               GO TO SUB-2210-EXIT
           END-IF

           MOVE W-CAT-SET-ID(W-CAT-DX)
                                   TO W-LIST-SET-ID
           MOVE W-CAT-REASON(W-CAT-DX)
                                   TO W-LIST-REASON
           MOVE 0                  TO W-SET-PRESENT-CNT
                                      W-SET-FAILED-CNT

           PERFORM SUB-2220-VERIFY-LIST-ENTRY THRU SUB-2220-EXIT
               VARYING W-VFY-DX FROM W-CAT-DX BY 1
                 UNTIL W-VFY-DX > W-CAT-CNT
                    OR W-CAT-SET-ID(W-VFY-DX) NOT = W-LIST-SET-ID

           ADD  1                  TO W-SETS-LISTED

           IF      W-SET-FAILED-CNT = 0
               MOVE 'VERIFIED'     TO W-VERIFY-MSG
           ELSE
               ADD  1              TO W-SETS-FAILED
               MOVE 'FAILED VERIFICATION'
                                   TO W-VERIFY-MSG
           END-IF

           MOVE W-SET-PRESENT-CNT  TO W-DISP-SMALL

           DISPLAY '    '
                   W-LIST-SET-ID
                   '  '
                   W-LIST-REASON
                   '  files '
                   W-DISP-SMALL
                   '  '
                   W-VERIFY-MSG

           IF      W-SET-FAILED-CNT > 0
               PERFORM SUB-2230-SHOW-LIST-FAILURE THRU SUB-2230-EXIT
                   VARYING W-VFY-DX FROM W-CAT-DX BY 1
                     UNTIL W-VFY-DX > W-CAT-CNT
                        OR W-CAT-SET-ID(W-VFY-DX) NOT = W-LIST-SET-ID
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-VERIFY-LIST-ENTRY.
      *---------------------------

           IF      W-CAT-PRESENT(W-VFY-DX)
               ADD  1              TO W-SET-PRESENT-CNT
           END-IF

           PERFORM SUB-2500-VERIFY-MEMBER THRU SUB-2500-EXIT

           IF      NOT W-MEMBER-OK
               ADD  1              TO W-SET-FAILED-CNT
           END-IF
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2230-SHOW-LIST-FAILURE.
      *---------------------------

           IF      W-CAT-VERIFY-MSG(W-VFY-DX) NOT = SPACES
               DISPLAY '        '
                       W-CAT-MEMBER(W-VFY-DX)
                       ' '
                       W-CAT-VERIFY-MSG(W-VFY-DX)
           END-IF
           .
       SUB-2230-EXIT.
           EXIT.
      /
       SUB-2300-DIFF-SET.
      *------------------

           PERFORM SUB-2350-CHECK-SET THRU SUB-2350-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2360-COMPARE-ONE-MEMBER THRU SUB-2360-EXIT
               VARYING W-CAT-DX FROM 1 BY 1
                 UNTIL W-CAT-DX > W-CAT-CNT

           MOVE W-DIFFERS-CNT      TO W-DISP-SMALL
           DISPLAY 'FAKERBKP: files differing from set '
                   W-SET-ID
                   ': '
                   W-DISP-SMALL
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-CHECK-SET.
      *-------------------

      **** The named set must be on the catalog, hold the member if
      **** one is named, and still verify for every member selected.

           MOVE W-PARM-SET-ID      TO W-SET-ID

           PERFORM SUB-2900-FIND-SET THRU SUB-2900-EXIT

           IF      W-SET-ID = SPACES
           OR      NOT W-SET-FOUND
               DISPLAY W-ERROR-MSG
                       'no backup set '
                       W-SET-ID
                       ' on the catalog'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2350-EXIT
           END-IF

           MOVE 0                  TO W-SELECTED-CNT
                                      W-SET-FAILED-CNT
                                      W-DIFFERS-CNT

           PERFORM SUB-2355-CHECK-ONE-MEMBER THRU SUB-2355-EXIT
               VARYING W-CAT-DX FROM 1 BY 1
                 UNTIL W-CAT-DX > W-CAT-CNT

           IF      W-SELECTED-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no member '
                       W-PARM-MEMBER
                       ' in backup set '
                       W-SET-ID
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2350-EXIT
           END-IF

           IF      W-SET-FAILED-CNT > 0
               DISPLAY W-ERROR-MSG
                       'backup set '
                       W-SET-ID
                       ' FAILED verification'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2350-EXIT
           END-IF

           DISPLAY 'FAKERBKP: backup set '
                   W-SET-ID
                   ' verified'
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2355-CHECK-ONE-MEMBER.
      *--------------------------

           IF      W-CAT-SET-ID(W-CAT-DX) NOT = W-SET-ID
               GO TO SUB-2355-EXIT
           END-IF

           IF      W-PARM-MEMBER NOT = SPACES
           AND     W-PARM-MEMBER NOT = W-CAT-MEMBER(W-CAT-DX)
               GO TO SUB-2355-EXIT
           END-IF

           ADD  1                  TO W-SELECTED-CNT

           MOVE W-CAT-DX           TO W-VFY-DX

           PERFORM SUB-2500-VERIFY-MEMBER THRU SUB-2500-EXIT

           IF      NOT W-MEMBER-OK
               ADD  1              TO W-SET-FAILED-CNT
               DISPLAY W-ERROR-MSG
                       W-CAT-MEMBER(W-CAT-DX)
                       ' '
                       W-CAT-VERIFY-MSG(W-CAT-DX)
           END-IF
           .
       SUB-2355-EXIT.
           EXIT.
      /
       SUB-2360-COMPARE-ONE-MEMBER.
      *----------------------------

      **** A selected member is compared with the current file: by
      **** count and CRC first, record by record only when those
      **** disagree.

           IF      W-CAT-SET-ID(W-CAT-DX) NOT = W-SET-ID
               GO TO SUB-2360-EXIT
           END-IF

           IF      W-PARM-MEMBER NOT = SPACES
           AND     W-PARM-MEMBER NOT = W-CAT-MEMBER(W-CAT-DX)
               GO TO SUB-2360-EXIT
           END-IF

           IF      NOT W-CAT-PRESENT(W-CAT-DX)
               DISPLAY '    '
                       W-CAT-MEMBER(W-CAT-DX)
                       ' ABSENT FROM SET - current file left as is'
               GO TO SUB-2360-EXIT
           END-IF

           MOVE W-CAT-SOURCE-PATH(W-CAT-DX)
                                   TO W-CRC-IN-PATH

           PERFORM SUB-8500-CRC-ONE-FILE THRU SUB-8500-EXIT

           IF      W-CRC-MISSING
               DISPLAY '    '
                       W-CAT-MEMBER(W-CAT-DX)
                       ' DIFFERS - current file missing'
               MOVE 'Y'            TO W-CAT-DIFFERS-SW(W-CAT-DX)
               ADD  1              TO W-DIFFERS-CNT
               GO TO SUB-2360-EXIT
           END-IF

           IF      W-CRC-RECORD-CNT = W-CAT-RECORD-CNT(W-CAT-DX)
           AND     W-CRC-VALUE = W-CAT-CRC(W-CAT-DX)
               DISPLAY '    '
                       W-CAT-MEMBER(W-CAT-DX)
                       ' SAME'
               GO TO SUB-2360-EXIT
           END-IF

           MOVE 'Y'                TO W-CAT-DIFFERS-SW(W-CAT-DX)
           ADD  1                  TO W-DIFFERS-CNT

           DISPLAY '    '
                   W-CAT-MEMBER(W-CAT-DX)
                   ' DIFFERS'

           PERFORM SUB-2600-DIFF-FILES THRU SUB-2600-EXIT
           .
       SUB-2360-EXIT.
           EXIT.
      /
       SUB-2400-RESTORE-SET.
      *---------------------

           PERFORM SUB-2300-DIFF-SET THRU SUB-2300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2400-EXIT
           END-IF

           IF      W-DIFFERS-CNT = 0
               DISPLAY 'FAKERBKP: current files already match set '
                       W-SET-ID
                       ' - nothing restored'
               GO TO SUB-2400-EXIT
           END-IF

      **** The current files become a set of their own first, so this
      **** restore can be undone by restoring that one.

           MOVE W-SET-ID           TO W-LIST-SET-ID
           MOVE 'PRE-RST'          TO W-REASON

           PERFORM SUB-2100-TAKE-BACKUP THRU SUB-2100-EXIT

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'pre-restore backup failed - nothing restored'
               GO TO SUB-2400-EXIT
           END-IF

           MOVE W-LIST-SET-ID      TO W-SET-ID
           MOVE 0                  TO W-RESTORED-CNT

           PERFORM SUB-2410-RESTORE-ONE-MEMBER THRU SUB-2410-EXIT
               VARYING W-CAT-DX FROM 1 BY 1
                 UNTIL W-CAT-DX > W-CAT-CNT

           MOVE W-RESTORED-CNT     TO W-DISP-SMALL
           DISPLAY 'FAKERBKP: files restored from set '
                   W-SET-ID
                   ': '
                   W-DISP-SMALL
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-RESTORE-ONE-MEMBER.
      *----------------------------

           IF      W-CAT-SET-ID(W-CAT-DX) NOT = W-SET-ID
           OR      NOT W-CAT-DIFFERS(W-CAT-DX)
               GO TO SUB-2410-EXIT
           END-IF

           MOVE W-CAT-BACKUP-PATH(W-CAT-DX)
                                   TO W-SRC-PATH
           MOVE W-CAT-SOURCE-PATH(W-CAT-DX)
                                   TO W-TGT-PATH

           PERFORM SUB-2700-COPY-FILE THRU SUB-2700-EXIT

           MOVE W-CAT-SOURCE-PATH(W-CAT-DX)
                                   TO W-CRC-IN-PATH

           PERFORM SUB-8500-CRC-ONE-FILE THRU SUB-8500-EXIT

           IF      W-CRC-MISSING
           OR      W-CRC-RECORD-CNT NOT = W-CAT-RECORD-CNT(W-CAT-DX)
           OR      W-CRC-VALUE NOT = W-CAT-CRC(W-CAT-DX)
               DISPLAY W-ERROR-MSG
                       W-CAT-MEMBER(W-CAT-DX)
                       ' restored file does not verify'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2410-EXIT
           END-IF

           ADD  1                  TO W-RESTORED-CNT

           DISPLAY '    '
                   W-CAT-MEMBER(W-CAT-DX)
                   ' RESTORED to '
                   W-CAT-SOURCE-PATH(W-CAT-DX)
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2500-VERIFY-MEMBER.
      *-----------------------

      **** The catalog entry at W-VFY-DX against its backup copy.  A
      **** member absent at backup time has no copy to verify.

           MOVE 'Y'                TO W-MEMBER-OK-SW
           MOVE SPACES             TO W-CAT-VERIFY-MSG(W-VFY-DX)

           IF      NOT W-CAT-PRESENT(W-VFY-DX)
               GO TO SUB-2500-EXIT
           END-IF

           MOVE W-CAT-BACKUP-PATH(W-VFY-DX)
                                   TO W-CRC-IN-PATH

           PERFORM SUB-8500-CRC-ONE-FILE THRU SUB-8500-EXIT

           EVALUATE TRUE
             WHEN W-CRC-MISSING
               MOVE 'backup copy missing'
                                   TO W-CAT-VERIFY-MSG(W-VFY-DX)
             WHEN W-CRC-RECORD-CNT NOT = W-CAT-RECORD-CNT(W-VFY-DX)
               MOVE 'record count mismatch'
                                   TO W-CAT-VERIFY-MSG(W-VFY-DX)
             WHEN W-CRC-VALUE NOT = W-CAT-CRC(W-VFY-DX)
               MOVE 'CRC mismatch' TO W-CAT-VERIFY-MSG(W-VFY-DX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF      W-CAT-VERIFY-MSG(W-VFY-DX) NOT = SPACES
               MOVE 'N'            TO W-MEMBER-OK-SW
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-DIFF-FILES.
      *--------------------

      **** Record by record, the backup copy (SRCFILE) against the
      **** current file (TGTFILE): the first few differences shown,
      **** all of them counted.

           MOVE W-CAT-BACKUP-PATH(W-CAT-DX)
                                   TO W-SRC-PATH
           MOVE W-CAT-SOURCE-PATH(W-CAT-DX)
                                   TO W-TGT-PATH

           MOVE 0                  TO W-DIFF-RECORD-NO
                                      W-DIFF-CHANGED
                                      W-DIFF-BACKUP-ONLY
                                      W-DIFF-CURRENT-ONLY
                                      W-DIFF-SHOWN
           MOVE 'N'                TO W-SRC-EOF-SW
                                      W-TGT-EOF-SW

           OPEN INPUT SRCFILE
                      TGTFILE

           PERFORM SUB-2610-READ-SRCFILE THRU SUB-2610-EXIT
           PERFORM SUB-2620-READ-TGTFILE THRU SUB-2620-EXIT

           PERFORM SUB-2630-DIFF-ONE-RECORD THRU SUB-2630-EXIT
               UNTIL W-SRC-EOF
                 AND W-TGT-EOF

           CLOSE SRCFILE
                 TGTFILE

           MOVE W-DIFF-CHANGED     TO W-DISP-NUM
           DISPLAY '        records changed:          '
                   W-DISP-NUM
           MOVE W-DIFF-BACKUP-ONLY TO W-DISP-NUM
           DISPLAY '        records only in backup:   '
                   W-DISP-NUM
           MOVE W-DIFF-CURRENT-ONLY
                                   TO W-DISP-NUM
           DISPLAY '        records only in current:  '
                   W-DISP-NUM
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-READ-SRCFILE.
      *----------------------

           READ SRCFILE
               AT END
                   SET  W-SRC-EOF  TO TRUE
           END-READ
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2620-READ-TGTFILE.
      *----------------------

           READ TGTFILE
               AT END
                   SET  W-TGT-EOF  TO TRUE
           END-READ
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-2630-DIFF-ONE-RECORD.
      *-------------------------

           ADD  1                  TO W-DIFF-RECORD-NO
           MOVE W-DIFF-RECORD-NO   TO W-DIFF-RECORD-DISP

           EVALUATE TRUE
             WHEN W-TGT-EOF
               ADD  1              TO W-DIFF-BACKUP-ONLY
               IF      W-DIFF-SHOWN < W-DIFF-SHOW-MAX
                   ADD  1          TO W-DIFF-SHOWN
                   DISPLAY '        record '
                           W-DIFF-RECORD-DISP
                           ' backup:  '
                           SRCFILE-REC(1 : 60)
                   DISPLAY '                         current: '
                           '(none)'
               END-IF

             WHEN W-SRC-EOF
               ADD  1              TO W-DIFF-CURRENT-ONLY
               IF      W-DIFF-SHOWN < W-DIFF-SHOW-MAX
                   ADD  1          TO W-DIFF-SHOWN
                   DISPLAY '        record '
                           W-DIFF-RECORD-DISP
                           ' backup:  '
                           '(none)'
                   DISPLAY '                         current: '
                           TGTFILE-REC(1 : 60)
               END-IF

             WHEN SRCFILE-REC NOT = TGTFILE-REC
               ADD  1              TO W-DIFF-CHANGED
               IF      W-DIFF-SHOWN < W-DIFF-SHOW-MAX
                   ADD  1          TO W-DIFF-SHOWN
                   DISPLAY '        record '
                           W-DIFF-RECORD-DISP
                           ' backup:  '
                           SRCFILE-REC(1 : 60)
                   DISPLAY '                         current: '
                           TGTFILE-REC(1 : 60)
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF      NOT W-SRC-EOF
               PERFORM SUB-2610-READ-SRCFILE THRU SUB-2610-EXIT
           END-IF

           IF      NOT W-TGT-EOF
               PERFORM SUB-2620-READ-TGTFILE THRU SUB-2620-EXIT
           END-IF
           .
       SUB-2630-EXIT.
           EXIT.
      /
       SUB-2700-COPY-FILE.
      *-------------------

      **** W-SRC-PATH copied record for record over W-TGT-PATH.

           MOVE 0                  TO W-COPY-CNT
           MOVE 'N'                TO W-SRC-EOF-SW

           OPEN INPUT SRCFILE

           IF      W-SRCFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open '
                       W-SRC-PATH
                       ' status '
                       W-SRCFILE-STATUS
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2700-EXIT
           END-IF

           OPEN OUTPUT TGTFILE

           IF      W-TGTFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot write '
                       W-TGT-PATH
                       ' status '
                       W-TGTFILE-STATUS
               MOVE 8              TO RETURN-CODE
               CLOSE SRCFILE
               GO TO SUB-2700-EXIT
           END-IF

           PERFORM SUB-2610-READ-SRCFILE THRU SUB-2610-EXIT

           PERFORM SUB-2710-COPY-ONE-RECORD THRU SUB-2710-EXIT
               UNTIL W-SRC-EOF

           CLOSE SRCFILE
                 TGTFILE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-COPY-ONE-RECORD.
      *-------------------------

           MOVE SRCFILE-REC        TO TGTFILE-REC

           WRITE TGTFILE-REC

           ADD  1                  TO W-COPY-CNT

           PERFORM SUB-2610-READ-SRCFILE THRU SUB-2610-EXIT
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2900-FIND-SET.
      *------------------

           MOVE 'N'                TO W-SET-FOUND-SW

           PERFORM SUB-2910-MATCH-ONE-ENTRY THRU SUB-2910-EXIT
               VARYING W-CAT-DX FROM 1 BY 1
                 UNTIL W-CAT-DX > W-CAT-CNT
                    OR W-SET-FOUND
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-MATCH-ONE-ENTRY.
      *-------------------------

           IF      W-CAT-SET-ID(W-CAT-DX) = W-SET-ID
               MOVE 'Y'            TO W-SET-FOUND-SW
           END-IF
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-SETS-LISTED > 0
               MOVE W-SETS-LISTED  TO W-DISP-NUM
               DISPLAY 'Backup sets listed:       '
                       W-DISP-NUM

               MOVE W-SETS-FAILED  TO W-DISP-NUM
               DISPLAY 'Backup sets failed:       '
                       W-DISP-NUM
           END-IF

           DISPLAY 'FAKERBKP completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD3.
