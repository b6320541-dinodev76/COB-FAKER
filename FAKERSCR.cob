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

       PROGRAM-ID.             FAKERSCR.

      **** Real-customer collision screen, run on a fixed-format
      **** FAKERGEN extract before it is released.  Synthetic data is
      **** only safe while no generated person happens to be a real
      **** one, and across millions of random draws one eventually
      **** will.  The data-owning team supplies HSHFILE - keyed one-way
      **** digests of every production SSN and of every production
      **** last name + first name + date of birth, built in production
      **** by FAKERHSH - and every 'P' record of the extract is
      **** digested the same way (COPY FAKERPD5) and looked up in it.
      **** No clear production value ever reaches this side.
      ****
      **** Every collision is listed on RPTFILE by customer ID.  PARM
      **** byte 1:
      ****   'S' (the default) screens only: any collision ends the
      ****       run RETURN-CODE 8;
      ****   'R' also regenerates each colliding customer - a fresh
      ****       seeded SSN (or SIN) for a tax-ID collision, a fresh
      ****       first name for a name + date of birth collision (the
      ****       surname is the household's and the birth date anchors
      ****       the customer's whole chronology, so neither moves) -
      ****       re-verifies the new values against HSHFILE, and writes
      ****       them back into the extract.  The customer's NICK and
      ****       TRAN aliases (see FAKERGEN's 'N' record), both
      ****       derived from the old first name, go with it, and the
      ****       trailer's detail count is lowered to match.
      **** The second PARM value is FAKERGEN's job ID, when the run
      **** being screened had one.
      ****
      **** A clean screen stamps the run manifest with a '*SCREENED*'
      **** record (the date in columns 42-51 and the customers
      **** regenerated in columns 52-60, in the manner of FAKERGEN's
      **** '*RETENTION*' stamp), after the extract's own manifest
      **** entry has been brought up to date with any regeneration.
      **** A screen that is not clean removes any earlier stamp, so
      **** a stale one can never vouch for the file.

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
           SELECT GNRTFILE       ASSIGN DYNAMIC W-GNRTFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-GNRTFILE-STATUS.

           SELECT WRKFILE              ASSIGN 'Data\FAKERSCR Work.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT HSHFILE              ASSIGN 'Data\FAKERSCR Hashes.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HSHFILE-STATUS.

           SELECT KEYFILE             ASSIGN 'Data\FAKERSCR Hashkey.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-KEYFILE-STATUS.

           SELECT MANIFILE       ASSIGN DYNAMIC W-MANIFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-MANIFILE-STATUS.

           SELECT CRCFILE        ASSIGN DYNAMIC W-CRC-IN-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CRCFILE-STATUS.

           SELECT RPTFILE           ASSIGN 'Data\FAKERSCR Collisions.txt
      -                                      ''
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

       FD  GNRTFILE.

       01  GNRTFILE-REC            PIC X(600).

       FD  WRKFILE.

       01  WRKFILE-REC             PIC X(600).

       FD  HSHFILE.

       01  HSHFILE-REC.
           05  HSH-KIND            PIC X(01).
           05  FILLER              PIC X(01).
           05  HSH-DIGEST-1        PIC 9(10).
           05  FILLER              PIC X(01).
           05  HSH-DIGEST-2        PIC 9(10).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-TEXT            PIC X(32).
           05  FILLER              PIC X(48).

       FD  MANIFILE.

       01  MANIFILE-REC.
           05  MAN-FILE-PATH       PIC X(40).
           05  FILLER              PIC X(01).
           05  MAN-RECORD-CNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  MAN-CRC             PIC 9(09).

       FD  CRCFILE.

       01  CRCFILE-REC             PIC X(600).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(132).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-GNRTFILE-STATUS       PIC X(02).
       01  W-HSHFILE-STATUS        PIC X(02).
       01  W-KEYFILE-STATUS        PIC X(02).
       01  W-MANIFILE-STATUS       PIC X(02).
       01  W-CRCFILE-STATUS        PIC X(02).

       01  W-GNRTFILE-PATH         PIC X(40)       VALUE
           'Data\FAKERGEN Output.txt'.
       01  W-MANIFILE-PATH         PIC X(40)       VALUE
           'Data\FAKERGEN Manifest.txt'.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-MODE             PIC X(01)       VALUE SPACES.
       01  W-PARM-JOB-ID           PIC X(04)       VALUE SPACES.

       01  W-MODE-SW               PIC X(01)       VALUE 'S'.
           88  SCREEN-ONLY                         VALUE 'S'.
           88  SCREEN-AND-REGENERATE               VALUE 'R'.

       01  W-EOF-SW                PIC X(01).
           88  W-EOF                               VALUE 'Y'.

      **** The extract record, with the three layouts the screen
      **** reads - FAKERGEN's 'P' person detail, 'N' name alias and
      **** 'T' trailer.

       01  W-GNRT-REC              PIC X(600).
       01  W-GNRT-P-REC            REDEFINES W-GNRT-REC.
           05  PD-RECORD-TYPE      PIC X(01).
               88  PD-PERSON-DETAIL                VALUE 'P'.
           05  FILLER              PIC X(01).
           05  PD-TAXID-SSN        PIC X(11).
           05  FILLER              PIC X(01).
           05  PD-PERSON-PREFIX    PIC X(10).
           05  PD-PERSON-FIRST-NAME
                                   PIC X(25).
           05  PD-PERSON-LAST-NAME PIC X(35).
           05  PD-PERSON-SUFFIX    PIC X(10).
           05  FILLER              PIC X(19).
           05  PD-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  PD-DATE-OF-BIRTH    PIC X(10).
           05  FILLER              PIC X(73).
           05  PD-PARTY-TYPE       PIC X(01).
               88  PD-PARTY-BUSINESS               VALUE 'B'.
       01  W-GNRT-N-REC            REDEFINES W-GNRT-REC.
           05  ND-RECORD-TYPE      PIC X(01).
               88  ND-NAME-ALIAS                   VALUE 'N'.
           05  FILLER              PIC X(01).
           05  ND-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(03).
           05  ND-ALIAS-TYPE       PIC X(04).
               88  ND-ALIAS-FROM-FIRST-NAME        VALUE 'NICK'
                                                         'TRAN'.
       01  W-GNRT-T-REC            REDEFINES W-GNRT-REC.
           05  T-RECORD-TYPE       PIC X(01).
               88  T-TRAILER                       VALUE 'T'.
           05  FILLER              PIC X(01).
           05  T-DETAIL-COUNT      PIC 9(09).

      **** Production digests, open-addressed on the first digest
      **** half.  W-PRD-SIZE is prime; W-PRD-MAX keeps the table no
      **** more than about 90 percent full.

       01  W-PRD-SIZE              PIC 9(09)  COMP VALUE 2000003.
       01  W-PRD-MAX               PIC 9(09)  COMP VALUE 1800000.
       01  W-PRD-CNT               PIC 9(09)  COMP VALUE 0.
       01  W-PRD-DUPLICATES        PIC 9(09)  COMP VALUE 0.
       01  W-PRD-DX                PIC 9(09)  COMP.
       01  W-PRD-QUOTIENT          PIC 9(10)  COMP.
       01  W-PRD-PROBE-SW          PIC X(01).
           88  W-PRD-PROBE-DONE                    VALUE 'Y'.
       01  W-PRD-FOUND-SW          PIC X(01).
           88  W-PRD-FOUND                         VALUE 'Y'.
       01  W-PRD-TABLE.
           05  W-PRD-OCCS          OCCURS 2000003.
               10  W-PRD-KIND      PIC X(01).
               10  W-PRD-DIGEST-1  PIC 9(10)  COMP.
               10  W-PRD-DIGEST-2  PIC 9(10)  COMP.

      **** Regenerated customers, in extract order, for the pass that
      **** writes them back.

       01  W-REGEN-MAX             PIC S9(4)  COMP VALUE 5000.
       01  W-REGEN-CNT             PIC S9(4)  COMP VALUE 0.
       01  W-REGEN-DX              PIC S9(4)  COMP VALUE 1.
       01  W-REGEN-TABLE.
           05  W-REGEN-OCCS        OCCURS 5000.
               10  W-REGEN-REC-NO  PIC 9(09)  COMP.
               10  W-REGEN-SSN-SW  PIC X(01).
                   88  W-REGEN-SSN                 VALUE 'Y'.
               10  W-REGEN-NAME-SW PIC X(01).
                   88  W-REGEN-NAME                VALUE 'Y'.
               10  W-REGEN-TAXID-SSN
                                   PIC X(11).
               10  W-REGEN-FIRST-NAME
                                   PIC X(25).

      **** One colliding customer's work fields.

       01  W-HIT-SSN-SW            PIC X(01).
           88  W-HIT-SSN                           VALUE 'Y'.
       01  W-HIT-NAME-SW           PIC X(01).
           88  W-HIT-NAME                          VALUE 'Y'.
       01  W-RESOLVED-SW           PIC X(01).
           88  W-RESOLVED                          VALUE 'Y'.
       01  W-NEW-TAXID-SSN         PIC X(11).
       01  W-NEW-FIRST-NAME        PIC X(25).
       01  W-ATTEMPT-NO            PIC 9(01).
       01  W-ATTEMPT-MAX           PIC 9(01)       VALUE 5.
       01  W-ACTION                PIC X(12).
       01  W-COLLIDES-ON           PIC X(14).

       01  W-ALIAS-CUSTOMER-ID     PIC X(14)       VALUE SPACES.

       01  W-REC-NO                PIC 9(09)  COMP VALUE 0.
       01  W-P-SCREENED            PIC 9(09)  COMP VALUE 0.
       01  W-SSN-COLLISIONS        PIC 9(09)  COMP VALUE 0.
       01  W-NAME-COLLISIONS       PIC 9(09)  COMP VALUE 0.
       01  W-CUST-COLLIDING        PIC 9(09)  COMP VALUE 0.
       01  W-CUST-REGENERATED      PIC 9(09)  COMP VALUE 0.
       01  W-CUST-UNRESOLVED       PIC 9(09)  COMP VALUE 0.
       01  W-ALIASES-DROPPED       PIC 9(09)  COMP VALUE 0.

      **** The run manifest, held whole while it is rewritten.

       01  W-MAN-MAX               PIC S9(4)  COMP VALUE 50.
       01  W-MAN-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-MAN-DX                PIC S9(4)  COMP.
       01  W-MAN-TABLE.
           05  W-MAN-ENTRY         PIC X(60)       OCCURS 50.
       01  W-MAN-EOF-SW            PIC X(01).
           88  W-MAN-EOF                           VALUE 'Y'.
       01  W-STAMP-SW              PIC X(01)       VALUE 'N'.
           88  W-STAMPED                           VALUE 'Y'.
       01  W-STAMP-NUM             PIC 9(09).

       01  W-BUILD-LINE            PIC X(132).
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC X(04).
           05  W-CURRENT-MM        PIC X(02).
           05  W-CURRENT-DD        PIC X(02).
           05  FILLER              PIC X(13).
       01  W-TODAY-TEXT.
           05  W-TODAY-YYYY        PIC X(04).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-TODAY-MM          PIC X(02).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-TODAY-DD          PIC X(02).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERSCR error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

      **** Digest work fields - see FAKERPD5.

       01  W-SCR-KEY               PIC X(32).
       01  W-SCR-SSN               PIC X(11).
       01  W-SCR-FIRST-NAME        PIC X(25).
       01  W-SCR-LAST-NAME         PIC X(35).
       01  W-SCR-DOB               PIC X(10).
       01  W-SCR-VALID-SW          PIC X(01).
           88  W-SCR-VALID                         VALUE 'Y'.
       01  W-SCR-DIGEST-1          PIC 9(10)  COMP.
       01  W-SCR-DIGEST-2          PIC 9(10)  COMP.
       01  W-SCR-BUFFER-1.
           05  W-SCR-KEY-1         PIC X(32).
           05  W-SCR-KIND-1        PIC X(01).
           05  W-SCR-VALUE-1       PIC X(68).
       01  W-SCR-BUFFER-2.
           05  W-SCR-KIND-2        PIC X(01).
           05  W-SCR-VALUE-2       PIC X(68).
           05  W-SCR-KEY-2         PIC X(32).
       01  W-SCR-VALUE             PIC X(68).
       01  W-SCR-DX                PIC S9(4)  COMP.
       01  W-SCR-OUT-DX            PIC S9(4)  COMP.

      **** Checksum work fields - see FAKERPD3.

       01  W-CRC-IN-PATH           PIC X(40).
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

       01  W-CRC32-PROG            PIC X(08)       VALUE 'CRC32'.
       01  W-CRC32-PARAMETER.      COPY CRC32L.

       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKER-PARAMETER.      COPY FAKERLNK.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               MOVE W-GNRTFILE-PATH
                                   TO W-LYV-PATH
               PERFORM SUB-8900-CHECK-LAYOUT-VERSION
                                   THRU SUB-8900-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-SCREEN-EXTRACT THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-REGEN-CNT > 0
               PERFORM SUB-3000-APPLY-REGENERATION THRU SUB-3000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-4000-STAMP-MANIFEST THRU SUB-4000-EXIT
           END-IF

           PERFORM SUB-5000-SHUT-DOWN THRU SUB-5000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERSCR compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           MOVE W-CURRENT-YYYY     TO W-TODAY-YYYY
           MOVE W-CURRENT-MM       TO W-TODAY-MM
           MOVE W-CURRENT-DD       TO W-TODAY-DD

           OPEN OUTPUT RPTFILE

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT KEYFILE

           IF      W-KEYFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open KEYFILE, status '
                       W-KEYFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           READ KEYFILE
               AT END
                   MOVE SPACES     TO KEY-TEXT
           END-READ

           CLOSE KEYFILE

           IF      KEY-TEXT = SPACES
               DISPLAY W-ERROR-MSG
                       'no screening key on KEYFILE'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE KEY-TEXT           TO W-SCR-KEY

           PERFORM SUB-1100-LOAD-DIGESTS THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-WRITE-HEADINGS THRU SUB-1200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-MODE
                        W-PARM-JOB-ID
           END-UNSTRING

           EVALUATE W-PARM-MODE
             WHEN SPACE
             WHEN 'S'
               SET  SCREEN-ONLY    TO TRUE
             WHEN 'R'
               SET  SCREEN-AND-REGENERATE
                                   TO TRUE
             WHEN OTHER
               DISPLAY W-ERROR-MSG
                       'PARM mode not S or R: '
                       W-PARM-TEXT
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1050-EXIT
           END-EVALUATE

      **** The same per-job file names FAKERGEN gives a job-ID run.

           IF      W-PARM-JOB-ID NOT = SPACES
               MOVE SPACES         TO W-GNRTFILE-PATH
                                      W-MANIFILE-PATH
               STRING 'Data\FAKERGEN Output-'
                      W-PARM-JOB-ID
                                   DELIMITED SPACE
                      '.txt'       DELIMITED SIZE
                                   INTO W-GNRTFILE-PATH
               STRING 'Data\FAKERGEN Manifest-'
                      W-PARM-JOB-ID
                                   DELIMITED SPACE
                      '.txt'       DELIMITED SIZE
                                   INTO W-MANIFILE-PATH
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-DIGESTS.
      *----------------------

           INITIALIZE W-PRD-TABLE

           OPEN INPUT HSHFILE

           IF      W-HSHFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open HSHFILE, status '
                       W-HSHFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE 'N'                TO W-EOF-SW

           PERFORM SUB-1110-LOAD-ONE-DIGEST THRU SUB-1110-EXIT
               UNTIL W-EOF
                  OR RETURN-CODE NOT = 0

           CLOSE HSHFILE

           IF      RETURN-CODE = 0
           AND     W-PRD-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no production digests on HSHFILE'
               MOVE 12             TO RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-DIGEST.
      *-------------------------

           READ HSHFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      HSH-KIND NOT = 'S' AND 'N'
           OR      HSH-DIGEST-1 NOT NUMERIC
           OR      HSH-DIGEST-2 NOT NUMERIC
               DISPLAY W-ERROR-MSG
                       'HSHFILE record skipped: '
                       HSHFILE-REC
               GO TO SUB-1110-EXIT
           END-IF

           MOVE HSH-KIND           TO W-SCR-KIND-1
           MOVE HSH-DIGEST-1       TO W-SCR-DIGEST-1
           MOVE HSH-DIGEST-2       TO W-SCR-DIGEST-2

           PERFORM SUB-8100-FIND-DIGEST THRU SUB-8100-EXIT

      **** The same production person can sit on the file twice.

           IF      W-PRD-FOUND
               ADD  1              TO W-PRD-DUPLICATES
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-PRD-CNT >= W-PRD-MAX
               DISPLAY W-ERROR-MSG
                       'more production digests than the table holds'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1110-EXIT
           END-IF

      **** SUB-8100 leaves W-PRD-DX on the empty slot that ended the
      **** probe.

           ADD  1                  TO W-PRD-CNT
           MOVE HSH-KIND           TO W-PRD-KIND(W-PRD-DX)
           MOVE HSH-DIGEST-1       TO W-PRD-DIGEST-1(W-PRD-DX)
           MOVE HSH-DIGEST-2       TO W-PRD-DIGEST-2(W-PRD-DX)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-WRITE-HEADINGS.
      *------------------------

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'FAKERSCR REAL-CUSTOMER COLLISION SCREEN      RUN '
                  'DATE '          DELIMITED SIZE
                  W-TODAY-TEXT     DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'EXTRACT:  '     DELIMITED SIZE
                  W-GNRTFILE-PATH  DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           IF      SCREEN-AND-REGENERATE
               MOVE 'MODE:     SCREEN AND REGENERATE'
                                   TO RPTFILE-REC
           ELSE
               MOVE 'MODE:     SCREEN ONLY'
                                   TO RPTFILE-REC
           END-IF
           WRITE RPTFILE-REC

           MOVE W-PRD-CNT          TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'PRODUCTION DIGESTS LOADED: '
                                   DELIMITED SIZE
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'CUSTOMER ID     COLLIDES ON     ACTION'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE '--------------  --------------  ------------'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-SCREEN-EXTRACT.
      *------------------------

           OPEN INPUT GNRTFILE

           IF      W-GNRTFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open GNRTFILE, status '
                       W-GNRTFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           MOVE 'N'                TO W-EOF-SW
           MOVE 0                  TO W-REC-NO

           PERFORM SUB-2100-SCREEN-ONE-RECORD THRU SUB-2100-EXIT
               UNTIL W-EOF

           CLOSE GNRTFILE

      **** Only the fixed-format extract carries 'P' records; a CSV,
      **** JSON or packed run cannot be screened here.

           IF      W-P-SCREENED = 0
               DISPLAY W-ERROR-MSG
                       'no P records on '
                       W-GNRTFILE-PATH
               MOVE 12             TO RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SCREEN-ONE-RECORD.
      *---------------------------

           READ GNRTFILE         INTO W-GNRT-REC
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                  TO W-REC-NO

           IF      NOT PD-PERSON-DETAIL
           OR      PD-PARTY-BUSINESS
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-P-SCREENED

           MOVE 'N'                TO W-HIT-SSN-SW
                                      W-HIT-NAME-SW

           MOVE PD-TAXID-SSN       TO W-SCR-SSN
           PERFORM SUB-8700-DIGEST-SSN THRU SUB-8700-EXIT

           IF      W-SCR-VALID
               PERFORM SUB-8100-FIND-DIGEST THRU SUB-8100-EXIT
               IF      W-PRD-FOUND
                   SET  W-HIT-SSN  TO TRUE
                   ADD  1          TO W-SSN-COLLISIONS
               END-IF
           END-IF

           MOVE PD-PERSON-LAST-NAME
                                   TO W-SCR-LAST-NAME
           MOVE PD-PERSON-FIRST-NAME
                                   TO W-SCR-FIRST-NAME
           MOVE PD-DATE-OF-BIRTH   TO W-SCR-DOB
           PERFORM SUB-8710-DIGEST-NAME-DOB THRU SUB-8710-EXIT

           IF      W-SCR-VALID
               PERFORM SUB-8100-FIND-DIGEST THRU SUB-8100-EXIT
               IF      W-PRD-FOUND
                   SET  W-HIT-NAME TO TRUE
                   ADD  1          TO W-NAME-COLLISIONS
               END-IF
           END-IF

           IF      NOT W-HIT-SSN
           AND     NOT W-HIT-NAME
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-CUST-COLLIDING

           EVALUATE TRUE
             WHEN W-HIT-SSN AND W-HIT-NAME
               MOVE 'SSN, NAME+DOB' TO W-COLLIDES-ON
             WHEN W-HIT-SSN
               MOVE 'SSN'          TO W-COLLIDES-ON
             WHEN OTHER
               MOVE 'NAME+DOB'     TO W-COLLIDES-ON
           END-EVALUATE

           IF      SCREEN-ONLY
               MOVE 'REPORTED'     TO W-ACTION
               ADD  1              TO W-CUST-UNRESOLVED
           ELSE
               PERFORM SUB-2200-REGENERATE THRU SUB-2200-EXIT
           END-IF

           MOVE SPACES             TO W-BUILD-LINE
           STRING PD-CUSTOMER-ID   DELIMITED SIZE
                  '  '             DELIMITED SIZE
                  W-COLLIDES-ON    DELIMITED SIZE
                  '  '             DELIMITED SIZE
                  W-ACTION         DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-REGENERATE.
      *--------------------

      **** Each colliding value is redrawn, seeded on the customer ID
      **** and the attempt number so a rerun redraws the same way,
      **** until its digest is clear of HSHFILE; a customer is
      **** written back only when every collision it had is clear.

           MOVE PD-TAXID-SSN       TO W-NEW-TAXID-SSN
           MOVE PD-PERSON-FIRST-NAME
                                   TO W-NEW-FIRST-NAME
           SET  W-RESOLVED         TO TRUE

           IF      W-HIT-SSN
               MOVE 'N'            TO W-RESOLVED-SW
               PERFORM SUB-2210-REDRAW-TAXID THRU SUB-2210-EXIT
                   VARYING W-ATTEMPT-NO FROM 1 BY 1
                     UNTIL W-RESOLVED
                        OR W-ATTEMPT-NO > W-ATTEMPT-MAX
           END-IF

           IF      W-HIT-NAME
           AND     W-RESOLVED
               MOVE 'N'            TO W-RESOLVED-SW
               PERFORM SUB-2220-REDRAW-FIRST-NAME THRU SUB-2220-EXIT
                   VARYING W-ATTEMPT-NO FROM 1 BY 1
                     UNTIL W-RESOLVED
                        OR W-ATTEMPT-NO > W-ATTEMPT-MAX
           END-IF

           IF      NOT W-RESOLVED
           OR      W-REGEN-CNT >= W-REGEN-MAX
               MOVE 'UNRESOLVED'   TO W-ACTION
               ADD  1              TO W-CUST-UNRESOLVED
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-REGEN-CNT
           MOVE W-REC-NO           TO W-REGEN-REC-NO(W-REGEN-CNT)
           MOVE W-HIT-SSN-SW       TO W-REGEN-SSN-SW(W-REGEN-CNT)
           MOVE W-HIT-NAME-SW      TO W-REGEN-NAME-SW(W-REGEN-CNT)
           MOVE W-NEW-TAXID-SSN    TO W-REGEN-TAXID-SSN(W-REGEN-CNT)
           MOVE W-NEW-FIRST-NAME   TO W-REGEN-FIRST-NAME(W-REGEN-CNT)

           MOVE 'REGENERATED'      TO W-ACTION
           ADD  1                  TO W-CUST-REGENERATED
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-REDRAW-TAXID.
      *----------------------

      **** The tax ID keeps its own shape - an SSN stays an SSN, a
      **** Canadian SIN a SIN; any other shape is not redrawn.

           EVALUATE TRUE
             WHEN PD-TAXID-SSN(4 : 1) = '-'
             AND  PD-TAXID-SSN(7 : 1) = '-'
               SET  TAXID-SSN-HYPHEN
                                   TO TRUE
             WHEN PD-TAXID-SSN(4 : 1) = '-'
             AND  PD-TAXID-SSN(8 : 1) = '-'
               SET  TAXID-SIN-HYPHEN
                                   TO TRUE
             WHEN OTHER
               MOVE W-ATTEMPT-MAX  TO W-ATTEMPT-NO
               GO TO SUB-2210-EXIT
           END-EVALUATE

           MOVE SPACES             TO FAKER-SEED-TEXT
           STRING 'SCREEN:TAXID:'  DELIMITED SIZE
                  PD-CUSTOMER-ID   DELIMITED SIZE
                  ':'              DELIMITED SIZE
                  W-ATTEMPT-NO     DELIMITED SIZE
                                   INTO FAKER-SEED-TEXT

           PERFORM SUB-8200-CALL-FAKER THRU SUB-8200-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-2210-EXIT
           END-IF

           MOVE FAKER-RESULT(1 : 11)
                                   TO W-SCR-SSN

           PERFORM SUB-8700-DIGEST-SSN THRU SUB-8700-EXIT

           IF      NOT W-SCR-VALID
               GO TO SUB-2210-EXIT
           END-IF

           PERFORM SUB-8100-FIND-DIGEST THRU SUB-8100-EXIT

           IF      NOT W-PRD-FOUND
               MOVE W-SCR-SSN      TO W-NEW-TAXID-SSN
               SET  W-RESOLVED     TO TRUE
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-REDRAW-FIRST-NAME.
      *---------------------------

      **** Drawn in the customer's birth era, and on the side of the
      **** name table the prefix already commits the customer to.

           EVALUATE PD-PERSON-PREFIX
             WHEN 'Mr.'
               SET  PERSON-FIRST-NAME-MALE
                                   TO TRUE
             WHEN 'Mrs.'
             WHEN 'Ms.'
             WHEN 'Miss'
               SET  PERSON-FIRST-NAME-FEMALE
                                   TO TRUE
             WHEN OTHER
               SET  PERSON-FIRST-NAME
                                   TO TRUE
           END-EVALUATE

           MOVE PD-DATE-OF-BIRTH   TO FAKER-BIRTH-DATE

           MOVE SPACES             TO FAKER-SEED-TEXT
           STRING 'SCREEN:FIRST-NAME:'
                                   DELIMITED SIZE
                  PD-CUSTOMER-ID   DELIMITED SIZE
                  ':'              DELIMITED SIZE
                  W-ATTEMPT-NO     DELIMITED SIZE
                                   INTO FAKER-SEED-TEXT

           PERFORM SUB-8200-CALL-FAKER THRU SUB-8200-EXIT

           MOVE SPACES             TO FAKER-BIRTH-DATE

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-2220-EXIT
           END-IF

           MOVE PD-PERSON-LAST-NAME
                                   TO W-SCR-LAST-NAME
           MOVE FAKER-RESULT(1 : 25)
                                   TO W-SCR-FIRST-NAME
           MOVE PD-DATE-OF-BIRTH   TO W-SCR-DOB

           PERFORM SUB-8710-DIGEST-NAME-DOB THRU SUB-8710-EXIT

           IF      NOT W-SCR-VALID
               GO TO SUB-2220-EXIT
           END-IF

           PERFORM SUB-8100-FIND-DIGEST THRU SUB-8100-EXIT

           IF      NOT W-PRD-FOUND
           AND     W-SCR-FIRST-NAME NOT = PD-PERSON-FIRST-NAME
               MOVE W-SCR-FIRST-NAME
                                   TO W-NEW-FIRST-NAME
               SET  W-RESOLVED     TO TRUE
           END-IF
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-3000-APPLY-REGENERATION.
      *----------------------------

      **** The extract is copied to WRKFILE with the regenerated
      **** values in place, then copied back over itself, so every
      **** downstream reader keeps finding it under its own name.

           OPEN INPUT GNRTFILE

           IF      W-GNRTFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot reopen GNRTFILE, status '
                       W-GNRTFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT WRKFILE

           MOVE 'N'                TO W-EOF-SW
           MOVE 0                  TO W-REC-NO
           MOVE 1                  TO W-REGEN-DX

           PERFORM SUB-3100-APPLY-ONE-RECORD THRU SUB-3100-EXIT
               UNTIL W-EOF

           CLOSE GNRTFILE
                 WRKFILE

           OPEN INPUT WRKFILE
           OPEN OUTPUT GNRTFILE

           MOVE 'N'                TO W-EOF-SW

           PERFORM SUB-3200-COPY-BACK-ONE-RECORD THRU SUB-3200-EXIT
               UNTIL W-EOF

           CLOSE WRKFILE
                 GNRTFILE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-APPLY-ONE-RECORD.
      *--------------------------

           READ GNRTFILE         INTO W-GNRT-REC
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-3100-EXIT
           END-READ

           ADD  1                  TO W-REC-NO

           IF      PD-PERSON-DETAIL
               MOVE SPACES         TO W-ALIAS-CUSTOMER-ID
           END-IF

           IF      W-REGEN-DX <= W-REGEN-CNT
           AND     W-REGEN-REC-NO(W-REGEN-DX) = W-REC-NO
               IF      W-REGEN-SSN(W-REGEN-DX)
                   MOVE W-REGEN-TAXID-SSN(W-REGEN-DX)
                                   TO PD-TAXID-SSN
               END-IF
               IF      W-REGEN-NAME(W-REGEN-DX)
                   MOVE W-REGEN-FIRST-NAME(W-REGEN-DX)
                                   TO PD-PERSON-FIRST-NAME
                   MOVE PD-CUSTOMER-ID
                                   TO W-ALIAS-CUSTOMER-ID
               END-IF
               ADD  1              TO W-REGEN-DX
           END-IF

           IF      ND-NAME-ALIAS
           AND     ND-ALIAS-FROM-FIRST-NAME
           AND     ND-CUSTOMER-ID = W-ALIAS-CUSTOMER-ID
               ADD  1              TO W-ALIASES-DROPPED
               GO TO SUB-3100-EXIT
           END-IF

      **** A trailer's detail count covers the aliases dropped above
      **** it - a restarted run's trailers each count from the start.

           IF      T-TRAILER
           AND     T-DETAIL-COUNT NUMERIC
               SUBTRACT W-ALIASES-DROPPED
                                 FROM T-DETAIL-COUNT
           END-IF

           WRITE WRKFILE-REC     FROM W-GNRT-REC
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-COPY-BACK-ONE-RECORD.
      *------------------------------

           READ WRKFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-3200-EXIT
           END-READ

           WRITE GNRTFILE-REC    FROM WRKFILE-REC
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-4000-STAMP-MANIFEST.
      *------------------------

      **** The manifest is read whole and written back: any earlier
      **** screening stamp dropped, the extract's own count and CRC
      **** refreshed when it was rewritten, and the new stamp last
      **** when the screen came out clean.

           OPEN INPUT MANIFILE

           IF      W-MANIFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open MANIFILE, status '
                       W-MANIFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           MOVE 'N'                TO W-MAN-EOF-SW

           PERFORM SUB-4100-READ-ONE-ENTRY THRU SUB-4100-EXIT
               UNTIL W-MAN-EOF
                  OR RETURN-CODE NOT = 0

           CLOSE MANIFILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-4000-EXIT
           END-IF

           IF      W-REGEN-CNT > 0
               MOVE W-GNRTFILE-PATH
                                   TO W-CRC-IN-PATH
               PERFORM SUB-8500-CRC-ONE-FILE THRU SUB-8500-EXIT
           END-IF

           OPEN OUTPUT MANIFILE

           PERFORM SUB-4200-WRITE-ONE-ENTRY THRU SUB-4200-EXIT
               VARYING W-MAN-DX FROM 1 BY 1
                 UNTIL W-MAN-DX > W-MAN-CNT

           IF      W-CUST-UNRESOLVED = 0
               MOVE SPACES         TO MANIFILE-REC
               MOVE '*SCREENED*'   TO MAN-FILE-PATH
               MOVE W-TODAY-TEXT   TO MANIFILE-REC(42 : 10)
               MOVE W-CUST-REGENERATED
                                   TO W-STAMP-NUM
               MOVE W-STAMP-NUM    TO MANIFILE-REC(52 : 9)
               WRITE MANIFILE-REC
               SET  W-STAMPED      TO TRUE
           END-IF

           CLOSE MANIFILE
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-READ-ONE-ENTRY.
      *------------------------

           READ MANIFILE
               AT END
                   SET  W-MAN-EOF  TO TRUE
                   GO TO SUB-4100-EXIT
           END-READ

           IF      MAN-FILE-PATH = '*SCREENED*'
               GO TO SUB-4100-EXIT
           END-IF

           IF      W-MAN-CNT >= W-MAN-MAX
               DISPLAY W-ERROR-MSG
                       'more MANIFILE entries than the table holds'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-4100-EXIT
           END-IF

           ADD  1                  TO W-MAN-CNT
           MOVE MANIFILE-REC       TO W-MAN-ENTRY(W-MAN-CNT)
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-ONE-ENTRY.
      *-------------------------

           MOVE W-MAN-ENTRY(W-MAN-DX)
                                   TO MANIFILE-REC

           IF      W-REGEN-CNT > 0
           AND     MAN-FILE-PATH = W-GNRTFILE-PATH
           AND     NOT W-CRC-MISSING
               MOVE W-CRC-RECORD-CNT
                                   TO MAN-RECORD-CNT
               MOVE W-CRC-VALUE    TO MAN-CRC
           END-IF

           WRITE MANIFILE-REC
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

      **** RETURN-CODE is already 8 or 12 for a control error;
      **** otherwise it is 8 when any collision is left standing.

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-P-SCREENED       TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'P RECORDS SCREENED:        '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-SSN-COLLISIONS   TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'SSN COLLISIONS:            '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-NAME-COLLISIONS  TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'NAME+DOB COLLISIONS:       '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-CUST-REGENERATED TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'CUSTOMERS REGENERATED:     '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-ALIASES-DROPPED  TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'FIRST-NAME ALIASES DROPPED:'
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-CUST-UNRESOLVED  TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'CUSTOMERS STILL COLLIDING: '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           EVALUATE TRUE
             WHEN RETURN-CODE NOT = 0
               MOVE 'RESULT: NOT SCREENED - SEE THE JOB LOG'
                                   TO RPTFILE-REC
             WHEN W-STAMPED
               MOVE 'RESULT: SCREENED CLEAN - MANIFEST STAMPED'
                                   TO RPTFILE-REC
             WHEN OTHER
               MOVE 'RESULT: NOT CLEAN - DO NOT RELEASE THIS EXTRACT'
                                   TO RPTFILE-REC
               MOVE 8              TO RETURN-CODE
           END-EVALUATE

           WRITE RPTFILE-REC

           CLOSE RPTFILE

      **** Register the collision listing against the extract it
      **** screened in the shared lineage file (COPY FAKERPD8).

           MOVE W-GNRTFILE-PATH    TO W-LYV-PATH
           MOVE 'Data\FAKERSCR Collisions.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE W-P-SCREENED       TO W-DISP-NUM
           DISPLAY 'P records screened:       '
                   W-DISP-NUM

           MOVE W-CUST-COLLIDING   TO W-DISP-NUM
           DISPLAY 'Customers colliding:      '
                   W-DISP-NUM

           MOVE W-CUST-REGENERATED TO W-DISP-NUM
           DISPLAY 'Customers regenerated:    '
                   W-DISP-NUM

           MOVE W-CUST-UNRESOLVED  TO W-DISP-NUM
           DISPLAY 'Customers still colliding:'
                   W-DISP-NUM

           DISPLAY 'FAKERSCR completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-8100-FIND-DIGEST.
      *---------------------

      **** Looks up W-SCR-KIND-1 / W-SCR-DIGEST-1 / W-SCR-DIGEST-2;
      **** on a miss W-PRD-DX is left on the empty slot where it
      **** would go.

           DIVIDE W-SCR-DIGEST-1 BY W-PRD-SIZE
                                GIVING W-PRD-QUOTIENT
                             REMAINDER W-PRD-DX
           ADD  1                  TO W-PRD-DX

           MOVE 'N'                TO W-PRD-FOUND-SW
                                      W-PRD-PROBE-SW

           PERFORM SUB-8110-PROBE-ONE-SLOT THRU SUB-8110-EXIT
               UNTIL W-PRD-PROBE-DONE
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8110-PROBE-ONE-SLOT.
      *------------------------

           IF      W-PRD-KIND(W-PRD-DX) = SPACE
               SET  W-PRD-PROBE-DONE
                                   TO TRUE
               GO TO SUB-8110-EXIT
           END-IF

           IF      W-PRD-KIND(W-PRD-DX) = W-SCR-KIND-1
           AND     W-PRD-DIGEST-1(W-PRD-DX) = W-SCR-DIGEST-1
           AND     W-PRD-DIGEST-2(W-PRD-DX) = W-SCR-DIGEST-2
               SET  W-PRD-FOUND    TO TRUE
               SET  W-PRD-PROBE-DONE
                                   TO TRUE
               GO TO SUB-8110-EXIT
           END-IF

           IF      W-PRD-DX >= W-PRD-SIZE
               MOVE 1              TO W-PRD-DX
           ELSE
               ADD  1              TO W-PRD-DX
           END-IF
           .
       SUB-8110-EXIT.
           EXIT.
      /
       SUB-8200-CALL-FAKER.
      *--------------------

           MOVE 'FAKERSCR'         TO FAKER-CALLING-PROGRAM

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-8200-EXIT.
           EXIT.
      /
       COPY FAKERPD3.
      /
       COPY FAKERPD5.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
