      ****   LASTFROM=  low end of a last-name range
      ****   LASTTO=    high end of a last-name range
      ****   HASREC=    a record type the customer must carry (e.g.
      ****              B for a bank record, O for an account with
      ****              a joint owner, beneficiary, signer or
      ****              custodian on it, K for a credit card)
      ****   IDFILE=Y   restrict to the customer IDs listed one per
      ****              record on the ID list file
      **** - all of which must hold for a customer to be selected
      **** (a criterion not given does not constrain).  A customer's
      **** records travel as a unit: when the customer matches,
      **** every one of their P/A/B/C/D/X records is written, so the
      **** subset never carries half a customer.  The O ownership
      **** records travel with the account owner's unit; the other
      **** customers they name are selected (or not) on their own
      **** merits.  The subset gets the original header and a fresh
      **** trailer carrying its own true count - no more ad-hoc SORT
      **** decks that break every time the layout moves.
      ****
      **** PARM='SUBSCR' cuts a standing subscription's subset (see
      **** FAKERSUB): the job ID on the subscription run card (COPY
      **** FAKERSRN) names the extract, 'Data\FAKERGEN Output-jjjj
      **** .txt', and the subset, 'Data\FAKERSEL Subset-jjjj.txt';
      **** the criteria come from 'Data\FAKERSUB Criteria.txt'; and
      **** the subset is added, with its count and CRC32, to the
      **** run's manifest 'Data\FAKERGEN Manifest-jjjj.txt', so it
      **** is verified, delivered and swept with the rest of the
      **** set.  With no PARM the plain files are used as always.

       ENVIRONMENT DIVISION.
      *=====================
      *---------------------

       FILE-CONTROL.
           SELECT SELIN          ASSIGN DYNAMIC W-SELIN-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-SELIN-STATUS.

           SELECT SELOUT         ASSIGN DYNAMIC W-SELOUT-PATH
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT CRITFILE       ASSIGN DYNAMIC W-CRITFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CRITFILE-STATUS.

      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-RSVFILE-STATUS.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.

           SELECT LINFILE              ASSIGN 'Data\FAKER Lineage.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINFILE-STATUS.

           SELECT LINCFILE       ASSIGN DYNAMIC W-LIN-OUTPUT-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINCFILE-STATUS.

      **** A subscription run's card, its manifest (extended with
      **** the subset) and the checksum pass's re-read handle.

           SELECT SRNFILE                 ASSIGN 'Data\FAKERSUB Run.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-SRNFILE-STATUS.

           SELECT MANIFILE       ASSIGN DYNAMIC W-MANIFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-MANIFILE-STATUS.

           SELECT CRCFILE        ASSIGN DYNAMIC W-CRC-IN-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CRCFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  FILLER              PIC X(01).
           05  RSV-EXPIRY-DATE     PIC X(10).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       FD  SRNFILE.

       COPY FAKERSRN.

       FD  MANIFILE.

       01  MANIFILE-REC.
           05  MAN-FILE-PATH       PIC X(40).
           05  FILLER              PIC X(01).
           05  MAN-RECORD-CNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  MAN-CRC             PIC 9(09).

       FD  CRCFILE.

       01  CRCFILE-REC             PIC X(600).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SELIN-STATUS          PIC X(02).
       01  W-CRITFILE-STATUS       PIC X(02).
       01  W-IDFILE-STATUS         PIC X(02).
       01  W-SRNFILE-STATUS        PIC X(02).
       01  W-MANIFILE-STATUS       PIC X(02).
       01  W-CRCFILE-STATUS        PIC X(02).

      **** The extract, subset and criteria - the plain files, or
      **** under PARM='SUBSCR' the subscription run's own.

       01  W-SELIN-PATH            PIC X(40)       VALUE
           'Data\FAKERGEN Output.txt'.
       01  W-SELOUT-PATH           PIC X(40)       VALUE
           'Data\FAKERSEL Subset.txt'.
       01  W-CRITFILE-PATH         PIC X(40)       VALUE
           'Data\FAKERSEL Criteria.txt'.
       01  W-MANIFILE-PATH         PIC X(40)       VALUE SPACES.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-SUBSCR-PARM-SW        PIC X(01)       VALUE 'N'.
           88  W-SUBSCR-PARM                       VALUE 'Y'.
       01  W-SUBSCR-BAD-SW         PIC X(01)       VALUE 'N'.
           88  W-SUBSCR-BAD                        VALUE 'Y'.

      **** Checksum pass work areas (COPY FAKERPD3).

       01  W-CRC32-PROG            PIC X(08)       VALUE 'CRC32'.
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
       01  W-CRC32-PARAMETER.      COPY CRC32L.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-KW-VALUE              PIC X(40).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERSEL error: '.

       MAIN.
      *-----

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           IF      W-SUBSCR-BAD
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

      **** Read ahead of the layout check, which reads the extract
      **** the PARM names.  A subscription run with no card fails
      **** rather than cut the plain extract in its place.

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           IF      W-PARM-TEXT = SPACES
               GO TO SUB-1050-EXIT
           END-IF

           IF      W-PARM-TEXT NOT = 'SUBSCR'
               DISPLAY W-ERROR-MSG
                       'PARM must be SUBSCR or blank'
               SET  W-SUBSCR-BAD   TO TRUE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           SET  W-SUBSCR-PARM      TO TRUE

           OPEN INPUT SRNFILE

           IF      W-SRNFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'PARM SUBSCR but no subscription run card, '
                       'status '
                       W-SRNFILE-STATUS
               SET  W-SUBSCR-BAD   TO TRUE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           READ SRNFILE
               AT END
                   MOVE SPACES     TO SUBRUN-REC
           END-READ

           CLOSE SRNFILE

           IF      SRN-JOB-ID = SPACES
               DISPLAY W-ERROR-MSG
                       'subscription run card carries no job ID'
               SET  W-SUBSCR-BAD   TO TRUE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           MOVE SPACES             TO W-SELIN-PATH
                                      W-SELOUT-PATH
                                      W-MANIFILE-PATH
           STRING 'Data\FAKERGEN Output-'
                                   DELIMITED SIZE
                  SRN-JOB-ID       DELIMITED SPACE
                  '.txt'           DELIMITED SIZE
                                   INTO W-SELIN-PATH
           STRING 'Data\FAKERSEL Subset-'
                                   DELIMITED SIZE
                  SRN-JOB-ID       DELIMITED SPACE
                  '.txt'           DELIMITED SIZE
                                   INTO W-SELOUT-PATH
           STRING 'Data\FAKERGEN Manifest-'
                                   DELIMITED SIZE
                  SRN-JOB-ID       DELIMITED SPACE
                  '.txt'           DELIMITED SIZE
                                   INTO W-MANIFILE-PATH
           MOVE 'Data\FAKERSUB Criteria.txt'
                                   TO W-CRITFILE-PATH
           MOVE W-SELIN-PATH       TO W-LYV-PATH

           DISPLAY 'FAKERSEL: subscription '
                   SRN-SUB-ID
                   ' subset, job ID '
                   SRN-JOB-ID
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-READ-CRITERIA.
      *-----------------------
               MOVE 'D'            TO W-UNIT-HAS-TYPES(5 : 1)
             WHEN 'X'
               MOVE 'X'            TO W-UNIT-HAS-TYPES(6 : 1)
             WHEN 'O'
               MOVE 'O'            TO W-UNIT-HAS-TYPES(7 : 1)
             WHEN 'K'
               MOVE 'K'            TO W-UNIT-HAS-TYPES(8 : 1)
           END-EVALUATE
           .
       SUB-2200-EXIT.

               CLOSE SELIN
                     SELOUT

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

               MOVE W-SELOUT-PATH  TO W-LIN-OUTPUT-PATH
               PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

               IF      W-SUBSCR-PARM
                   PERFORM SUB-3500-EXTEND-MANIFEST THRU SUB-3500-EXIT
               END-IF
           END-IF

           MOVE W-UNITS-READ       TO W-DISP-NUM
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3500-EXTEND-MANIFEST.
      *-------------------------

      **** The subset joins the run's manifest, path, count and
      **** CRC32 as FAKERGEN writes them (COPY FAKERPD3), so
      **** FAKERVFY verifies it, FAKERDLV logs it and FAKERSWP
      **** sweeps it with the extract it was cut from.  A run with
      **** no manifest to extend fails - its set could not be
      **** verified or swept whole.

           MOVE W-SELOUT-PATH      TO W-CRC-IN-PATH

           PERFORM SUB-8500-CRC-ONE-FILE THRU SUB-8500-EXIT

           IF      W-CRC-MISSING
               DISPLAY W-ERROR-MSG
                       'manifest pass cannot read '
                       W-CRC-IN-PATH
               MOVE 8              TO RETURN-CODE
               GO TO SUB-3500-EXIT
           END-IF

           OPEN EXTEND MANIFILE

           IF      W-MANIFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot extend '
                       W-MANIFILE-PATH
                       ', status '
                       W-MANIFILE-STATUS
               MOVE 8              TO RETURN-CODE
               GO TO SUB-3500-EXIT
           END-IF

           MOVE SPACES             TO MANIFILE-REC
           MOVE W-CRC-IN-PATH      TO MAN-FILE-PATH
           MOVE W-CRC-RECORD-CNT   TO MAN-RECORD-CNT
           MOVE W-CRC-VALUE        TO MAN-CRC
           WRITE MANIFILE-REC

           CLOSE MANIFILE

           DISPLAY 'FAKERSEL: subset added to '
                   W-MANIFILE-PATH
           .
       SUB-3500-EXIT.
           EXIT.
      /
       COPY FAKERPD3.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
