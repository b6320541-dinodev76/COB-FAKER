      **** records actually read fails the job rather than shipping
      **** a short file in a new shape.  Child D/X records have no
      **** place in the one-row-per-customer formats and are counted
      **** and reported, not silently dropped.  A second PARM value
      **** of SUBSET (PARM='CSV,SUBSET') converts the FAKERSEL subset
      **** file instead of the whole GNRTFILE.  PARM='SUBSCR'
      **** converts a standing subscription's subset (see FAKERSUB):
      **** the subscription run card (COPY FAKERSRN) gives the
      **** format and the job ID jjjj, the source is 'Data\FAKERSEL
      **** Subset-jjjj.txt', the output 'Data\FAKERGEN Converted-
      **** jjjj' (.txt or .packed), and the output is added to the
      **** run's manifest 'Data\FAKERGEN Manifest-jjjj.txt' so it
      **** is verified, delivered and swept with the rest of the
      **** set.

       ENVIRONMENT DIVISION.
      *=====================
      *---------------------

       FILE-CONTROL.
           SELECT CNVIN                ASSIGN DYNAMIC W-CNVIN-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CNVIN-STATUS.

           SELECT CNVOUT         ASSIGN DYNAMIC W-CNVOUT-PATH
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT CNVPACK        ASSIGN DYNAMIC W-CNVPACK-PATH
                                       ORGANIZATION SEQUENTIAL.

      **** Transcoding mode (PARM='EBCDIC' or 'ASCII') works on the
      -                                      'acked'
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS W-VFYIN-STATUS.

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
      **** the converted file) and the checksum pass's re-read
      **** handle.

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

       01  VFYIN-REC               PIC X(247).

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

       01  W-CNVIN-STATUS          PIC X(02).
       01  W-TRNIN-STATUS          PIC X(02).
       01  W-VFYIN-STATUS          PIC X(02).
       01  W-SRNFILE-STATUS        PIC X(02).
       01  W-MANIFILE-STATUS       PIC X(02).
       01  W-CRCFILE-STATUS        PIC X(02).

      **** The conversion source: the whole extract by default, or
      **** the FAKERSEL subset cut from it under PARM 'fmt,SUBSET' -
      **** a subscription run delivers its team's slice, not the
      **** full book.

       01  W-CNVIN-PATH            PIC X(40)       VALUE
           'Data\FAKERGEN Output.txt'.
       01  W-PARM-FORMAT           PIC X(08)       VALUE SPACES.
       01  W-PARM-SOURCE           PIC X(08)       VALUE SPACES.

      **** The converted output - the plain files, or under
      **** PARM='SUBSCR' the subscription run's own.

       01  W-CNVOUT-PATH           PIC X(40)       VALUE
           'Data\FAKERGEN Converted.txt'.
       01  W-CNVPACK-PATH          PIC X(40)       VALUE
           'Data\FAKERGEN Converted.packed'.
       01  W-MANIFILE-PATH         PIC X(40)       VALUE SPACES.

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
       01  W-SAVE-SEED-NO          PIC X(09).
       01  W-SAVE-SIGNATURE        PIC X(09).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERCNV error: '.


           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           IF      W-PARM-TEXT = 'SUBSCR'
               PERFORM SUB-1050-READ-RUN-CARD THRU SUB-1050-EXIT

               IF      W-SUBSCR-BAD
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1000-EXIT
               END-IF
           ELSE
               UNSTRING W-PARM-TEXT
                                   DELIMITED BY ','
                       INTO W-PARM-FORMAT
                            W-PARM-SOURCE
               END-UNSTRING

               IF      W-PARM-SOURCE = 'SUBSET'
                   MOVE 'Data\FAKERSEL Subset.txt'
                                   TO W-CNVIN-PATH
                   DISPLAY 'FAKERCNV: converting the FAKERSEL subset'
               END-IF
           END-IF

           MOVE W-PARM-FORMAT(1 : 6)
                                   TO W-TARGET-FORMAT

           IF      NOT W-TARGET-CSV
           AND     NOT W-TARGET-PACKED
           AND     NOT W-TARGET-EBCDIC
           AND     NOT W-TARGET-ASCII
               DISPLAY W-ERROR-MSG
                       'PARM must be CSV, PACKED, FIXED, EBCDIC, '
                       'ASCII or SUBSCR'
               SET  W-EOF          TO TRUE
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               SET  W-EOF          TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT CNVIN

           IF      W-CNVIN-STATUS NOT = '00'
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-RUN-CARD.
      *-----------------------

      **** PARM='SUBSCR': the subscription run card names the
      **** format and the job ID whose subset is converted.  A run
      **** with no card fails rather than convert the plain files.

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

           MOVE SRN-FORMAT         TO W-PARM-FORMAT

           MOVE SPACES             TO W-CNVIN-PATH
                                      W-CNVOUT-PATH
                                      W-CNVPACK-PATH
                                      W-MANIFILE-PATH
                                      W-LYV-PATH
           STRING 'Data\FAKERSEL Subset-'
                                   DELIMITED SIZE
                  SRN-JOB-ID       DELIMITED SPACE
                  '.txt'           DELIMITED SIZE
                                   INTO W-CNVIN-PATH
           STRING 'Data\FAKERGEN Converted-'
                                   DELIMITED SIZE
                  SRN-JOB-ID       DELIMITED SPACE
                  '.txt'           DELIMITED SIZE
                                   INTO W-CNVOUT-PATH
           STRING 'Data\FAKERGEN Converted-'
                                   DELIMITED SIZE
                  SRN-JOB-ID       DELIMITED SPACE
                  '.packed'        DELIMITED SIZE
                                   INTO W-CNVPACK-PATH
           STRING 'Data\FAKERGEN Manifest-'
                                   DELIMITED SIZE
                  SRN-JOB-ID       DELIMITED SPACE
                  '.txt'           DELIMITED SIZE
                                   INTO W-MANIFILE-PATH
           STRING 'Data\FAKERGEN Output-'
                                   DELIMITED SIZE
                  SRN-JOB-ID       DELIMITED SPACE
                  '.txt'           DELIMITED SIZE
                                   INTO W-LYV-PATH

           DISPLAY 'FAKERCNV: subscription '
                   SRN-SUB-ID
                   ' '
                   SRN-FORMAT
                   ' conversion, job ID '
                   SRN-JOB-ID
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
                                   TO CNVOUT-REC(11 : 2)
           MOVE '00:00:00'         TO CNVOUT-REC(14 : 8)
           MOVE '000000000'        TO CNVOUT-REC(23 : 9)
           MOVE W-LYV-CURRENT-VERSION
                                   TO CNVOUT-REC(43 : 2)

           WRITE CNVOUT-REC
           .
                   END-IF
               END-IF
           END-IF

      **** Register the converted file in the shared lineage file
      **** (COPY FAKERPD8).  The packed file is binary, so its count
      **** is the customers written, one record each.

           IF      RETURN-CODE < 8
               IF      W-TARGET-PACKED
                   MOVE W-CNVPACK-PATH
                                   TO W-LIN-OUTPUT-PATH
                   MOVE W-CUSTOMERS-OUT
                                   TO W-LIN-OUTPUT-COUNT
                   SET  W-LIN-COUNT-SUPPLIED
                                   TO TRUE
               ELSE
                   MOVE W-CNVOUT-PATH
                                   TO W-LIN-OUTPUT-PATH
               END-IF

               PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

               IF      W-SUBSCR-PARM
                   PERFORM SUB-3500-EXTEND-MANIFEST THRU SUB-3500-EXIT
               END-IF
           END-IF
           .
       SUB-3000-DISPLAY.

           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3500-EXTEND-MANIFEST.
      *-------------------------

      **** The converted file joins the run's manifest, as FAKERGEN
      **** writes its entries (COPY FAKERPD3), so FAKERVFY verifies
      **** it, FAKERDLV logs it and FAKERSWP sweeps it with the rest
      **** of the set.  The packed file goes in count-only (CRC
      **** zero), as FAKERGEN's own packed extract does - its COMP-3
      **** bytes cannot be re-read through the line-oriented
      **** checksum pass.  A run with no manifest to extend fails.

           MOVE SPACES             TO MANIFILE-REC

           IF      W-TARGET-PACKED
               MOVE W-CNVPACK-PATH TO MAN-FILE-PATH
               MOVE W-CUSTOMERS-OUT
                                   TO MAN-RECORD-CNT
               MOVE 0              TO MAN-CRC
           ELSE
               MOVE W-CNVOUT-PATH  TO W-CRC-IN-PATH

               PERFORM SUB-8500-CRC-ONE-FILE THRU SUB-8500-EXIT

               IF      W-CRC-MISSING
                   DISPLAY W-ERROR-MSG
                           'manifest pass cannot read '
                           W-CRC-IN-PATH
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-3500-EXIT
               END-IF

               MOVE W-CRC-IN-PATH  TO MAN-FILE-PATH
               MOVE W-CRC-RECORD-CNT
                                   TO MAN-RECORD-CNT
               MOVE W-CRC-VALUE    TO MAN-CRC
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

           WRITE MANIFILE-REC

           CLOSE MANIFILE

           DISPLAY 'FAKERCNV: converted file added to '
                   W-MANIFILE-PATH
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-FIXED-TRAILER.
      *-----------------------------
           .
       SUB-2760-EXIT.
           EXIT.
      /
       COPY FAKERPD3.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
