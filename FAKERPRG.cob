      **** Right-to-erasure drill: removes the customers named on the
      **** purge list from every file a run put them in - the
      **** GNRTFILE records of every customer-owned type (P/A/B/C,
      **** the D/X account family, the R/E/L/S scoring, contact-
      **** history, loan and schedule records, the K/M card account
      **** and statement records, and the O ownership records
      **** naming them as either owner or party), the GNRKFILE, and
      **** the REJFILE - and writes a tombstone certificate stating,
      **** per customer and per file, exactly what was removed.  That
      **** certificate is what the auditors ask for when deletion
      **** completeness has to be demonstrated.  Before touching
      **** anything the run recomputes the header's keyed signature
      **** purge, and the job refuses with RETURN-CODE 12.  The
      **** cleaned GNRTFILE and REJFILE land beside the originals
      **** under this program's own names, with the trailer count
      **** recomputed over what survived.  The run holds the KSDS
      **** exclusively (COPY FAKERPD6) from start-up to the end, so
      **** FAKERSRV cannot serve a customer mid-erasure; the job will
      **** not start while another job holds it.  Files other jobs
      **** cut from this extract still carry the purged customers;
      **** the certificate closes by listing every one the shared
      **** lineage file knows of (COPY FAKERPD9), each of which must
      **** be purged the same way or cut again from the cleaned file.

       ENVIRONMENT DIVISION.
      *=====================
           SELECT CERTFILE          ASSIGN 'Data\FAKERPRG Certificate.tx
      -                                      't'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT HOLDFILE           ASSIGN 'Data\FAKERGEN Ksdshold.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HOLDFILE-STATUS.

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
           05  H-SEED-NO           PIC 9(09).
           05  FILLER              PIC X(01).
           05  H-SIGNATURE         PIC 9(09).
           05  FILLER              PIC X(01).
           05  H-LAYOUT-VERSION    PIC X(02).
           05  FILLER              PIC X(276).

       FD  GNRTOUT.


       01  CERTFILE-REC            PIC X(100).

       FD  HOLDFILE.

       01  HOLDFILE-REC            PIC X(80).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-GNRTIN-STATUS         PIC X(02).
       01  W-REJIN-STATUS          PIC X(02).
       01  W-GNRKFILE-STATUS       PIC X(02).
       01  W-HOLDFILE-STATUS       PIC X(02).

       01  W-LIST-EOF-SW           PIC X(01)       VALUE 'N'.
           88  W-LIST-EOF                          VALUE 'Y'.
               10  W-LST-KSDS-CNT  PIC 9(09)  COMP.

       01  W-REC-CUST-ID           PIC X(14).
       01  W-REC-PARTY-ID          PIC X(14).

       01  W-BUILD-LINE            PIC X(100).
       01  W-CNT-DISP-1            PIC ZZZ,ZZ9.
       01  W-CNT-DISP-2            PIC ZZZ,ZZ9.
       01  W-CNT-DISP-3            PIC ZZZ,ZZ9.

      **** The exclusive hold on the KSDS (COPY FAKERPD6).

       COPY FAKERKHD.

       01  W-KHD-HOLDER            PIC X(08)       VALUE 'FAKERPRG'.
       01  W-KHD-TAKEN-SW          PIC X(01)       VALUE 'N'.
           88  W-KHD-TAKEN                         VALUE 'Y'.
       01  W-KHD-TAKEN-DATE        PIC X(10).
       01  W-KHD-TAKEN-TIME        PIC X(08).
       01  W-KHD-NOW-DATE          PIC X(10).
       01  W-KHD-NOW-TIME          PIC X(08).
       01  W-KHD-NOW.
           05  W-KHD-NOW-YYYY      PIC 9(04).
           05  W-KHD-NOW-MM        PIC 9(02).
           05  W-KHD-NOW-DD        PIC 9(02).
           05  W-KHD-NOW-HH        PIC 9(02).
           05  W-KHD-NOW-MIN       PIC 9(02).
           05  W-KHD-NOW-SS        PIC 9(02).
           05  FILLER              PIC X(07).

       COPY FAKERLYV.

       COPY FAKERLNG.

       COPY FAKERLNW.

       01  W-LNW-LEVEL-DISP        PIC 9(01).
       01  W-LNW-OPEN-CNT          PIC S9(4)  COMP VALUE 0.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERPRG error: '.

       01  W-WMK-QUOT              PIC S9(9)  COMP.
       01  W-WMK-DX                PIC S9(4)  COMP.
       01  W-WMK-DATE              PIC X(10).
       01  W-WMK-LAYOUT-VERSION    PIC X(02).
       01  W-WMK-SIG-BUF           PIC X(29).
       01  W-WMK-SIG               PIC 9(09).

       01  W-COMPILED-DATE.
       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0

               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-8820-RELEASE-KSDS-HOLD THRU SUB-8820-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-8810-TAKE-KSDS-HOLD THRU SUB-8810-EXIT

           IF      NOT W-KHD-TAKEN
               DISPLAY W-ERROR-MSG
                       'GNRKFILE is held by '
                       KHD-HOLDER
                       ' since '
                       KHD-TAKEN-DATE ' '
                       KHD-TAKEN-TIME
               DISPLAY W-ERROR-MSG
                       'if that job has ended, clear the hold with '
                       'FAKERHLD and rerun'
               CLOSE GNRTIN
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT GNRTOUT
                       CERTFILE
           .

           MOVE H-SEED-NO          TO W-WMK-SEED-DISP
           MOVE H-RUN-DATE         TO W-WMK-DATE
           MOVE H-LAYOUT-VERSION
                                   TO W-WMK-LAYOUT-VERSION

           PERFORM SUB-8650-COMPUTE-HDR-SIG THRU SUB-8650-EXIT

           IF      H-SIGNATURE NUMERIC
           AND     H-SIGNATURE = W-WMK-SIG
               SET  W-SIG-GOOD     TO TRUE
               MOVE H-SIGNATURE    TO W-LNW-ROOT-SIG
           END-IF
           .
       SUB-1300-EXIT.
           END-READ

           MOVE SPACES             TO W-REC-CUST-ID
                                      W-REC-PARTY-ID

           EVALUATE GNRTIN-REC(1 : 1)
             WHEN 'P'
               MOVE GNRTIN-REC(34 : 14)
                                   TO W-REC-CUST-ID

      **** The scoring, contact-history, alias, identity-document,
      **** business, loan, schedule, card, statement, brokerage and
      **** position record types all lead with the owning
      **** customer's ID (the loan, schedule, card, statement,
      **** brokerage and position records through their IDs'
      **** 14-character customer prefix) - a purge that left any of
      **** them behind would ship the purged customer's income,
      **** contact history, former names, ID numbers, EIN, loans,
      **** cards and holdings on the "cleaned" file.

             WHEN 'R'
             WHEN 'E'
             WHEN 'N'
             WHEN 'I'
             WHEN 'F'
             WHEN 'L'
             WHEN 'S'
             WHEN 'K'
             WHEN 'M'
             WHEN 'V'
             WHEN 'Q'
               MOVE GNRTIN-REC(3 : 14)
                                   TO W-REC-CUST-ID

      **** An ownership record leads with its account owner the same
      **** way, and also names the joint owner, beneficiary, signer
      **** or custodian - it goes when either customer is purged.

             WHEN 'O'
               MOVE GNRTIN-REC(3 : 14)
                                   TO W-REC-CUST-ID
               MOVE GNRTIN-REC(28 : 14)
                                   TO W-REC-PARTY-ID

      **** So does a business's link to one of its control persons or
      **** owners, which names the business and then the person.

             WHEN 'U'
               MOVE GNRTIN-REC(3 : 14)
                                   TO W-REC-CUST-ID
               MOVE GNRTIN-REC(20 : 14)
                                   TO W-REC-PARTY-ID

             WHEN 'T'

               END-IF
           END-IF

           IF      W-REC-PARTY-ID NOT = SPACES
               MOVE W-REC-PARTY-ID TO W-REC-CUST-ID

               PERFORM SUB-2100-FIND-LISTED-ID THRU SUB-2100-EXIT

               IF      W-LST-FOUND-DX > 0
                   ADD  1          TO W-LST-GNRT-CNT(W-LST-FOUND-DX)
                   GO TO SUB-2000-EXIT
               END-IF
           END-IF

           MOVE GNRTIN-REC         TO GNRTOUT-REC
           WRITE GNRTOUT-REC

               VARYING W-LST-DX FROM 1 BY 1
                 UNTIL W-LST-DX > W-LST-CNT

           PERFORM SUB-3200-CERTIFY-DERIVED THRU SUB-3200-EXIT

           CLOSE CERTFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERPRG Output.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           MOVE 'Data\FAKERPRG Rejects.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           MOVE 'Data\FAKERPRG Certificate.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE W-LST-CNT          TO W-DISP-NUM
           DISPLAY 'Customers purged:         '
                   W-DISP-NUM

           MOVE W-LNW-OPEN-CNT     TO W-DISP-NUM
           DISPLAY 'Derived files to cover:   '
                   W-DISP-NUM

           DISPLAY 'FAKERPRG completed'
           .
       SUB-3000-EXIT.
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-CERTIFY-DERIVED.
      *-------------------------

      **** Every file the lineage file shows was cut from this
      **** extract, directly or through a subset, aged or other
      **** extract copy, by a job other than this one.  A file since
      **** rewritten by a later run no longer holds this extract's
      **** data and is listed as such.

           MOVE 'Data\FAKERGEN Output.txt'
                                   TO W-LNW-ROOT-PATH
           SET  W-LNW-ROOT-ONLY    TO TRUE

           PERFORM SUB-8970-LOAD-LINEAGE THRU SUB-8970-EXIT

           PERFORM SUB-8975-MARK-DESCENDANTS THRU SUB-8975-EXIT

           MOVE SPACES             TO CERTFILE-REC
           WRITE CERTFILE-REC

           MOVE 'DERIVED FILES CUT FROM THIS EXTRACT'
                                   TO CERTFILE-REC
           WRITE CERTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           MOVE 'L PATH'           TO W-BUILD-LINE(1 : 6)
           MOVE 'PROGRAM  WRITTEN    ACTION'
                                   TO W-BUILD-LINE(64 : 26)
           MOVE W-BUILD-LINE       TO CERTFILE-REC
           WRITE CERTFILE-REC

           PERFORM SUB-3210-CERTIFY-ONE-DERIVED THRU SUB-3210-EXIT
               VARYING W-LNW-DX FROM 1 BY 1
                 UNTIL W-LNW-DX > W-LNW-CNT

           IF      W-LNW-OPEN-CNT = 0
               MOVE '(none outstanding)'
                                   TO CERTFILE-REC
               WRITE CERTFILE-REC
           END-IF

      **** Entries past the table are descendants nobody has looked
      **** at: the certificate cannot say they are clean.

           IF      W-LNW-DROPPED > 0
               MOVE W-LNW-DROPPED  TO W-DISP-NUM
               MOVE SPACES         TO W-BUILD-LINE
               STRING 'INCOMPLETE: '
                      W-DISP-NUM
                      ' lineage entries beyond the table were not '
                      'examined'   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               MOVE W-BUILD-LINE   TO CERTFILE-REC
               WRITE CERTFILE-REC

               DISPLAY W-ERROR-MSG
                       W-DISP-NUM
                       ' lineage entries not examined'

               IF      RETURN-CODE < 4
                   MOVE 4          TO RETURN-CODE
               END-IF
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-CERTIFY-ONE-DERIVED.
      *-----------------------------

           IF      W-LNW-LEVEL(W-LNW-DX) = 0
           OR      W-LNW-PROGRAM(W-LNW-DX) = 'FAKERPRG'
               GO TO SUB-3210-EXIT
           END-IF

           IF      W-LNW-LEVEL(W-LNW-DX) > 9
               MOVE 9              TO W-LNW-LEVEL-DISP
           ELSE
               MOVE W-LNW-LEVEL(W-LNW-DX)
                                   TO W-LNW-LEVEL-DISP
           END-IF

           MOVE SPACES             TO W-BUILD-LINE
           STRING W-LNW-LEVEL-DISP
                  ' '
                  W-LNW-OUTPUT-PATH(W-LNW-DX)
                  ' '
                  W-LNW-PROGRAM(W-LNW-DX)
                  ' '
                  W-LNW-RUN-DATE(W-LNW-DX)
                  ' '              DELIMITED SIZE
                                   INTO W-BUILD-LINE

           IF      W-LNW-SUPERSEDED(W-LNW-DX)
               MOVE 'OVERWRITTEN'  TO W-BUILD-LINE(84 : 11)
           ELSE
               MOVE 'PURGE/REGEN'  TO W-BUILD-LINE(84 : 11)
               ADD  1              TO W-LNW-OPEN-CNT
           END-IF

           MOVE W-BUILD-LINE       TO CERTFILE-REC
           WRITE CERTFILE-REC
           .
       SUB-3210-EXIT.
           EXIT.
      /
       COPY FAKERPD4.
      /
       COPY FAKERPD6.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
      /
       COPY FAKERPD9.
