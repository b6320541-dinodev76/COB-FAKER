      ****     header's own seed and run date through the shared
      ****     watermark paragraphs (COPY FAKERPD4) and compared;
      ****   - every P-record customer ID's embedded check digit is
      ****     re-derived against the header seed and tallied - a
      ****     persona customer ID (sequence 90000000-90099999) is
      ****     the same in every run, so its check digit leaves the
      ****     seed out and it is tallied apart, proving nothing
      ****     about the run either way;
      ****   - the header seed is looked up in the FAKERGEN seed
      ****     registry to name the registered run.
      **** RETURN-CODE 0 means provenance verified (signature good
           SELECT REGFILE           ASSIGN 'Data\FAKERGEN Registry.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-REGFILE-STATUS.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  H-SEED-NO           PIC 9(09).
           05  FILLER              PIC X(01).
           05  H-SIGNATURE         PIC 9(09).
           05  FILLER              PIC X(01).
           05  H-LAYOUT-VERSION    PIC X(02).
           05  FILLER              PIC X(276).

       01  SUSFILE-P-REC REDEFINES SUSFILE-REC.
           05  PD-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  REG-JOB-ID          PIC X(04).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-IDS-CHECKED           PIC 9(09)  COMP VALUE 0.
       01  W-IDS-GOOD              PIC 9(09)  COMP VALUE 0.
       01  W-IDS-BAD               PIC 9(09)  COMP VALUE 0.
       01  W-IDS-PERSONA           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-SAVE-SEED-NO          PIC 9(09)  COMP VALUE 0.
       01  W-WMK-QUOT              PIC S9(9)  COMP.
       01  W-WMK-DX                PIC S9(4)  COMP.
       01  W-WMK-DATE              PIC X(10).
       01  W-WMK-LAYOUT-VERSION    PIC X(02).
       01  W-WMK-SIG-BUF           PIC X(29).
       01  W-WMK-SIG               PIC 9(09).

       COPY FAKERLYV.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERWMK error: '.

       MAIN.
      *-----

           MOVE 'Data\FAKERWMK Suspect.txt'
                                   TO W-LYV-PATH

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT

           MOVE H-SEED-NO          TO W-WMK-SEED-DISP
           MOVE H-RUN-DATE         TO W-WMK-DATE
           MOVE H-LAYOUT-VERSION
                                   TO W-WMK-LAYOUT-VERSION

           PERFORM SUB-8650-COMPUTE-HDR-SIG THRU SUB-8650-EXIT


           PERFORM SUB-8600-COMPUTE-ID-CHECK THRU SUB-8600-EXIT

      **** A persona ID's digit is seed-independent (COPY FAKERPD4),
      **** so a good one is no evidence of this run's seed.

           EVALUATE TRUE
             WHEN W-WMK-CHECK NOT = W-ID-CHECK-DIGIT
               ADD  1              TO W-IDS-BAD
             WHEN W-WMK-SEQ8 NOT < 90000000
             AND  W-WMK-SEQ8 NOT > 90099999
               ADD  1              TO W-IDS-PERSONA
             WHEN OTHER
               ADD  1              TO W-IDS-GOOD
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
           DISPLAY 'Customer IDs failing:     '
                   W-DISP-NUM

           MOVE W-IDS-PERSONA      TO W-DISP-NUM
           DISPLAY 'Persona IDs (not seeded): '
                   W-DISP-NUM

           EVALUATE TRUE
             WHEN NOT W-HDR-FOUND
               DISPLAY 'FAKERWMK: NO header - provenance UNPROVEN'
           EXIT.
      /
       COPY FAKERPD4.
      /
       COPY FAKERPD7.
