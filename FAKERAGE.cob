
           SELECT AGEOUT               ASSIGN 'Data\FAKERGEN Aged.txt'
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
       01  W-WMK-QUOT              PIC S9(9)  COMP.
       01  W-WMK-DX                PIC S9(4)  COMP.
       01  W-WMK-DATE              PIC X(10).
       01  W-WMK-LAYOUT-VERSION    PIC X(02).
       01  W-WMK-SIG-BUF           PIC X(29).
       01  W-WMK-SIG               PIC 9(09).

       01  W-CURRENT-DATE.
           05  W-CURRENT-SS        PIC 9(02).
           05  FILLER              PIC X(07).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERAGE error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
           IF      H-SEED-NO NUMERIC
               MOVE H-SEED-NO      TO W-WMK-SEED-DISP
               MOVE H-RUN-DATE     TO W-WMK-DATE
               MOVE H-LAYOUT-VERSION
                                   TO W-WMK-LAYOUT-VERSION

               PERFORM SUB-8650-COMPUTE-HDR-SIG THRU SUB-8650-EXIT

           IF      RETURN-CODE = 0
               CLOSE AGEIN
                     AGEOUT

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

               MOVE 'Data\FAKERGEN Aged.txt'
                                   TO W-LIN-OUTPUT-PATH
               PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           END-IF

           MOVE W-RECORDS-READ     TO W-DISP-NUM
           EXIT.
      /
       COPY FAKERPD4.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
