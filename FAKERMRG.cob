
           SELECT MRGOUT               ASSIGN 'Data\FAKERGEN Merged.txt'
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
           05  OH-RUN-TIME         PIC X(08).
           05  FILLER              PIC X(01).
           05  OH-SEED-NO          PIC 9(09).
           05  FILLER              PIC X(10).
           05  FILLER              PIC X(01).
           05  OH-LAYOUT-VERSION   PIC X(02).
           05  FILLER              PIC X(276).

       01  MRGOUT-TRL-REC REDEFINES MRGOUT-REC.
           05  OT-RECORD-TYPE      PIC X(01).
           05  OT-DETAIL-COUNT     PIC 9(09).
           05  FILLER              PIC X(309).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------


       01  W-SAVE-SEED-NO          PIC 9(09)       VALUE 0.

      **** The layout version the first instance was stamped with;
      **** every other instance must carry the same one, and the
      **** merged header is stamped with it.

       01  W-SAVE-LAYOUT-VERSION   PIC X(02)       VALUE SPACES.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  W-CURRENT-SS        PIC 9(02).
           05  FILLER              PIC X(07).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERMRG error: '.


           PERFORM SUB-2050-BUILD-IN-PATH THRU SUB-2050-EXIT

           MOVE W-MRGIN-PATH       TO W-LYV-PATH

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               DISPLAY W-ERROR-MSG
                       W-MRGIN-PATH
               SET  W-MERGE-BLOCKED
                                   TO TRUE
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-LYV-NO-HEADER
               MOVE SPACES         TO LYVFILE-REC
           END-IF

           IF      W-INSTANCE-DX = 1
               MOVE LYVFILE-REC(43 : 2)
                                   TO W-SAVE-LAYOUT-VERSION
           ELSE
               IF      LYVFILE-REC(43 : 2) NOT = W-SAVE-LAYOUT-VERSION
                   DISPLAY W-ERROR-MSG
                           'layout version of '
                           W-MRGIN-PATH
                   DISPLAY W-ERROR-MSG
                           'differs from the first instance - '
                           'bring the older ones forward first'
                   SET  W-MERGE-BLOCKED
                                   TO TRUE
                   GO TO SUB-2100-EXIT
               END-IF
           END-IF

           MOVE 0                  TO W-FILE-DETAILS
                                      W-FILE-TRL-COUNT
           MOVE 'N'                TO W-HDR-FOUND-SW
                                      INTO OH-RUN-TIME

           MOVE W-SAVE-SEED-NO     TO OH-SEED-NO
           MOVE W-SAVE-LAYOUT-VERSION
                                   TO OH-LAYOUT-VERSION

           WRITE MRGOUT-HDR-REC

           WRITE MRGOUT-TRL-REC

           CLOSE MRGOUT

      **** The merged extract descends from every instance: one
      **** lineage record per instance (COPY FAKERPD8).

           PERFORM SUB-2530-REGISTER-INSTANCE THRU SUB-2530-EXIT
               VARYING W-INSTANCE-DX FROM 1 BY 1
                 UNTIL W-INSTANCE-DX > W-INSTANCE-CNT
           .
       SUB-2500-EXIT.
           EXIT.
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-REGISTER-INSTANCE.
      *---------------------------

           PERFORM SUB-2050-BUILD-IN-PATH THRU SUB-2050-EXIT

           MOVE W-MRGIN-PATH       TO W-LYV-PATH
           SET  W-LIN-PARENT-UNKNOWN
                                   TO TRUE
           MOVE 'Data\FAKERGEN Merged.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
