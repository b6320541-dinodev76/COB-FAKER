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

       PROGRAM-ID.             FAKERLIN.

      **** Lineage report over the shared lineage file every program
      **** that cuts a derived artifact from an extract appends to
      **** (COPY FAKERLNG, FAKERPD8).  Two directions, chosen on the
      **** PARM:
      ****
      ****     DOWN[,path]   from an extract (default 'Data\FAKERGEN
      ****                   Output.txt') to everything cut from it -
      ****                   the ACH, BAI2, GL, statement, Metro 2,
      ****                   1099 ... files, and through any subset,
      ****                   aged or other extract copy, everything
      ****                   cut from that in turn - printed as a tree.
      ****     UP,path       from any derived artifact back through
      ****                   each extract it was cut from to the
      ****                   FAKERGEN run at the root.
      ****
      **** Either way the root extract's seed is named against the
      **** seed registry, so a problem a tester reports in one file
      **** leads to the run, seed and control file that produced it.
      **** An artifact a later run has since rewritten under the same
      **** path is marked OVERWRITTEN: the entry is history, the file
      **** on disk is no longer that run's.

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
           SELECT LINFILE              ASSIGN 'Data\FAKER Lineage.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINFILE-STATUS.

           SELECT ROOTFILE       ASSIGN DYNAMIC W-ROOTFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-ROOTFILE-STATUS.

           SELECT REGFILE           ASSIGN 'Data\FAKERGEN Registry.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-REGFILE-STATUS.

           SELECT RPTFILE              ASSIGN 'Data\FAKERLIN Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  ROOTFILE.

       01  ROOTFILE-REC            PIC X(600).

       01  ROOTFILE-HDR-REC REDEFINES ROOTFILE-REC.
           05  H-RECORD-TYPE       PIC X(01).
           05  FILLER              PIC X(01).
           05  H-RUN-DATE          PIC X(10).
           05  FILLER              PIC X(01).
           05  H-RUN-TIME          PIC X(08).
           05  FILLER              PIC X(01).
           05  H-SEED-NO           PIC 9(09).
           05  FILLER              PIC X(01).
           05  H-SIGNATURE         PIC 9(09).
           05  FILLER              PIC X(559).

       FD  REGFILE.

       01  REGFILE-REC.
           05  REG-RUN-NO          PIC 9(06).
           05  FILLER              PIC X(01).
           05  REG-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  REG-RUN-TIME        PIC X(08).
           05  FILLER              PIC X(01).
           05  REG-SEED-NO         PIC 9(09).
           05  FILLER              PIC X(01).
           05  REG-RECORD-COUNT    PIC 9(09).
           05  FILLER              PIC X(01).
           05  REG-OUTPUT-FORMAT   PIC X(01).
           05  FILLER              PIC X(01).
           05  REG-PROFILE-MODE-SW PIC X(01).
           05  FILLER              PIC X(01).
           05  REG-JOB-ID          PIC X(04).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-ROOTFILE-STATUS       PIC X(02).
       01  W-REGFILE-STATUS        PIC X(02).

       01  W-REG-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-REG-EOF                           VALUE 'Y'.

       01  W-PARM-TEXT             PIC X(80).
       01  W-PARM-DIRECTION        PIC X(04).
           88  W-PARM-DOWN                         VALUE 'DOWN'.
           88  W-PARM-UP                           VALUE 'UP'.
       01  W-PARM-PATH             PIC X(60).

       01  W-ROOTFILE-PATH         PIC X(60).

      **** The root extract the report is anchored on, and the run
      **** it resolves to in the seed registry.

       01  W-ROOT-FOUND-SW         PIC X(01)       VALUE 'N'.
           88  W-ROOT-FOUND                        VALUE 'Y'.
       01  W-ROOT-SEED             PIC 9(09).
       01  W-ROOT-DATE             PIC X(10).
       01  W-ROOT-TIME             PIC X(08).
       01  W-REG-MATCHES           PIC 9(09)  COMP VALUE 0.

      **** The walk down: a stack of the entries whose children are
      **** being listed (zero for the root extract itself) and how
      **** far through the table the search for the next child has
      **** got.  Each entry prints once, at the depth it is reached.

       01  W-STK-MAX               PIC S9(4)  COMP VALUE 20.
       01  W-STK-TOP               PIC S9(4)  COMP VALUE 0.
       01  W-STK-TABLE.
           05  W-STK-OCCS                          OCCURS 20.
               10  W-STK-ENTRY     PIC S9(4)  COMP.
               10  W-STK-NEXT      PIC S9(4)  COMP.
       01  W-STK-KEY-PATH          PIC X(60).
       01  W-STK-KEY-SIG           PIC 9(09).
       01  W-CHILD-DX              PIC S9(4)  COMP.

      **** The walk up: the current artifact's entry and the
      **** extract it was read from.

       01  W-UP-DX                 PIC S9(4)  COMP.
       01  W-UP-STEPS              PIC S9(4)  COMP VALUE 0.
       01  W-UP-PATH               PIC X(60).
       01  W-UP-SIG                PIC 9(09).
       01  W-UP-SIG-SW             PIC X(01).
           88  W-UP-SIG-ANY                        VALUE 'A'.
           88  W-UP-SIG-MATCH                      VALUE 'M'.

       01  W-ENTRIES-LISTED        PIC 9(09)  COMP VALUE 0.
       01  W-DEPTH                 PIC S9(4)  COMP.
       01  W-PTR                   PIC S9(4)  COMP.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-CNT-DISP              PIC ZZZ,ZZZ,ZZ9.

       01  W-BUILD-LINE            PIC X(150).

       COPY FAKERLNG.

       COPY FAKERLNW.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERLIN error: '.

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
               IF      W-PARM-UP
                   PERFORM SUB-2500-WALK-UP THRU SUB-2500-EXIT
               ELSE
                   PERFORM SUB-2000-WALK-DOWN THRU SUB-2000-EXIT
               END-IF

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

           DISPLAY 'FAKERLIN compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           MOVE SPACES             TO W-PARM-DIRECTION
                                      W-PARM-PATH

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-DIRECTION
                        W-PARM-PATH
           END-UNSTRING

           IF      W-PARM-DIRECTION = SPACES
               MOVE 'DOWN'         TO W-PARM-DIRECTION
           END-IF

           IF      NOT W-PARM-DOWN
           AND     NOT W-PARM-UP
               DISPLAY W-ERROR-MSG
                       'PARM must be DOWN[,path] or UP,path - not '
                       W-PARM-DIRECTION
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-PARM-PATH = SPACES
               IF      W-PARM-UP
                   DISPLAY W-ERROR-MSG
                           'UP needs the path of the artifact to trace'
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF

               MOVE 'Data\FAKERGEN Output.txt'
                                   TO W-PARM-PATH
           END-IF

           PERFORM SUB-8970-LOAD-LINEAGE THRU SUB-8970-EXIT

           IF      W-LNW-CNT = 0
               DISPLAY W-ERROR-MSG
                       'the lineage file is missing or empty'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT RPTFILE

           MOVE 'FAKERLIN LINEAGE REPORT'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'DIRECTION '
                  W-PARM-DIRECTION
                  '  FROM '
                  W-PARM-PATH      DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-WALK-DOWN.
      *-------------------

      **** The root's signature is the one on the file as it stands
      **** now; with the file gone, the latest lineage entry that
      **** wrote it as an extract stands in for it.

           MOVE W-PARM-PATH        TO W-ROOTFILE-PATH
                                      W-LNW-ROOT-PATH

           PERFORM SUB-2900-READ-ROOT-HEADER THRU SUB-2900-EXIT

           IF      W-ROOT-FOUND
               MOVE H-SIGNATURE    TO W-LNW-ROOT-SIG
           ELSE
               PERFORM SUB-2050-ROOT-FROM-LINEAGE THRU SUB-2050-EXIT
           END-IF

           IF      NOT W-ROOT-FOUND
               MOVE SPACES         TO W-BUILD-LINE
               STRING W-PARM-PATH
                      ' is not an extract the lineage file knows'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               MOVE W-BUILD-LINE   TO RPTFILE-REC
               WRITE RPTFILE-REC
               MOVE 4              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

      **** With the root known, only what chains from it need be
      **** held, so a long lineage file cannot crowd out the tree.

           SET  W-LNW-ROOT-ONLY    TO TRUE

           PERFORM SUB-8970-LOAD-LINEAGE THRU SUB-8970-EXIT

           PERFORM SUB-2800-PRINT-ROOT THRU SUB-2800-EXIT

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE 'DESCENDANTS'      TO RPTFILE-REC
           WRITE RPTFILE-REC

           PERFORM SUB-2750-PRINT-HEADINGS THRU SUB-2750-EXIT

           MOVE 1                  TO W-STK-TOP
           MOVE 0                  TO W-STK-ENTRY(1)
           MOVE 1                  TO W-STK-NEXT(1)

           PERFORM SUB-2100-NEXT-CHILD THRU SUB-2100-EXIT
               UNTIL W-STK-TOP = 0

           IF      W-ENTRIES-LISTED = 0
               MOVE '  (nothing has been cut from this extract)'
                                   TO RPTFILE-REC
               WRITE RPTFILE-REC
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-ROOT-FROM-LINEAGE.
      *---------------------------

           PERFORM SUB-2060-CHECK-ONE-ENTRY THRU SUB-2060-EXIT
               VARYING W-LNW-DX FROM W-LNW-CNT BY -1
                 UNTIL W-LNW-DX < 1
                    OR W-ROOT-FOUND
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2060-CHECK-ONE-ENTRY.
      *-------------------------

           IF      W-LNW-OUTPUT-PATH(W-LNW-DX) = W-PARM-PATH
           AND     W-LNW-OUTPUT-SIG(W-LNW-DX) > 0
               SET  W-ROOT-FOUND   TO TRUE
               MOVE W-LNW-OUTPUT-SIG(W-LNW-DX)
                                   TO W-LNW-ROOT-SIG
               MOVE W-LNW-PARENT-SEED(W-LNW-DX)
                                   TO W-ROOT-SEED
               MOVE W-LNW-RUN-DATE(W-LNW-DX)
                                   TO W-ROOT-DATE
               MOVE W-LNW-RUN-TIME(W-LNW-DX)
                                   TO W-ROOT-TIME
           END-IF
           .
       SUB-2060-EXIT.
           EXIT.
      /
       SUB-2100-NEXT-CHILD.
      *--------------------

      **** The entry on top of the stack gives the key its children
      **** were read under: the root extract's path and signature,
      **** or an extract artifact's own.

           IF      W-STK-ENTRY(W-STK-TOP) = 0
               MOVE W-LNW-ROOT-PATH
                                   TO W-STK-KEY-PATH
               MOVE W-LNW-ROOT-SIG TO W-STK-KEY-SIG
           ELSE
               MOVE W-LNW-OUTPUT-PATH(W-STK-ENTRY(W-STK-TOP))
                                   TO W-STK-KEY-PATH
               MOVE W-LNW-OUTPUT-SIG(W-STK-ENTRY(W-STK-TOP))
                                   TO W-STK-KEY-SIG
           END-IF

           MOVE 0                  TO W-CHILD-DX

           PERFORM SUB-2110-TEST-CHILD THRU SUB-2110-EXIT
               VARYING W-LNW-PX FROM W-STK-NEXT(W-STK-TOP) BY 1
                 UNTIL W-LNW-PX > W-LNW-CNT
                    OR W-CHILD-DX > 0

           IF      W-CHILD-DX = 0
               SUBTRACT 1        FROM W-STK-TOP
               GO TO SUB-2100-EXIT
           END-IF

           COMPUTE W-STK-NEXT(W-STK-TOP)
                                   =  W-CHILD-DX + 1

           MOVE W-STK-TOP          TO W-DEPTH
                                      W-LNW-LEVEL(W-CHILD-DX)
           MOVE W-CHILD-DX         TO W-LNW-DX

           PERFORM SUB-2700-PRINT-ENTRY THRU SUB-2700-EXIT

      **** An extract artifact's own children follow it, one level
      **** in.

           IF      W-LNW-OUTPUT-SIG(W-CHILD-DX) > 0
           AND     W-STK-TOP < W-STK-MAX
               ADD  1              TO W-STK-TOP
               MOVE W-CHILD-DX     TO W-STK-ENTRY(W-STK-TOP)
               MOVE 1              TO W-STK-NEXT(W-STK-TOP)
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-TEST-CHILD.
      *--------------------

           IF      W-LNW-LEVEL(W-LNW-PX) = 0
           AND     W-LNW-PARENT-PATH(W-LNW-PX) = W-STK-KEY-PATH
           AND     W-LNW-PARENT-SIG(W-LNW-PX)  = W-STK-KEY-SIG
               MOVE W-LNW-PX       TO W-CHILD-DX
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2500-WALK-UP.
      *-----------------

      **** Start from the latest entry that wrote the artifact - the
      **** one its file on disk belongs to - then climb from each
      **** entry's parent extract to the entry that wrote that
      **** extract under the same signature, until the parent is an
      **** extract no program here cut: the FAKERGEN run.

           MOVE W-PARM-PATH        TO W-UP-PATH
           SET  W-UP-SIG-ANY       TO TRUE
           MOVE 0                  TO W-UP-DX

           PERFORM SUB-2550-FIND-WRITER THRU SUB-2550-EXIT

           IF      W-UP-DX = 0
               MOVE W-PARM-PATH    TO W-ROOTFILE-PATH
                                      W-LNW-ROOT-PATH

               PERFORM SUB-2900-READ-ROOT-HEADER THRU SUB-2900-EXIT

               MOVE SPACES         TO W-BUILD-LINE

               IF      W-ROOT-FOUND
                   STRING W-PARM-PATH
                          ' was not cut by any registered program -'
                          ' it is a root extract'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
                   MOVE W-BUILD-LINE
                                   TO RPTFILE-REC
                   WRITE RPTFILE-REC

                   MOVE H-SIGNATURE
                                   TO W-LNW-ROOT-SIG
                   PERFORM SUB-2800-PRINT-ROOT THRU SUB-2800-EXIT
               ELSE
                   STRING W-PARM-PATH
                          ' has no lineage entry and is not an extract'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
                   MOVE W-BUILD-LINE
                                   TO RPTFILE-REC
                   WRITE RPTFILE-REC
                   MOVE 4          TO RETURN-CODE
               END-IF
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 'ANCESTRY'         TO RPTFILE-REC
           WRITE RPTFILE-REC

           PERFORM SUB-2750-PRINT-HEADINGS THRU SUB-2750-EXIT

           PERFORM SUB-2520-CLIMB-ONE THRU SUB-2520-EXIT
               UNTIL W-UP-DX = 0
                  OR W-UP-STEPS NOT < W-STK-MAX

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           PERFORM SUB-2800-PRINT-ROOT THRU SUB-2800-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2520-CLIMB-ONE.
      *-------------------

           ADD  1                  TO W-UP-STEPS

           MOVE W-UP-STEPS         TO W-DEPTH
           MOVE W-UP-DX            TO W-LNW-DX

           PERFORM SUB-2700-PRINT-ENTRY THRU SUB-2700-EXIT

      **** What this entry was read from is the root until an entry
      **** is found that wrote it.

           MOVE W-LNW-PARENT-PATH(W-UP-DX)
                                   TO W-UP-PATH
                                      W-LNW-ROOT-PATH
           MOVE W-LNW-PARENT-SIG(W-UP-DX)
                                   TO W-UP-SIG
                                      W-LNW-ROOT-SIG
           MOVE W-LNW-PARENT-SEED(W-UP-DX)
                                   TO W-ROOT-SEED
           MOVE W-LNW-PARENT-DATE(W-UP-DX)
                                   TO W-ROOT-DATE
           MOVE W-LNW-PARENT-TIME(W-UP-DX)
                                   TO W-ROOT-TIME
           SET  W-ROOT-FOUND       TO TRUE

           SET  W-UP-SIG-MATCH     TO TRUE
           MOVE 0                  TO W-UP-DX

           PERFORM SUB-2550-FIND-WRITER THRU SUB-2550-EXIT
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2550-FIND-WRITER.
      *---------------------

           PERFORM SUB-2560-TEST-WRITER THRU SUB-2560-EXIT
               VARYING W-LNW-PX FROM W-LNW-CNT BY -1
                 UNTIL W-LNW-PX < 1
                    OR W-UP-DX > 0
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2560-TEST-WRITER.
      *---------------------

           IF      W-LNW-OUTPUT-PATH(W-LNW-PX) NOT = W-UP-PATH
               GO TO SUB-2560-EXIT
           END-IF

           IF      W-UP-SIG-MATCH
           AND     W-LNW-OUTPUT-SIG(W-LNW-PX) NOT = W-UP-SIG
               GO TO SUB-2560-EXIT
           END-IF

           MOVE W-LNW-PX           TO W-UP-DX
           .
       SUB-2560-EXIT.
           EXIT.
      /
       SUB-2700-PRINT-ENTRY.
      *---------------------

      **** One entry, W-LNW-DX, indented two columns per level.

           ADD  1                  TO W-ENTRIES-LISTED

           MOVE W-LNW-COUNT(W-LNW-DX)
                                   TO W-CNT-DISP

           MOVE SPACES             TO W-BUILD-LINE
           COMPUTE W-PTR           =  W-DEPTH * 2 + 1

           STRING W-LNW-PROGRAM(W-LNW-DX)
                  ' '
                  W-LNW-RUN-DATE(W-LNW-DX)
                  ' '
                  W-LNW-RUN-TIME(W-LNW-DX)
                  ' '
                  W-CNT-DISP
                  '  '             DELIMITED SIZE
                  W-LNW-OUTPUT-PATH(W-LNW-DX)
                                   DELIMITED '  '
                                   INTO W-BUILD-LINE
                                   WITH POINTER W-PTR

           IF      W-LNW-SUPERSEDED(W-LNW-DX)
               STRING ' (OVERWRITTEN)'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
                                   WITH POINTER W-PTR
           END-IF

           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2750-PRINT-HEADINGS.
      *------------------------

           MOVE SPACES             TO W-BUILD-LINE
           MOVE 'PROGRAM  WRITTEN'  TO W-BUILD-LINE(3 : 16)
           MOVE 'RECORDS  PATH'    TO W-BUILD-LINE(36 : 13)
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2800-PRINT-ROOT.
      *--------------------

           MOVE W-ROOT-SEED        TO W-DISP-NUM

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'ROOT EXTRACT '
                  W-LNW-ROOT-PATH  DELIMITED '  '
                  '  SEED '
                  W-ROOT-SEED
                  '  SIGNATURE '
                  W-LNW-ROOT-SIG
                  '  RUN '
                  W-ROOT-DATE
                  ' '
                  W-ROOT-TIME      DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           PERFORM SUB-2850-NAME-THE-RUN THRU SUB-2850-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2850-NAME-THE-RUN.
      *----------------------

      **** Names the registered run(s) the root's seed belongs to,
      **** the same way FAKERWMK does for a provenance question.

           MOVE 'N'                TO W-REG-EOF-SW
           MOVE 0                  TO W-REG-MATCHES

           OPEN INPUT REGFILE

           IF      W-REGFILE-STATUS NOT = '00'
               MOVE '  no seed registry to name the run'
                                   TO RPTFILE-REC
               WRITE RPTFILE-REC
               GO TO SUB-2850-EXIT
           END-IF

           PERFORM SUB-2860-SCAN-REGISTRY THRU SUB-2860-EXIT
               UNTIL W-REG-EOF

           CLOSE REGFILE

           IF      W-REG-MATCHES = 0
               MOVE '  seed not found in the seed registry'
                                   TO RPTFILE-REC
               WRITE RPTFILE-REC
           END-IF
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2860-SCAN-REGISTRY.
      *-----------------------

           READ REGFILE
               AT END
                   SET  W-REG-EOF  TO TRUE
                   GO TO SUB-2860-EXIT
           END-READ

           IF      REG-SEED-NO NOT NUMERIC
           OR      REG-SEED-NO NOT = W-ROOT-SEED
               GO TO SUB-2860-EXIT
           END-IF

           ADD  1                  TO W-REG-MATCHES

           MOVE REG-RECORD-COUNT   TO W-CNT-DISP

           MOVE SPACES             TO W-BUILD-LINE
           STRING '  REGISTERED RUN '
                  REG-RUN-NO
                  ' OF '
                  REG-RUN-DATE
                  ' '
                  REG-RUN-TIME
                  '  JOB '
                  REG-JOB-ID
                  '  RECORDS '
                  W-CNT-DISP       DELIMITED SIZE
                                   INTO W-BUILD-LINE

           IF      REG-RUN-DATE = W-ROOT-DATE
               MOVE '  <== SAME RUN DATE'
                                   TO W-BUILD-LINE(90 : 19)
           END-IF

           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-2860-EXIT.
           EXIT.
      /
       SUB-2900-READ-ROOT-HEADER.
      *--------------------------

           MOVE 'N'                TO W-ROOT-FOUND-SW

           OPEN INPUT ROOTFILE

           IF      W-ROOTFILE-STATUS NOT = '00'
               GO TO SUB-2900-EXIT
           END-IF

           MOVE SPACES             TO ROOTFILE-REC

           READ ROOTFILE
               AT END
                   MOVE SPACES     TO ROOTFILE-REC
           END-READ

           CLOSE ROOTFILE

           IF      H-RECORD-TYPE = 'H'
           AND     H-SEED-NO NUMERIC
           AND     H-SIGNATURE NUMERIC
               SET  W-ROOT-FOUND   TO TRUE
               MOVE H-SEED-NO      TO W-ROOT-SEED
               MOVE H-RUN-DATE     TO W-ROOT-DATE
               MOVE H-RUN-TIME     TO W-ROOT-TIME
           END-IF
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-ENTRIES-LISTED   TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'ENTRIES LISTED: '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           IF      W-LNW-DROPPED > 0
               MOVE W-LNW-DROPPED  TO W-DISP-NUM
               MOVE SPACES         TO W-BUILD-LINE
               STRING 'WARNING: '
                      W-DISP-NUM
                      ' lineage entries beyond the table were not '
                      'examined'   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               MOVE W-BUILD-LINE   TO RPTFILE-REC
               WRITE RPTFILE-REC

               IF      RETURN-CODE < 4
                   MOVE 4          TO RETURN-CODE
               END-IF
           END-IF

           CLOSE RPTFILE

           MOVE W-LNW-CNT          TO W-DISP-NUM
           DISPLAY 'Lineage entries read:     '
                   W-DISP-NUM

           MOVE W-ENTRIES-LISTED   TO W-DISP-NUM
           DISPLAY 'Entries listed:           '
                   W-DISP-NUM

           DISPLAY 'FAKERLIN completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD9.
